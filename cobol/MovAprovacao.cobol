      *****************************************************
      *** Aprovacao dos movimentos pendentes de         ***
      *** manutencao (segunda assinatura). Le os        ***
      *** cartoes de decisao (DECFILE), um por          ***
      *** movimento do PNDFILE, e marca cada um como    ***
      *** aprovado (A) ou rejeitado (R) com o aprovador ***
      *** e a data-hora da decisao. O aprovador tem de  ***
      *** ser informado e DIFERENTE do operador que     ***
      *** digitou o movimento; cartao que nao cumpre    ***
      *** isso e' recusado e o movimento continua       ***
      *** pendente. Depois das decisoes, todo movimento ***
      *** aprovado e' liberado (situacao L) para os     ***
      *** arquivos de movimento aprovado lidos pelo     ***
      *** DOBMANUT (TRNOUT) e pelo PARMANUT (PMVOUT),   ***
      *** com operador e aprovador preenchidos, na      ***
      *** ordem em que foi digitado.                     ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVAPROV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO DECFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEC.
           SELECT PENDING-FILE ASSIGN TO PNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-STATUS-PND.
           SELECT APPROVED-TRN-FILE ASSIGN TO TRNOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRO.
           SELECT APPROVED-PMV-FILE ASSIGN TO PMVOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PMO.
           SELECT APPROVAL-REPORT-FILE ASSIGN TO APRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APR.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE
           RECORDING MODE IS F.
       01  DEC-RECORD.
           05  DEC-CHAVE.
               10  DEC-TIPO        PIC X(1).
               10  DEC-DATA-HORA   PIC X(14).
               10  DEC-SEQ         PIC X(6).
           05  FILLER              PIC X(1).
           05  DEC-DECISAO         PIC X(1).
               88  DEC-APROVA      VALUE 'A'.
               88  DEC-REJEITA     VALUE 'R'.
           05  FILLER              PIC X(1).
           05  DEC-APROVADOR       PIC X(8).
           05  FILLER              PIC X(1).
           05  DEC-MOTIVO          PIC X(40).
           05  FILLER              PIC X(7).

       FD  PENDING-FILE.
           COPY PNDREC.

       FD  APPROVED-TRN-FILE
           RECORDING MODE IS F.
           COPY TRNREC.

       FD  APPROVED-PMV-FILE
           RECORDING MODE IS F.
           COPY PMVREC.

       FD  APPROVAL-REPORT-FILE.
           COPY APRREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-DEC        PIC X(2).
       01  WS-STATUS-PND        PIC X(2).
       01  WS-STATUS-TRO        PIC X(2).
       01  WS-STATUS-PMO        PIC X(2).
       01  WS-STATUS-APR        PIC X(2).
       01  WS-FIM-DEC           PIC X VALUE 'N'.
           88 FIM-DEC           VALUE 'S'.
       01  WS-FIM-PND           PIC X VALUE 'N'.
           88 FIM-PND           VALUE 'S'.

       01  WS-CARTOES-LIDOS        PIC 9(8) VALUE 0.
       01  WS-APROVADOS            PIC 9(8) VALUE 0.
       01  WS-REJEITADOS           PIC 9(8) VALUE 0.
       01  WS-CARTOES-RECUSADOS    PIC 9(8) VALUE 0.
       01  WS-LIBERADOS-PESSOA     PIC 9(8) VALUE 0.
       01  WS-LIBERADOS-PAR        PIC 9(8) VALUE 0.
       01  WS-ERROS-LIBERACAO      PIC 9(8) VALUE 0.
       01  WS-CONTAGEM-EDITADA     PIC ZZZ,ZZZ,ZZ9.

       01  WS-STATUS-DECISAO    PIC X VALUE 'S'.
           88 DECISAO-VALIDA    VALUE 'S'.
           88 DECISAO-INVALIDA  VALUE 'N'.
       01  WS-MOTIVO-RECUSA     PIC X(40).
       01  WS-STATUS-GRAVACAO   PIC X(2).

       01  WS-DATA-HORA-EXECUCAO PIC X(14).
       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-MES      PIC 9(2).
           05  WS-DATA-DIA      PIC 9(2).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSA-DECISAO
               UNTIL FIM-DEC
           PERFORM 3000-LIBERAR-APROVADOS
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           STRING WS-DATA-ANO   "-"
                  WS-DATA-MES   "-"
                  WS-DATA-DIA
                  DELIMITED BY SIZE INTO WS-DATA-EXECUCAO
           OPEN INPUT DECISION-FILE
           IF WS-STATUS-DEC NOT = "00"
               DISPLAY "ERRO ABRINDO DECFILE, FILE STATUS: "
                   WS-STATUS-DEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-STATUS-PND NOT = "00"
               DISPLAY "ERRO ABRINDO PNDFILE, FILE STATUS: "
                   WS-STATUS-PND
               CLOSE DECISION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND APPROVED-TRN-FILE
           IF WS-STATUS-TRO NOT = "00"
               OPEN OUTPUT APPROVED-TRN-FILE
           END-IF
           IF WS-STATUS-TRO NOT = "00"
               DISPLAY "ERRO ABRINDO TRNOUT, FILE STATUS: "
                   WS-STATUS-TRO
               CLOSE DECISION-FILE
               CLOSE PENDING-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND APPROVED-PMV-FILE
           IF WS-STATUS-PMO NOT = "00"
               OPEN OUTPUT APPROVED-PMV-FILE
           END-IF
           IF WS-STATUS-PMO NOT = "00"
               DISPLAY "ERRO ABRINDO PMVOUT, FILE STATUS: "
                   WS-STATUS-PMO
               CLOSE DECISION-FILE
               CLOSE PENDING-FILE
               CLOSE APPROVED-TRN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPROVAL-REPORT-FILE
           IF WS-STATUS-APR NOT = "00"
               DISPLAY "ERRO ABRINDO APRFILE, FILE STATUS: "
                   WS-STATUS-APR
               CLOSE DECISION-FILE
               CLOSE PENDING-FILE
               CLOSE APPROVED-TRN-FILE
               CLOSE APPROVED-PMV-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-DECISAO.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO APR-TITLE-LINE
           STRING "APROVACAO DE MOVIMENTOS DE MANUTENCAO - "
                  "EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE SPACES TO APR-TITLE-LINE
           STRING "DECISOES"
                  DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE SPACES TO APR-TITLE-LINE
           STRING "T  DATA-HORA      SEQ     D  OPERADOR  APROVADOR "
                  "RESULTADO  MOTIVO"
                  DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE.

       2000-PROCESSA-DECISAO.
           ADD 1 TO WS-CARTOES-LIDOS
           PERFORM 2200-VALIDAR-DECISAO
           IF DECISAO-VALIDA
               PERFORM 2300-REGISTRAR-DECISAO
           END-IF
           PERFORM 2400-GRAVAR-DECISAO
           PERFORM 2100-LER-DECISAO.

       2100-LER-DECISAO.
           READ DECISION-FILE
               AT END
                   SET FIM-DEC TO TRUE
           END-READ.

      *    A regra dos quatro olhos: aprovador informado, diferente
      *    de quem digitou, e so sobre movimento ainda pendente -
      *    uma decisao ja tomada nao se troca por outro cartao.
       2200-VALIDAR-DECISAO.
           SET DECISAO-VALIDA TO TRUE
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE SPACES TO PND-OPERADOR
           IF NOT DEC-APROVA AND NOT DEC-REJEITA
               SET DECISAO-INVALIDA TO TRUE
               MOVE "DECISAO INVALIDA (USAR A OU R)"
                   TO WS-MOTIVO-RECUSA
           END-IF
           IF DECISAO-VALIDA AND DEC-APROVADOR = SPACES
               SET DECISAO-INVALIDA TO TRUE
               MOVE "APROVADOR NAO INFORMADO"
                   TO WS-MOTIVO-RECUSA
           END-IF
           IF DECISAO-VALIDA AND DEC-REJEITA AND DEC-MOTIVO = SPACES
               SET DECISAO-INVALIDA TO TRUE
               MOVE "REJEICAO SEM MOTIVO"
                   TO WS-MOTIVO-RECUSA
           END-IF
           IF DECISAO-VALIDA AND DEC-SEQ NOT NUMERIC
               SET DECISAO-INVALIDA TO TRUE
               MOVE "SEQUENCIAL DA CHAVE NAO NUMERICO"
                   TO WS-MOTIVO-RECUSA
           END-IF
           IF DECISAO-VALIDA
               MOVE DEC-TIPO      TO PND-TIPO
               MOVE DEC-DATA-HORA TO PND-DATA-HORA
               MOVE DEC-SEQ       TO PND-SEQ
               READ PENDING-FILE
                   INVALID KEY
                       SET DECISAO-INVALIDA TO TRUE
                       MOVE SPACES TO PND-OPERADOR
                       MOVE "MOVIMENTO NAO ENCONTRADO NO PNDFILE"
                           TO WS-MOTIVO-RECUSA
               END-READ
           END-IF
           IF DECISAO-VALIDA AND NOT PND-PENDENTE
               SET DECISAO-INVALIDA TO TRUE
               MOVE "MOVIMENTO JA DECIDIDO"
                   TO WS-MOTIVO-RECUSA
           END-IF
           IF DECISAO-VALIDA AND DEC-APROVADOR = PND-OPERADOR
               SET DECISAO-INVALIDA TO TRUE
               MOVE "APROVADOR IGUAL AO SOLICITANTE"
                   TO WS-MOTIVO-RECUSA
           END-IF.

       2300-REGISTRAR-DECISAO.
           MOVE DEC-APROVADOR         TO PND-APROVADOR
           MOVE WS-DATA-HORA-EXECUCAO TO PND-DATA-HORA-DECISAO
           MOVE DEC-MOTIVO            TO PND-MOTIVO
           IF DEC-APROVA
               SET PND-APROVADO TO TRUE
           ELSE
               SET PND-REJEITADO TO TRUE
           END-IF
           REWRITE PND-RECORD
               INVALID KEY
                   SET DECISAO-INVALIDA TO TRUE
                   MOVE "ERRO REGRAVANDO PNDFILE"
                       TO WS-MOTIVO-RECUSA
           END-REWRITE
           IF DECISAO-VALIDA
               IF DEC-APROVA
                   ADD 1 TO WS-APROVADOS
               ELSE
                   ADD 1 TO WS-REJEITADOS
               END-IF
           END-IF.

       2400-GRAVAR-DECISAO.
           MOVE SPACES TO APR-DETAIL-LINE
           MOVE DEC-TIPO         TO APR-TIPO
           MOVE DEC-DATA-HORA    TO APR-DATA-HORA
           MOVE DEC-SEQ          TO APR-SEQ
           MOVE DEC-DECISAO      TO APR-DECISAO
           MOVE PND-OPERADOR     TO APR-OPERADOR
           MOVE DEC-APROVADOR    TO APR-APROVADOR
           IF DECISAO-VALIDA
               IF DEC-APROVA
                   MOVE "APROVADO " TO APR-RESULTADO
               ELSE
                   MOVE "REJEITADO" TO APR-RESULTADO
                   MOVE DEC-MOTIVO  TO APR-MOTIVO
               END-IF
           ELSE
               MOVE "RECUSADO "      TO APR-RESULTADO
               MOVE WS-MOTIVO-RECUSA TO APR-MOTIVO
               ADD 1 TO WS-CARTOES-RECUSADOS
           END-IF
           WRITE APR-DETAIL-LINE.

      *    Varre o PNDFILE inteiro em ordem de chave: libera tanto o
      *    que foi aprovado agora quanto o aprovado numa execucao
      *    anterior que nao chegou a ser liberado.
       3000-LIBERAR-APROVADOS.
           MOVE SPACES TO APR-TITLE-LINE
           WRITE APR-TITLE-LINE
           MOVE SPACES TO APR-TITLE-LINE
           STRING "MOVIMENTOS LIBERADOS PARA APLICACAO"
                  DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE
           MOVE SPACES TO APR-TITLE-LINE
           STRING "T  DATA-HORA      SEQ     AC ID-PESSOA-1 "
                  "ID-PESSOA-2 OPERADOR  APROVADOR"
                  DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE
           MOVE LOW-VALUES TO PND-CHAVE
           START PENDING-FILE KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   SET FIM-PND TO TRUE
           END-START
           IF NOT FIM-PND
               PERFORM 3100-LER-PENDENCIA
           END-IF
           PERFORM 3200-LIBERAR-MOVIMENTO
               UNTIL FIM-PND.

       3100-LER-PENDENCIA.
           READ PENDING-FILE NEXT
               AT END
                   SET FIM-PND TO TRUE
           END-READ.

       3200-LIBERAR-MOVIMENTO.
           IF PND-APROVADO
               MOVE SPACES TO APR-RELEASE-LINE
               IF PND-MOV-PESSOA
                   MOVE PND-MOVIMENTO TO TRN-RECORD
                   MOVE PND-OPERADOR  TO TRN-OPERADOR
                   MOVE PND-APROVADOR TO TRN-APROVADOR
                   WRITE TRN-RECORD
                   MOVE WS-STATUS-TRO TO WS-STATUS-GRAVACAO
                   MOVE TRN-ACAO      TO APR-LIB-ACAO
                   MOVE TRN-PESSOA-ID TO APR-LIB-PESSOA-ID-1
               ELSE
                   MOVE PND-MOVIMENTO TO PMV-RECORD
                   MOVE PND-OPERADOR  TO PMV-OPERADOR
                   MOVE PND-APROVADOR TO PMV-APROVADOR
                   WRITE PMV-RECORD
                   MOVE WS-STATUS-PMO TO WS-STATUS-GRAVACAO
                   MOVE PMV-ACAO        TO APR-LIB-ACAO
                   MOVE PMV-PESSOA-ID-1 TO APR-LIB-PESSOA-ID-1
                   MOVE PMV-PESSOA-ID-2 TO APR-LIB-PESSOA-ID-2
               END-IF
               IF WS-STATUS-GRAVACAO = "00"
                   PERFORM 3300-MARCAR-LIBERADO
               ELSE
                   DISPLAY "ERRO GRAVANDO MOVIMENTO APROVADO: "
                       PND-CHAVE " " WS-STATUS-GRAVACAO
                   ADD 1 TO WS-ERROS-LIBERACAO
               END-IF
           END-IF
           PERFORM 3100-LER-PENDENCIA.

      *    So o movimento gravado no arquivo aprovado passa a L. Se
      *    a regravacao falhar o movimento continua A e seria
      *    liberado de novo na proxima execucao: o erro derruba o
      *    RC para o lote ser conferido antes da aplicacao.
       3300-MARCAR-LIBERADO.
           SET PND-LIBERADO TO TRUE
           MOVE WS-DATA-HORA-EXECUCAO TO PND-DATA-HORA-LIBERACAO
           REWRITE PND-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-STATUS-PND NOT = "00"
               DISPLAY "ERRO REGRAVANDO PNDFILE: "
                   PND-CHAVE " " WS-STATUS-PND
               ADD 1 TO WS-ERROS-LIBERACAO
           END-IF
           IF PND-MOV-PESSOA
               ADD 1 TO WS-LIBERADOS-PESSOA
           ELSE
               ADD 1 TO WS-LIBERADOS-PAR
           END-IF
           MOVE PND-TIPO      TO APR-LIB-TIPO
           MOVE PND-DATA-HORA TO APR-LIB-DATA-HORA
           MOVE PND-SEQ       TO APR-LIB-SEQ
           MOVE PND-OPERADOR  TO APR-LIB-OPERADOR
           MOVE PND-APROVADOR TO APR-LIB-APROVADOR
           WRITE APR-RELEASE-LINE.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO APR-TITLE-LINE
           WRITE APR-TITLE-LINE
           MOVE SPACES TO APR-TITLE-LINE
           STRING "TOTAIS DE CONTROLE" DELIMITED BY SIZE
               INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE WS-CARTOES-LIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO APR-TITLE-LINE
           STRING "CARTOES DE DECISAO...: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE WS-APROVADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO APR-TITLE-LINE
           STRING "MOVIMENTOS APROVADOS.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE WS-REJEITADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO APR-TITLE-LINE
           STRING "MOVIMENTOS REJEITADOS: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE WS-CARTOES-RECUSADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO APR-TITLE-LINE
           STRING "CARTOES RECUSADOS....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE WS-LIBERADOS-PESSOA TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO APR-TITLE-LINE
           STRING "LIBERADOS PESSOAS....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE WS-LIBERADOS-PAR TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO APR-TITLE-LINE
           STRING "LIBERADOS PARES......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE

           MOVE WS-ERROS-LIBERACAO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO APR-TITLE-LINE
           STRING "ERROS NA LIBERACAO...: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO APR-TITLE-LINE
           WRITE APR-TITLE-LINE.

       9000-FINALIZAR.
           PERFORM 8000-GRAVAR-RESUMO
           CLOSE DECISION-FILE
           CLOSE PENDING-FILE
           CLOSE APPROVED-TRN-FILE
           CLOSE APPROVED-PMV-FILE
           CLOSE APPROVAL-REPORT-FILE.

       9900-DEFINIR-CONDITION-CODE.
           EVALUATE TRUE
               WHEN WS-ERROS-LIBERACAO > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARTOES-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
