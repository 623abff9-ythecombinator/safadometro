      *****************************************************
      *** Registro dos movimentos de manutencao no      ***
      *** arquivo de pendencias de aprovacao. Le os     ***
      *** movimentos de pessoas (TRNFILE) e de pares    ***
      *** (PMVFILE) como foram digitados e grava cada   ***
      *** um no PNDFILE na situacao P (pendente), com o ***
      *** operador solicitante. Nenhum movimento vai    ***
      *** direto para o DOBMANUT/PARMANUT: so o que um  ***
      *** segundo operador aprovar no MOVAPROV e' que   ***
      *** chega ao cadastro. Movimento sem operador e'  ***
      *** recusado aqui mesmo - sem solicitante nao ha  ***
      *** como garantir que o aprovador e' outro.        ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVPEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO TRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRN.
           SELECT MOVEMENT-FILE ASSIGN TO PMVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PMV.
           SELECT PENDING-FILE ASSIGN TO PNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-STATUS-PND.
           SELECT PENDING-REPORT-FILE ASSIGN TO MPDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MPD.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
           COPY TRNREC.

       FD  MOVEMENT-FILE
           RECORDING MODE IS F.
           COPY PMVREC.

       FD  PENDING-FILE.
           COPY PNDREC.

       FD  PENDING-REPORT-FILE.
           COPY MPDREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-TRN        PIC X(2).
       01  WS-STATUS-PMV        PIC X(2).
       01  WS-STATUS-PND        PIC X(2).
       01  WS-STATUS-MPD        PIC X(2).
       01  WS-FIM-TRN           PIC X VALUE 'N'.
           88 FIM-TRN           VALUE 'S'.
       01  WS-FIM-PMV           PIC X VALUE 'N'.
           88 FIM-PMV           VALUE 'S'.

       01  WS-MOVIMENTOS-LIDOS       PIC 9(8) VALUE 0.
       01  WS-MOVIMENTOS-REGISTRADOS PIC 9(8) VALUE 0.
       01  WS-MOVIMENTOS-RECUSADOS   PIC 9(8) VALUE 0.
       01  WS-MOVIMENTOS-EDITADO     PIC ZZZ,ZZZ,ZZ9.

       01  WS-STATUS-MOVIMENTO  PIC X VALUE 'S'.
           88 MOVIMENTO-VALIDO  VALUE 'S'.
           88 MOVIMENTO-INVALIDO VALUE 'N'.
       01  WS-MOTIVO-REJEICAO   PIC X(40).

       01  WS-SEQ-PENDENCIA     PIC 9(6) VALUE 0.

       01  WS-DATA-HORA-EXECUCAO PIC X(14).
       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-MES      PIC 9(2).
           05  WS-DATA-DIA      PIC 9(2).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSA-MOV-PESSOA
               UNTIL FIM-TRN
           PERFORM 3000-PROCESSA-MOV-PAR
               UNTIL FIM-PMV
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
           OPEN INPUT TRANSACTION-FILE
           IF WS-STATUS-TRN NOT = "00"
               DISPLAY "ERRO ABRINDO TRNFILE, FILE STATUS: "
                   WS-STATUS-TRN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MOVEMENT-FILE
           IF WS-STATUS-PMV NOT = "00"
               DISPLAY "ERRO ABRINDO PMVFILE, FILE STATUS: "
                   WS-STATUS-PMV
               CLOSE TRANSACTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-ABRIR-PENDENCIAS
           OPEN OUTPUT PENDING-REPORT-FILE
           IF WS-STATUS-MPD NOT = "00"
               DISPLAY "ERRO ABRINDO MPDFILE, FILE STATUS: "
                   WS-STATUS-MPD
               CLOSE TRANSACTION-FILE
               CLOSE MOVEMENT-FILE
               CLOSE PENDING-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-MOV-PESSOA
           PERFORM 3100-LER-MOV-PAR.

       1200-ABRIR-PENDENCIAS.
           OPEN I-O PENDING-FILE
           IF WS-STATUS-PND NOT = "00"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-STATUS-PND NOT = "00"
               DISPLAY "ERRO ABRINDO PNDFILE, FILE STATUS: "
                   WS-STATUS-PND
               CLOSE TRANSACTION-FILE
               CLOSE MOVEMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO MPD-TITLE-LINE
           STRING "REGISTRO DE MOVIMENTOS PENDENTES DE APROVACAO - "
                  "EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO MPD-TITLE-LINE
           WRITE MPD-TITLE-LINE

           MOVE SPACES TO MPD-TITLE-LINE
           STRING "T  DATA-HORA      SEQ     AC ID-PESSOA-1 "
                  "ID-PESSOA-2 OPERADOR  RESULTADO  MOTIVO"
                  DELIMITED BY SIZE INTO MPD-TITLE-LINE
           WRITE MPD-TITLE-LINE.

       2000-PROCESSA-MOV-PESSOA.
           ADD 1 TO WS-MOVIMENTOS-LIDOS
           SET MOVIMENTO-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF TRN-OPERADOR = SPACES
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE "MOVIMENTO SEM OPERADOR SOLICITANTE"
                   TO WS-MOTIVO-REJEICAO
           END-IF
           IF MOVIMENTO-VALIDO
               MOVE SPACES TO TRN-APROVADOR
               MOVE SPACES TO PND-RECORD
               SET PND-MOV-PESSOA TO TRUE
               MOVE TRN-OPERADOR TO PND-OPERADOR
               MOVE TRN-RECORD   TO PND-MOVIMENTO
               PERFORM 4000-GRAVAR-PENDENCIA
           END-IF
           MOVE SPACES TO MPD-DETAIL-LINE
           MOVE "P"           TO MPD-TIPO
           MOVE TRN-ACAO      TO MPD-ACAO
           MOVE TRN-PESSOA-ID TO MPD-PESSOA-ID-1
           MOVE TRN-OPERADOR  TO MPD-OPERADOR
           PERFORM 4100-GRAVAR-DETALHE
           PERFORM 2100-LER-MOV-PESSOA.

       2100-LER-MOV-PESSOA.
           READ TRANSACTION-FILE
               AT END
                   SET FIM-TRN TO TRUE
           END-READ.

       3000-PROCESSA-MOV-PAR.
           ADD 1 TO WS-MOVIMENTOS-LIDOS
           SET MOVIMENTO-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF PMV-OPERADOR = SPACES
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE "MOVIMENTO SEM OPERADOR SOLICITANTE"
                   TO WS-MOTIVO-REJEICAO
           END-IF
           IF MOVIMENTO-VALIDO
               MOVE SPACES TO PMV-APROVADOR
               MOVE SPACES TO PND-RECORD
               SET PND-MOV-PAR TO TRUE
               MOVE PMV-OPERADOR TO PND-OPERADOR
               MOVE PMV-RECORD   TO PND-MOVIMENTO
               PERFORM 4000-GRAVAR-PENDENCIA
           END-IF
           MOVE SPACES TO MPD-DETAIL-LINE
           MOVE "R"             TO MPD-TIPO
           MOVE PMV-ACAO        TO MPD-ACAO
           MOVE PMV-PESSOA-ID-1 TO MPD-PESSOA-ID-1
           MOVE PMV-PESSOA-ID-2 TO MPD-PESSOA-ID-2
           MOVE PMV-OPERADOR    TO MPD-OPERADOR
           PERFORM 4100-GRAVAR-DETALHE
           PERFORM 3100-LER-MOV-PAR.

       3100-LER-MOV-PAR.
           READ MOVEMENT-FILE
               AT END
                   SET FIM-PMV TO TRUE
           END-READ.

      *    A chave leva a data-hora desta execucao e um sequencial
      *    unico no run (pessoas e pares juntos), entao a ordem de
      *    digitacao se preserva ate a liberacao.
       4000-GRAVAR-PENDENCIA.
           ADD 1 TO WS-SEQ-PENDENCIA
           MOVE WS-DATA-HORA-EXECUCAO TO PND-DATA-HORA
           MOVE WS-SEQ-PENDENCIA      TO PND-SEQ
           SET PND-PENDENTE TO TRUE
           WRITE PND-RECORD
               INVALID KEY
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "CHAVE JA EXISTE NO PNDFILE"
                       TO WS-MOTIVO-REJEICAO
           END-WRITE.

       4100-GRAVAR-DETALHE.
           IF MOVIMENTO-VALIDO
               MOVE PND-DATA-HORA TO MPD-DATA-HORA
               MOVE PND-SEQ       TO MPD-SEQ
               MOVE "PENDENTE "   TO MPD-RESULTADO
               ADD 1 TO WS-MOVIMENTOS-REGISTRADOS
           ELSE
               MOVE "RECUSADO "        TO MPD-RESULTADO
               MOVE WS-MOTIVO-REJEICAO TO MPD-MOTIVO
               ADD 1 TO WS-MOVIMENTOS-RECUSADOS
           END-IF
           WRITE MPD-DETAIL-LINE.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO MPD-TITLE-LINE
           WRITE MPD-TITLE-LINE
           MOVE SPACES TO MPD-TITLE-LINE
           STRING "TOTAIS DE CONTROLE" DELIMITED BY SIZE
               INTO MPD-TITLE-LINE
           WRITE MPD-TITLE-LINE

           MOVE WS-MOVIMENTOS-LIDOS TO WS-MOVIMENTOS-EDITADO
           MOVE SPACES TO MPD-TITLE-LINE
           STRING "MOVIMENTOS LIDOS.....: " WS-MOVIMENTOS-EDITADO
               DELIMITED BY SIZE INTO MPD-TITLE-LINE
           WRITE MPD-TITLE-LINE

           MOVE WS-MOVIMENTOS-REGISTRADOS TO WS-MOVIMENTOS-EDITADO
           MOVE SPACES TO MPD-TITLE-LINE
           STRING "MOVIMENTOS PENDENTES.: " WS-MOVIMENTOS-EDITADO
               DELIMITED BY SIZE INTO MPD-TITLE-LINE
           WRITE MPD-TITLE-LINE

           MOVE WS-MOVIMENTOS-RECUSADOS TO WS-MOVIMENTOS-EDITADO
           MOVE SPACES TO MPD-TITLE-LINE
           STRING "MOVIMENTOS RECUSADOS.: " WS-MOVIMENTOS-EDITADO
               DELIMITED BY SIZE INTO MPD-TITLE-LINE
           WRITE MPD-TITLE-LINE.

       9000-FINALIZAR.
           PERFORM 8000-GRAVAR-RESUMO
           CLOSE TRANSACTION-FILE
           CLOSE MOVEMENT-FILE
           CLOSE PENDING-FILE
           CLOSE PENDING-REPORT-FILE.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-MOVIMENTOS-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
