      *****************************************************
      *** Relatorio de idade dos movimentos pendentes   ***
      *** de aprovacao. Varre o PNDFILE e lista todo    ***
      *** movimento ainda na situacao P com a idade em  ***
      *** dias desde o registro, marcando como ATRASADO ***
      *** o que passou do prazo do cartao (colunas 1-3, ***
      *** padrao 3 dias), e fecha com o quadro por      ***
      *** faixa de idade. E' a lista que o aprovador    ***
      *** usa para montar os cartoes do MOVAPROV.        ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT PENDING-FILE ASSIGN TO PNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-STATUS-PND.
           SELECT AGING-REPORT-FILE ASSIGN TO IDDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IDD.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-PRAZO-DIAS      PIC X(3).
           05  FILLER              PIC X(77).

       FD  PENDING-FILE.
           COPY PNDREC.

       FD  AGING-REPORT-FILE.
           COPY IDDREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-PND        PIC X(2).
       01  WS-STATUS-IDD        PIC X(2).
       01  WS-FIM-PND           PIC X VALUE 'N'.
           88 FIM-PND           VALUE 'S'.

       01  WS-PRAZO-DIAS        PIC 9(3) VALUE 3.
       01  WS-PRAZO-EDITADO     PIC ZZ9.
       01  WS-DATA-REGISTRO     PIC 9(8).
       01  WS-IDADE-DIAS        PIC S9(5).

       01  WS-LIDOS             PIC 9(8) VALUE 0.
       01  WS-PENDENTES         PIC 9(8) VALUE 0.
       01  WS-ATRASADOS         PIC 9(8) VALUE 0.
       01  WS-APROVADOS-SEM-LIB PIC 9(8) VALUE 0.
       01  WS-FAIXA-0-1         PIC 9(8) VALUE 0.
       01  WS-FAIXA-2-3         PIC 9(8) VALUE 0.
       01  WS-FAIXA-4-7         PIC 9(8) VALUE 0.
       01  WS-FAIXA-8-30        PIC 9(8) VALUE 0.
       01  WS-FAIXA-MAIS-30     PIC 9(8) VALUE 0.
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZZ,ZZ9.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-MES      PIC 9(2).
           05  WS-DATA-DIA      PIC 9(2).
       01  WS-DATA-ATUAL-NUM REDEFINES WS-DATA-ATUAL
                                PIC 9(8).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSA-PENDENCIA
               UNTIL FIM-PND
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           STRING WS-DATA-ANO   "-"
                  WS-DATA-MES   "-"
                  WS-DATA-DIA
                  DELIMITED BY SIZE INTO WS-DATA-EXECUCAO
           PERFORM 1300-LER-PARAMETRO
           OPEN INPUT PENDING-FILE
           IF WS-STATUS-PND NOT = "00"
               DISPLAY "ERRO ABRINDO PNDFILE, FILE STATUS: "
                   WS-STATUS-PND
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-STATUS-IDD NOT = "00"
               DISPLAY "ERRO ABRINDO IDDFILE, FILE STATUS: "
                   WS-STATUS-IDD
               CLOSE PENDING-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-PENDENCIA.

      *    Cartao opcional: sem PRMFILE, ou com prazo em branco ou
      *    nao numerico, vale o prazo padrao de 3 dias.
       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-PRAZO-DIAS NUMERIC
                           MOVE PRM-PRAZO-DIAS TO WS-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "MOVIMENTOS PENDENTES DE APROVACAO POR IDADE - "
                  "EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-PRAZO-DIAS TO WS-PRAZO-EDITADO
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "PRAZO DE APROVACAO: " WS-PRAZO-EDITADO " DIAS"
                  DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE SPACES TO IDD-TITLE-LINE
           STRING "T  DATA-HORA      SEQ     AC ID-PESSOA-1 "
                  "ID-PESSOA-2 OPERADOR  IDADE  SITUACAO"
                  DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE.

       2000-PROCESSA-PENDENCIA.
           ADD 1 TO WS-LIDOS
           EVALUATE TRUE
               WHEN PND-PENDENTE
                   PERFORM 2200-CALCULAR-IDADE
                   PERFORM 2300-CLASSIFICAR-FAIXA
                   PERFORM 2400-GRAVAR-DETALHE
               WHEN PND-APROVADO
                   ADD 1 TO WS-APROVADOS-SEM-LIB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-LER-PENDENCIA.

       2100-LER-PENDENCIA.
           READ PENDING-FILE NEXT
               AT END
                   SET FIM-PND TO TRUE
           END-READ.

       2200-CALCULAR-IDADE.
           ADD 1 TO WS-PENDENTES
           IF PND-DATA-HORA (1:8) NUMERIC
               MOVE PND-DATA-HORA (1:8) TO WS-DATA-REGISTRO
               COMPUTE WS-IDADE-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-DATA-REGISTRO)
           ELSE
               MOVE 0 TO WS-IDADE-DIAS
           END-IF
           IF WS-IDADE-DIAS < 0
               MOVE 0 TO WS-IDADE-DIAS
           END-IF.

       2300-CLASSIFICAR-FAIXA.
           EVALUATE TRUE
               WHEN WS-IDADE-DIAS <= 1
                   ADD 1 TO WS-FAIXA-0-1
               WHEN WS-IDADE-DIAS <= 3
                   ADD 1 TO WS-FAIXA-2-3
               WHEN WS-IDADE-DIAS <= 7
                   ADD 1 TO WS-FAIXA-4-7
               WHEN WS-IDADE-DIAS <= 30
                   ADD 1 TO WS-FAIXA-8-30
               WHEN OTHER
                   ADD 1 TO WS-FAIXA-MAIS-30
           END-EVALUATE.

       2400-GRAVAR-DETALHE.
           MOVE SPACES TO IDD-DETAIL-LINE
           MOVE PND-TIPO      TO IDD-TIPO
           MOVE PND-DATA-HORA TO IDD-DATA-HORA
           MOVE PND-SEQ       TO IDD-SEQ
           MOVE PND-MOVIMENTO (1:1) TO IDD-ACAO
           MOVE PND-MOVIMENTO (2:10) TO IDD-PESSOA-ID-1
           IF PND-MOV-PAR
               MOVE PND-MOVIMENTO (12:10) TO IDD-PESSOA-ID-2
           END-IF
           MOVE PND-OPERADOR  TO IDD-OPERADOR
           MOVE WS-IDADE-DIAS TO IDD-IDADE
           IF WS-IDADE-DIAS > WS-PRAZO-DIAS
               MOVE "ATRASADO" TO IDD-MARCA
               ADD 1 TO WS-ATRASADOS
           ELSE
               MOVE "NO PRAZO" TO IDD-MARCA
           END-IF
           WRITE IDD-DETAIL-LINE.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "PENDENTES POR FAIXA DE IDADE" DELIMITED BY SIZE
               INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-FAIXA-0-1 TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "0 A 1 DIA............: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-FAIXA-2-3 TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "2 A 3 DIAS...........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-FAIXA-4-7 TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "4 A 7 DIAS...........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-FAIXA-8-30 TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "8 A 30 DIAS..........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-FAIXA-MAIS-30 TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "MAIS DE 30 DIAS......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE SPACES TO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "TOTAIS DE CONTROLE" DELIMITED BY SIZE
               INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-LIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "REGISTROS NO PNDFILE.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-PENDENTES TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "PENDENTES............: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-ATRASADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "ATRASADOS............: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE

           MOVE WS-APROVADOS-SEM-LIB TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO IDD-TITLE-LINE
           STRING "APROVADOS NAO LIBER..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO IDD-TITLE-LINE
           WRITE IDD-TITLE-LINE.

       9000-FINALIZAR.
           PERFORM 8000-GRAVAR-RESUMO
           CLOSE PENDING-FILE
           CLOSE AGING-REPORT-FILE.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-ATRASADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
