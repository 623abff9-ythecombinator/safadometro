      *****************************************************
      *** LGPD numa geracao de arquivo do historico de  ***
      *** pares (APHFILE, gerada pelo SAFADAPH), um     ***
      *** step por geracao depois do SAFADLGP. Le o     ***
      *** mesmo cartao do pedido. Na eliminacao (E)     ***
      *** regrava no lugar cada ponto de par do titular ***
      *** com o ID dele anonimizado; as pontuacoes      ***
      *** ficam para as estatisticas. No acesso (C)     ***
      *** lista os pontos do titular. Nos dois casos    ***
      *** acrescenta ao LGPFILE a linha da geracao.     ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADLGH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT ARCHIVE-FILE ASSIGN TO APHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARC.
           SELECT LGPD-REPORT-FILE ASSIGN TO LGPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LGP.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-TIPO            PIC X(1).
           05  FILLER              PIC X(1).
           05  PRM-PESSOA-ID       PIC X(10).
           05  FILLER              PIC X(1).
           05  PRM-PROTOCOLO       PIC X(20).
           05  FILLER              PIC X(1).
           05  PRM-OPERADOR        PIC X(8).
           05  FILLER              PIC X(38).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY PHSREC REPLACING LEADING ==PHS== BY ==ARC==.

       FD  LGPD-REPORT-FILE.
           COPY LGPREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-ARC        PIC X(2).
       01  WS-STATUS-LGP        PIC X(2).
       01  WS-FIM-ARQUIVO       PIC X VALUE 'N'.
           88 FIM-ARQUIVO       VALUE 'S'.

       01  WS-TIPO-PEDIDO       PIC X(1).
           88 PEDIDO-ACESSO     VALUE 'C'.
           88 PEDIDO-ELIMINACAO VALUE 'E'.
       01  WS-PESSOA-ID         PIC X(10).
       01  WS-ID-ANONIMO        PIC X(10) VALUE ALL "*".

       01  WS-DATA-PRIMEIRA     PIC X(8) VALUE SPACES.
       01  WS-DATA-ULTIMA       PIC X(8) VALUE SPACES.

       01  WS-QTD-LIDOS         PIC 9(8) VALUE 0.
       01  WS-QTD-TITULAR       PIC 9(8) VALUE 0.
       01  WS-QTD-ERROS         PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSAR-GERACAO
               UNTIL FIM-ARQUIVO
           PERFORM 8000-GRAVAR-RESUMO
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1300-LER-PARAMETRO
           IF PEDIDO-ELIMINACAO
               OPEN I-O ARCHIVE-FILE
           ELSE
               OPEN INPUT ARCHIVE-FILE
           END-IF
           IF WS-STATUS-ARC NOT = "00"
               DISPLAY "ERRO ABRINDO APHFILE, FILE STATUS: "
                   WS-STATUS-ARC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LGPD-REPORT-FILE
           IF WS-STATUS-LGP NOT = "00"
               OPEN OUTPUT LGPD-REPORT-FILE
           END-IF
           IF WS-STATUS-LGP NOT = "00"
               DISPLAY "ERRO ABRINDO LGPFILE, FILE STATUS: "
                   WS-STATUS-LGP
               CLOSE ARCHIVE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM NOT = "00"
               DISPLAY "ERRO: CARTAO DO PEDIDO LGPD OBRIGATORIO, "
                   "FILE STATUS PRMFILE: " WS-STATUS-PRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERRO: CARTAO DO PEDIDO LGPD AUSENTE"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PRM-TIPO      TO WS-TIPO-PEDIDO
           MOVE PRM-PESSOA-ID TO WS-PESSOA-ID
           CLOSE PARM-FILE
           IF NOT PEDIDO-ACESSO AND NOT PEDIDO-ELIMINACAO
               DISPLAY "ERRO: TIPO DE PEDIDO INVALIDO (C/E): "
                   PRM-TIPO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PESSOA-ID = SPACES OR WS-PESSOA-ID = WS-ID-ANONIMO
               DISPLAY "ERRO: PESSOA-ID INVALIDO NO CARTAO: "
                   PRM-PESSOA-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESSAR-GERACAO.
           READ ARCHIVE-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   IF WS-DATA-PRIMEIRA = SPACES
                       MOVE ARC-DATA-HORA (1:8) TO WS-DATA-PRIMEIRA
                   END-IF
                   MOVE ARC-DATA-HORA (1:8) TO WS-DATA-ULTIMA
                   IF ARC-PESSOA-ID-1 = WS-PESSOA-ID
                           OR ARC-PESSOA-ID-2 = WS-PESSOA-ID
                       IF PEDIDO-ACESSO
                           PERFORM 2200-LISTAR-REGISTRO
                       ELSE
                           PERFORM 2100-ANONIMIZAR-REGISTRO
                       END-IF
                   END-IF
           END-READ.

       2100-ANONIMIZAR-REGISTRO.
           IF ARC-PESSOA-ID-1 = WS-PESSOA-ID
               MOVE WS-ID-ANONIMO TO ARC-PESSOA-ID-1
           END-IF
           IF ARC-PESSOA-ID-2 = WS-PESSOA-ID
               MOVE WS-ID-ANONIMO TO ARC-PESSOA-ID-2
           END-IF
           REWRITE ARC-RECORD
           IF WS-STATUS-ARC = "00"
               ADD 1 TO WS-QTD-TITULAR
           ELSE
               DISPLAY "ERRO REGRAVANDO APHFILE: "
                   ARC-CHAVE ": " WS-STATUS-ARC
               ADD 1 TO WS-QTD-ERROS
           END-IF.

       2200-LISTAR-REGISTRO.
           ADD 1 TO WS-QTD-TITULAR
           MOVE SPACES TO LGP-DATA-LINE
           MOVE "APHFILE" TO LGP-ARQUIVO
           STRING "PAR " ARC-PESSOA-ID-1
                  " / " ARC-PESSOA-ID-2
                  "  EXECUCAO " ARC-DATA-HORA
                  "  SAFAD/ANJO " ARC-SAFAD-1
                  "/" ARC-ANJO-1
                  " " ARC-SAFAD-2 "/" ARC-ANJO-2
                  "  PONTUACAO " ARC-PONTUACAO
                  " " ARC-FAIXA
                  "  CLIENTE " ARC-CLIENTE
                  DELIMITED BY SIZE INTO LGP-CONTEUDO
           WRITE LGP-DATA-LINE.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO LGP-COUNT-LINE
           STRING "HIST. PARES ARQUIVO " WS-DATA-PRIMEIRA
                  " A " WS-DATA-ULTIMA
                  DELIMITED BY SIZE INTO LGP-CNT-ARQUIVO
           IF PEDIDO-ACESSO
               MOVE "ENCONTRADOS"   TO LGP-CNT-ACAO
           ELSE
               MOVE "ANONIMIZADOS"  TO LGP-CNT-ACAO
           END-IF
           MOVE WS-QTD-TITULAR      TO LGP-CNT-QTDE
           WRITE LGP-COUNT-LINE
           IF WS-QTD-ERROS > 0
               MOVE SPACES TO LGP-COUNT-LINE
               STRING "HIST. PARES ARQUIVO " WS-DATA-PRIMEIRA
                      " A " WS-DATA-ULTIMA
                      DELIMITED BY SIZE INTO LGP-CNT-ARQUIVO
               MOVE "ERROS"         TO LGP-CNT-ACAO
               MOVE WS-QTD-ERROS    TO LGP-CNT-QTDE
               WRITE LGP-COUNT-LINE
           END-IF.

       9000-FINALIZAR.
           CLOSE ARCHIVE-FILE
           CLOSE LGPD-REPORT-FILE
           DISPLAY "SAFADLGH: LIDOS: " WS-QTD-LIDOS
               " DO TITULAR: " WS-QTD-TITULAR
               " ERROS: " WS-QTD-ERROS.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-QTD-ERROS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
