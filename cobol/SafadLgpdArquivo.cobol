      *****************************************************
      *** Eliminacao LGPD numa geracao de arquivo do    ***
      *** historico (ARCFILE), um step por geracao      ***
      *** depois do SAFADLGP. Le o mesmo cartao do      ***
      *** pedido e regrava no lugar cada registro do    ***
      *** titular com o ID anonimizado e sem data de    ***
      *** nascimento nem SOMAMES; as pontuacoes ficam   ***
      *** para as estatisticas. Acrescenta ao           ***
      *** certificado (LGPFILE) a linha da geracao.     ***
      *** Com cartao de acesso (C) termina sem abrir a  ***
      *** geracao, para o mesmo job servir aos dois.    ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADLGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT ARCHIVE-FILE ASSIGN TO ARCFILE
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
           COPY HISTREC REPLACING LEADING ==HIST== BY ==ARC==.

       FD  LGPD-REPORT-FILE.
           COPY LGPREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-ARC        PIC X(2).
       01  WS-STATUS-LGP        PIC X(2).
       01  WS-FIM-ARQUIVO       PIC X VALUE 'N'.
           88 FIM-ARQUIVO       VALUE 'S'.

       01  WS-PESSOA-ID         PIC X(10).
       01  WS-ID-ANONIMO        PIC X(10) VALUE ALL "*".

       01  WS-DATA-PRIMEIRA     PIC X(8) VALUE SPACES.
       01  WS-DATA-ULTIMA       PIC X(8) VALUE SPACES.

       01  WS-QTD-LIDOS         PIC 9(8) VALUE 0.
       01  WS-QTD-ANONIMIZADOS  PIC 9(8) VALUE 0.
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
           OPEN I-O ARCHIVE-FILE
           IF WS-STATUS-ARC NOT = "00"
               DISPLAY "ERRO ABRINDO ARCFILE, FILE STATUS: "
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
           MOVE PRM-PESSOA-ID TO WS-PESSOA-ID
           CLOSE PARM-FILE
      *    Pedido de acesso: as geracoes ja foram listadas pelo
      *    SAFADLGP e aqui nao ha o que fazer.
           IF PRM-TIPO = "C"
               DISPLAY "SAFADLGA: PEDIDO DE ACESSO, GERACAO NAO "
                   "ALTERADA"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRM-TIPO NOT = "E"
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
                   IF ARC-PESSOA-ID = WS-PESSOA-ID
                       PERFORM 2100-ANONIMIZAR-REGISTRO
                   END-IF
           END-READ.

       2100-ANONIMIZAR-REGISTRO.
           MOVE WS-ID-ANONIMO TO ARC-PESSOA-ID
           MOVE 0             TO ARC-DIA
           MOVE 0             TO ARC-MES
           MOVE 0             TO ARC-ANO
           MOVE 0             TO ARC-SOMAMES
           REWRITE ARC-RECORD
           IF WS-STATUS-ARC = "00"
               ADD 1 TO WS-QTD-ANONIMIZADOS
           ELSE
               DISPLAY "ERRO REGRAVANDO ARCFILE: "
                   ARC-CHAVE ": " WS-STATUS-ARC
               ADD 1 TO WS-QTD-ERROS
           END-IF.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO LGP-COUNT-LINE
           STRING "GERACAO ARQUIVO " WS-DATA-PRIMEIRA
                  " A " WS-DATA-ULTIMA
                  DELIMITED BY SIZE INTO LGP-CNT-ARQUIVO
           MOVE "ANONIMIZADOS"      TO LGP-CNT-ACAO
           MOVE WS-QTD-ANONIMIZADOS TO LGP-CNT-QTDE
           WRITE LGP-COUNT-LINE
           IF WS-QTD-ERROS > 0
               MOVE SPACES TO LGP-COUNT-LINE
               STRING "GERACAO ARQUIVO " WS-DATA-PRIMEIRA
                      " A " WS-DATA-ULTIMA
                      DELIMITED BY SIZE INTO LGP-CNT-ARQUIVO
               MOVE "ERROS"         TO LGP-CNT-ACAO
               MOVE WS-QTD-ERROS    TO LGP-CNT-QTDE
               WRITE LGP-COUNT-LINE
           END-IF.

       9000-FINALIZAR.
           CLOSE ARCHIVE-FILE
           CLOSE LGPD-REPORT-FILE
           DISPLAY "SAFADLGA: LIDOS: " WS-QTD-LIDOS
               " ANONIMIZADOS: " WS-QTD-ANONIMIZADOS
               " ERROS: " WS-QTD-ERROS.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-QTD-ERROS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
