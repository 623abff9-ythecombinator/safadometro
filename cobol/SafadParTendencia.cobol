      *****************************************************
      *** Relatorio de tendencia por par do             ***
      *** SAFADOMETRO. Le o historico de pontuacao de   ***
      *** pares (PHSFILE, gravado pelo SAFADPAR) na     ***
      *** ordem da chave - par e data-hora - e imprime, ***
      *** por casal, cada ponto desde o PAR-DATA-INICIO ***
      *** do cadastro de pares, com a variacao sobre o  ***
      *** ponto anterior, a marca de mudanca de faixa e ***
      *** um rodape de minimo/maximo/media. Pontos de   ***
      *** uma vigencia anterior do mesmo casal (par     ***
      *** encerrado e reaberto) sao so contados. O      ***
      *** cartao de parametro seleciona um par ou, em   ***
      *** branco, o arquivo inteiro.                     ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADPTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT PAIR-HIST-FILE ASSIGN TO PHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WS-STATUS-PHS.
           SELECT PAIR-FILE ASSIGN TO PARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-STATUS-PAR.
           SELECT MASTER-FILE ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PESSOA-ID
               FILE STATUS IS WS-STATUS-MST.
           SELECT PAIR-TREND-FILE ASSIGN TO PTNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PTN.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-PESSOA-ID-1     PIC X(10).
           05  PRM-PESSOA-ID-2     PIC X(10).
           05  FILLER              PIC X(60).

       FD  PAIR-HIST-FILE.
           COPY PHSREC.

       FD  PAIR-FILE.
           COPY PARREC.

       FD  MASTER-FILE.
           COPY PESREC.

       FD  PAIR-TREND-FILE.
           COPY PTNREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-PHS        PIC X(2).
       01  WS-STATUS-PAR        PIC X(2).
       01  WS-STATUS-MST        PIC X(2).
       01  WS-STATUS-PTN        PIC X(2).
       01  WS-FIM-PHS           PIC X VALUE 'N'.
           88 FIM-PHS           VALUE 'S'.

       01  WS-MODO-SELECAO      PIC X VALUE 'T'.
           88 SELECAO-TODOS     VALUE 'T'.
           88 SELECAO-UM-PAR    VALUE 'U'.
       01  WS-PAR-SOLICITADO.
           05  WS-SOL-PESSOA-ID-1  PIC X(10).
           05  WS-SOL-PESSOA-ID-2  PIC X(10).

       01  WS-PAR-ATUAL.
           05  WS-ATU-PESSOA-ID-1  PIC X(10) VALUE SPACES.
           05  WS-ATU-PESSOA-ID-2  PIC X(10) VALUE SPACES.
       01  WS-INICIO-PAR        PIC X(8).
       01  WS-SITUACAO-PAR      PIC X(30).
       01  WS-ID-BUSCA-NOME     PIC X(10).
       01  WS-NOME-PESSOA       PIC X(20).
       01  WS-NOME-1            PIC X(20).

       01  WS-TEM-ANTERIOR      PIC X VALUE 'N'.
           88 TEM-ANTERIOR      VALUE 'S'.
       01  WS-PONTUACAO-ANTERIOR PIC 9(3).
       01  WS-FAIXA-ANTERIOR    PIC X(6).
       01  WS-VARIACAO          PIC S9(3).
       01  WS-VARIACAO-EDITADA  PIC +ZZ9.

       01  WS-QTDE-PONTOS       PIC 9(6) VALUE 0.
       01  WS-QTDE-FORA-PERIODO PIC 9(6) VALUE 0.
       01  WS-QTDE-MUDANCAS     PIC 9(6) VALUE 0.
       01  WS-SOMA-PONTUACAO    PIC 9(9) VALUE 0.
       01  WS-MIN-PONTUACAO     PIC 9(3).
       01  WS-MAX-PONTUACAO     PIC 9(3).
       01  WS-MEDIA-PONTUACAO   PIC 9(3).

       01  WS-QTDE-PARES        PIC 9(6) VALUE 0.
       01  WS-TOTAL-PONTOS      PIC 9(8) VALUE 0.
       01  WS-TOTAL-MUDANCAS    PIC 9(8) VALUE 0.
       01  WS-PARES-COM-MUDANCA PIC 9(6) VALUE 0.
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZ9.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-MES      PIC 9(2).
           05  WS-DATA-DIA      PIC 9(2).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSA-PONTO
               UNTIL FIM-PHS
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
           OPEN INPUT PAIR-HIST-FILE
           IF WS-STATUS-PHS NOT = "00"
               DISPLAY "ERRO ABRINDO PHSFILE, FILE STATUS: "
                   WS-STATUS-PHS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAIR-FILE
           IF WS-STATUS-PAR NOT = "00"
               DISPLAY "ERRO ABRINDO PARFILE, FILE STATUS: "
                   WS-STATUS-PAR
               CLOSE PAIR-HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-STATUS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO MSTFILE, FILE STATUS: "
                   WS-STATUS-MST
               CLOSE PAIR-HIST-FILE
               CLOSE PAIR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAIR-TREND-FILE
           IF WS-STATUS-PTN NOT = "00"
               DISPLAY "ERRO ABRINDO PTNFILE, FILE STATUS: "
                   WS-STATUS-PTN
               CLOSE PAIR-HIST-FILE
               CLOSE PAIR-FILE
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 1400-POSICIONAR-HISTORICO
           PERFORM 2100-LER-HISTORICO-PAR.

      *    O par e' pedido na ordem normalizada do cadastro (menor
      *    ID primeiro); se vier invertido, desinverte aqui.
       1300-LER-PARAMETRO.
           SET SELECAO-TODOS TO TRUE
           MOVE SPACES TO WS-PAR-SOLICITADO
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-PESSOA-ID-1 NOT = SPACES
                           SET SELECAO-UM-PAR TO TRUE
                           IF PRM-PESSOA-ID-1 > PRM-PESSOA-ID-2
                               MOVE PRM-PESSOA-ID-2
                                   TO WS-SOL-PESSOA-ID-1
                               MOVE PRM-PESSOA-ID-1
                                   TO WS-SOL-PESSOA-ID-2
                           ELSE
                               MOVE PRM-PESSOA-ID-1
                                   TO WS-SOL-PESSOA-ID-1
                               MOVE PRM-PESSOA-ID-2
                                   TO WS-SOL-PESSOA-ID-2
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "RELATORIO DE TENDENCIA DE CASAIS SAFADOMETRO - "
                  "EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE
           IF SELECAO-UM-PAR
               MOVE SPACES TO PTN-TITLE-LINE
               STRING "PAR SOLICITADO: " WS-SOL-PESSOA-ID-1
                      " / " WS-SOL-PESSOA-ID-2
                      DELIMITED BY SIZE INTO PTN-TITLE-LINE
               WRITE PTN-TITLE-LINE
           END-IF.

       1400-POSICIONAR-HISTORICO.
           IF SELECAO-UM-PAR
               MOVE WS-SOL-PESSOA-ID-1 TO PHS-PESSOA-ID-1
               MOVE WS-SOL-PESSOA-ID-2 TO PHS-PESSOA-ID-2
               MOVE LOW-VALUES TO PHS-DATA-HORA
           ELSE
               MOVE LOW-VALUES TO PHS-CHAVE
           END-IF
           START PAIR-HIST-FILE KEY NOT LESS THAN PHS-CHAVE
               INVALID KEY
                   SET FIM-PHS TO TRUE
           END-START.

       2000-PROCESSA-PONTO.
           IF SELECAO-UM-PAR
               AND (PHS-PESSOA-ID-1 NOT = WS-SOL-PESSOA-ID-1
                    OR PHS-PESSOA-ID-2 NOT = WS-SOL-PESSOA-ID-2)
               SET FIM-PHS TO TRUE
           ELSE
               IF PHS-PESSOA-ID-1 NOT = WS-ATU-PESSOA-ID-1
                   OR PHS-PESSOA-ID-2 NOT = WS-ATU-PESSOA-ID-2
                   PERFORM 2300-QUEBRA-DE-PAR
               END-IF
               IF PHS-DATA-HORA (1:8) < WS-INICIO-PAR
                   ADD 1 TO WS-QTDE-FORA-PERIODO
               ELSE
                   PERFORM 2400-GRAVAR-DETALHE-TENDENCIA
                   PERFORM 2500-ACUMULAR-ESTATISTICAS
               END-IF
               PERFORM 2100-LER-HISTORICO-PAR
           END-IF.

       2100-LER-HISTORICO-PAR.
           READ PAIR-HIST-FILE NEXT
               AT END
                   SET FIM-PHS TO TRUE
           END-READ.

       2300-QUEBRA-DE-PAR.
           IF WS-ATU-PESSOA-ID-1 NOT = SPACES
               PERFORM 2600-GRAVAR-RODAPE-PAR
           END-IF
           MOVE PHS-PESSOA-ID-1 TO WS-ATU-PESSOA-ID-1
           MOVE PHS-PESSOA-ID-2 TO WS-ATU-PESSOA-ID-2
           MOVE 0 TO WS-QTDE-PONTOS
           MOVE 0 TO WS-QTDE-FORA-PERIODO
           MOVE 0 TO WS-QTDE-MUDANCAS
           MOVE 0 TO WS-SOMA-PONTUACAO
           MOVE 999 TO WS-MIN-PONTUACAO
           MOVE 0 TO WS-MAX-PONTUACAO
           MOVE 'N' TO WS-TEM-ANTERIOR
           ADD 1 TO WS-QTDE-PARES
           PERFORM 2350-BUSCAR-INICIO-PAR
           MOVE SPACES TO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE
           MOVE WS-ATU-PESSOA-ID-1 TO WS-ID-BUSCA-NOME
           PERFORM 8500-BUSCAR-NOME-MESTRE
           MOVE WS-NOME-PESSOA TO WS-NOME-1
           MOVE WS-ATU-PESSOA-ID-2 TO WS-ID-BUSCA-NOME
           PERFORM 8500-BUSCAR-NOME-MESTRE
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "PAR: " WS-ATU-PESSOA-ID-1
                  " / " WS-ATU-PESSOA-ID-2
                  "  " WS-NOME-1
                  " / " WS-NOME-PESSOA
                  DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "INICIO DO PAR: " WS-INICIO-PAR
                  "  SITUACAO: " WS-SITUACAO-PAR
                  DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "DATA        SF1  AJ1  SF2  AJ2  PTS  FAIXA   "
                  "VARIA  FAIXA"
                  DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE.

      *    O inicio vem do cadastro de pares e nao do ponto: se o
      *    casal foi encerrado e reaberto, a tendencia recomeca na
      *    vigencia atual. Par que saiu do cadastro (eliminacao
      *    LGPD de um dos dois) lista todos os pontos.
       2350-BUSCAR-INICIO-PAR.
           MOVE WS-ATU-PESSOA-ID-1 TO PAR-PESSOA-ID-1
           MOVE WS-ATU-PESSOA-ID-2 TO PAR-PESSOA-ID-2
           MOVE SPACES TO WS-SITUACAO-PAR
           READ PAIR-FILE
               INVALID KEY
                   MOVE "00000000" TO WS-INICIO-PAR
                   MOVE "*PAR SEM CADASTRO*" TO WS-SITUACAO-PAR
               NOT INVALID KEY
                   MOVE PAR-DATA-INICIO TO WS-INICIO-PAR
                   IF PAR-DATA-FIM = 0
                       MOVE "VIGENTE" TO WS-SITUACAO-PAR
                   ELSE
                       STRING "ENCERRADO EM " PAR-DATA-FIM
                              DELIMITED BY SIZE INTO WS-SITUACAO-PAR
                   END-IF
           END-READ.

       2400-GRAVAR-DETALHE-TENDENCIA.
           MOVE SPACES TO PTN-DETAIL-LINE
           MOVE PHS-DATA-EXECUCAO TO PTN-DATA-EXECUCAO
           MOVE PHS-SAFAD-1       TO PTN-SAFAD-1
           MOVE PHS-ANJO-1        TO PTN-ANJO-1
           MOVE PHS-SAFAD-2       TO PTN-SAFAD-2
           MOVE PHS-ANJO-2        TO PTN-ANJO-2
           MOVE PHS-PONTUACAO     TO PTN-PONTUACAO
           MOVE PHS-FAIXA         TO PTN-FAIXA
           IF TEM-ANTERIOR
               COMPUTE WS-VARIACAO =
                   PHS-PONTUACAO - WS-PONTUACAO-ANTERIOR
               MOVE WS-VARIACAO TO WS-VARIACAO-EDITADA
               MOVE WS-VARIACAO-EDITADA TO PTN-VARIACAO
               IF PHS-FAIXA NOT = WS-FAIXA-ANTERIOR
                   STRING "*** MUDOU: " WS-FAIXA-ANTERIOR
                          " -> " PHS-FAIXA
                          DELIMITED BY SIZE INTO PTN-MUDANCA
                   ADD 1 TO WS-QTDE-MUDANCAS
               END-IF
           ELSE
               MOVE SPACES TO PTN-VARIACAO
           END-IF
           WRITE PTN-DETAIL-LINE.

       2500-ACUMULAR-ESTATISTICAS.
           ADD 1 TO WS-QTDE-PONTOS
           ADD PHS-PONTUACAO TO WS-SOMA-PONTUACAO
           IF PHS-PONTUACAO < WS-MIN-PONTUACAO
               MOVE PHS-PONTUACAO TO WS-MIN-PONTUACAO
           END-IF
           IF PHS-PONTUACAO > WS-MAX-PONTUACAO
               MOVE PHS-PONTUACAO TO WS-MAX-PONTUACAO
           END-IF
           MOVE PHS-PONTUACAO TO WS-PONTUACAO-ANTERIOR
           MOVE PHS-FAIXA     TO WS-FAIXA-ANTERIOR
           MOVE 'S' TO WS-TEM-ANTERIOR.

       2600-GRAVAR-RODAPE-PAR.
           MOVE SPACES TO PTN-TITLE-LINE
           IF WS-QTDE-PONTOS = 0
               STRING "NENHUM PONTO DESDE O INICIO DO PAR"
                      DELIMITED BY SIZE INTO PTN-TITLE-LINE
           ELSE
               COMPUTE WS-MEDIA-PONTUACAO ROUNDED =
                   WS-SOMA-PONTUACAO / WS-QTDE-PONTOS
               MOVE WS-QTDE-PONTOS TO WS-CONTAGEM-EDITADA
               STRING "PONTOS: " WS-CONTAGEM-EDITADA
                      "  MINIMO: " WS-MIN-PONTUACAO
                      "  MAXIMO: " WS-MAX-PONTUACAO
                      "  MEDIA: "  WS-MEDIA-PONTUACAO
                      "  FAIXA ATUAL: " WS-FAIXA-ANTERIOR
                      DELIMITED BY SIZE INTO PTN-TITLE-LINE
           END-IF
           WRITE PTN-TITLE-LINE
           MOVE WS-QTDE-MUDANCAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "MUDANCAS DE FAIXA: " WS-CONTAGEM-EDITADA
                  DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE
           IF WS-QTDE-FORA-PERIODO > 0
               MOVE WS-QTDE-FORA-PERIODO TO WS-CONTAGEM-EDITADA
               MOVE SPACES TO PTN-TITLE-LINE
               STRING "PONTOS DE VIGENCIA ANTERIOR (NAO LISTADOS): "
                      WS-CONTAGEM-EDITADA
                      DELIMITED BY SIZE INTO PTN-TITLE-LINE
               WRITE PTN-TITLE-LINE
           END-IF
           ADD WS-QTDE-PONTOS TO WS-TOTAL-PONTOS
           ADD WS-QTDE-MUDANCAS TO WS-TOTAL-MUDANCAS
           IF WS-QTDE-MUDANCAS > 0
               ADD 1 TO WS-PARES-COM-MUDANCA
           END-IF.

       9000-FINALIZAR.
           IF WS-ATU-PESSOA-ID-1 NOT = SPACES
               PERFORM 2600-GRAVAR-RODAPE-PAR
           END-IF
           IF WS-QTDE-PARES = 0
               MOVE SPACES TO PTN-TITLE-LINE
               IF SELECAO-UM-PAR
                   STRING "PAR SEM HISTORICO DE PONTUACAO: "
                          WS-SOL-PESSOA-ID-1 " / " WS-SOL-PESSOA-ID-2
                          DELIMITED BY SIZE INTO PTN-TITLE-LINE
               ELSE
                   STRING "HISTORICO DE PARES VAZIO" DELIMITED BY SIZE
                          INTO PTN-TITLE-LINE
               END-IF
               WRITE PTN-TITLE-LINE
           END-IF
           MOVE SPACES TO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "TOTAIS DE CONTROLE" DELIMITED BY SIZE
               INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE

           MOVE WS-QTDE-PARES TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "PARES LISTADOS.......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE

           MOVE WS-TOTAL-PONTOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "PONTOS LISTADOS......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE

           MOVE WS-TOTAL-MUDANCAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "MUDANCAS DE FAIXA....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE

           MOVE WS-PARES-COM-MUDANCA TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO PTN-TITLE-LINE
           STRING "PARES QUE MUDARAM....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO PTN-TITLE-LINE
           WRITE PTN-TITLE-LINE

           CLOSE PAIR-HIST-FILE
           CLOSE PAIR-FILE
           CLOSE MASTER-FILE
           CLOSE PAIR-TREND-FILE.

      *    Pessoa com historico mas excluida do cadastro mestre sai
      *    marcada: essa propria situacao merece atencao.
       8500-BUSCAR-NOME-MESTRE.
           MOVE WS-ID-BUSCA-NOME TO MST-PESSOA-ID
           READ MASTER-FILE
               INVALID KEY
                   MOVE "*ID SEM CADASTRO*" TO WS-NOME-PESSOA
               NOT INVALID KEY
                   MOVE MST-NOME TO WS-NOME-PESSOA
           END-READ.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-QTDE-PARES = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
