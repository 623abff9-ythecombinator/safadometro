      *****************************************************
      *** Verificacao da integridade do historico do    ***
      *** SAFADOMETRO (cluster HISTFILE e o indice      ***
      *** alternativo HISTORICO.AIX). Tres leituras:    ***
      *** 1) o cluster base na ordem da chave primaria, ***
      *** contando os registros de cada pessoa no       ***
      *** arquivo de trabalho WRKFILE (layout VRWREC);  ***
      *** 2) o caminho do indice alternativo, pessoa a  ***
      *** pessoa: conta de novo no WRKFILE, recalcula   ***
      *** cada SAFAD/ANJO gravado pelo SAFADCLC a       ***
      *** partir de HIST-DIA/MES/ANO na versao de       ***
      *** regras do proprio registro e confronta a      ***
      *** pessoa com o cadastro mestre (PESSOA-ID fora  ***
      *** do MSTFILE, nascimento do mestre diferente do ***
      *** gravado no historico); 3) o WRKFILE, listando ***
      *** a pessoa cujas leituras base e caminho nao    ***
      *** devolveram os mesmos registros. Cada excecao  ***
      *** sai numa linha do VRFFILE (layout VRFREC). O  ***
      *** cluster so e' lido, nunca corrigido.          ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADVRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-PESSOA-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.
           SELECT MASTER-FILE ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PESSOA-ID
               FILE STATUS IS WS-STATUS-MST.
           SELECT WORK-FILE ASSIGN TO WRKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRW-PESSOA-ID
               FILE STATUS IS WS-STATUS-WRK.
           SELECT VERIFY-REPORT-FILE ASSIGN TO VRFFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VRF.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  MASTER-FILE.
           COPY PESREC.

       FD  WORK-FILE.
           COPY VRWREC.

       FD  VERIFY-REPORT-FILE.
           COPY VRFREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-HIST       PIC X(2).
       01  WS-STATUS-MST        PIC X(2).
       01  WS-STATUS-WRK        PIC X(2).
       01  WS-STATUS-VRF        PIC X(2).
       01  WS-FIM-HIST          PIC X VALUE 'N'.
           88 FIM-HIST          VALUE 'S'.
       01  WS-FIM-WRK           PIC X VALUE 'N'.
           88 FIM-WRK           VALUE 'S'.
       01  WS-TEM-PESSOA        PIC X VALUE 'N'.
           88 TEM-PESSOA        VALUE 'S'.
       01  WS-PES-NO-MESTRE     PIC X VALUE 'N'.
           88 PES-NO-MESTRE     VALUE 'S'.

           COPY CALCREC.

      *    Pessoa em curso na leitura pelo caminho alternativo.
       01  WS-PESSOA-CORRENTE   PIC X(10).
       01  WS-PES-CLIENTE       PIC X(4).
       01  WS-PES-REGISTROS     PIC 9(7).
       01  WS-PES-DIVERGENTES   PIC 9(7).
       01  WS-PES-DATA-HORA     PIC X(14).
       01  WS-PES-NASC-HIST     PIC X(10).
       01  WS-NASC-MESTRE       PIC X(10).
       01  WS-NASC-HIST         PIC X(10).
       01  WS-DATA-REFERENCIA   PIC X(8).

       01  WS-REGISTROS-BASE       PIC 9(8) VALUE 0.
       01  WS-REGISTROS-CAMINHO    PIC 9(8) VALUE 0.
       01  WS-PESSOAS-HISTORICO    PIC 9(8) VALUE 0.
       01  WS-RECALCULOS-OK        PIC 9(8) VALUE 0.
       01  WS-RECALCULOS-DIVERG    PIC 9(8) VALUE 0.
       01  WS-VERSOES-SEM-REGRA    PIC 9(8) VALUE 0.
       01  WS-NASCIMENTOS-INVALID  PIC 9(8) VALUE 0.
       01  WS-PESSOAS-SEM-MESTRE   PIC 9(8) VALUE 0.
       01  WS-PESSOAS-NASC-DIVERG  PIC 9(8) VALUE 0.
       01  WS-PESSOAS-BASE-CAMINHO PIC 9(8) VALUE 0.
       01  WS-CAMINHO-FORA-ORDEM   PIC 9(8) VALUE 0.
       01  WS-EXCECOES             PIC 9(8) VALUE 0.
       01  WS-EXCECOES-SECAO       PIC 9(8) VALUE 0.
       01  WS-CONTAGEM-EDITADA     PIC ZZZ,ZZZ,ZZ9.
       01  WS-QTDE-EDITADA         PIC ZZZ,ZZ9.
       01  WS-QTDE-EDITADA-2       PIC ZZZ,ZZ9.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-MES      PIC 9(2).
           05  WS-DATA-DIA      PIC 9(2).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSA-BASE
               UNTIL FIM-HIST
           PERFORM 3000-PREPARAR-CAMINHO
           PERFORM 3100-PROCESSA-CAMINHO
               UNTIL FIM-HIST
           IF TEM-PESSOA
               PERFORM 3800-FECHAR-PESSOA
           END-IF
           PERFORM 3900-FECHAR-SECAO
           PERFORM 4000-PREPARAR-CONFRONTO
           PERFORM 4100-CONFRONTAR-PESSOA
               UNTIL FIM-WRK
           PERFORM 3900-FECHAR-SECAO
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           STRING WS-DATA-ANO   "-"
                  WS-DATA-MES   "-"
                  WS-DATA-DIA
                  DELIMITED BY SIZE INTO WS-DATA-EXECUCAO
           OPEN INPUT HISTORY-FILE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "ERRO ABRINDO HISTFILE, FILE STATUS: "
                   WS-STATUS-HIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-STATUS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO MSTFILE, FILE STATUS: "
                   WS-STATUS-MST
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    O cluster de trabalho vem vazio do step de alocacao:
      *    carregado em OUTPUT antes de ser aberto para I-O.
           OPEN OUTPUT WORK-FILE
           IF WS-STATUS-WRK = "00"
               CLOSE WORK-FILE
               OPEN I-O WORK-FILE
           END-IF
           IF WS-STATUS-WRK NOT = "00"
               DISPLAY "ERRO ABRINDO WRKFILE, FILE STATUS: "
                   WS-STATUS-WRK
               CLOSE HISTORY-FILE
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-STATUS-VRF NOT = "00"
               DISPLAY "ERRO ABRINDO VRFFILE, FILE STATUS: "
                   WS-STATUS-VRF
               CLOSE HISTORY-FILE
               CLOSE MASTER-FILE
               CLOSE WORK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           MOVE LOW-VALUES TO HIST-CHAVE
           START HISTORY-FILE KEY NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   SET FIM-HIST TO TRUE
           END-START
           IF NOT FIM-HIST
               PERFORM 2100-LER-HISTORICO
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "VERIFICACAO DO HISTORICO SAFADOMETRO - "
                  "EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE.

      *    Primeira leitura: o cluster base, na ordem da chave
      *    primaria (cliente/pessoa/data-hora/sequencia).
       2000-PROCESSA-BASE.
           ADD 1 TO WS-REGISTROS-BASE
           MOVE HIST-PESSOA-ID TO VRW-PESSOA-ID
           READ WORK-FILE
               INVALID KEY
                   MOVE SPACES TO VRW-RECORD
                   MOVE HIST-PESSOA-ID TO VRW-PESSOA-ID
                   MOVE HIST-CLIENTE   TO VRW-CLIENTE
                   MOVE 1        TO VRW-QTDE-BASE
                   MOVE 0        TO VRW-QTDE-CAMINHO
                   MOVE HIST-SEQ TO VRW-SOMA-BASE
                   MOVE 0        TO VRW-SOMA-CAMINHO
                   WRITE VRW-RECORD
               NOT INVALID KEY
                   ADD 1        TO VRW-QTDE-BASE
                   ADD HIST-SEQ TO VRW-SOMA-BASE
                   REWRITE VRW-RECORD
           END-READ
           IF WS-STATUS-WRK NOT = "00"
               PERFORM 8900-ERRO-TRABALHO
           END-IF
           PERFORM 2100-LER-HISTORICO.

       2100-LER-HISTORICO.
           READ HISTORY-FILE NEXT
               AT END
                   SET FIM-HIST TO TRUE
           END-READ.

      *    Segunda leitura: o mesmo cluster pelo caminho do indice
      *    alternativo, em ordem de PESSOA-ID.
       3000-PREPARAR-CAMINHO.
           MOVE 'N' TO WS-FIM-HIST
           MOVE SPACES TO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "RECALCULO DO SAFAD/ANJO E CONFRONTO COM O CADASTRO "
                  "MESTRE (LEITURA PELO INDICE ALTERNATIVO)"
                  DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           PERFORM 3050-GRAVAR-TITULO-COLUNAS
           MOVE LOW-VALUES TO HIST-PESSOA-ID
           START HISTORY-FILE KEY NOT LESS THAN HIST-PESSOA-ID
               INVALID KEY
                   SET FIM-HIST TO TRUE
           END-START
           IF NOT FIM-HIST
               PERFORM 2100-LER-HISTORICO
           END-IF.

       3050-GRAVAR-TITULO-COLUNAS.
           MOVE 0 TO WS-EXCECOES-SECAO
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "OCORRENCIA              CLI   PESSOA-ID   "
                  "DATA-HORA       DETALHE"
                  DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE.

       3100-PROCESSA-CAMINHO.
           ADD 1 TO WS-REGISTROS-CAMINHO
           IF NOT TEM-PESSOA
               PERFORM 3200-ABRIR-PESSOA
           ELSE
               IF HIST-PESSOA-ID NOT = WS-PESSOA-CORRENTE
                   IF HIST-PESSOA-ID < WS-PESSOA-CORRENTE
                       PERFORM 3150-REGISTRAR-FORA-DE-ORDEM
                   END-IF
                   PERFORM 3800-FECHAR-PESSOA
                   PERFORM 3200-ABRIR-PESSOA
               END-IF
           END-IF
           PERFORM 3300-ACUMULAR-CAMINHO
           PERFORM 3400-RECALCULAR
           PERFORM 3500-CONFERIR-NASCIMENTO
           PERFORM 2100-LER-HISTORICO.

       3150-REGISTRAR-FORA-DE-ORDEM.
           ADD 1 TO WS-CAMINHO-FORA-ORDEM
           MOVE SPACES TO VRF-DETAIL-LINE
           MOVE "CAMINHO FORA DE ORDEM" TO VRF-OCORRENCIA
           MOVE HIST-CLIENTE    TO VRF-CLIENTE
           MOVE HIST-PESSOA-ID  TO VRF-PESSOA-ID
           MOVE HIST-DATA-HORA  TO VRF-DATA-HORA
           STRING "VEIO DEPOIS DE " WS-PESSOA-CORRENTE
                  " NA LEITURA PELO INDICE ALTERNATIVO"
                  DELIMITED BY SIZE INTO VRF-DETALHE
           PERFORM 8000-GRAVAR-EXCECAO.

       3200-ABRIR-PESSOA.
           SET TEM-PESSOA TO TRUE
           ADD 1 TO WS-PESSOAS-HISTORICO
           MOVE HIST-PESSOA-ID TO WS-PESSOA-CORRENTE
           MOVE HIST-CLIENTE   TO WS-PES-CLIENTE
           MOVE 0 TO WS-PES-REGISTROS
           MOVE 0 TO WS-PES-DIVERGENTES
           MOVE SPACES TO WS-PES-DATA-HORA
           MOVE SPACES TO WS-PES-NASC-HIST
           MOVE SPACES TO WS-NASC-MESTRE
           MOVE 'N' TO WS-PES-NO-MESTRE
           MOVE HIST-PESSOA-ID TO MST-PESSOA-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PES-NO-MESTRE TO TRUE
                   STRING MST-DIA "/" MST-MES "/" MST-ANO
                          DELIMITED BY SIZE INTO WS-NASC-MESTRE
           END-READ.

       3300-ACUMULAR-CAMINHO.
           ADD 1 TO WS-PES-REGISTROS
           MOVE HIST-PESSOA-ID TO VRW-PESSOA-ID
           READ WORK-FILE
               INVALID KEY
                   MOVE SPACES TO VRW-RECORD
                   MOVE HIST-PESSOA-ID TO VRW-PESSOA-ID
                   MOVE HIST-CLIENTE   TO VRW-CLIENTE
                   MOVE 0        TO VRW-QTDE-BASE
                   MOVE 1        TO VRW-QTDE-CAMINHO
                   MOVE 0        TO VRW-SOMA-BASE
                   MOVE HIST-SEQ TO VRW-SOMA-CAMINHO
                   WRITE VRW-RECORD
               NOT INVALID KEY
                   ADD 1        TO VRW-QTDE-CAMINHO
                   ADD HIST-SEQ TO VRW-SOMA-CAMINHO
                   REWRITE VRW-RECORD
           END-READ
           IF WS-STATUS-WRK NOT = "00"
               PERFORM 8900-ERRO-TRABALHO
           END-IF.

      *    Mesma versao de regras com que o registro foi gravado;
      *    registro sem versao (anterior a tabela de regras) usa a
      *    versao vigente na data da propria execucao.
       3400-RECALCULAR.
           IF HIST-DIA NOT NUMERIC OR HIST-MES NOT NUMERIC
                   OR HIST-ANO NOT NUMERIC
               ADD 1 TO WS-NASCIMENTOS-INVALID
               MOVE SPACES TO VRF-DETAIL-LINE
               MOVE "NASCIMENTO INVALIDO" TO VRF-OCORRENCIA
               PERFORM 3450-PREENCHER-REGISTRO
               STRING "DIA/MES/ANO GRAVADO NAO NUMERICO: "
                      HIST-DIA "/" HIST-MES "/" HIST-ANO
                      DELIMITED BY SIZE INTO VRF-DETALHE
               PERFORM 8000-GRAVAR-EXCECAO
           ELSE
               MOVE "C"               TO CALC-FUNCAO
               MOVE HIST-DIA          TO CALC-DIA
               MOVE HIST-MES          TO CALC-MES
               MOVE HIST-ANO          TO CALC-ANO
               MOVE HIST-VERSAO-REGRA TO CALC-VERSAO
               MOVE HIST-DATA-HORA (1:8) TO WS-DATA-REFERENCIA
               IF WS-DATA-REFERENCIA NUMERIC
                   MOVE WS-DATA-REFERENCIA TO CALC-DATA-REFERENCIA
               ELSE
                   MOVE 0 TO CALC-DATA-REFERENCIA
               END-IF
               CALL 'SAFADCLC' USING CALC-AREA
               EVALUATE TRUE
                   WHEN CALC-TABELA-INDISPONIVEL
                       DISPLAY "ERRO: TABELA DE REGRAS INDISPONIVEL "
                           "(RGRFILE), RETORNO SAFADCLC: "
                           CALC-RETORNO
                       PERFORM 8950-ENCERRAR-COM-ERRO
                   WHEN NOT CALC-OK
                       ADD 1 TO WS-VERSOES-SEM-REGRA
                       MOVE SPACES TO VRF-DETAIL-LINE
                       MOVE "VERSAO SEM REGRA" TO VRF-OCORRENCIA
                       PERFORM 3450-PREENCHER-REGISTRO
                       STRING "VERSAO '" HIST-VERSAO-REGRA
                              "' SEM REGRA NO RGRFILE PARA "
                              WS-DATA-REFERENCIA
                              DELIMITED BY SIZE INTO VRF-DETALHE
                       PERFORM 8000-GRAVAR-EXCECAO
                   WHEN CALC-SAFAD NOT = HIST-SAFAD
                     OR CALC-ANJO NOT = HIST-ANJO
                       ADD 1 TO WS-RECALCULOS-DIVERG
                       MOVE SPACES TO VRF-DETAIL-LINE
                       MOVE "RECALCULO DIVERGENTE" TO VRF-OCORRENCIA
                       PERFORM 3450-PREENCHER-REGISTRO
                       STRING "GRAVADO SAFAD " HIST-SAFAD
                              " ANJO " HIST-ANJO
                              " RECALC. SAFAD " CALC-SAFAD
                              " ANJO " CALC-ANJO
                              " " CALC-VERSAO
                              DELIMITED BY SIZE INTO VRF-DETALHE
                       PERFORM 8000-GRAVAR-EXCECAO
                   WHEN OTHER
                       ADD 1 TO WS-RECALCULOS-OK
               END-EVALUATE
           END-IF.

       3450-PREENCHER-REGISTRO.
           MOVE HIST-CLIENTE    TO VRF-CLIENTE
           MOVE HIST-PESSOA-ID  TO VRF-PESSOA-ID
           MOVE HIST-DATA-HORA  TO VRF-DATA-HORA.

      *    A comparacao e' feita na forma impressa DD/MM/AAAA, que
      *    vale mesmo quando algum dos lados nao e' numerico.
       3500-CONFERIR-NASCIMENTO.
           IF PES-NO-MESTRE
               MOVE SPACES TO WS-NASC-HIST
               STRING HIST-DIA "/" HIST-MES "/" HIST-ANO
                      DELIMITED BY SIZE INTO WS-NASC-HIST
               IF WS-NASC-HIST NOT = WS-NASC-MESTRE
                   ADD 1 TO WS-PES-DIVERGENTES
                   IF WS-PES-DIVERGENTES = 1
                       MOVE WS-NASC-HIST   TO WS-PES-NASC-HIST
                       MOVE HIST-DATA-HORA TO WS-PES-DATA-HORA
                   END-IF
               END-IF
           END-IF.

      *    Uma linha por pessoa: historico sem cadastro, ou
      *    nascimento divergente (com o primeiro registro
      *    divergente e quantos sao).
       3800-FECHAR-PESSOA.
           IF NOT PES-NO-MESTRE
               ADD 1 TO WS-PESSOAS-SEM-MESTRE
               MOVE WS-PES-REGISTROS TO WS-QTDE-EDITADA
               MOVE SPACES TO VRF-DETAIL-LINE
               MOVE "SEM CADASTRO MESTRE" TO VRF-OCORRENCIA
               MOVE WS-PES-CLIENTE     TO VRF-CLIENTE
               MOVE WS-PESSOA-CORRENTE TO VRF-PESSOA-ID
               STRING WS-QTDE-EDITADA
                      " REGISTRO(S) DE HISTORICO, PESSOA FORA DO "
                      "MSTFILE"
                      DELIMITED BY SIZE INTO VRF-DETALHE
               PERFORM 8000-GRAVAR-EXCECAO
           ELSE
               IF WS-PES-DIVERGENTES > 0
                   ADD 1 TO WS-PESSOAS-NASC-DIVERG
                   MOVE WS-PES-DIVERGENTES TO WS-QTDE-EDITADA
                   MOVE WS-PES-REGISTROS   TO WS-QTDE-EDITADA-2
                   MOVE SPACES TO VRF-DETAIL-LINE
                   MOVE "NASCIMENTO DIVERGENTE" TO VRF-OCORRENCIA
                   MOVE WS-PES-CLIENTE     TO VRF-CLIENTE
                   MOVE WS-PESSOA-CORRENTE TO VRF-PESSOA-ID
                   MOVE WS-PES-DATA-HORA   TO VRF-DATA-HORA
                   STRING "MESTRE " WS-NASC-MESTRE
                          " HISTORICO " WS-PES-NASC-HIST
                          WS-QTDE-EDITADA " DE" WS-QTDE-EDITADA-2
                          " REG."
                          DELIMITED BY SIZE INTO VRF-DETALHE
                   PERFORM 8000-GRAVAR-EXCECAO
               END-IF
           END-IF.

       3900-FECHAR-SECAO.
           IF WS-EXCECOES-SECAO = 0
               MOVE SPACES TO VRF-TITLE-LINE
               STRING "NENHUMA EXCECAO" DELIMITED BY SIZE
                   INTO VRF-TITLE-LINE
               WRITE VRF-TITLE-LINE
           END-IF.

      *    Terceira leitura: o arquivo de trabalho, pessoa a
      *    pessoa, com o que cada leitura do cluster devolveu.
       4000-PREPARAR-CONFRONTO.
           MOVE SPACES TO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "REGISTROS POR PESSOA: CLUSTER BASE X CAMINHO DO "
                  "INDICE ALTERNATIVO (HISTORICO.AIX)"
                  DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           PERFORM 3050-GRAVAR-TITULO-COLUNAS
           MOVE LOW-VALUES TO VRW-PESSOA-ID
           START WORK-FILE KEY NOT LESS THAN VRW-PESSOA-ID
               INVALID KEY
                   SET FIM-WRK TO TRUE
           END-START
           IF NOT FIM-WRK
               PERFORM 4200-LER-TRABALHO
           END-IF.

       4100-CONFRONTAR-PESSOA.
           IF VRW-QTDE-BASE NOT = VRW-QTDE-CAMINHO
                   OR VRW-SOMA-BASE NOT = VRW-SOMA-CAMINHO
               ADD 1 TO WS-PESSOAS-BASE-CAMINHO
               MOVE SPACES TO VRF-DETAIL-LINE
               MOVE "BASE X CAMINHO AIX" TO VRF-OCORRENCIA
               MOVE VRW-CLIENTE   TO VRF-CLIENTE
               MOVE VRW-PESSOA-ID TO VRF-PESSOA-ID
               IF VRW-QTDE-BASE NOT = VRW-QTDE-CAMINHO
                   MOVE VRW-QTDE-BASE    TO WS-QTDE-EDITADA
                   MOVE VRW-QTDE-CAMINHO TO WS-QTDE-EDITADA-2
                   STRING "BASE" WS-QTDE-EDITADA " REG. - CAMINHO"
                          WS-QTDE-EDITADA-2 " REG."
                          DELIMITED BY SIZE INTO VRF-DETALHE
               ELSE
                   STRING "MESMA QUANTIDADE, REGISTROS DIFERENTES "
                          "(SOMA DE HIST-SEQ)"
                          DELIMITED BY SIZE INTO VRF-DETALHE
               END-IF
               PERFORM 8000-GRAVAR-EXCECAO
           END-IF
           PERFORM 4200-LER-TRABALHO.

       4200-LER-TRABALHO.
           READ WORK-FILE NEXT
               AT END
                   SET FIM-WRK TO TRUE
           END-READ.

       8000-GRAVAR-EXCECAO.
           ADD 1 TO WS-EXCECOES
           ADD 1 TO WS-EXCECOES-SECAO
           WRITE VRF-DETAIL-LINE.

       8900-ERRO-TRABALHO.
           DISPLAY "ERRO GRAVANDO WRKFILE: " VRW-PESSOA-ID
               " FILE STATUS: " WS-STATUS-WRK
           PERFORM 8950-ENCERRAR-COM-ERRO.

      *    Verificacao interrompida nao pode passar por limpa.
       8950-ENCERRAR-COM-ERRO.
           MOVE SPACES TO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "*** VERIFICACAO INTERROMPIDA - VER SYSOUT ***"
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           CLOSE HISTORY-FILE
           CLOSE MASTER-FILE
           CLOSE WORK-FILE
           CLOSE VERIFY-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-FINALIZAR.
           MOVE SPACES TO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "TOTAIS DA VERIFICACAO DO CLUSTER" DELIMITED BY SIZE
               INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-REGISTROS-BASE TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "REGISTROS NA BASE....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-REGISTROS-CAMINHO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "REGISTROS NO CAMINHO.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-PESSOAS-HISTORICO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "PESSOAS NO HISTORICO.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-RECALCULOS-OK TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "RECALCULOS CONFERIDOS: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-RECALCULOS-DIVERG TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "RECALCULO DIVERGENTE.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-VERSOES-SEM-REGRA TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "VERSAO SEM REGRA.....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-NASCIMENTOS-INVALID TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "NASCIMENTO INVALIDO..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-PESSOAS-SEM-MESTRE TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "SEM CADASTRO MESTRE..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-PESSOAS-NASC-DIVERG TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "NASC. DIVERGENTE.....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-PESSOAS-BASE-CAMINHO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "BASE X CAMINHO AIX...: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-CAMINHO-FORA-ORDEM TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "CAMINHO FORA DE ORDEM: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE SPACES TO VRF-TITLE-LINE
           IF WS-EXCECOES = 0
               STRING "CLUSTER DO HISTORICO INTEGRO - NENHUMA EXCECAO"
                   DELIMITED BY SIZE INTO VRF-TITLE-LINE
           ELSE
               STRING "CLUSTER DO HISTORICO COM EXCECOES - VER LISTA "
                      "ACIMA"
                   DELIMITED BY SIZE INTO VRF-TITLE-LINE
           END-IF
           WRITE VRF-TITLE-LINE

           CLOSE HISTORY-FILE
           CLOSE MASTER-FILE
           CLOSE WORK-FILE
           CLOSE VERIFY-REPORT-FILE.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-EXCECOES = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
