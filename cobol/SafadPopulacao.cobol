      *****************************************************
      *** Relatorio de coortes da populacao do          ***
      *** SAFADOMETRO. Junta cada pessoa do cadastro    ***
      *** mestre com o seu ultimo SAFAD/ANJO do         ***
      *** historico (indice alternativo por pessoa) e   ***
      *** cruza as faixas BAIXA/MEDIA/ALTA de SAFAD e   ***
      *** de ANJO com a decada de nascimento (MST-ANO)  ***
      *** e com o mes de nascimento: contagem e         ***
      *** percentual de cada faixa na coorte, peso da   ***
      *** coorte na populacao e medias de SAFAD/ANJO.   ***
      *** A faixa sai pelos limites da versao de regras ***
      *** com que cada SAFAD foi calculado (SAFADCLC).  ***
      *** Com o mes de referencia no cartao e' o        ***
      *** fechamento mensal: grava a foto das coortes   ***
      *** no FOTFILE (layout CFTREC) e imprime o        ***
      *** movimento de cada coorte sobre a foto do      ***
      *** fechamento anterior. Os mesmos numeros saem   ***
      *** no arquivo delimitado DWHFILE para o data     ***
      *** warehouse.                                    ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADPOP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT MASTER-FILE ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-PESSOA-ID
               FILE STATUS IS WS-STATUS-MST.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-PESSOA-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.
           SELECT SNAPSHOT-FILE ASSIGN TO FOTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CFT-CHAVE
               FILE STATUS IS WS-STATUS-FOT.
           SELECT POPULATION-REPORT-FILE ASSIGN TO POPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POP.
           SELECT WAREHOUSE-FILE ASSIGN TO DWHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DWH.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-MES-REF         PIC X(6).
           05  PRM-MES-REF-NUM REDEFINES PRM-MES-REF
                                   PIC 9(6).
           05  FILLER              PIC X(74).

       FD  MASTER-FILE.
           COPY PESREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  SNAPSHOT-FILE.
           COPY CFTREC.

       FD  POPULATION-REPORT-FILE.
           COPY POPREC.

       FD  WAREHOUSE-FILE.
       01  DWH-LINHA               PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-MST        PIC X(2).
       01  WS-STATUS-HIST       PIC X(2).
       01  WS-STATUS-FOT        PIC X(2).
       01  WS-STATUS-POP        PIC X(2).
       01  WS-STATUS-DWH        PIC X(2).
       01  WS-FIM-MST           PIC X VALUE 'N'.
           88 FIM-MST           VALUE 'S'.
       01  WS-FIM-BUSCA-HIST    PIC X VALUE 'N'.
           88 FIM-BUSCA-HIST    VALUE 'S'.
       01  WS-ACHOU-HISTORICO   PIC X VALUE 'N'.
           88 ACHOU-HISTORICO   VALUE 'S'.
       01  WS-FIM-FOTO          PIC X VALUE 'N'.
           88 FIM-FOTO          VALUE 'S'.
       01  WS-FECHAMENTO        PIC X VALUE 'N'.
           88 FECHAMENTO-MENSAL VALUE 'S'.
       01  WS-TEM-FOTO-ANTERIOR PIC X VALUE 'N'.
           88 TEM-FOTO-ANTERIOR VALUE 'S'.
       01  WS-ERRO-FOTO         PIC X VALUE 'N'.
           88 ERRO-FOTO         VALUE 'S'.
       01  WS-DATA-MESTRE-OK    PIC X VALUE 'N'.
           88 DATA-MESTRE-VALIDA VALUE 'S'.
       01  WS-FAIXA-OK          PIC X VALUE 'N'.
           88 FAIXA-DEFINIDA    VALUE 'S'.

      *    Mes de referencia do fechamento e o anterior, AAAAMM.
       01  WS-MES-REF           PIC 9(6) VALUE 0.
       01  WS-MES-REF-PARTES REDEFINES WS-MES-REF.
           05  WS-MES-REF-ANO   PIC 9(4).
           05  WS-MES-REF-MES   PIC 9(2).
       01  WS-MES-ANTERIOR      PIC 9(6) VALUE 0.
       01  WS-MES-ANT-PARTES REDEFINES WS-MES-ANTERIOR.
           05  WS-MES-ANT-ANO   PIC 9(4).
           05  WS-MES-ANT-MES   PIC 9(2).
       01  WS-MES-ATUAL         PIC 9(6).
       01  WS-MES-FORMATADO     PIC X(7).

      *    Ultimo historico da pessoa.
       01  WS-SAFAD-BUSCA       PIC 9(3).
       01  WS-ANJO-BUSCA        PIC 9(3).
       01  WS-VERSAO-BUSCA      PIC X(4).
       01  WS-DATA-BUSCA        PIC X(8).
       01  WS-FAIXA-SAFAD-IDX   PIC 9(1).
       01  WS-FAIXA-ANJO-IDX    PIC 9(1).

           COPY CALCREC.

      *    Coortes: 1-40 decadas de 1800 a 2190, 41-52 meses de
      *    nascimento, 53 o total da populacao classificada. Cada
      *    coorte guarda a apuracao de agora e a da foto do
      *    fechamento anterior. Indice das faixas: 1 BAIXA,
      *    2 MEDIA, 3 ALTA.
       01  WS-PRIMEIRA-DECADA   PIC 9(4) VALUE 1800.
       01  WS-ULTIMO-ANO        PIC 9(4) VALUE 2199.
       01  WS-QTDE-DECADAS      PIC 9(2) VALUE 40.
       01  WS-PRIMEIRO-MES-IDX  PIC 9(2) VALUE 41.
       01  WS-ULTIMO-MES-IDX    PIC 9(2) VALUE 52.
       01  WS-IDX-TOTAL         PIC 9(2) VALUE 53.
       01  WS-TABELA-COORTES.
           05  WS-COORTE        OCCURS 53 TIMES.
               10  WS-COH-TIPO         PIC X(1).
               10  WS-COH-CODIGO       PIC 9(4).
               10  WS-COH-ATUAL.
                   15  WS-COH-PESSOAS      PIC 9(7).
                   15  WS-COH-SAFAD-FAIXA  PIC 9(7) OCCURS 3 TIMES.
                   15  WS-COH-ANJO-FAIXA   PIC 9(7) OCCURS 3 TIMES.
                   15  WS-COH-SOMA-SAFAD   PIC 9(9).
                   15  WS-COH-SOMA-ANJO    PIC 9(9).
               10  WS-COH-ANTERIOR.
                   15  WS-ANT-PESSOAS      PIC 9(7).
                   15  WS-ANT-SAFAD-FAIXA  PIC 9(7) OCCURS 3 TIMES.
                   15  WS-ANT-ANJO-FAIXA   PIC 9(7) OCCURS 3 TIMES.
                   15  WS-ANT-SOMA-SAFAD   PIC 9(9).
                   15  WS-ANT-SOMA-ANJO    PIC 9(9).

       01  WS-IDX-COORTE        PIC 9(2).
       01  WS-IDX-FAIXA         PIC 9(1).
       01  WS-QUOCIENTE         PIC 9(4).
       01  WS-DECADA-FIM        PIC 9(4).
       01  WS-ROTULO-COORTE     PIC X(9).
       01  WS-NOMES-MESES       PIC X(36)
               VALUE "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01  WS-TABELA-MESES REDEFINES WS-NOMES-MESES.
           05  WS-NOME-MES      PIC X(3) OCCURS 12 TIMES.

      *    Indicadores da coorte em impressao.
       01  WS-INDICADORES.
           05  WS-PCT-POPULACAO     PIC 9(3)V99.
           05  WS-PCT-SAFAD         PIC 9(3)V99 OCCURS 3 TIMES.
           05  WS-PCT-ANJO          PIC 9(3)V99 OCCURS 3 TIMES.
           05  WS-MEDIA-SAFAD       PIC 9(3)V99.
           05  WS-MEDIA-ANJO        PIC 9(3)V99.
           05  WS-ANT-PCT-SAFAD     PIC 9(3)V99 OCCURS 3 TIMES.
           05  WS-ANT-PCT-ANJO      PIC 9(3)V99 OCCURS 3 TIMES.
           05  WS-ANT-MEDIA-SAFAD   PIC 9(3)V99.
           05  WS-ANT-MEDIA-ANJO    PIC 9(3)V99.
           05  WS-DIF-SAFAD         PIC S9(3)V99 OCCURS 3 TIMES.
           05  WS-DIF-ANJO          PIC S9(3)V99 OCCURS 3 TIMES.
           05  WS-DIF-MEDIA-SAFAD   PIC S9(3)V99.
           05  WS-DIF-MEDIA-ANJO    PIC S9(3)V99.

      *    Campos do arquivo delimitado: numeros sem brancos, com
      *    ponto decimal e sinal sempre presente na variacao.
       01  WS-DWH-CAMPOS.
           05  WS-DWH-PCT-POPULACAO PIC 999.99.
           05  WS-DWH-PCT-SAFAD     PIC 999.99 OCCURS 3 TIMES.
           05  WS-DWH-PCT-ANJO      PIC 999.99 OCCURS 3 TIMES.
           05  WS-DWH-MEDIA-SAFAD   PIC 999.99.
           05  WS-DWH-MEDIA-ANJO    PIC 999.99.
           05  WS-DWH-DIF-SAFAD     PIC +999.99 OCCURS 3 TIMES.
           05  WS-DWH-DIF-ANJO      PIC +999.99 OCCURS 3 TIMES.
           05  WS-DWH-DIF-MEDIA-SAFAD PIC +999.99.
           05  WS-DWH-DIF-MEDIA-ANJO  PIC +999.99.
       01  WS-DWH-TIPO-EXECUCAO PIC X(10).
       01  WS-DWH-MES-ANTERIOR  PIC 9(6).
       01  WS-DWH-DETALHES      PIC 9(7) VALUE 0.

       01  WS-REGISTROS-LIDOS   PIC 9(7) VALUE 0.
       01  WS-QTDE-INVALIDOS    PIC 9(7) VALUE 0.
       01  WS-QTDE-SEM-HIST     PIC 9(7) VALUE 0.
       01  WS-QTDE-SEM-FAIXA    PIC 9(7) VALUE 0.
       01  WS-FOTOS-GRAVADAS    PIC 9(4) VALUE 0.
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZ9.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-HORA-EXECUCAO PIC X(14).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-MES      PIC 9(2).
           05  WS-DATA-DIA      PIC 9(2).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSA-PESSOA
               UNTIL FIM-MST
           IF FECHAMENTO-MENSAL
               PERFORM 3000-CARREGAR-FOTO-ANTERIOR
           END-IF
           PERFORM 4000-IMPRIMIR-DECADAS
           PERFORM 4500-IMPRIMIR-MESES
           IF FECHAMENTO-MENSAL
               PERFORM 5000-IMPRIMIR-MOVIMENTO
           END-IF
           PERFORM 6000-GRAVAR-ARQUIVO-DWH
           IF FECHAMENTO-MENSAL
               PERFORM 7000-GRAVAR-FOTO
           END-IF
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
           COMPUTE WS-MES-ATUAL = WS-DATA-ANO * 100 + WS-DATA-MES
           PERFORM 1300-LER-PARAMETRO
           INITIALIZE WS-TABELA-COORTES
           PERFORM 1200-PREPARAR-COORTE
               VARYING WS-IDX-COORTE FROM 1 BY 1
               UNTIL WS-IDX-COORTE > WS-IDX-TOTAL
           OPEN INPUT MASTER-FILE
           IF WS-STATUS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO MSTFILE, FILE STATUS: "
                   WS-STATUS-MST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "ERRO ABRINDO HISTFILE, FILE STATUS: "
                   WS-STATUS-HIST
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POPULATION-REPORT-FILE
           IF WS-STATUS-POP NOT = "00"
               DISPLAY "ERRO ABRINDO POPFILE, FILE STATUS: "
                   WS-STATUS-POP
               CLOSE MASTER-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WAREHOUSE-FILE
           IF WS-STATUS-DWH NOT = "00"
               DISPLAY "ERRO ABRINDO DWHFILE, FILE STATUS: "
                   WS-STATUS-DWH
               CLOSE MASTER-FILE
               CLOSE HISTORY-FILE
               CLOSE POPULATION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FECHAMENTO-MENSAL
               PERFORM 1400-ABRIR-FOTOS
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-PESSOA.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO POP-TITLE-LINE
           IF FECHAMENTO-MENSAL
               MOVE WS-MES-REF-MES TO WS-MES-FORMATADO (1:2)
               MOVE "/"            TO WS-MES-FORMATADO (3:1)
               MOVE WS-MES-REF-ANO TO WS-MES-FORMATADO (4:4)
               STRING "COORTES DA POPULACAO SAFADOMETRO - "
                      "FECHAMENTO DE " WS-MES-FORMATADO
                      " - EXECUCAO EM " WS-DATA-EXECUCAO
                      DELIMITED BY SIZE INTO POP-TITLE-LINE
           ELSE
               STRING "COORTES DA POPULACAO SAFADOMETRO - "
                      "EXECUCAO EM " WS-DATA-EXECUCAO
                      DELIMITED BY SIZE INTO POP-TITLE-LINE
           END-IF
           WRITE POP-TITLE-LINE
           MOVE SPACES TO POP-TITLE-LINE
           STRING "PESSOAS DO CADASTRO MESTRE PELO ULTIMO SAFAD/ANJO "
                  "DO HISTORICO - FAIXAS PELA VERSAO DE REGRAS DE "
                  "CADA CALCULO"
                  DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE.

       1200-PREPARAR-COORTE.
           EVALUATE TRUE
               WHEN WS-IDX-COORTE <= WS-QTDE-DECADAS
                   MOVE "D" TO WS-COH-TIPO (WS-IDX-COORTE)
                   COMPUTE WS-COH-CODIGO (WS-IDX-COORTE) =
                       WS-PRIMEIRA-DECADA + (WS-IDX-COORTE - 1) * 10
               WHEN WS-IDX-COORTE <= WS-ULTIMO-MES-IDX
                   MOVE "M" TO WS-COH-TIPO (WS-IDX-COORTE)
                   COMPUTE WS-COH-CODIGO (WS-IDX-COORTE) =
                       WS-IDX-COORTE - WS-QTDE-DECADAS
               WHEN OTHER
                   MOVE "T" TO WS-COH-TIPO (WS-IDX-COORTE)
                   MOVE 0 TO WS-COH-CODIGO (WS-IDX-COORTE)
           END-EVALUATE.

      *    Cartao opcional: mes de referencia AAAAMM nas colunas
      *    1-6 faz desta execucao o fechamento daquele mes. Em
      *    branco (ou DD ausente) e' o relatorio avulso, sem foto
      *    e sem movimento.
       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MES-REF NOT = SPACES
                           PERFORM 1350-VALIDAR-MES-REF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1350-VALIDAR-MES-REF.
           IF PRM-MES-REF-NUM NOT NUMERIC
               DISPLAY "ERRO: MES DE REFERENCIA INVALIDO NO CARTAO: "
                   PRM-MES-REF
               CLOSE PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-MES-REF-NUM TO WS-MES-REF
           IF WS-MES-REF-MES < 1 OR WS-MES-REF-MES > 12
                   OR WS-MES-REF > WS-MES-ATUAL
               DISPLAY "ERRO: MES DE REFERENCIA INVALIDO NO CARTAO: "
                   PRM-MES-REF
               CLOSE PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET FECHAMENTO-MENSAL TO TRUE
           IF WS-MES-REF-MES = 1
               COMPUTE WS-MES-ANT-ANO = WS-MES-REF-ANO - 1
               MOVE 12 TO WS-MES-ANT-MES
           ELSE
               MOVE WS-MES-REF-ANO TO WS-MES-ANT-ANO
               COMPUTE WS-MES-ANT-MES = WS-MES-REF-MES - 1
           END-IF.

       1400-ABRIR-FOTOS.
           OPEN I-O SNAPSHOT-FILE
           IF WS-STATUS-FOT NOT = "00"
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF
           IF WS-STATUS-FOT NOT = "00"
               DISPLAY "ERRO ABRINDO FOTFILE, FILE STATUS: "
                   WS-STATUS-FOT
               CLOSE MASTER-FILE
               CLOSE HISTORY-FILE
               CLOSE POPULATION-REPORT-FILE
               CLOSE WAREHOUSE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESSA-PESSOA.
           ADD 1 TO WS-REGISTROS-LIDOS
           PERFORM 2200-VALIDAR-DATA-MESTRE
           IF NOT DATA-MESTRE-VALIDA
               ADD 1 TO WS-QTDE-INVALIDOS
           ELSE
               PERFORM 2400-BUSCAR-ULTIMO-HISTORICO
               IF NOT ACHOU-HISTORICO
                   ADD 1 TO WS-QTDE-SEM-HIST
               ELSE
                   PERFORM 2450-CLASSIFICAR-FAIXA
                   IF FAIXA-DEFINIDA
                       PERFORM 2500-ACUMULAR-COORTES
                   ELSE
                       ADD 1 TO WS-QTDE-SEM-FAIXA
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LER-PESSOA.

       2100-LER-PESSOA.
           READ MASTER-FILE NEXT
               AT END
                   SET FIM-MST TO TRUE
           END-READ.

      *    So ano e mes importam para as coortes.
       2200-VALIDAR-DATA-MESTRE.
           MOVE 'N' TO WS-DATA-MESTRE-OK
           IF MST-ANO NUMERIC AND MST-MES NUMERIC
               IF MST-ANO NOT < WS-PRIMEIRA-DECADA
                       AND MST-ANO NOT > WS-ULTIMO-ANO
                       AND MST-MES NOT < 1
                       AND MST-MES NOT > 12
                   SET DATA-MESTRE-VALIDA TO TRUE
               END-IF
           END-IF.

       2400-BUSCAR-ULTIMO-HISTORICO.
           MOVE 'N' TO WS-FIM-BUSCA-HIST
           MOVE 'N' TO WS-ACHOU-HISTORICO
           MOVE 0 TO WS-SAFAD-BUSCA
           MOVE 0 TO WS-ANJO-BUSCA
           MOVE MST-PESSOA-ID TO HIST-PESSOA-ID
           START HISTORY-FILE KEY EQUAL HIST-PESSOA-ID
               INVALID KEY
                   MOVE 'S' TO WS-FIM-BUSCA-HIST
           END-START
           PERFORM UNTIL FIM-BUSCA-HIST
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'S' TO WS-FIM-BUSCA-HIST
                   NOT AT END
                       IF HIST-PESSOA-ID = MST-PESSOA-ID
                           MOVE 'S' TO WS-ACHOU-HISTORICO
                           MOVE HIST-SAFAD TO WS-SAFAD-BUSCA
                           MOVE HIST-ANJO  TO WS-ANJO-BUSCA
                           MOVE HIST-VERSAO-REGRA TO WS-VERSAO-BUSCA
                           MOVE HIST-DATA-HORA (1:8) TO WS-DATA-BUSCA
                       ELSE
                           MOVE 'S' TO WS-FIM-BUSCA-HIST
                       END-IF
               END-READ
           END-PERFORM.

      *    A faixa sai pelos limites da versao de regras com que o
      *    SAFAD foi calculado; entrada sem versao (anterior a tabela
      *    de regras) usa a versao vigente na data daquela execucao.
       2450-CLASSIFICAR-FAIXA.
           MOVE 'N' TO WS-FAIXA-OK
           MOVE "F"             TO CALC-FUNCAO
           MOVE WS-SAFAD-BUSCA  TO CALC-SAFAD
           MOVE WS-ANJO-BUSCA   TO CALC-ANJO
           MOVE WS-VERSAO-BUSCA TO CALC-VERSAO
           IF WS-DATA-BUSCA NUMERIC
               MOVE WS-DATA-BUSCA TO CALC-DATA-REFERENCIA
           ELSE
               MOVE 0 TO CALC-DATA-REFERENCIA
           END-IF
           CALL 'SAFADCLC' USING CALC-AREA
           IF CALC-TABELA-INDISPONIVEL
               DISPLAY "ERRO: TABELA DE REGRAS INDISPONIVEL "
                   "(RGRFILE), RETORNO SAFADCLC: " CALC-RETORNO
               PERFORM 8950-ENCERRAR-COM-ERRO
           END-IF
           IF CALC-OK
               SET FAIXA-DEFINIDA TO TRUE
               EVALUATE CALC-FAIXA-SAFAD
                   WHEN "BAIXA "
                       MOVE 1 TO WS-FAIXA-SAFAD-IDX
                   WHEN "MEDIA "
                       MOVE 2 TO WS-FAIXA-SAFAD-IDX
                   WHEN "ALTA  "
                       MOVE 3 TO WS-FAIXA-SAFAD-IDX
                   WHEN OTHER
                       MOVE 'N' TO WS-FAIXA-OK
               END-EVALUATE
               EVALUATE CALC-FAIXA-ANJO
                   WHEN "BAIXA "
                       MOVE 1 TO WS-FAIXA-ANJO-IDX
                   WHEN "MEDIA "
                       MOVE 2 TO WS-FAIXA-ANJO-IDX
                   WHEN "ALTA  "
                       MOVE 3 TO WS-FAIXA-ANJO-IDX
                   WHEN OTHER
                       MOVE 'N' TO WS-FAIXA-OK
               END-EVALUATE
           END-IF.

       2500-ACUMULAR-COORTES.
           SUBTRACT WS-PRIMEIRA-DECADA FROM MST-ANO
               GIVING WS-QUOCIENTE
           DIVIDE WS-QUOCIENTE BY 10 GIVING WS-IDX-COORTE
           ADD 1 TO WS-IDX-COORTE
           PERFORM 2550-ACUMULAR-ENTRADA
           COMPUTE WS-IDX-COORTE = WS-QTDE-DECADAS + MST-MES
           PERFORM 2550-ACUMULAR-ENTRADA
           MOVE WS-IDX-TOTAL TO WS-IDX-COORTE
           PERFORM 2550-ACUMULAR-ENTRADA.

       2550-ACUMULAR-ENTRADA.
           ADD 1 TO WS-COH-PESSOAS (WS-IDX-COORTE)
           ADD 1 TO WS-COH-SAFAD-FAIXA (WS-IDX-COORTE,
                                        WS-FAIXA-SAFAD-IDX)
           ADD 1 TO WS-COH-ANJO-FAIXA (WS-IDX-COORTE,
                                       WS-FAIXA-ANJO-IDX)
           ADD WS-SAFAD-BUSCA TO WS-COH-SOMA-SAFAD (WS-IDX-COORTE)
           ADD WS-ANJO-BUSCA  TO WS-COH-SOMA-ANJO (WS-IDX-COORTE).

      *    A foto do fechamento anterior e' a do mes imediatamente
      *    anterior ao de referencia; sem ela o movimento nao sai.
       3000-CARREGAR-FOTO-ANTERIOR.
           MOVE 'N' TO WS-FIM-FOTO
           MOVE LOW-VALUES TO CFT-CHAVE
           MOVE WS-MES-ANTERIOR TO CFT-MES-REF
           START SNAPSHOT-FILE KEY NOT LESS THAN CFT-CHAVE
               INVALID KEY
                   SET FIM-FOTO TO TRUE
           END-START
           PERFORM 3100-LER-FOTO-ANTERIOR
               UNTIL FIM-FOTO.

       3100-LER-FOTO-ANTERIOR.
           READ SNAPSHOT-FILE NEXT
               AT END
                   SET FIM-FOTO TO TRUE
               NOT AT END
                   IF CFT-MES-REF = WS-MES-ANTERIOR
                       SET TEM-FOTO-ANTERIOR TO TRUE
                       PERFORM 3200-GUARDAR-FOTO-ANTERIOR
                   ELSE
                       SET FIM-FOTO TO TRUE
                   END-IF
           END-READ.

       3200-GUARDAR-FOTO-ANTERIOR.
           MOVE 0 TO WS-IDX-COORTE
           EVALUATE TRUE
               WHEN CFT-DECADA
                   IF CFT-CODIGO NOT < WS-PRIMEIRA-DECADA
                           AND CFT-CODIGO NOT > WS-ULTIMO-ANO
                       SUBTRACT WS-PRIMEIRA-DECADA FROM CFT-CODIGO
                           GIVING WS-QUOCIENTE
                       DIVIDE WS-QUOCIENTE BY 10 GIVING WS-IDX-COORTE
                       ADD 1 TO WS-IDX-COORTE
                   END-IF
               WHEN CFT-MES
                   IF CFT-CODIGO NOT < 1 AND CFT-CODIGO NOT > 12
                       COMPUTE WS-IDX-COORTE =
                           WS-QTDE-DECADAS + CFT-CODIGO
                   END-IF
               WHEN CFT-TOTAL
                   MOVE WS-IDX-TOTAL TO WS-IDX-COORTE
           END-EVALUATE
           IF WS-IDX-COORTE > 0
               MOVE CFT-PESSOAS TO WS-ANT-PESSOAS (WS-IDX-COORTE)
               PERFORM 3250-GUARDAR-FAIXA-ANTERIOR
                   VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 3
               MOVE CFT-SOMA-SAFAD
                   TO WS-ANT-SOMA-SAFAD (WS-IDX-COORTE)
               MOVE CFT-SOMA-ANJO
                   TO WS-ANT-SOMA-ANJO (WS-IDX-COORTE)
           END-IF.

       3250-GUARDAR-FAIXA-ANTERIOR.
           MOVE CFT-SAFAD-FAIXA (WS-IDX-FAIXA)
               TO WS-ANT-SAFAD-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
           MOVE CFT-ANJO-FAIXA (WS-IDX-FAIXA)
               TO WS-ANT-ANJO-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA).

       4000-IMPRIMIR-DECADAS.
           MOVE SPACES TO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           MOVE SPACES TO POP-TITLE-LINE
           STRING "POR DECADA DE NASCIMENTO"
                  DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           PERFORM 4900-GRAVAR-TITULO-COLUNAS
           PERFORM 4100-IMPRIMIR-COORTE
               VARYING WS-IDX-COORTE FROM 1 BY 1
               UNTIL WS-IDX-COORTE > WS-QTDE-DECADAS
           MOVE WS-IDX-TOTAL TO WS-IDX-COORTE
           PERFORM 4100-IMPRIMIR-COORTE.

       4100-IMPRIMIR-COORTE.
           IF WS-COH-PESSOAS (WS-IDX-COORTE) > 0
                   OR WS-IDX-COORTE = WS-IDX-TOTAL
               PERFORM 8100-CALCULAR-INDICADORES
               PERFORM 8300-MONTAR-ROTULO
               MOVE SPACES TO POP-DETAIL-LINE
               MOVE WS-ROTULO-COORTE TO POP-COORTE
               MOVE WS-COH-PESSOAS (WS-IDX-COORTE) TO POP-PESSOAS
               MOVE WS-PCT-POPULACAO TO POP-PCT-POPULACAO
               PERFORM 4200-MONTAR-FAIXA
                   VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 3
               MOVE WS-MEDIA-SAFAD TO POP-MEDIA-SAFAD
               MOVE WS-MEDIA-ANJO  TO POP-MEDIA-ANJO
               WRITE POP-DETAIL-LINE
           END-IF.

       4200-MONTAR-FAIXA.
           MOVE WS-COH-SAFAD-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
               TO POP-SAFAD-QTDE (WS-IDX-FAIXA)
           MOVE WS-PCT-SAFAD (WS-IDX-FAIXA)
               TO POP-SAFAD-PCT (WS-IDX-FAIXA)
           MOVE WS-COH-ANJO-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
               TO POP-ANJO-QTDE (WS-IDX-FAIXA)
           MOVE WS-PCT-ANJO (WS-IDX-FAIXA)
               TO POP-ANJO-PCT (WS-IDX-FAIXA).

       4500-IMPRIMIR-MESES.
           MOVE SPACES TO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           MOVE SPACES TO POP-TITLE-LINE
           STRING "POR MES DE NASCIMENTO"
                  DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           PERFORM 4900-GRAVAR-TITULO-COLUNAS
           PERFORM 4100-IMPRIMIR-COORTE
               VARYING WS-IDX-COORTE FROM WS-PRIMEIRO-MES-IDX BY 1
               UNTIL WS-IDX-COORTE > WS-ULTIMO-MES-IDX
           MOVE WS-IDX-TOTAL TO WS-IDX-COORTE
           PERFORM 4100-IMPRIMIR-COORTE.

       4900-GRAVAR-TITULO-COLUNAS.
           MOVE SPACES TO POP-TITLE-LINE
           STRING "COORTE    PESSOAS   %POP  "
                  "S-BAIXA      % S-MEDIA      %  S-ALTA      % "
                  "MED-SF  "
                  "A-BAIXA      % A-MEDIA      %  A-ALTA      % "
                  "MED-AN"
                  DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE.

      *    Variacao em pontos percentuais da participacao de cada
      *    faixa dentro da coorte, e das medias em pontos de
      *    SAFAD/ANJO, entre a foto anterior e a apuracao de agora.
       5000-IMPRIMIR-MOVIMENTO.
           MOVE WS-MES-ANT-MES TO WS-MES-FORMATADO (1:2)
           MOVE "/"            TO WS-MES-FORMATADO (3:1)
           MOVE WS-MES-ANT-ANO TO WS-MES-FORMATADO (4:4)
           MOVE SPACES TO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           MOVE SPACES TO POP-TITLE-LINE
           STRING "MOVIMENTO DAS COORTES SOBRE O FECHAMENTO DE "
                  WS-MES-FORMATADO
                  DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           IF NOT TEM-FOTO-ANTERIOR
               MOVE SPACES TO POP-TITLE-LINE
               STRING "*** SEM FOTO DO FECHAMENTO DE "
                      WS-MES-FORMATADO
                      " - MOVIMENTO NAO CALCULADO ***"
                      DELIMITED BY SIZE INTO POP-TITLE-LINE
               WRITE POP-TITLE-LINE
           ELSE
               MOVE SPACES TO POP-TITLE-LINE
               STRING "FAIXAS EM PONTOS PERCENTUAIS DA COORTE, "
                      "MEDIAS EM PONTOS DE SAFAD/ANJO"
                      DELIMITED BY SIZE INTO POP-TITLE-LINE
               WRITE POP-TITLE-LINE
               MOVE SPACES TO POP-TITLE-LINE
               STRING "COORTE    ANTERIOR    ATUAL  "
                      "S-BAIXA  S-MEDIA   S-ALTA  MEDIA-S  "
                      "A-BAIXA  A-MEDIA   A-ALTA  MEDIA-A"
                      DELIMITED BY SIZE INTO POP-TITLE-LINE
               WRITE POP-TITLE-LINE
               PERFORM 5100-IMPRIMIR-MOVIMENTO-COORTE
                   VARYING WS-IDX-COORTE FROM 1 BY 1
                   UNTIL WS-IDX-COORTE > WS-IDX-TOTAL
           END-IF.

       5100-IMPRIMIR-MOVIMENTO-COORTE.
           IF WS-COH-PESSOAS (WS-IDX-COORTE) > 0
                   OR WS-ANT-PESSOAS (WS-IDX-COORTE) > 0
                   OR WS-IDX-COORTE = WS-IDX-TOTAL
               IF WS-IDX-COORTE = WS-PRIMEIRO-MES-IDX
                       OR WS-IDX-COORTE = WS-IDX-TOTAL
                   MOVE SPACES TO POP-TITLE-LINE
                   WRITE POP-TITLE-LINE
               END-IF
               PERFORM 8100-CALCULAR-INDICADORES
               PERFORM 8300-MONTAR-ROTULO
               MOVE SPACES TO POP-MOVEMENT-LINE
               MOVE WS-ROTULO-COORTE TO POP-MOV-COORTE
               MOVE WS-ANT-PESSOAS (WS-IDX-COORTE)
                   TO POP-MOV-PESSOAS-ANT
               MOVE WS-COH-PESSOAS (WS-IDX-COORTE)
                   TO POP-MOV-PESSOAS-ATU
               PERFORM 5200-MONTAR-VARIACAO-FAIXA
                   VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 3
               MOVE WS-DIF-MEDIA-SAFAD TO POP-MOV-MEDIA-SAFAD
               MOVE WS-DIF-MEDIA-ANJO  TO POP-MOV-MEDIA-ANJO
               WRITE POP-MOVEMENT-LINE
           END-IF.

       5200-MONTAR-VARIACAO-FAIXA.
           MOVE WS-DIF-SAFAD (WS-IDX-FAIXA)
               TO POP-MOV-SAFAD-PP (WS-IDX-FAIXA)
           MOVE WS-DIF-ANJO (WS-IDX-FAIXA)
               TO POP-MOV-ANJO-PP (WS-IDX-FAIXA).

      *    Extrato do data warehouse: "CAB;data-hora;tipo;mes-ref;
      *    mes-anterior", um detalhe por coorte com pessoas, e
      *    "TRL;qtde-detalhes;pessoas-classificadas". Detalhe:
      *    tipo (D decada, M mes, T total);codigo;pessoas;%pop;
      *    para SAFAD e depois ANJO: qtde;% de cada faixa BAIXA,
      *    MEDIA, ALTA e a media; pessoas na foto anterior e as
      *    variacoes das tres faixas e da media de SAFAD e de
      *    ANJO. Sem foto anterior (avulso ou primeiro
      *    fechamento) o mes anterior do CAB vai zerado e as
      *    variacoes tambem.
       6000-GRAVAR-ARQUIVO-DWH.
           IF FECHAMENTO-MENSAL
               MOVE "FECHAMENTO" TO WS-DWH-TIPO-EXECUCAO
           ELSE
               MOVE "AVULSO"     TO WS-DWH-TIPO-EXECUCAO
           END-IF
           IF TEM-FOTO-ANTERIOR
               MOVE WS-MES-ANTERIOR TO WS-DWH-MES-ANTERIOR
           ELSE
               MOVE 0 TO WS-DWH-MES-ANTERIOR
           END-IF
           MOVE SPACES TO DWH-LINHA
           STRING "CAB;" WS-DATA-HORA-EXECUCAO ";"
                  WS-DWH-TIPO-EXECUCAO DELIMITED BY SPACE
                  ";" WS-MES-REF ";"
                  WS-DWH-MES-ANTERIOR
                  DELIMITED BY SIZE INTO DWH-LINHA
           WRITE DWH-LINHA
           PERFORM 6100-GRAVAR-DETALHE-DWH
               VARYING WS-IDX-COORTE FROM 1 BY 1
               UNTIL WS-IDX-COORTE > WS-IDX-TOTAL
           MOVE SPACES TO DWH-LINHA
           STRING "TRL;" WS-DWH-DETALHES ";"
                  WS-COH-PESSOAS (WS-IDX-TOTAL)
                  DELIMITED BY SIZE INTO DWH-LINHA
           WRITE DWH-LINHA.

       6100-GRAVAR-DETALHE-DWH.
           IF WS-COH-PESSOAS (WS-IDX-COORTE) > 0
                   OR WS-ANT-PESSOAS (WS-IDX-COORTE) > 0
                   OR WS-IDX-COORTE = WS-IDX-TOTAL
               PERFORM 8100-CALCULAR-INDICADORES
               MOVE WS-PCT-POPULACAO   TO WS-DWH-PCT-POPULACAO
               PERFORM 6200-MONTAR-FAIXA-DWH
                   VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 3
               MOVE WS-MEDIA-SAFAD     TO WS-DWH-MEDIA-SAFAD
               MOVE WS-MEDIA-ANJO      TO WS-DWH-MEDIA-ANJO
               MOVE WS-DIF-MEDIA-SAFAD TO WS-DWH-DIF-MEDIA-SAFAD
               MOVE WS-DIF-MEDIA-ANJO  TO WS-DWH-DIF-MEDIA-ANJO
               MOVE SPACES TO DWH-LINHA
               STRING WS-COH-TIPO (WS-IDX-COORTE) ";"
                      WS-COH-CODIGO (WS-IDX-COORTE) ";"
                      WS-COH-PESSOAS (WS-IDX-COORTE) ";"
                      WS-DWH-PCT-POPULACAO ";"
                      WS-COH-SAFAD-FAIXA (WS-IDX-COORTE, 1) ";"
                      WS-DWH-PCT-SAFAD (1) ";"
                      WS-COH-SAFAD-FAIXA (WS-IDX-COORTE, 2) ";"
                      WS-DWH-PCT-SAFAD (2) ";"
                      WS-COH-SAFAD-FAIXA (WS-IDX-COORTE, 3) ";"
                      WS-DWH-PCT-SAFAD (3) ";"
                      WS-DWH-MEDIA-SAFAD ";"
                      WS-COH-ANJO-FAIXA (WS-IDX-COORTE, 1) ";"
                      WS-DWH-PCT-ANJO (1) ";"
                      WS-COH-ANJO-FAIXA (WS-IDX-COORTE, 2) ";"
                      WS-DWH-PCT-ANJO (2) ";"
                      WS-COH-ANJO-FAIXA (WS-IDX-COORTE, 3) ";"
                      WS-DWH-PCT-ANJO (3) ";"
                      WS-DWH-MEDIA-ANJO ";"
                      WS-ANT-PESSOAS (WS-IDX-COORTE) ";"
                      WS-DWH-DIF-SAFAD (1) ";"
                      WS-DWH-DIF-SAFAD (2) ";"
                      WS-DWH-DIF-SAFAD (3) ";"
                      WS-DWH-DIF-MEDIA-SAFAD ";"
                      WS-DWH-DIF-ANJO (1) ";"
                      WS-DWH-DIF-ANJO (2) ";"
                      WS-DWH-DIF-ANJO (3) ";"
                      WS-DWH-DIF-MEDIA-ANJO
                      DELIMITED BY SIZE INTO DWH-LINHA
               WRITE DWH-LINHA
               ADD 1 TO WS-DWH-DETALHES
           END-IF.

       6200-MONTAR-FAIXA-DWH.
           MOVE WS-PCT-SAFAD (WS-IDX-FAIXA)
               TO WS-DWH-PCT-SAFAD (WS-IDX-FAIXA)
           MOVE WS-PCT-ANJO (WS-IDX-FAIXA)
               TO WS-DWH-PCT-ANJO (WS-IDX-FAIXA)
           MOVE WS-DIF-SAFAD (WS-IDX-FAIXA)
               TO WS-DWH-DIF-SAFAD (WS-IDX-FAIXA)
           MOVE WS-DIF-ANJO (WS-IDX-FAIXA)
               TO WS-DWH-DIF-ANJO (WS-IDX-FAIXA).

      *    Refazer o fechamento do mesmo mes substitui a foto
      *    inteira: as coortes do mes sao apagadas antes de gravar,
      *    para nao sobrar coorte que esvaziou.
       7000-GRAVAR-FOTO.
           MOVE 'N' TO WS-FIM-FOTO
           MOVE LOW-VALUES TO CFT-CHAVE
           MOVE WS-MES-REF TO CFT-MES-REF
           START SNAPSHOT-FILE KEY NOT LESS THAN CFT-CHAVE
               INVALID KEY
                   SET FIM-FOTO TO TRUE
           END-START
           PERFORM 7100-APAGAR-FOTO-DO-MES
               UNTIL FIM-FOTO
           PERFORM 7200-GRAVAR-FOTO-COORTE
               VARYING WS-IDX-COORTE FROM 1 BY 1
               UNTIL WS-IDX-COORTE > WS-IDX-TOTAL
           IF ERRO-FOTO
               MOVE SPACES TO POP-TITLE-LINE
               WRITE POP-TITLE-LINE
               MOVE SPACES TO POP-TITLE-LINE
               STRING "*** ERRO GRAVANDO A FOTO DO FECHAMENTO - "
                      "REEXECUTAR O FECHAMENTO DO MES (VER SYSOUT) ***"
                      DELIMITED BY SIZE INTO POP-TITLE-LINE
               WRITE POP-TITLE-LINE
           END-IF.

       7100-APAGAR-FOTO-DO-MES.
           READ SNAPSHOT-FILE NEXT
               AT END
                   SET FIM-FOTO TO TRUE
               NOT AT END
                   IF CFT-MES-REF = WS-MES-REF
                       DELETE SNAPSHOT-FILE
                           INVALID KEY
                               DISPLAY "ERRO APAGANDO FOTO ANTIGA: "
                                   CFT-CHAVE " FILE STATUS: "
                                   WS-STATUS-FOT
                               SET ERRO-FOTO TO TRUE
                       END-DELETE
                   ELSE
                       SET FIM-FOTO TO TRUE
                   END-IF
           END-READ.

       7200-GRAVAR-FOTO-COORTE.
           IF WS-COH-PESSOAS (WS-IDX-COORTE) > 0
                   OR WS-IDX-COORTE = WS-IDX-TOTAL
               MOVE SPACES TO CFT-RECORD
               MOVE WS-MES-REF TO CFT-MES-REF
               MOVE WS-COH-TIPO (WS-IDX-COORTE)   TO CFT-TIPO
               MOVE WS-COH-CODIGO (WS-IDX-COORTE) TO CFT-CODIGO
               MOVE WS-COH-PESSOAS (WS-IDX-COORTE) TO CFT-PESSOAS
               PERFORM 7250-MONTAR-FAIXA-FOTO
                   VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 3
               MOVE WS-COH-SOMA-SAFAD (WS-IDX-COORTE)
                   TO CFT-SOMA-SAFAD
               MOVE WS-COH-SOMA-ANJO (WS-IDX-COORTE)
                   TO CFT-SOMA-ANJO
               MOVE WS-DATA-HORA-EXECUCAO TO CFT-DATA-HORA
               WRITE CFT-RECORD
                   INVALID KEY
                       DISPLAY "ERRO GRAVANDO FOTO: " CFT-CHAVE
                           " FILE STATUS: " WS-STATUS-FOT
                       SET ERRO-FOTO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FOTOS-GRAVADAS
               END-WRITE
           END-IF.

       7250-MONTAR-FAIXA-FOTO.
           MOVE WS-COH-SAFAD-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
               TO CFT-SAFAD-FAIXA (WS-IDX-FAIXA)
           MOVE WS-COH-ANJO-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
               TO CFT-ANJO-FAIXA (WS-IDX-FAIXA).

      *    Indicadores da coorte WS-IDX-COORTE, agora e na foto
      *    anterior. Coorte vazia fica com percentuais e medias
      *    zerados.
       8100-CALCULAR-INDICADORES.
           INITIALIZE WS-INDICADORES
           IF WS-COH-PESSOAS (WS-IDX-TOTAL) > 0
               COMPUTE WS-PCT-POPULACAO ROUNDED =
                   WS-COH-PESSOAS (WS-IDX-COORTE) * 100
                   / WS-COH-PESSOAS (WS-IDX-TOTAL)
           END-IF
           IF WS-COH-PESSOAS (WS-IDX-COORTE) > 0
               COMPUTE WS-MEDIA-SAFAD ROUNDED =
                   WS-COH-SOMA-SAFAD (WS-IDX-COORTE)
                   / WS-COH-PESSOAS (WS-IDX-COORTE)
               COMPUTE WS-MEDIA-ANJO ROUNDED =
                   WS-COH-SOMA-ANJO (WS-IDX-COORTE)
                   / WS-COH-PESSOAS (WS-IDX-COORTE)
           END-IF
           IF WS-ANT-PESSOAS (WS-IDX-COORTE) > 0
               COMPUTE WS-ANT-MEDIA-SAFAD ROUNDED =
                   WS-ANT-SOMA-SAFAD (WS-IDX-COORTE)
                   / WS-ANT-PESSOAS (WS-IDX-COORTE)
               COMPUTE WS-ANT-MEDIA-ANJO ROUNDED =
                   WS-ANT-SOMA-ANJO (WS-IDX-COORTE)
                   / WS-ANT-PESSOAS (WS-IDX-COORTE)
           END-IF
           PERFORM 8150-CALCULAR-FAIXA
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 3
           IF TEM-FOTO-ANTERIOR
               COMPUTE WS-DIF-MEDIA-SAFAD =
                   WS-MEDIA-SAFAD - WS-ANT-MEDIA-SAFAD
               COMPUTE WS-DIF-MEDIA-ANJO =
                   WS-MEDIA-ANJO - WS-ANT-MEDIA-ANJO
           END-IF.

       8150-CALCULAR-FAIXA.
           IF WS-COH-PESSOAS (WS-IDX-COORTE) > 0
               COMPUTE WS-PCT-SAFAD (WS-IDX-FAIXA) ROUNDED =
                   WS-COH-SAFAD-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
                   * 100 / WS-COH-PESSOAS (WS-IDX-COORTE)
               COMPUTE WS-PCT-ANJO (WS-IDX-FAIXA) ROUNDED =
                   WS-COH-ANJO-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
                   * 100 / WS-COH-PESSOAS (WS-IDX-COORTE)
           END-IF
           IF WS-ANT-PESSOAS (WS-IDX-COORTE) > 0
               COMPUTE WS-ANT-PCT-SAFAD (WS-IDX-FAIXA) ROUNDED =
                   WS-ANT-SAFAD-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
                   * 100 / WS-ANT-PESSOAS (WS-IDX-COORTE)
               COMPUTE WS-ANT-PCT-ANJO (WS-IDX-FAIXA) ROUNDED =
                   WS-ANT-ANJO-FAIXA (WS-IDX-COORTE, WS-IDX-FAIXA)
                   * 100 / WS-ANT-PESSOAS (WS-IDX-COORTE)
           END-IF
           IF TEM-FOTO-ANTERIOR
               COMPUTE WS-DIF-SAFAD (WS-IDX-FAIXA) =
                   WS-PCT-SAFAD (WS-IDX-FAIXA)
                   - WS-ANT-PCT-SAFAD (WS-IDX-FAIXA)
               COMPUTE WS-DIF-ANJO (WS-IDX-FAIXA) =
                   WS-PCT-ANJO (WS-IDX-FAIXA)
                   - WS-ANT-PCT-ANJO (WS-IDX-FAIXA)
           END-IF.

       8300-MONTAR-ROTULO.
           MOVE SPACES TO WS-ROTULO-COORTE
           EVALUATE WS-COH-TIPO (WS-IDX-COORTE)
               WHEN "D"
                   COMPUTE WS-DECADA-FIM =
                       WS-COH-CODIGO (WS-IDX-COORTE) + 9
                   STRING WS-COH-CODIGO (WS-IDX-COORTE) "-"
                          WS-DECADA-FIM
                          DELIMITED BY SIZE INTO WS-ROTULO-COORTE
               WHEN "M"
                   MOVE WS-NOME-MES (WS-COH-CODIGO (WS-IDX-COORTE))
                       TO WS-ROTULO-COORTE
               WHEN OTHER
                   MOVE "TOTAL" TO WS-ROTULO-COORTE
           END-EVALUATE.

      *    Sem a tabela de regras nenhuma faixa sai: encerra antes
      *    do extrato e da foto, para o fechamento do mes nao ser
      *    substituido por coortes vazias.
       8950-ENCERRAR-COM-ERRO.
           MOVE SPACES TO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           MOVE SPACES TO POP-TITLE-LINE
           STRING "*** RELATORIO INTERROMPIDO - VER SYSOUT ***"
               DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           IF FECHAMENTO-MENSAL
               CLOSE SNAPSHOT-FILE
           END-IF
           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE POPULATION-REPORT-FILE
           CLOSE WAREHOUSE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-FINALIZAR.
           MOVE SPACES TO POP-TITLE-LINE
           WRITE POP-TITLE-LINE
           MOVE SPACES TO POP-TITLE-LINE
           STRING "TOTAIS DE CONTROLE" DELIMITED BY SIZE
               INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE

           MOVE WS-REGISTROS-LIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO POP-TITLE-LINE
           STRING "PESSOAS NO CADASTRO..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE

           MOVE WS-COH-PESSOAS (WS-IDX-TOTAL) TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO POP-TITLE-LINE
           STRING "PESSOAS CLASSIFICADAS: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE

           MOVE WS-QTDE-SEM-HIST TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO POP-TITLE-LINE
           STRING "SEM HISTORICO........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE

           MOVE WS-QTDE-INVALIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO POP-TITLE-LINE
           STRING "DATAS INVALIDAS......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE

           MOVE WS-QTDE-SEM-FAIXA TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO POP-TITLE-LINE
           STRING "FAIXA INDEFINIDA.....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE

           MOVE WS-DWH-DETALHES TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO POP-TITLE-LINE
           STRING "COORTES NO DWHFILE...: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO POP-TITLE-LINE
           WRITE POP-TITLE-LINE

           IF FECHAMENTO-MENSAL
               MOVE WS-FOTOS-GRAVADAS TO WS-CONTAGEM-EDITADA
               MOVE SPACES TO POP-TITLE-LINE
               STRING "COORTES NA FOTO......: " WS-CONTAGEM-EDITADA
                   DELIMITED BY SIZE INTO POP-TITLE-LINE
               WRITE POP-TITLE-LINE
               CLOSE SNAPSHOT-FILE
           END-IF

           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE POPULATION-REPORT-FILE
           CLOSE WAREHOUSE-FILE.

       9900-DEFINIR-CONDITION-CODE.
           EVALUATE TRUE
               WHEN ERRO-FOTO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COH-PESSOAS (WS-IDX-TOTAL) = 0
               WHEN WS-QTDE-SEM-FAIXA > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
