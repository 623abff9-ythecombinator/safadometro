      *****************************************************
      *** Sugestao de pares do SAFADOMETRO. Toma todas  ***
      *** as pessoas do cadastro mestre sem par vigente ***
      *** (nenhum par com PAR-DATA-FIM zerada no        ***
      *** cadastro de pares), busca o ultimo SAFAD/ANJO ***
      *** de cada uma no historico e pontua cada pessoa ***
      *** contra as outras do mesmo cliente com a mesma ***
      *** regra de compatibilidade do SAFADPAR (rotina  ***
      *** SAFADPCL). Imprime, por pessoa, os N melhores ***
      *** candidatos com a pontuacao e a faixa do par,  ***
      *** respeitando a faixa minima e a diferenca      ***
      *** maxima de idade (pelo ano de nascimento) do   ***
      *** cartao. Cada par sugerido sai tambem uma vez  ***
      *** no layout PMVREC, como inclusao, para os      ***
      *** escolhidos seguirem pelo MOVPEND/MOVAPROV ate ***
      *** o PARMANUT.                                   ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADSUG.
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
           SELECT PAIR-FILE ASSIGN TO PARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-STATUS-PAR.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-PESSOA-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.
           SELECT SUGGESTION-REPORT-FILE ASSIGN TO SUGFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUG.
           SELECT MOVEMENT-FILE ASSIGN TO PMVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PMV.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-QTDE-CANDIDATOS PIC X(2).
           05  PRM-QTDE-CANDIDATOS-NUM REDEFINES PRM-QTDE-CANDIDATOS
                                   PIC 9(2).
           05  FILLER              PIC X(1).
           05  PRM-FAIXA-MINIMA    PIC X(5).
           05  FILLER              PIC X(1).
           05  PRM-DIF-IDADE       PIC X(2).
           05  PRM-DIF-IDADE-NUM REDEFINES PRM-DIF-IDADE
                                   PIC 9(2).
           05  FILLER              PIC X(1).
           05  PRM-OPERADOR        PIC X(8).
           05  FILLER              PIC X(60).

       FD  MASTER-FILE.
           COPY PESREC.

       FD  PAIR-FILE.
           COPY PARREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  SUGGESTION-REPORT-FILE.
           COPY SUGREC.

       FD  MOVEMENT-FILE
           RECORDING MODE IS F.
           COPY PMVREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-MST        PIC X(2).
       01  WS-STATUS-PAR        PIC X(2).
       01  WS-STATUS-HIST       PIC X(2).
       01  WS-STATUS-SUG        PIC X(2).
       01  WS-STATUS-PMV        PIC X(2).
       01  WS-FIM-MST           PIC X VALUE 'N'.
           88 FIM-MST           VALUE 'S'.
       01  WS-FIM-PAR           PIC X VALUE 'N'.
           88 FIM-PAR           VALUE 'S'.
       01  WS-FIM-BUSCA-HIST    PIC X VALUE 'N'.
           88 FIM-BUSCA-HIST    VALUE 'S'.
       01  WS-ACHOU-HISTORICO   PIC X VALUE 'N'.
           88 ACHOU-HISTORICO   VALUE 'S'.
       01  WS-POSICAO-ACHADA    PIC X VALUE 'N'.
           88 POSICAO-ACHADA    VALUE 'S'.
       01  WS-PAR-RECIPROCO     PIC X VALUE 'N'.
           88 PAR-RECIPROCO     VALUE 'S'.

      *    Criterios do cartao.
       01  WS-LIMITE-CANDIDATOS PIC 9(2) VALUE 10.
       01  WS-QTDE-CANDIDATOS   PIC 9(2) VALUE 5.
       01  WS-FAIXA-MINIMA      PIC X(6) VALUE "BAIXA ".
       01  WS-NIVEL-MINIMO      PIC 9(1) VALUE 1.
       01  WS-NIVEL-FAIXA       PIC 9(1).
       01  WS-DIF-IDADE-MAXIMA  PIC 9(2) VALUE 0.
       01  WS-LIMITA-IDADE      PIC X VALUE 'N'.
           88 LIMITA-IDADE      VALUE 'S'.
       01  WS-OPERADOR          PIC X(8).

      *    Cadastro mestre em memoria, na ordem do PESSOA-ID (a
      *    ordem da chave do cluster), com os melhores candidatos
      *    de cada pessoa elegivel em ordem decrescente de pontos.
       01  WS-LIMITE-PESSOAS    PIC 9(5) VALUE 10000.
       01  WS-QTDE-PESSOAS      PIC 9(5) VALUE 0.
       01  WS-TABELA-PESSOAS.
           05  WS-PESSOA        OCCURS 10000 TIMES.
               10  WS-PES-ID           PIC X(10).
               10  WS-PES-NOME         PIC X(20).
               10  WS-PES-CLIENTE      PIC X(4).
               10  WS-PES-ANO          PIC 9(4).
               10  WS-PES-SAFAD        PIC 9(3).
               10  WS-PES-ANJO         PIC 9(3).
               10  WS-PES-SITUACAO     PIC X(1).
                   88 PES-LIVRE        VALUE 'L'.
                   88 PES-COM-PAR      VALUE 'P'.
                   88 PES-SEM-HISTORICO VALUE 'H'.
               10  WS-PES-QTDE-TOP     PIC 9(2).
               10  WS-PES-TOP          OCCURS 10 TIMES.
                   15  WS-TOP-IDX      PIC 9(5).
                   15  WS-TOP-PONTUACAO PIC 9(3).
                   15  WS-TOP-FAIXA    PIC X(6).

       01  WS-IDX-PESSOA        PIC 9(5).
       01  WS-IDX-CANDIDATO     PIC 9(5).
       01  WS-IDX-TOP           PIC 9(2).
       01  WS-IDX-RECIPROCO     PIC 9(2).
       01  WS-IDX-BAIXO         PIC 9(5).
       01  WS-IDX-ALTO          PIC 9(5).
       01  WS-IDX-MEIO          PIC 9(5).
       01  WS-IDX-ACHADO        PIC 9(5).

       01  WS-ID-BUSCA          PIC X(10).
       01  WS-SAFAD-BUSCA       PIC 9(3).
       01  WS-ANJO-BUSCA        PIC 9(3).
       01  WS-DIF-IDADE         PIC S9(4).
       01  WS-DIF-IDADE-ABS     PIC 9(4).
       01  WS-SITUACAO-IDADE    PIC X(10).

           COPY PCLREC.

       01  WS-PESSOAS-LIDAS     PIC 9(6) VALUE 0.
       01  WS-PESSOAS-COM-PAR   PIC 9(6) VALUE 0.
       01  WS-PESSOAS-SEM-HIST  PIC 9(6) VALUE 0.
       01  WS-PESSOAS-ELEGIVEIS PIC 9(6) VALUE 0.
       01  WS-PESSOAS-SEM-CAND  PIC 9(6) VALUE 0.
       01  WS-PARES-AVALIADOS   PIC 9(9) VALUE 0.
       01  WS-SUGESTOES-LISTADAS PIC 9(6) VALUE 0.
       01  WS-INCLUSOES-GRAVADAS PIC 9(6) VALUE 0.
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZ9.
       01  WS-CONTAGEM-LONGA    PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 2000-CARREGAR-PESSOAS
           PERFORM 3000-MARCAR-PARES-VIGENTES
           PERFORM 4000-BUSCAR-PONTUACOES
               VARYING WS-IDX-PESSOA FROM 1 BY 1
               UNTIL WS-IDX-PESSOA > WS-QTDE-PESSOAS
           PERFORM 5000-SELECIONAR-CANDIDATOS
               VARYING WS-IDX-PESSOA FROM 1 BY 1
               UNTIL WS-IDX-PESSOA > WS-QTDE-PESSOAS
           PERFORM 6000-GRAVAR-SUGESTOES
               VARYING WS-IDX-PESSOA FROM 1 BY 1
               UNTIL WS-IDX-PESSOA > WS-QTDE-PESSOAS
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
           OPEN INPUT MASTER-FILE
           IF WS-STATUS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO MSTFILE, FILE STATUS: "
                   WS-STATUS-MST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAIR-FILE
           IF WS-STATUS-PAR NOT = "00"
               DISPLAY "ERRO ABRINDO PARFILE, FILE STATUS: "
                   WS-STATUS-PAR
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "ERRO ABRINDO HISTFILE, FILE STATUS: "
                   WS-STATUS-HIST
               CLOSE MASTER-FILE
               CLOSE PAIR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUGGESTION-REPORT-FILE
           IF WS-STATUS-SUG NOT = "00"
               DISPLAY "ERRO ABRINDO SUGFILE, FILE STATUS: "
                   WS-STATUS-SUG
               CLOSE MASTER-FILE
               CLOSE PAIR-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MOVEMENT-FILE
           IF WS-STATUS-PMV NOT = "00"
               DISPLAY "ERRO ABRINDO PMVFILE, FILE STATUS: "
                   WS-STATUS-PMV
               CLOSE MASTER-FILE
               CLOSE PAIR-FILE
               CLOSE HISTORY-FILE
               CLOSE SUGGESTION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO.

      *    Cartao: quantidade de candidatos por pessoa (colunas 1-2,
      *    em branco = 5), faixa minima do par (4-8, em branco =
      *    BAIXA, ou seja, todas), diferenca maxima de idade em anos
      *    (10-11, em branco = sem limite) e o operador que assina
      *    as inclusoes sugeridas (13-20, obrigatorio).
       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM NOT = "00"
               DISPLAY "ERRO: CARTAO DE CRITERIOS OBRIGATORIO, "
                   "FILE STATUS PRMFILE: " WS-STATUS-PRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERRO: CARTAO DE CRITERIOS AUSENTE"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE
           IF PRM-QTDE-CANDIDATOS NOT = SPACES
               IF PRM-QTDE-CANDIDATOS-NUM NOT NUMERIC
                       OR PRM-QTDE-CANDIDATOS-NUM = 0
                       OR PRM-QTDE-CANDIDATOS-NUM > WS-LIMITE-CANDIDATOS
                   DISPLAY "ERRO: QUANTIDADE DE CANDIDATOS INVALIDA "
                       "(01 A " WS-LIMITE-CANDIDATOS "): "
                       PRM-QTDE-CANDIDATOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-QTDE-CANDIDATOS-NUM TO WS-QTDE-CANDIDATOS
           END-IF
           EVALUATE PRM-FAIXA-MINIMA
               WHEN SPACES
               WHEN "BAIXA"
                   MOVE "BAIXA " TO WS-FAIXA-MINIMA
                   MOVE 1 TO WS-NIVEL-MINIMO
               WHEN "MEDIA"
                   MOVE "MEDIA " TO WS-FAIXA-MINIMA
                   MOVE 2 TO WS-NIVEL-MINIMO
               WHEN "ALTA "
                   MOVE "ALTA  " TO WS-FAIXA-MINIMA
                   MOVE 3 TO WS-NIVEL-MINIMO
               WHEN OTHER
                   DISPLAY "ERRO: FAIXA MINIMA INVALIDA "
                       "(BAIXA/MEDIA/ALTA): " PRM-FAIXA-MINIMA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF PRM-DIF-IDADE NOT = SPACES
               IF PRM-DIF-IDADE-NUM NOT NUMERIC
                   DISPLAY "ERRO: DIFERENCA DE IDADE NAO NUMERICA: "
                       PRM-DIF-IDADE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-DIF-IDADE-NUM TO WS-DIF-IDADE-MAXIMA
               SET LIMITA-IDADE TO TRUE
           END-IF
           MOVE PRM-OPERADOR TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               DISPLAY "ERRO: OPERADOR DAS INCLUSOES SUGERIDAS NAO "
                   "INFORMADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "SUGESTAO DE PARES SAFADOMETRO - EXECUCAO EM "
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE
           IF LIMITA-IDADE
               MOVE SPACES TO WS-SITUACAO-IDADE
               STRING WS-DIF-IDADE-MAXIMA " ANOS"
                      DELIMITED BY SIZE INTO WS-SITUACAO-IDADE
           ELSE
               MOVE "SEM LIMITE" TO WS-SITUACAO-IDADE
           END-IF
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "CRITERIOS: ATE " WS-QTDE-CANDIDATOS
                  " CANDIDATOS POR PESSOA  FAIXA MINIMA: "
                  WS-FAIXA-MINIMA
                  " DIFERENCA MAXIMA DE IDADE: " WS-SITUACAO-IDADE
                  DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "    NR  CANDIDATO   NOME                  SAF  "
                  "ANJ  DIF  PTS  FAIXA   RECIPROCO"
                  DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE.

       2000-CARREGAR-PESSOAS.
           PERFORM 2100-LER-MESTRE
           PERFORM 2200-GUARDAR-PESSOA
               UNTIL FIM-MST
           CLOSE MASTER-FILE.

       2100-LER-MESTRE.
           READ MASTER-FILE NEXT
               AT END
                   SET FIM-MST TO TRUE
           END-READ.

       2200-GUARDAR-PESSOA.
           IF WS-QTDE-PESSOAS = WS-LIMITE-PESSOAS
               DISPLAY "ERRO: MSTFILE EXCEDE O LIMITE DE "
                   WS-LIMITE-PESSOAS " PESSOAS DA TABELA DE SUGESTAO"
               CLOSE MASTER-FILE
               CLOSE PAIR-FILE
               CLOSE HISTORY-FILE
               CLOSE SUGGESTION-REPORT-FILE
               CLOSE MOVEMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-PESSOAS
           ADD 1 TO WS-PESSOAS-LIDAS
           MOVE MST-PESSOA-ID TO WS-PES-ID (WS-QTDE-PESSOAS)
           MOVE MST-NOME      TO WS-PES-NOME (WS-QTDE-PESSOAS)
           MOVE MST-CLIENTE   TO WS-PES-CLIENTE (WS-QTDE-PESSOAS)
           MOVE MST-ANO       TO WS-PES-ANO (WS-QTDE-PESSOAS)
           MOVE 0             TO WS-PES-SAFAD (WS-QTDE-PESSOAS)
           MOVE 0             TO WS-PES-ANJO (WS-QTDE-PESSOAS)
           MOVE 0             TO WS-PES-QTDE-TOP (WS-QTDE-PESSOAS)
           SET PES-LIVRE (WS-QTDE-PESSOAS) TO TRUE
           PERFORM 2100-LER-MESTRE.

      *    Par vigente e' todo par com PAR-DATA-FIM zerada, inclusive
      *    o de inicio futuro: quem ja tem par marcado nao entra na
      *    sugestao nem como candidato.
       3000-MARCAR-PARES-VIGENTES.
           PERFORM 3100-LER-PAR
           PERFORM 3200-MARCAR-PAR
               UNTIL FIM-PAR
           CLOSE PAIR-FILE.

       3100-LER-PAR.
           READ PAIR-FILE NEXT
               AT END
                   SET FIM-PAR TO TRUE
           END-READ.

       3200-MARCAR-PAR.
           IF PAR-DATA-FIM = 0
               MOVE PAR-PESSOA-ID-1 TO WS-ID-BUSCA
               PERFORM 3300-LOCALIZAR-PESSOA
               IF WS-IDX-ACHADO > 0
                   SET PES-COM-PAR (WS-IDX-ACHADO) TO TRUE
               END-IF
               MOVE PAR-PESSOA-ID-2 TO WS-ID-BUSCA
               PERFORM 3300-LOCALIZAR-PESSOA
               IF WS-IDX-ACHADO > 0
                   SET PES-COM-PAR (WS-IDX-ACHADO) TO TRUE
               END-IF
           END-IF
           PERFORM 3100-LER-PAR.

      *    Pesquisa binaria na tabela, que esta na ordem da chave
      *    do cadastro mestre. WS-IDX-ACHADO zero: ID fora do
      *    cadastro (par de pessoa excluida ou anonimizada).
       3300-LOCALIZAR-PESSOA.
           MOVE 0 TO WS-IDX-ACHADO
           MOVE 1 TO WS-IDX-BAIXO
           MOVE WS-QTDE-PESSOAS TO WS-IDX-ALTO
           PERFORM 3310-DIVIDIR-INTERVALO
               UNTIL WS-IDX-BAIXO > WS-IDX-ALTO
                  OR WS-IDX-ACHADO > 0.

       3310-DIVIDIR-INTERVALO.
           COMPUTE WS-IDX-MEIO = (WS-IDX-BAIXO + WS-IDX-ALTO) / 2
           EVALUATE TRUE
               WHEN WS-PES-ID (WS-IDX-MEIO) = WS-ID-BUSCA
                   MOVE WS-IDX-MEIO TO WS-IDX-ACHADO
               WHEN WS-PES-ID (WS-IDX-MEIO) < WS-ID-BUSCA
                   COMPUTE WS-IDX-BAIXO = WS-IDX-MEIO + 1
               WHEN WS-IDX-MEIO = 1
                   MOVE 0 TO WS-IDX-ALTO
               WHEN OTHER
                   COMPUTE WS-IDX-ALTO = WS-IDX-MEIO - 1
           END-EVALUATE.

       4000-BUSCAR-PONTUACOES.
           IF PES-COM-PAR (WS-IDX-PESSOA)
               ADD 1 TO WS-PESSOAS-COM-PAR
           ELSE
               MOVE WS-PES-ID (WS-IDX-PESSOA) TO WS-ID-BUSCA
               PERFORM 4100-BUSCAR-ULTIMO-HISTORICO
               IF ACHOU-HISTORICO
                   MOVE WS-SAFAD-BUSCA TO WS-PES-SAFAD (WS-IDX-PESSOA)
                   MOVE WS-ANJO-BUSCA  TO WS-PES-ANJO (WS-IDX-PESSOA)
                   ADD 1 TO WS-PESSOAS-ELEGIVEIS
               ELSE
                   SET PES-SEM-HISTORICO (WS-IDX-PESSOA) TO TRUE
                   ADD 1 TO WS-PESSOAS-SEM-HIST
               END-IF
           END-IF.

       4100-BUSCAR-ULTIMO-HISTORICO.
           MOVE 'N' TO WS-FIM-BUSCA-HIST
           MOVE 'N' TO WS-ACHOU-HISTORICO
           MOVE 0 TO WS-SAFAD-BUSCA
           MOVE 0 TO WS-ANJO-BUSCA
           MOVE WS-ID-BUSCA TO HIST-PESSOA-ID
           START HISTORY-FILE KEY EQUAL HIST-PESSOA-ID
               INVALID KEY
                   MOVE 'S' TO WS-FIM-BUSCA-HIST
           END-START
           PERFORM UNTIL FIM-BUSCA-HIST
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE 'S' TO WS-FIM-BUSCA-HIST
                   NOT AT END
                       IF HIST-PESSOA-ID = WS-ID-BUSCA
                           MOVE 'S' TO WS-ACHOU-HISTORICO
                           MOVE HIST-SAFAD TO WS-SAFAD-BUSCA
                           MOVE HIST-ANJO  TO WS-ANJO-BUSCA
                       ELSE
                           MOVE 'S' TO WS-FIM-BUSCA-HIST
                       END-IF
               END-READ
           END-PERFORM.

       5000-SELECIONAR-CANDIDATOS.
           IF PES-LIVRE (WS-IDX-PESSOA)
               PERFORM 5100-AVALIAR-CANDIDATO
                   VARYING WS-IDX-CANDIDATO FROM 1 BY 1
                   UNTIL WS-IDX-CANDIDATO > WS-QTDE-PESSOAS
           END-IF.

      *    Par so entre pessoas do mesmo cliente (o PARMANUT recusa
      *    par de clientes diferentes) e dentro da diferenca de
      *    idade do cartao.
       5100-AVALIAR-CANDIDATO.
           IF WS-IDX-CANDIDATO NOT = WS-IDX-PESSOA
               AND PES-LIVRE (WS-IDX-CANDIDATO)
               AND WS-PES-CLIENTE (WS-IDX-CANDIDATO) =
                   WS-PES-CLIENTE (WS-IDX-PESSOA)
               COMPUTE WS-DIF-IDADE = WS-PES-ANO (WS-IDX-PESSOA)
                   - WS-PES-ANO (WS-IDX-CANDIDATO)
               IF WS-DIF-IDADE < 0
                   COMPUTE WS-DIF-IDADE = 0 - WS-DIF-IDADE
               END-IF
               IF NOT LIMITA-IDADE
                   OR WS-DIF-IDADE NOT > WS-DIF-IDADE-MAXIMA
                   PERFORM 5200-PONTUAR-CANDIDATO
               END-IF
           END-IF.

       5200-PONTUAR-CANDIDATO.
           ADD 1 TO WS-PARES-AVALIADOS
           MOVE WS-PES-SAFAD (WS-IDX-PESSOA)    TO PCL-SAFAD-1
           MOVE WS-PES-ANJO (WS-IDX-PESSOA)     TO PCL-ANJO-1
           MOVE WS-PES-SAFAD (WS-IDX-CANDIDATO) TO PCL-SAFAD-2
           MOVE WS-PES-ANJO (WS-IDX-CANDIDATO)  TO PCL-ANJO-2
           CALL 'SAFADPCL' USING PCL-AREA
           EVALUATE TRUE
               WHEN PCL-FAIXA-BAIXA
                   MOVE 1 TO WS-NIVEL-FAIXA
               WHEN PCL-FAIXA-MEDIA
                   MOVE 2 TO WS-NIVEL-FAIXA
               WHEN OTHER
                   MOVE 3 TO WS-NIVEL-FAIXA
           END-EVALUATE
           IF WS-NIVEL-FAIXA NOT < WS-NIVEL-MINIMO
               PERFORM 5300-INSERIR-CANDIDATO
           END-IF.

      *    Insercao ordenada na lista da pessoa: desloca para baixo
      *    os candidatos de pontuacao menor e descarta o que passar
      *    de N. Empate fica atras de quem ja esta na lista, ou
      *    seja, o menor PESSOA-ID vem primeiro.
       5300-INSERIR-CANDIDATO.
           MOVE WS-PES-QTDE-TOP (WS-IDX-PESSOA) TO WS-IDX-TOP
           IF WS-IDX-TOP < WS-QTDE-CANDIDATOS
               ADD 1 TO WS-PES-QTDE-TOP (WS-IDX-PESSOA)
           END-IF
           MOVE 'N' TO WS-POSICAO-ACHADA
           PERFORM 5310-DESLOCAR-CANDIDATO
               UNTIL POSICAO-ACHADA
           IF WS-IDX-TOP < WS-QTDE-CANDIDATOS
               ADD 1 TO WS-IDX-TOP
               MOVE WS-IDX-CANDIDATO
                   TO WS-TOP-IDX (WS-IDX-PESSOA, WS-IDX-TOP)
               MOVE PCL-PONTUACAO
                   TO WS-TOP-PONTUACAO (WS-IDX-PESSOA, WS-IDX-TOP)
               MOVE PCL-FAIXA
                   TO WS-TOP-FAIXA (WS-IDX-PESSOA, WS-IDX-TOP)
           END-IF.

       5310-DESLOCAR-CANDIDATO.
           IF WS-IDX-TOP = 0
               SET POSICAO-ACHADA TO TRUE
           ELSE
               IF PCL-PONTUACAO >
                       WS-TOP-PONTUACAO (WS-IDX-PESSOA, WS-IDX-TOP)
                   IF WS-IDX-TOP < WS-QTDE-CANDIDATOS
                       MOVE WS-PES-TOP (WS-IDX-PESSOA, WS-IDX-TOP)
                           TO WS-PES-TOP (WS-IDX-PESSOA, WS-IDX-TOP + 1)
                   END-IF
                   SUBTRACT 1 FROM WS-IDX-TOP
               ELSE
                   SET POSICAO-ACHADA TO TRUE
               END-IF
           END-IF.

       6000-GRAVAR-SUGESTOES.
           IF PES-LIVRE (WS-IDX-PESSOA)
               PERFORM 6100-GRAVAR-PESSOA
           END-IF.

       6100-GRAVAR-PESSOA.
           MOVE SPACES TO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "PESSOA: " WS-PES-ID (WS-IDX-PESSOA)
                  "  " WS-PES-NOME (WS-IDX-PESSOA)
                  "  CLIENTE: " WS-PES-CLIENTE (WS-IDX-PESSOA)
                  "  NASCIDA EM " WS-PES-ANO (WS-IDX-PESSOA)
                  "  SAFAD: " WS-PES-SAFAD (WS-IDX-PESSOA)
                  "  ANJO: " WS-PES-ANJO (WS-IDX-PESSOA)
                  DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE
           IF WS-PES-QTDE-TOP (WS-IDX-PESSOA) = 0
               ADD 1 TO WS-PESSOAS-SEM-CAND
               MOVE SPACES TO SUG-TITLE-LINE
               STRING "    NENHUM CANDIDATO DENTRO DOS CRITERIOS"
                      DELIMITED BY SIZE INTO SUG-TITLE-LINE
               WRITE SUG-TITLE-LINE
           ELSE
               PERFORM 6200-GRAVAR-CANDIDATO
                   VARYING WS-IDX-TOP FROM 1 BY 1
                   UNTIL WS-IDX-TOP > WS-PES-QTDE-TOP (WS-IDX-PESSOA)
           END-IF.

       6200-GRAVAR-CANDIDATO.
           MOVE WS-TOP-IDX (WS-IDX-PESSOA, WS-IDX-TOP)
               TO WS-IDX-CANDIDATO
           PERFORM 6300-VERIFICAR-RECIPROCO
           COMPUTE WS-DIF-IDADE = WS-PES-ANO (WS-IDX-PESSOA)
               - WS-PES-ANO (WS-IDX-CANDIDATO)
           IF WS-DIF-IDADE < 0
               COMPUTE WS-DIF-IDADE = 0 - WS-DIF-IDADE
           END-IF
           MOVE WS-DIF-IDADE TO WS-DIF-IDADE-ABS
           MOVE SPACES TO SUG-DETAIL-LINE
           MOVE WS-IDX-TOP TO SUG-POSICAO
           MOVE WS-PES-ID (WS-IDX-CANDIDATO)    TO SUG-CANDIDATO-ID
           MOVE WS-PES-NOME (WS-IDX-CANDIDATO)  TO SUG-CANDIDATO-NOME
           MOVE WS-PES-SAFAD (WS-IDX-CANDIDATO) TO SUG-SAFAD
           MOVE WS-PES-ANJO (WS-IDX-CANDIDATO)  TO SUG-ANJO
           MOVE WS-DIF-IDADE-ABS                TO SUG-DIF-IDADE
           MOVE WS-TOP-PONTUACAO (WS-IDX-PESSOA, WS-IDX-TOP)
               TO SUG-PONTUACAO
           MOVE WS-TOP-FAIXA (WS-IDX-PESSOA, WS-IDX-TOP)
               TO SUG-FAIXA
           IF PAR-RECIPROCO
               MOVE "RECIPROCO" TO SUG-RECIPROCO
           END-IF
           WRITE SUG-DETAIL-LINE
           ADD 1 TO WS-SUGESTOES-LISTADAS
      *    Par reciproco aparece nas duas listas: a inclusao sai so
      *    uma vez, quando a vez e' da pessoa de menor ID.
           IF NOT PAR-RECIPROCO
               OR WS-IDX-PESSOA < WS-IDX-CANDIDATO
               PERFORM 6400-GRAVAR-INCLUSAO
           END-IF.

       6300-VERIFICAR-RECIPROCO.
           MOVE 'N' TO WS-PAR-RECIPROCO
           PERFORM 6310-PROCURAR-RECIPROCO
               VARYING WS-IDX-RECIPROCO FROM 1 BY 1
               UNTIL WS-IDX-RECIPROCO >
                       WS-PES-QTDE-TOP (WS-IDX-CANDIDATO)
                  OR PAR-RECIPROCO.

       6310-PROCURAR-RECIPROCO.
           IF WS-TOP-IDX (WS-IDX-CANDIDATO, WS-IDX-RECIPROCO) =
                   WS-IDX-PESSOA
               SET PAR-RECIPROCO TO TRUE
           END-IF.

      *    Inclusao na ordem normalizada do cadastro de pares, com
      *    inicio na data da sugestao e o operador do cartao como
      *    solicitante; o aprovador fica para o MOVAPROV.
       6400-GRAVAR-INCLUSAO.
           MOVE SPACES TO PMV-RECORD
           SET PMV-INCLUSAO TO TRUE
           IF WS-IDX-PESSOA < WS-IDX-CANDIDATO
               MOVE WS-PES-ID (WS-IDX-PESSOA)    TO PMV-PESSOA-ID-1
               MOVE WS-PES-ID (WS-IDX-CANDIDATO) TO PMV-PESSOA-ID-2
           ELSE
               MOVE WS-PES-ID (WS-IDX-CANDIDATO) TO PMV-PESSOA-ID-1
               MOVE WS-PES-ID (WS-IDX-PESSOA)    TO PMV-PESSOA-ID-2
           END-IF
           MOVE WS-DATA-ATUAL-NUM TO PMV-DATA-INICIO
           MOVE 0                 TO PMV-DATA-FIM
           MOVE WS-OPERADOR       TO PMV-OPERADOR
           WRITE PMV-RECORD
           ADD 1 TO WS-INCLUSOES-GRAVADAS.

       9000-FINALIZAR.
           MOVE SPACES TO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "TOTAIS DE CONTROLE" DELIMITED BY SIZE
               INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           MOVE WS-PESSOAS-LIDAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "PESSOAS NO CADASTRO..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           MOVE WS-PESSOAS-COM-PAR TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "COM PAR VIGENTE......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           MOVE WS-PESSOAS-SEM-HIST TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "SEM HISTORICO........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           MOVE WS-PESSOAS-ELEGIVEIS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "PESSOAS ELEGIVEIS....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           MOVE WS-PESSOAS-SEM-CAND TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "SEM CANDIDATO........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           MOVE WS-PARES-AVALIADOS TO WS-CONTAGEM-LONGA
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "PARES AVALIADOS......: " WS-CONTAGEM-LONGA
               DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           MOVE WS-SUGESTOES-LISTADAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "SUGESTOES LISTADAS...: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           MOVE WS-INCLUSOES-GRAVADAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO SUG-TITLE-LINE
           STRING "INCLUSOES NO PMVFILE.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO SUG-TITLE-LINE
           WRITE SUG-TITLE-LINE

           CLOSE HISTORY-FILE
           CLOSE SUGGESTION-REPORT-FILE
           CLOSE MOVEMENT-FILE.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-SUGESTOES-LISTADAS = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
