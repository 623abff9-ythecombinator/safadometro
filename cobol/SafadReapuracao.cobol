      *****************************************************
      *** Reapuracao do historico do SAFADOMETRO sob    ***
      *** uma versao nova da tabela de regras. Recalcula***
      *** pela SAFADCLC cada HIST-RECORD do alvo do     ***
      *** cartao - o cluster HISTFILE ou UMA geracao de ***
      *** arquivo (ARCFILE) - e, no modo EFETIVA,       ***
      *** regrava SOMAMES/SAFAD/ANJO e a versao no      ***
      *** proprio registro. No modo SIMULA so le e      ***
      *** imprime o impacto. O relatorio de impacto     ***
      *** compara, pela entrada mais recente de cada    ***
      *** pessoa no alvo, a faixa antes (versao gravada)***
      *** e depois (versao nova): lista quem muda de    ***
      *** faixa e fecha com as matrizes antes x depois  ***
      *** de SAFAD e de ANJO. Registro ja na versao nova***
      *** e' pulado, entao uma reapuracao interrompida  ***
      *** e' simplesmente resubmetida.                  ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADREA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-PESSOA-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.
           SELECT ARCHIVE-FILE ASSIGN TO ARCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARC.
           SELECT IMPACT-REPORT-FILE ASSIGN TO REAFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REA.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-VERSAO          PIC X(4).
           05  FILLER              PIC X(1).
           05  PRM-MODO            PIC X(7).
           05  FILLER              PIC X(1).
           05  PRM-ALVO            PIC X(4).
           05  FILLER              PIC X(63).

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY HISTREC REPLACING LEADING ==HIST== BY ==ARC==.

       FD  IMPACT-REPORT-FILE.
           COPY REAREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-HIST       PIC X(2).
       01  WS-STATUS-ARC        PIC X(2).
       01  WS-STATUS-REA        PIC X(2).
       01  WS-FIM-REG           PIC X VALUE 'N'.
           88 FIM-REG           VALUE 'S'.
       01  WS-TEM-PESSOA        PIC X VALUE 'N'.
           88 TEM-PESSOA        VALUE 'S'.
       01  WS-PESSOA-AVALIADA   PIC X VALUE 'N'.
           88 PESSOA-AVALIADA   VALUE 'S'.

           COPY HISTREC REPLACING LEADING ==HIST== BY ==REG==.

           COPY CALCREC.

       01  WS-VERSAO-NOVA       PIC X(4).
       01  WS-VIGENCIA-NOVA     PIC 9(8).
       01  WS-LIMITE-BAIXA      PIC 9(3).
       01  WS-LIMITE-MEDIA      PIC 9(3).
       01  WS-MODO-REAPURACAO   PIC X(7).
           88 MODO-SIMULA       VALUE 'SIMULA '.
           88 MODO-EFETIVA      VALUE 'EFETIVA'.
       01  WS-ALVO-REAPURACAO   PIC X(4).
           88 ALVO-HISTORICO    VALUE 'HIST'.
           88 ALVO-ARQUIVO      VALUE 'ARQU'.

      *    Situacao da entrada mais recente da pessoa corrente: cada
      *    registro lido sobrescreve, e o historico vem em ordem de
      *    pessoa/data-hora, entao na quebra sobra a ultima.
       01  WS-PESSOA-ATUAL      PIC X(10).
       01  WS-PES-VERSAO-ANTES  PIC X(4).
       01  WS-PES-SAFAD-ANTES   PIC 9(3).
       01  WS-PES-ANJO-ANTES    PIC 9(3).
       01  WS-PES-FAIXA-SAFAD-ANTES  PIC X(6).
       01  WS-PES-FAIXA-ANJO-ANTES   PIC X(6).
       01  WS-PES-SAFAD-DEPOIS  PIC 9(3).
       01  WS-PES-ANJO-DEPOIS   PIC 9(3).
       01  WS-PES-FAIXA-SAFAD-DEPOIS PIC X(6).
       01  WS-PES-FAIXA-ANJO-DEPOIS  PIC X(6).

       01  WS-FAIXA-TESTE       PIC X(6).
       01  WS-IDX-FAIXA         PIC 9(1).
       01  WS-IDX-ANTES         PIC 9(1).
       01  WS-IDX-DEPOIS        PIC 9(1).
       01  WS-MATRIZ-SAFAD.
           05  WS-MSF-ANTES     OCCURS 3 TIMES.
               10  WS-MSF-DEPOIS OCCURS 3 TIMES PIC 9(8).
       01  WS-MATRIZ-ANJO.
           05  WS-MAJ-ANTES     OCCURS 3 TIMES.
               10  WS-MAJ-DEPOIS OCCURS 3 TIMES PIC 9(8).
       01  WS-NOME-FAIXAS       PIC X(18) VALUE "BAIXA MEDIA ALTA  ".
       01  WS-TAB-NOME-FAIXA REDEFINES WS-NOME-FAIXAS.
           05  WS-NOME-FAIXA    OCCURS 3 TIMES PIC X(6).

       01  WS-DATA-REGISTRO     PIC X(8).
       01  WS-MENOR-DATA        PIC X(8) VALUE HIGH-VALUES.
       01  WS-MAIOR-DATA        PIC X(8) VALUE LOW-VALUES.

       01  WS-REGISTROS-LIDOS      PIC 9(8) VALUE 0.
       01  WS-REGISTROS-RECALCULADOS PIC 9(8) VALUE 0.
       01  WS-REGISTROS-ALTERADOS  PIC 9(8) VALUE 0.
       01  WS-REGISTROS-REGRAVADOS PIC 9(8) VALUE 0.
       01  WS-JA-NA-VERSAO         PIC 9(8) VALUE 0.
       01  WS-SEM-DATA-NASC        PIC 9(8) VALUE 0.
       01  WS-VERSAO-DESCONHECIDA  PIC 9(8) VALUE 0.
       01  WS-ERROS-REGRAVACAO     PIC 9(8) VALUE 0.
       01  WS-PESSOAS-LIDAS        PIC 9(8) VALUE 0.
       01  WS-PESSOAS-AVALIADAS    PIC 9(8) VALUE 0.
       01  WS-MUDAM-FAIXA-SAFAD    PIC 9(8) VALUE 0.
       01  WS-MUDAM-FAIXA-ANJO     PIC 9(8) VALUE 0.
       01  WS-CONTAGEM-EDITADA     PIC ZZZ,ZZZ,ZZ9.
       01  WS-LIMITE-EDITADO       PIC ZZ9.
       01  WS-LIMITE-MEDIA-EDITADO PIC ZZ9.

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
           PERFORM 2000-PROCESSA-REGISTRO
               UNTIL FIM-REG
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           STRING WS-DATA-ANO   "-"
                  WS-DATA-MES   "-"
                  WS-DATA-DIA
                  DELIMITED BY SIZE INTO WS-DATA-EXECUCAO
           INITIALIZE WS-MATRIZ-SAFAD
           INITIALIZE WS-MATRIZ-ANJO
           PERFORM 1300-LER-PARAMETRO
           PERFORM 1400-VALIDAR-VERSAO-NOVA
           PERFORM 1200-ABRIR-ALVO
           OPEN OUTPUT IMPACT-REPORT-FILE
           IF WS-STATUS-REA NOT = "00"
               DISPLAY "ERRO ABRINDO REAFILE, FILE STATUS: "
                   WS-STATUS-REA
               PERFORM 9100-FECHAR-ALVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-REGISTRO.

       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM NOT = "00"
               DISPLAY "ERRO: CARTAO DE REAPURACAO OBRIGATORIO, "
                   "FILE STATUS PRMFILE: " WS-STATUS-PRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERRO: CARTAO DE REAPURACAO AUSENTE"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PRM-VERSAO TO WS-VERSAO-NOVA
           MOVE PRM-MODO   TO WS-MODO-REAPURACAO
           MOVE PRM-ALVO   TO WS-ALVO-REAPURACAO
           CLOSE PARM-FILE
           IF WS-VERSAO-NOVA = SPACES
               DISPLAY "ERRO: VERSAO NOVA NAO INFORMADA NO CARTAO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT MODO-SIMULA AND NOT MODO-EFETIVA
               DISPLAY "ERRO: MODO INVALIDO (SIMULA/EFETIVA): "
                   PRM-MODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT ALVO-HISTORICO AND NOT ALVO-ARQUIVO
               DISPLAY "ERRO: ALVO INVALIDO (HIST/ARQU): " PRM-ALVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A noite calcula pela versao vigente na data; regravar o
      *    historico numa versao que ainda nao vale deixaria o
      *    cluster numa versao e o calculo da noite em outra. Antes
      *    da vigencia so a simulacao e' aceita.
       1400-VALIDAR-VERSAO-NOVA.
           MOVE "V"            TO CALC-FUNCAO
           MOVE WS-VERSAO-NOVA TO CALC-VERSAO
           CALL 'SAFADCLC' USING CALC-AREA
           IF NOT CALC-OK
               DISPLAY "ERRO: VERSAO " WS-VERSAO-NOVA
                   " INDISPONIVEL NO RGRFILE, RETORNO SAFADCLC: "
                   CALC-RETORNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CALC-DATA-VIGENCIA TO WS-VIGENCIA-NOVA
           MOVE CALC-LIMITE-BAIXA  TO WS-LIMITE-BAIXA
           MOVE CALC-LIMITE-MEDIA  TO WS-LIMITE-MEDIA
           IF MODO-EFETIVA AND WS-VIGENCIA-NOVA > WS-DATA-ATUAL-NUM
               DISPLAY "ERRO: VERSAO " WS-VERSAO-NOVA
                   " SO VALE A PARTIR DE " WS-VIGENCIA-NOVA
                   " - ANTES DISSO USAR O MODO SIMULA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-ABRIR-ALVO.
           IF ALVO-HISTORICO
               IF MODO-EFETIVA
                   OPEN I-O HISTORY-FILE
               ELSE
                   OPEN INPUT HISTORY-FILE
               END-IF
               IF WS-STATUS-HIST NOT = "00"
                   DISPLAY "ERRO ABRINDO HISTFILE, FILE STATUS: "
                       WS-STATUS-HIST
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF MODO-EFETIVA
                   OPEN I-O ARCHIVE-FILE
               ELSE
                   OPEN INPUT ARCHIVE-FILE
               END-IF
               IF WS-STATUS-ARC NOT = "00"
                   DISPLAY "ERRO ABRINDO ARCFILE, FILE STATUS: "
                       WS-STATUS-ARC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO REA-TITLE-LINE
           STRING "REAPURACAO DO HISTORICO SAFADOMETRO - "
                  "EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           MOVE SPACES TO REA-TITLE-LINE
           IF ALVO-HISTORICO
               STRING "ALVO: CLUSTER HISTFILE   MODO: "
                      WS-MODO-REAPURACAO
                      DELIMITED BY SIZE INTO REA-TITLE-LINE
           ELSE
               STRING "ALVO: GERACAO DE ARQUIVO (ARCFILE)   MODO: "
                      WS-MODO-REAPURACAO
                      DELIMITED BY SIZE INTO REA-TITLE-LINE
           END-IF
           WRITE REA-TITLE-LINE
           MOVE SPACES TO REA-TITLE-LINE
           STRING "VERSAO NOVA: " WS-VERSAO-NOVA
                  ", VIGENTE DESDE " WS-VIGENCIA-NOVA
                  DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           IF MODO-SIMULA
               MOVE SPACES TO REA-TITLE-LINE
               STRING "*** SIMULACAO: NENHUM REGISTRO FOI REGRAVADO "
                      "***"
                      DELIMITED BY SIZE INTO REA-TITLE-LINE
               WRITE REA-TITLE-LINE
           END-IF
           MOVE SPACES TO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           MOVE SPACES TO REA-TITLE-LINE
           STRING "PESSOAS QUE MUDAM DE FAIXA (ENTRADA MAIS RECENTE)"
                  DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           MOVE SPACES TO REA-TITLE-LINE
           STRING "ID-PESSOA   VERS  SAFAD ANT   SAFAD DEP   "
                  "ANJO ANT    ANJO DEP    MUDANCA"
                  DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE.

       2000-PROCESSA-REGISTRO.
           IF TEM-PESSOA AND REG-PESSOA-ID NOT = WS-PESSOA-ATUAL
               PERFORM 2700-FECHAR-PESSOA
           END-IF
           IF NOT TEM-PESSOA
               MOVE REG-PESSOA-ID TO WS-PESSOA-ATUAL
               SET TEM-PESSOA TO TRUE
           END-IF
           ADD 1 TO WS-REGISTROS-LIDOS
           MOVE REG-DATA-HORA (1:8) TO WS-DATA-REGISTRO
           IF WS-DATA-REGISTRO < WS-MENOR-DATA
               MOVE WS-DATA-REGISTRO TO WS-MENOR-DATA
           END-IF
           IF WS-DATA-REGISTRO > WS-MAIOR-DATA
               MOVE WS-DATA-REGISTRO TO WS-MAIOR-DATA
           END-IF
           EVALUATE TRUE
               WHEN REG-VERSAO-REGRA = WS-VERSAO-NOVA
                   ADD 1 TO WS-JA-NA-VERSAO
                   PERFORM 2250-ENQUADRAR-JA-NA-VERSAO
               WHEN REG-DIA = 0 AND REG-MES = 0 AND REG-ANO = 0
                   ADD 1 TO WS-SEM-DATA-NASC
                   MOVE 'N' TO WS-PESSOA-AVALIADA
               WHEN OTHER
                   PERFORM 2200-ENQUADRAR-ANTES
                   PERFORM 2300-RECALCULAR
                   IF MODO-EFETIVA
                       PERFORM 2400-REGRAVAR
                   END-IF
           END-EVALUATE
           PERFORM 2100-LER-REGISTRO.

       2100-LER-REGISTRO.
           IF ALVO-HISTORICO
               READ HISTORY-FILE NEXT
                   AT END
                       SET FIM-REG TO TRUE
                   NOT AT END
                       MOVE HIST-RECORD TO REG-RECORD
               END-READ
           ELSE
               READ ARCHIVE-FILE
                   AT END
                       SET FIM-REG TO TRUE
                   NOT AT END
                       MOVE ARC-RECORD TO REG-RECORD
               END-READ
           END-IF.

      *    Faixa "antes" pelos limites da versao gravada; registro
      *    sem versao (anterior a tabela de regras) usa a versao
      *    vigente na data da propria execucao.
       2200-ENQUADRAR-ANTES.
           MOVE "F"               TO CALC-FUNCAO
           MOVE REG-SAFAD         TO CALC-SAFAD
           MOVE REG-ANJO          TO CALC-ANJO
           MOVE REG-VERSAO-REGRA  TO CALC-VERSAO
           IF WS-DATA-REGISTRO NUMERIC
               MOVE WS-DATA-REGISTRO TO CALC-DATA-REFERENCIA
           ELSE
               MOVE 0 TO CALC-DATA-REFERENCIA
           END-IF
           CALL 'SAFADCLC' USING CALC-AREA
           MOVE REG-SAFAD TO WS-PES-SAFAD-ANTES
           MOVE REG-ANJO  TO WS-PES-ANJO-ANTES
           IF CALC-OK
               MOVE CALC-VERSAO      TO WS-PES-VERSAO-ANTES
               MOVE CALC-FAIXA-SAFAD TO WS-PES-FAIXA-SAFAD-ANTES
               MOVE CALC-FAIXA-ANJO  TO WS-PES-FAIXA-ANJO-ANTES
           ELSE
               ADD 1 TO WS-VERSAO-DESCONHECIDA
               MOVE REG-VERSAO-REGRA TO WS-PES-VERSAO-ANTES
               MOVE "??????"         TO WS-PES-FAIXA-SAFAD-ANTES
               MOVE "??????"         TO WS-PES-FAIXA-ANJO-ANTES
           END-IF.

       2250-ENQUADRAR-JA-NA-VERSAO.
           MOVE "F"            TO CALC-FUNCAO
           MOVE REG-SAFAD      TO CALC-SAFAD
           MOVE REG-ANJO       TO CALC-ANJO
           MOVE WS-VERSAO-NOVA TO CALC-VERSAO
           CALL 'SAFADCLC' USING CALC-AREA
           MOVE WS-VERSAO-NOVA   TO WS-PES-VERSAO-ANTES
           MOVE REG-SAFAD        TO WS-PES-SAFAD-ANTES
           MOVE REG-ANJO         TO WS-PES-ANJO-ANTES
           MOVE CALC-FAIXA-SAFAD TO WS-PES-FAIXA-SAFAD-ANTES
           MOVE CALC-FAIXA-ANJO  TO WS-PES-FAIXA-ANJO-ANTES
           MOVE REG-SAFAD        TO WS-PES-SAFAD-DEPOIS
           MOVE REG-ANJO         TO WS-PES-ANJO-DEPOIS
           MOVE CALC-FAIXA-SAFAD TO WS-PES-FAIXA-SAFAD-DEPOIS
           MOVE CALC-FAIXA-ANJO  TO WS-PES-FAIXA-ANJO-DEPOIS
           SET PESSOA-AVALIADA TO TRUE.

       2300-RECALCULAR.
           MOVE "C"            TO CALC-FUNCAO
           MOVE REG-DIA        TO CALC-DIA
           MOVE REG-MES        TO CALC-MES
           MOVE REG-ANO        TO CALC-ANO
           MOVE WS-VERSAO-NOVA TO CALC-VERSAO
           CALL 'SAFADCLC' USING CALC-AREA
           ADD 1 TO WS-REGISTROS-RECALCULADOS
           IF CALC-SAFAD NOT = REG-SAFAD
               ADD 1 TO WS-REGISTROS-ALTERADOS
           END-IF
           MOVE CALC-SAFAD       TO WS-PES-SAFAD-DEPOIS
           MOVE CALC-ANJO        TO WS-PES-ANJO-DEPOIS
           MOVE CALC-FAIXA-SAFAD TO WS-PES-FAIXA-SAFAD-DEPOIS
           MOVE CALC-FAIXA-ANJO  TO WS-PES-FAIXA-ANJO-DEPOIS
           SET PESSOA-AVALIADA TO TRUE
           MOVE CALC-SOMAMES     TO REG-SOMAMES
           MOVE CALC-SAFAD       TO REG-SAFAD
           MOVE CALC-ANJO        TO REG-ANJO
           MOVE WS-VERSAO-NOVA   TO REG-VERSAO-REGRA.

       2400-REGRAVAR.
           IF ALVO-HISTORICO
               MOVE REG-RECORD TO HIST-RECORD
               REWRITE HIST-RECORD
                   INVALID KEY
                       DISPLAY "ERRO REGRAVANDO HISTORICO "
                           HIST-CHAVE ": " WS-STATUS-HIST
                       ADD 1 TO WS-ERROS-REGRAVACAO
                   NOT INVALID KEY
                       ADD 1 TO WS-REGISTROS-REGRAVADOS
               END-REWRITE
           ELSE
               MOVE REG-RECORD TO ARC-RECORD
               REWRITE ARC-RECORD
               IF WS-STATUS-ARC = "00"
                   ADD 1 TO WS-REGISTROS-REGRAVADOS
               ELSE
                   DISPLAY "ERRO REGRAVANDO ARQUIVO "
                       ARC-CHAVE ": " WS-STATUS-ARC
                   ADD 1 TO WS-ERROS-REGRAVACAO
               END-IF
           END-IF.

       2700-FECHAR-PESSOA.
           ADD 1 TO WS-PESSOAS-LIDAS
           IF PESSOA-AVALIADA
               PERFORM 2750-ACUMULAR-MATRIZES
               IF WS-PES-FAIXA-SAFAD-ANTES
                       NOT = WS-PES-FAIXA-SAFAD-DEPOIS
                   OR WS-PES-FAIXA-ANJO-ANTES
                       NOT = WS-PES-FAIXA-ANJO-DEPOIS
                   PERFORM 2800-GRAVAR-DETALHE
               END-IF
           END-IF
           MOVE 'N' TO WS-PESSOA-AVALIADA
           MOVE REG-PESSOA-ID TO WS-PESSOA-ATUAL.

      *    Pessoa cuja versao gravada sumiu da tabela nao entra nas
      *    matrizes nem nos totais de mudanca de faixa (a faixa
      *    "antes" e' desconhecida), mas sai no detalhe e na
      *    contagem de versao desconhecida.
       2750-ACUMULAR-MATRIZES.
           MOVE WS-PES-FAIXA-SAFAD-ANTES TO WS-FAIXA-TESTE
           PERFORM 2760-INDICE-FAIXA
           MOVE WS-IDX-FAIXA TO WS-IDX-ANTES
           MOVE WS-PES-FAIXA-SAFAD-DEPOIS TO WS-FAIXA-TESTE
           PERFORM 2760-INDICE-FAIXA
           MOVE WS-IDX-FAIXA TO WS-IDX-DEPOIS
           IF WS-IDX-ANTES > 0
               ADD 1 TO WS-PESSOAS-AVALIADAS
           END-IF
           IF WS-IDX-ANTES > 0 AND WS-IDX-DEPOIS > 0
               ADD 1 TO WS-MSF-DEPOIS (WS-IDX-ANTES, WS-IDX-DEPOIS)
               IF WS-IDX-ANTES NOT = WS-IDX-DEPOIS
                   ADD 1 TO WS-MUDAM-FAIXA-SAFAD
               END-IF
           END-IF
           MOVE WS-PES-FAIXA-ANJO-ANTES TO WS-FAIXA-TESTE
           PERFORM 2760-INDICE-FAIXA
           MOVE WS-IDX-FAIXA TO WS-IDX-ANTES
           MOVE WS-PES-FAIXA-ANJO-DEPOIS TO WS-FAIXA-TESTE
           PERFORM 2760-INDICE-FAIXA
           MOVE WS-IDX-FAIXA TO WS-IDX-DEPOIS
           IF WS-IDX-ANTES > 0 AND WS-IDX-DEPOIS > 0
               ADD 1 TO WS-MAJ-DEPOIS (WS-IDX-ANTES, WS-IDX-DEPOIS)
               IF WS-IDX-ANTES NOT = WS-IDX-DEPOIS
                   ADD 1 TO WS-MUDAM-FAIXA-ANJO
               END-IF
           END-IF.

       2760-INDICE-FAIXA.
           EVALUATE WS-FAIXA-TESTE
               WHEN "BAIXA "
                   MOVE 1 TO WS-IDX-FAIXA
               WHEN "MEDIA "
                   MOVE 2 TO WS-IDX-FAIXA
               WHEN "ALTA  "
                   MOVE 3 TO WS-IDX-FAIXA
               WHEN OTHER
                   MOVE 0 TO WS-IDX-FAIXA
           END-EVALUATE.

       2800-GRAVAR-DETALHE.
           MOVE SPACES TO REA-DETAIL-LINE
           MOVE WS-PESSOA-ATUAL           TO REA-PESSOA-ID
           MOVE WS-PES-VERSAO-ANTES       TO REA-VERSAO-ANTES
           MOVE WS-PES-SAFAD-ANTES        TO REA-SAFAD-ANTES
           MOVE WS-PES-FAIXA-SAFAD-ANTES  TO REA-FAIXA-SAFAD-ANTES
           MOVE WS-PES-SAFAD-DEPOIS       TO REA-SAFAD-DEPOIS
           MOVE WS-PES-FAIXA-SAFAD-DEPOIS TO REA-FAIXA-SAFAD-DEPOIS
           MOVE WS-PES-ANJO-ANTES         TO REA-ANJO-ANTES
           MOVE WS-PES-FAIXA-ANJO-ANTES   TO REA-FAIXA-ANJO-ANTES
           MOVE WS-PES-ANJO-DEPOIS        TO REA-ANJO-DEPOIS
           MOVE WS-PES-FAIXA-ANJO-DEPOIS  TO REA-FAIXA-ANJO-DEPOIS
           EVALUATE TRUE
               WHEN WS-PES-FAIXA-SAFAD-ANTES = "??????"
                   MOVE "VERSAO ?"     TO REA-MARCA
               WHEN WS-PES-FAIXA-SAFAD-ANTES
                       NOT = WS-PES-FAIXA-SAFAD-DEPOIS
                   AND WS-PES-FAIXA-ANJO-ANTES
                       NOT = WS-PES-FAIXA-ANJO-DEPOIS
                   MOVE "SAFAD E ANJO" TO REA-MARCA
               WHEN WS-PES-FAIXA-SAFAD-ANTES
                       NOT = WS-PES-FAIXA-SAFAD-DEPOIS
                   MOVE "SAFAD"        TO REA-MARCA
               WHEN OTHER
                   MOVE "ANJO"         TO REA-MARCA
           END-EVALUATE
           WRITE REA-DETAIL-LINE.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           MOVE SPACES TO REA-TITLE-LINE
           STRING "MATRIZ DE FAIXAS SAFAD - ANTES (LINHA) X DEPOIS "
                  "(COLUNA), POR PESSOA"
                  DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           PERFORM 8100-GRAVAR-TITULO-MATRIZ
           PERFORM 8200-GRAVAR-LINHA-MATRIZ-SAFAD
               VARYING WS-IDX-ANTES FROM 1 BY 1
               UNTIL WS-IDX-ANTES > 3

           MOVE SPACES TO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           MOVE SPACES TO REA-TITLE-LINE
           STRING "MATRIZ DE FAIXAS ANJO - ANTES (LINHA) X DEPOIS "
                  "(COLUNA), POR PESSOA"
                  DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           PERFORM 8100-GRAVAR-TITULO-MATRIZ
           PERFORM 8300-GRAVAR-LINHA-MATRIZ-ANJO
               VARYING WS-IDX-ANTES FROM 1 BY 1
               UNTIL WS-IDX-ANTES > 3

           MOVE SPACES TO REA-TITLE-LINE
           WRITE REA-TITLE-LINE
           MOVE SPACES TO REA-TITLE-LINE
           STRING "TOTAIS DE CONTROLE" DELIMITED BY SIZE
               INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           IF ALVO-ARQUIVO AND WS-REGISTROS-LIDOS > 0
               MOVE SPACES TO REA-TITLE-LINE
               STRING "GERACAO COM EXECUCOES DE " WS-MENOR-DATA
                      " A " WS-MAIOR-DATA
                      DELIMITED BY SIZE INTO REA-TITLE-LINE
               WRITE REA-TITLE-LINE
           END-IF

           MOVE WS-REGISTROS-LIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "REGISTROS LIDOS......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-REGISTROS-RECALCULADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "RECALCULADOS.........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-REGISTROS-ALTERADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "SAFAD ALTERADO.......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-REGISTROS-REGRAVADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "REGRAVADOS...........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-JA-NA-VERSAO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "JA NA VERSAO NOVA....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-SEM-DATA-NASC TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "SEM DATA NASCIMENTO..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-VERSAO-DESCONHECIDA TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "VERSAO ANTIGA INEXIST: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-ERROS-REGRAVACAO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "ERROS DE REGRAVACAO..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-PESSOAS-LIDAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "PESSOAS NO ALVO......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-MUDAM-FAIXA-SAFAD TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "MUDAM FAIXA SAFAD....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-MUDAM-FAIXA-ANJO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO REA-TITLE-LINE
           STRING "MUDAM FAIXA ANJO.....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE

           MOVE WS-LIMITE-BAIXA TO WS-LIMITE-EDITADO
           MOVE SPACES TO REA-TITLE-LINE
           MOVE WS-LIMITE-MEDIA TO WS-LIMITE-MEDIA-EDITADO
           STRING "LIMITES VERSAO NOVA..: BAIXA <=" WS-LIMITE-EDITADO
                  "  MEDIA <=" WS-LIMITE-MEDIA-EDITADO
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE.

       8100-GRAVAR-TITULO-MATRIZ.
           MOVE SPACES TO REA-TITLE-LINE
           STRING "ANTES           BAIXA     MEDIA      ALTA"
               DELIMITED BY SIZE INTO REA-TITLE-LINE
           WRITE REA-TITLE-LINE.

       8200-GRAVAR-LINHA-MATRIZ-SAFAD.
           MOVE SPACES TO REA-MATRIX-LINE
           MOVE WS-NOME-FAIXA (WS-IDX-ANTES)     TO REA-MAT-FAIXA
           MOVE WS-MSF-DEPOIS (WS-IDX-ANTES, 1)  TO REA-MAT-BAIXA
           MOVE WS-MSF-DEPOIS (WS-IDX-ANTES, 2)  TO REA-MAT-MEDIA
           MOVE WS-MSF-DEPOIS (WS-IDX-ANTES, 3)  TO REA-MAT-ALTA
           WRITE REA-MATRIX-LINE.

       8300-GRAVAR-LINHA-MATRIZ-ANJO.
           MOVE SPACES TO REA-MATRIX-LINE
           MOVE WS-NOME-FAIXA (WS-IDX-ANTES)     TO REA-MAT-FAIXA
           MOVE WS-MAJ-DEPOIS (WS-IDX-ANTES, 1)  TO REA-MAT-BAIXA
           MOVE WS-MAJ-DEPOIS (WS-IDX-ANTES, 2)  TO REA-MAT-MEDIA
           MOVE WS-MAJ-DEPOIS (WS-IDX-ANTES, 3)  TO REA-MAT-ALTA
           WRITE REA-MATRIX-LINE.

       9000-FINALIZAR.
           IF TEM-PESSOA
               PERFORM 2700-FECHAR-PESSOA
           END-IF
           PERFORM 8000-GRAVAR-RESUMO
           PERFORM 9100-FECHAR-ALVO
           CLOSE IMPACT-REPORT-FILE.

       9100-FECHAR-ALVO.
           IF ALVO-HISTORICO
               CLOSE HISTORY-FILE
           ELSE
               CLOSE ARCHIVE-FILE
           END-IF.

       9900-DEFINIR-CONDITION-CODE.
           EVALUATE TRUE
               WHEN WS-ERROS-REGRAVACAO > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VERSAO-DESCONHECIDA > 0
                   OR WS-SEM-DATA-NASC > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
