      *** consulta avulsa, para as duas saidas nunca    ***
      *** divergirem. Comunicacao pela CALC-AREA do     ***
      *** copybook CALCREC.                              ***
      *** Os parametros da formula e os limites das     ***
      *** faixas vem da tabela de regras versionada     ***
      *** (RGRFILE, layout RGRREC), carregada na        ***
      *** primeira chamada e mantida em memoria ate o   ***
      *** fim do step. Todo step que chama esta rotina  ***
      *** precisa do DD RGRFILE.                        ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADCLC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO RGRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGR-VERSAO
               FILE STATUS IS WS-STATUS-RGR.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
           COPY RGRREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTADOR-MES      PIC 9(2).
       01  WS-COMPONENTE-SECULO PIC S9(4).
       01  WS-SAFAD-BRUTO       PIC S9(4).

       01  WS-STATUS-RGR        PIC X(2).
       01  WS-FIM-RGR           PIC X VALUE 'N'.
           88 FIM-RGR           VALUE 'S'.
       01  WS-TABELA-CARREGADA  PIC X VALUE 'N'.
           88 TABELA-CARREGADA  VALUE 'S'.
       01  WS-TABELA-INDISPONIVEL PIC X VALUE 'N'.
           88 TABELA-INDISPONIVEL VALUE 'S'.

       01  WS-LIMITE-REGRAS     PIC 9(3) VALUE 100.
       01  WS-QTDE-REGRAS       PIC 9(3) VALUE 0.
       01  WS-IDX-REGRA         PIC 9(3).
       01  WS-REGRA-ESCOLHIDA   PIC 9(3).
       01  WS-DATA-REFERENCIA   PIC 9(8).
       01  WS-TABELA-REGRAS.
           05  WS-REGRA         OCCURS 100 TIMES.
               10  WS-TAB-VERSAO          PIC X(4).
               10  WS-TAB-DATA-VIGENCIA   PIC 9(8).
               10  WS-TAB-ANO-BASE        PIC 9(4).
               10  WS-TAB-DIVISOR-SECULO  PIC 9(3).
               10  WS-TAB-PESO-DIA        PIC 9(3).
               10  WS-TAB-MODULO          PIC 9(3).
               10  WS-TAB-LIMITE-BAIXA    PIC 9(3).
               10  WS-TAB-LIMITE-MEDIA    PIC 9(3).
       LINKAGE SECTION.
           COPY CALCREC.
       PROCEDURE DIVISION USING CALC-AREA.
       0000-INICIO.
           IF NOT TABELA-CARREGADA
               PERFORM 0100-CARREGAR-TABELA-REGRAS
           END-IF
           IF TABELA-INDISPONIVEL
               SET CALC-TABELA-INDISPONIVEL TO TRUE
               GOBACK
           END-IF
           PERFORM 0200-ESCOLHER-VERSAO
           IF NOT CALC-OK
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN CALC-SO-VERSAO
                   CONTINUE
               WHEN CALC-SO-FAIXA
                   PERFORM 2000-CLASSIFICAR-FAIXA
               WHEN OTHER
                   PERFORM 1000-CALCULAR-PONTUACAO
                   PERFORM 2000-CLASSIFICAR-FAIXA
           END-EVALUATE
           GOBACK.

      *    A tabela e' pequena (uma linha por versao de regra) e so'
      *    muda por decisao de negocio: carrega uma vez por step e
      *    fecha o arquivo, em vez de ler o cluster a cada pessoa.
       0100-CARREGAR-TABELA-REGRAS.
           SET TABELA-CARREGADA TO TRUE
           OPEN INPUT RULE-FILE
           IF WS-STATUS-RGR NOT = "00"
               DISPLAY "ERRO ABRINDO RGRFILE, FILE STATUS: "
                   WS-STATUS-RGR
               SET TABELA-INDISPONIVEL TO TRUE
           ELSE
               PERFORM 0110-LER-REGRA
               PERFORM 0120-GUARDAR-REGRA
                   UNTIL FIM-RGR
               CLOSE RULE-FILE
               IF WS-QTDE-REGRAS = 0
                   DISPLAY "ERRO: RGRFILE SEM NENHUMA VERSAO DE REGRA"
                   SET TABELA-INDISPONIVEL TO TRUE
               END-IF
           END-IF.

       0110-LER-REGRA.
           READ RULE-FILE
               AT END
                   SET FIM-RGR TO TRUE
           END-READ.

       0120-GUARDAR-REGRA.
           IF WS-QTDE-REGRAS = WS-LIMITE-REGRAS
               DISPLAY "ERRO: RGRFILE EXCEDE O LIMITE DE "
                   WS-LIMITE-REGRAS " VERSOES DE REGRA"
               SET TABELA-INDISPONIVEL TO TRUE
               SET FIM-RGR TO TRUE
           ELSE
               ADD 1 TO WS-QTDE-REGRAS
               MOVE RGR-VERSAO TO WS-TAB-VERSAO (WS-QTDE-REGRAS)
               MOVE RGR-DATA-VIGENCIA
                   TO WS-TAB-DATA-VIGENCIA (WS-QTDE-REGRAS)
               MOVE RGR-ANO-BASE TO WS-TAB-ANO-BASE (WS-QTDE-REGRAS)
               MOVE RGR-DIVISOR-SECULO
                   TO WS-TAB-DIVISOR-SECULO (WS-QTDE-REGRAS)
               MOVE RGR-PESO-DIA TO WS-TAB-PESO-DIA (WS-QTDE-REGRAS)
               MOVE RGR-MODULO TO WS-TAB-MODULO (WS-QTDE-REGRAS)
               MOVE RGR-LIMITE-BAIXA
                   TO WS-TAB-LIMITE-BAIXA (WS-QTDE-REGRAS)
               MOVE RGR-LIMITE-MEDIA
                   TO WS-TAB-LIMITE-MEDIA (WS-QTDE-REGRAS)
               PERFORM 0110-LER-REGRA
           END-IF.

      *    Versao informada: procura pelo rotulo. Versao em branco:
      *    a de maior data de vigencia que nao passe da data de
      *    referencia - e' o que reconstroi a regra que valia numa
      *    execucao antiga a partir da data dela.
       0200-ESCOLHER-VERSAO.
           MOVE 0 TO WS-REGRA-ESCOLHIDA
           IF CALC-VERSAO NOT = SPACES
               PERFORM 0210-PROCURAR-VERSAO
                   VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-QTDE-REGRAS
           ELSE
               IF CALC-DATA-REFERENCIA NOT NUMERIC
                       OR CALC-DATA-REFERENCIA = 0
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO WS-DATA-REFERENCIA
               ELSE
                   MOVE CALC-DATA-REFERENCIA TO WS-DATA-REFERENCIA
               END-IF
               PERFORM 0220-PROCURAR-VIGENTE
                   VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-QTDE-REGRAS
           END-IF
           IF WS-REGRA-ESCOLHIDA = 0
               SET CALC-VERSAO-INEXISTENTE TO TRUE
           ELSE
               SET CALC-OK TO TRUE
               MOVE WS-TAB-VERSAO (WS-REGRA-ESCOLHIDA) TO CALC-VERSAO
               MOVE WS-TAB-DATA-VIGENCIA (WS-REGRA-ESCOLHIDA)
                   TO CALC-DATA-VIGENCIA
               MOVE WS-TAB-LIMITE-BAIXA (WS-REGRA-ESCOLHIDA)
                   TO CALC-LIMITE-BAIXA
               MOVE WS-TAB-LIMITE-MEDIA (WS-REGRA-ESCOLHIDA)
                   TO CALC-LIMITE-MEDIA
           END-IF.

       0210-PROCURAR-VERSAO.
           IF WS-TAB-VERSAO (WS-IDX-REGRA) = CALC-VERSAO
               MOVE WS-IDX-REGRA TO WS-REGRA-ESCOLHIDA
           END-IF.

       0220-PROCURAR-VIGENTE.
           IF WS-TAB-DATA-VIGENCIA (WS-IDX-REGRA) <= WS-DATA-REFERENCIA
               IF WS-REGRA-ESCOLHIDA = 0
                   MOVE WS-IDX-REGRA TO WS-REGRA-ESCOLHIDA
               ELSE
                   IF WS-TAB-DATA-VIGENCIA (WS-IDX-REGRA) >
                       WS-TAB-DATA-VIGENCIA (WS-REGRA-ESCOLHIDA)
                       MOVE WS-IDX-REGRA TO WS-REGRA-ESCOLHIDA
                   END-IF
               END-IF
           END-IF.

       1000-CALCULAR-PONTUACAO.
           MOVE ZEROS TO CALC-SOMAMES
           MOVE CALC-MES TO WS-CONTADOR-MES
               COMPUTE CALC-SOMAMES = CALC-SOMAMES + WS-CONTADOR-MES
               COMPUTE WS-CONTADOR-MES = WS-CONTADOR-MES - 1
           END-PERFORM
           COMPUTE WS-COMPONENTE-SECULO =
               (CALC-ANO - WS-TAB-ANO-BASE (WS-REGRA-ESCOLHIDA))
                   / WS-TAB-DIVISOR-SECULO (WS-REGRA-ESCOLHIDA)
           COMPUTE WS-SAFAD-BRUTO =
               CALC-SOMAMES + WS-COMPONENTE-SECULO *
                   (WS-TAB-PESO-DIA (WS-REGRA-ESCOLHIDA) - CALC-DIA)
           COMPUTE CALC-SAFAD = FUNCTION MOD(WS-SAFAD-BRUTO,
               WS-TAB-MODULO (WS-REGRA-ESCOLHIDA))
           COMPUTE CALC-ANJO =
               WS-TAB-MODULO (WS-REGRA-ESCOLHIDA) - CALC-SAFAD.

       2000-CLASSIFICAR-FAIXA.
           EVALUATE TRUE
               WHEN CALC-SAFAD <= CALC-LIMITE-BAIXA
                   MOVE "BAIXA " TO CALC-FAIXA-SAFAD
               WHEN CALC-SAFAD <= CALC-LIMITE-MEDIA
                   MOVE "MEDIA " TO CALC-FAIXA-SAFAD
               WHEN OTHER
                   MOVE "ALTA  " TO CALC-FAIXA-SAFAD
           END-EVALUATE
           EVALUATE TRUE
               WHEN CALC-ANJO <= CALC-LIMITE-BAIXA
                   MOVE "BAIXA " TO CALC-FAIXA-ANJO
               WHEN CALC-ANJO <= CALC-LIMITE-MEDIA
                   MOVE "MEDIA " TO CALC-FAIXA-ANJO
               WHEN OTHER
                   MOVE "ALTA  " TO CALC-FAIXA-ANJO
