      *****************************************************
      *** Rotina de dia util do SAFADOMETRO. Unica dona ***
      *** da regra que diz se uma data e' dia de        ***
      *** processamento, chamada pela abertura da data  ***
      *** de negocio do ciclo noturno (SAFADDTN) e pelo ***
      *** resumo operacional (SAFADOPE), para os dois   ***
      *** nunca divergirem. Comunicacao pela DUT-AREA   ***
      *** do copybook DUTREC.                           ***
      *** Segunda a sexta sao dias uteis e sabado e     ***
      *** domingo nao, salvo as excecoes do calendario  ***
      *** de processamento (CALFILE, layout CLDREC):    ***
      *** feriado e dia util extra. O calendario e'     ***
      *** carregado na primeira chamada e mantido em    ***
      *** memoria ate o fim do step. Todo step que      ***
      *** chama esta rotina precisa do DD CALFILE.      ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADDUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLD-DATA
               FILE STATUS IS WS-STATUS-CLD.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CLDREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-CLD        PIC X(2).
       01  WS-FIM-CLD           PIC X VALUE 'N'.
           88 FIM-CLD           VALUE 'S'.
       01  WS-TABELA-CARREGADA  PIC X VALUE 'N'.
           88 TABELA-CARREGADA  VALUE 'S'.
       01  WS-TABELA-INDISPONIVEL PIC X VALUE 'N'.
           88 TABELA-INDISPONIVEL VALUE 'S'.

       01  WS-LIMITE-DATAS      PIC 9(4) VALUE 2000.
       01  WS-QTDE-DATAS        PIC 9(4) VALUE 0.
       01  WS-IDX-DATA          PIC 9(4).
       01  WS-DATA-ESCOLHIDA    PIC 9(4).
       01  WS-TABELA-CALENDARIO.
           05  WS-CALENDARIO    OCCURS 2000 TIMES.
               10  WS-TAB-DATA         PIC 9(8).
               10  WS-TAB-TIPO         PIC X(1).
               10  WS-TAB-DESCRICAO    PIC X(30).

       01  WS-DATA-TESTE.
           05  WS-TESTE-ANO     PIC 9(4).
           05  WS-TESTE-MES     PIC 9(2).
           05  WS-TESTE-DIA     PIC 9(2).
       01  WS-DIA-LIMITE        PIC 9(2).
       01  WS-QUOCIENTE         PIC 9(9).
       01  WS-RESTO-4           PIC 9(3).
       01  WS-RESTO-100         PIC 9(3).
       01  WS-RESTO-400         PIC 9(3).
       01  WS-DATA-INT          PIC 9(9).
       01  WS-RESTO-SEMANA      PIC 9(1).
       LINKAGE SECTION.
           COPY DUTREC.
       PROCEDURE DIVISION USING DUT-AREA.
       0000-INICIO.
           IF NOT TABELA-CARREGADA
               PERFORM 0100-CARREGAR-CALENDARIO
           END-IF
           IF TABELA-INDISPONIVEL
               SET DUT-CALENDARIO-INDISPONIVEL TO TRUE
               GOBACK
           END-IF
           PERFORM 0200-VALIDAR-DATA
           IF NOT DUT-OK
               GOBACK
           END-IF
           PERFORM 1000-CALCULAR-DIA-SEMANA
           PERFORM 2000-CLASSIFICAR-DIA
           GOBACK.

      *    O calendario so guarda as excecoes (algumas dezenas por
      *    ano): carrega uma vez por step e fecha o arquivo, em vez
      *    de ler o cluster a cada data consultada.
       0100-CARREGAR-CALENDARIO.
           SET TABELA-CARREGADA TO TRUE
           OPEN INPUT CALENDAR-FILE
           IF WS-STATUS-CLD NOT = "00"
               DISPLAY "ERRO ABRINDO CALFILE, FILE STATUS: "
                   WS-STATUS-CLD
               SET TABELA-INDISPONIVEL TO TRUE
           ELSE
               PERFORM 0110-LER-CALENDARIO
               PERFORM 0120-GUARDAR-DATA
                   UNTIL FIM-CLD
               CLOSE CALENDAR-FILE
           END-IF.

       0110-LER-CALENDARIO.
           READ CALENDAR-FILE
               AT END
                   SET FIM-CLD TO TRUE
           END-READ.

       0120-GUARDAR-DATA.
           IF WS-QTDE-DATAS = WS-LIMITE-DATAS
               DISPLAY "ERRO: CALFILE EXCEDE O LIMITE DE "
                   WS-LIMITE-DATAS " DATAS DE CALENDARIO"
               SET TABELA-INDISPONIVEL TO TRUE
               SET FIM-CLD TO TRUE
           ELSE
               IF CLD-DIA-UTIL OR CLD-FERIADO
                   ADD 1 TO WS-QTDE-DATAS
                   MOVE CLD-DATA TO WS-TAB-DATA (WS-QTDE-DATAS)
                   MOVE CLD-TIPO TO WS-TAB-TIPO (WS-QTDE-DATAS)
                   MOVE CLD-DESCRICAO
                       TO WS-TAB-DESCRICAO (WS-QTDE-DATAS)
               ELSE
                   DISPLAY "AVISO: TIPO DE DIA INVALIDO NO CALFILE, "
                       "IGNORADO: " CLD-DATA " " CLD-TIPO
               END-IF
               PERFORM 0110-LER-CALENDARIO
           END-IF.

      *    Data fora do calendario gregoriano nao pode chegar ao
      *    INTEGER-OF-DATE.
       0200-VALIDAR-DATA.
           SET DUT-DATA-INVALIDA TO TRUE
           MOVE SPACES TO DUT-MOTIVO
           MOVE 0 TO DUT-DIA-SEMANA
           MOVE "N" TO DUT-SITUACAO
           IF DUT-DATA NUMERIC
               MOVE DUT-DATA TO WS-DATA-TESTE
               IF WS-TESTE-ANO NOT < 1601
                       AND WS-TESTE-MES NOT < 1
                       AND WS-TESTE-MES NOT > 12
                       AND WS-TESTE-DIA NOT < 1
                   PERFORM 0210-VERIFICAR-DIA-LIMITE
               END-IF
           END-IF.

       0210-VERIFICAR-DIA-LIMITE.
           EVALUATE WS-TESTE-MES
               WHEN 2
                   DIVIDE WS-TESTE-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-TESTE-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-TESTE-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-400 = 0
                           OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-DIA-LIMITE
                   ELSE
                       MOVE 28 TO WS-DIA-LIMITE
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIA-LIMITE
               WHEN OTHER
                   MOVE 31 TO WS-DIA-LIMITE
           END-EVALUATE
           IF WS-TESTE-DIA <= WS-DIA-LIMITE
               SET DUT-OK TO TRUE
           END-IF.

      *    O dia 1 do INTEGER-OF-DATE (01/01/1601) foi uma segunda.
       1000-CALCULAR-DIA-SEMANA.
           COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE (DUT-DATA)
           DIVIDE WS-DATA-INT BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO-SEMANA
           IF WS-RESTO-SEMANA = 0
               MOVE 7 TO DUT-DIA-SEMANA
           ELSE
               MOVE WS-RESTO-SEMANA TO DUT-DIA-SEMANA
           END-IF.

      *    Excecao do calendario vale sobre a regra da semana.
       2000-CLASSIFICAR-DIA.
           MOVE 0 TO WS-DATA-ESCOLHIDA
           PERFORM 2100-PROCURAR-DATA
               VARYING WS-IDX-DATA FROM 1 BY 1
               UNTIL WS-IDX-DATA > WS-QTDE-DATAS
                  OR WS-DATA-ESCOLHIDA > 0
           IF WS-DATA-ESCOLHIDA > 0
               MOVE WS-TAB-DESCRICAO (WS-DATA-ESCOLHIDA) TO DUT-MOTIVO
               IF WS-TAB-TIPO (WS-DATA-ESCOLHIDA) = "U"
                   SET DUT-DIA-UTIL TO TRUE
               ELSE
                   SET DUT-DIA-NAO-UTIL TO TRUE
               END-IF
           ELSE
               EVALUATE DUT-DIA-SEMANA
                   WHEN 6
                       SET DUT-DIA-NAO-UTIL TO TRUE
                       MOVE "SABADO" TO DUT-MOTIVO
                   WHEN 7
                       SET DUT-DIA-NAO-UTIL TO TRUE
                       MOVE "DOMINGO" TO DUT-MOTIVO
                   WHEN OTHER
                       SET DUT-DIA-UTIL TO TRUE
               END-EVALUATE
           END-IF.

       2100-PROCURAR-DATA.
           IF WS-TAB-DATA (WS-IDX-DATA) = DUT-DATA
               MOVE WS-IDX-DATA TO WS-DATA-ESCOLHIDA
           END-IF.
