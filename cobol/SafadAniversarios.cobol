       01  WS-SAFAD-BUSCA       PIC 9(3).
       01  WS-ANJO-BUSCA        PIC 9(3).
       01  WS-FAIXA-BUSCA       PIC X(6).
       01  WS-VERSAO-BUSCA      PIC X(4).
       01  WS-DATA-BUSCA        PIC X(8).

           COPY CALCREC.

       01  WS-HOJE-INT          PIC S9(9).
       01  WS-ANIVER-INT        PIC S9(9).
                           MOVE 'S' TO WS-ACHOU-HISTORICO
                           MOVE HIST-SAFAD TO WS-SAFAD-BUSCA
                           MOVE HIST-ANJO  TO WS-ANJO-BUSCA
                           MOVE HIST-VERSAO-REGRA TO WS-VERSAO-BUSCA
                           MOVE HIST-DATA-HORA (1:8) TO WS-DATA-BUSCA
                       ELSE
                           MOVE 'S' TO WS-FIM-BUSCA-HIST
                       END-IF
               PERFORM 2450-CLASSIFICAR-FAIXA
           END-IF.

      *    A faixa sai pelos limites da versao de regras com que o
      *    SAFAD foi calculado; entrada sem versao (anterior a tabela
      *    de regras) usa a versao vigente na data daquela execucao.
       2450-CLASSIFICAR-FAIXA.
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
           IF CALC-OK
               MOVE CALC-FAIXA-SAFAD TO WS-FAIXA-BUSCA
           ELSE
               MOVE "??????" TO WS-FAIXA-BUSCA
           END-IF.

      *    Ordena por varredura de dias: para cada quantidade de
      *    dias de 0 ate a janela, imprime os selecionados daquele
