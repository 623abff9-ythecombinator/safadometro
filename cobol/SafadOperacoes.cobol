      *** cartao de parametro imprime uma linha por     ***
      *** execucao (data, lidos, rejeitados, percentual ***
      *** de rejeicao), totais por mes, a execucao com  ***
      *** pior taxa de rejeicao e marca todo dia util   ***
      *** sem nenhuma execucao - o alerta de que o      ***
      *** ciclo noturno nao rodou. Dia util e' o do     ***
      *** calendario de processamento (rotina SAFADDUT, ***
      *** DD CALFILE): fim de semana e feriado sem      ***
      *** execucao nao contam. Cada execucao vale pela  ***
      *** data de negocio gravada na trilha; linha      ***
      *** antiga, sem ela, vale pela data da execucao.  ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADOPE.
       01  WS-TOTAL-LIDOS       PIC 9(9) VALUE 0.
       01  WS-TOTAL-REJEITADOS  PIC 9(9) VALUE 0.
       01  WS-QTDE-DIAS-SEM     PIC 9(6) VALUE 0.
       01  WS-QTDE-DIAS-NAO-UTEIS PIC 9(6) VALUE 0.

       01  WS-PCT-REJEICAO      PIC 9(3)V99.
       01  WS-PIOR-PCT          PIC 9(3)V99 VALUE 0.
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZ9.
       01  WS-TOTAL-EDITADO     PIC ZZZ,ZZZ,ZZ9.
       01  WS-PCT-EDITADO       PIC ZZ9.99.

           COPY DUTREC.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           WRITE OPS-TITLE-LINE.

       2000-PROCESSA-AUDITORIA.
           IF AUDIT-DATA-NEGOCIO NUMERIC
                   AND AUDIT-DATA-NEGOCIO NOT = ZEROS
               MOVE AUDIT-DATA-NEGOCIO TO WS-DATA-CORRENTE
           ELSE
               MOVE AUDIT-DATA-HORA (1:8) TO WS-DATA-CORRENTE
           END-IF
           IF RANGE-DEFINIDO
               AND (WS-DATA-CORRENTE < WS-DATA-INICIO
                   OR WS-DATA-CORRENTE > WS-DATA-FIM)
           IF WS-DATA-INT > WS-PREV-INT
               MOVE WS-DATA-INT TO WS-PREV-INT
           END-IF
           IF WS-DATA-CORRENTE (1:6) NOT = WS-MES-ATUAL
               PERFORM 2400-QUEBRA-DE-MES
           END-IF
           PERFORM 2500-GRAVAR-LINHA-EXECUCAO
           PERFORM UNTIL WS-INT-CURSOR >= WS-DATA-INT
               MOVE FUNCTION DATE-OF-INTEGER (WS-INT-CURSOR)
                   TO WS-DATA-NUM
               PERFORM 2350-CONSULTAR-CALENDARIO
               IF DUT-DIA-UTIL
                   PERFORM 8200-FORMATAR-DATA-NUM
                   MOVE SPACES TO OPS-TITLE-LINE
                   STRING "*** SEM EXECUCAO EM " WS-DATA-FORMATADA
                          " ***"
                          DELIMITED BY SIZE INTO OPS-TITLE-LINE
                   WRITE OPS-TITLE-LINE
                   ADD 1 TO WS-QTDE-DIAS-SEM
               ELSE
                   ADD 1 TO WS-QTDE-DIAS-NAO-UTEIS
               END-IF
               ADD 1 TO WS-INT-CURSOR
           END-PERFORM.

       2350-CONSULTAR-CALENDARIO.
           MOVE WS-DATA-NUM TO DUT-DATA
           CALL 'SAFADDUT' USING DUT-AREA
           IF NOT DUT-OK
               DISPLAY "ERRO: CALENDARIO DE PROCESSAMENTO "
                   "INDISPONIVEL, RETORNO SAFADDUT: " DUT-RETORNO
                   " DATA: " WS-DATA-NUM
               CLOSE AUDIT-FILE
               CLOSE OPS-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2400-QUEBRA-DE-MES.
           IF WS-MES-RUNS > 0
               PERFORM 2450-GRAVAR-TOTAL-MES
           END-IF
           MOVE WS-DATA-CORRENTE (1:6) TO WS-MES-ATUAL
           MOVE 0 TO WS-MES-RUNS
           MOVE 0 TO WS-MES-LIDOS
           MOVE 0 TO WS-MES-REJEITADOS.
           STRING "DIAS SEM EXECUCAO....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO OPS-TITLE-LINE
           WRITE OPS-TITLE-LINE
           MOVE WS-QTDE-DIAS-NAO-UTEIS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO OPS-TITLE-LINE
           STRING "NAO UTEIS SEM EXEC...: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO OPS-TITLE-LINE
           WRITE OPS-TITLE-LINE
           CLOSE AUDIT-FILE
           CLOSE OPS-REPORT-FILE.

