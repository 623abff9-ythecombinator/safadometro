      *** ja postada e' contada e pulada. Fecha com o    ***
      *** balanco lidos = postados + ja postados; sem    ***
      *** balanco nao se libera o downstream.             ***
      *** Controlada pela data de negocio (SAFADRCT):    ***
      *** carga ja concluida na data nao posta de novo - ***
      *** arquivo-dia com registros nessa situacao e'    ***
      *** recusado (RC 8) e fica no lugar para conferir. ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCARG.
       01  WS-SOMA-BALANCO      PIC 9(8).
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZZ,ZZ9.

           COPY RCTREC.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-DIA      PIC 9(2).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0500-VERIFICAR-CONTROLE
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-POSTA-REGISTRO
               UNTIL FIM-DIA
           PERFORM 9000-FINALIZAR
           PERFORM 9950-REGISTRAR-CONTROLE
           STOP RUN.

      *    Ja concluido na data de negocio aberta: resubmissao do
      *    job. Nada e' reprocessado e o step termina com o RC da
      *    vez concluida, para os COND do job decidirem igual.
       0500-VERIFICAR-CONTROLE.
           MOVE "V"        TO RCT-FUNCAO
           MOVE "HISTCARG" TO RCT-PROGRAMA
           CALL 'SAFADRCT' USING RCT-AREA
           EVALUATE TRUE
               WHEN RCT-OK
                   CONTINUE
               WHEN RCT-PROGRAMA-CONCLUIDO
                   DISPLAY "HISTCARG: JA CONCLUIDO NA DATA DE NEGOCIO "
                       RCT-DATA-NEGOCIO " COM RC " RCT-RC
                   PERFORM 0600-CONFERIR-ARQUIVO-DIA
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO NO CONTROLE DE EXECUCAO (CTLFILE), "
                       "RETORNO SAFADRCT: " RCT-RETORNO
                       " FILE STATUS: " RCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    Numa resubmissao normal o step de calculo tambem foi
      *    pulado e o arquivo-dia chega vazio. Com registros, e'
      *    uma segunda noite para a mesma data: nao se posta.
       0600-CONFERIR-ARQUIVO-DIA.
           MOVE RCT-RC TO RETURN-CODE
           OPEN INPUT HIST-DAY-FILE
           IF WS-STATUS-DIA = "00"
               PERFORM 2100-LER-ARQUIVO-DIA
               CLOSE HIST-DAY-FILE
               IF NOT FIM-DIA
                   PERFORM 0650-RECUSAR-CARGA
               END-IF
           END-IF.

       0650-RECUSAR-CARGA.
           DISPLAY "HISTCARG: ARQUIVO-DIA COM REGISTROS PARA DATA DE "
               "NEGOCIO JA POSTADA - CARGA RECUSADA"
           OPEN OUTPUT LIST-FILE
           IF WS-STATUS-CGA = "00"
               MOVE SPACES TO CGA-LINHA
               STRING "CARGA RECUSADA - HISTORICO DA DATA DE NEGOCIO "
                      RCT-DATA-NEGOCIO " JA POSTADO"
                      DELIMITED BY SIZE INTO CGA-LINHA
               WRITE CGA-LINHA
               MOVE SPACES TO CGA-LINHA
               STRING "ARQUIVO-DIA MANTIDO PARA CONFERENCIA - NADA "
                      "FOI POSTADO"
                      DELIMITED BY SIZE INTO CGA-LINHA
               WRITE CGA-LINHA
               CLOSE LIST-FILE
           END-IF
           MOVE 8 TO RETURN-CODE.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           STRING WS-DATA-ANO   "-"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE CGA-LINHA.

       9950-REGISTRAR-CONTROLE.
           MOVE "R"         TO RCT-FUNCAO
           MOVE "HISTCARG"  TO RCT-PROGRAMA
           MOVE RETURN-CODE TO RCT-RC
           MOVE 0           TO RCT-RC-MAXIMO
           CALL 'SAFADRCT' USING RCT-AREA
           IF NOT RCT-OK
               DISPLAY "AVISO: FIM DO HISTCARG NAO REGISTRADO NO "
                   "CTLFILE, RETORNO SAFADRCT: " RCT-RETORNO
                   " FILE STATUS: " RCT-STATUS
           END-IF
           MOVE RCT-RC TO RETURN-CODE.
