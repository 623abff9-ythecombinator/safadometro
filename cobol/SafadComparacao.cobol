      *** e SAFAD ALTERADO (valor anterior, atual e     ***
      *** variacao), substituindo o diff manual dos     ***
      *** relatorios de ontem e de hoje.                 ***
      *** Controlada pela data de negocio (SAFADRCT):   ***
      *** ja concluida na data, nao compara de novo.    ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADCMP.
       01  WS-VARIACAO          PIC S9(3).
       01  WS-VARIACAO-EDITADA  PIC +ZZ9.

           COPY RCTREC.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-DIA      PIC 9(2).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0500-VERIFICAR-CONTROLE
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR-TABELA-DOB
               UNTIL FIM-DOB
           PERFORM 5000-SECAO-RETIRADOS
           PERFORM 6000-SECAO-ALTERADOS
           PERFORM 9000-FINALIZAR
           PERFORM 9950-REGISTRAR-CONTROLE
           STOP RUN.

      *    Ja concluido na data de negocio aberta: resubmissao do
      *    job. Nada e' reprocessado e o step termina com o RC da
      *    vez concluida, para os COND do job decidirem igual.
       0500-VERIFICAR-CONTROLE.
           MOVE "V"        TO RCT-FUNCAO
           MOVE "SAFADCMP" TO RCT-PROGRAMA
           CALL 'SAFADRCT' USING RCT-AREA
           EVALUATE TRUE
               WHEN RCT-OK
                   CONTINUE
               WHEN RCT-PROGRAMA-CONCLUIDO
                   DISPLAY "SAFADCMP: JA CONCLUIDO NA DATA DE NEGOCIO "
                       RCT-DATA-NEGOCIO " COM RC " RCT-RC
                   MOVE RCT-RC TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERRO NO CONTROLE DE EXECUCAO (CTLFILE), "
                       "RETORNO SAFADRCT: " RCT-RETORNO
                       " FILE STATUS: " RCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           STRING WS-DATA-ANO   "-"
               NOT INVALID KEY
                   MOVE MST-NOME TO WS-NOME-PESSOA
           END-READ.

       9950-REGISTRAR-CONTROLE.
           MOVE "R"         TO RCT-FUNCAO
           MOVE "SAFADCMP"  TO RCT-PROGRAMA
           MOVE RETURN-CODE TO RCT-RC
           MOVE 0           TO RCT-RC-MAXIMO
           CALL 'SAFADRCT' USING RCT-AREA
           IF NOT RCT-OK
               DISPLAY "AVISO: FIM DO SAFADCMP NAO REGISTRADO NO "
                   "CTLFILE, RETORNO SAFADRCT: " RCT-RETORNO
                   " FILE STATUS: " RCT-STATUS
           END-IF
           MOVE RCT-RC TO RETURN-CODE.
