      *****************************************************
      *** Rotina de controle de execucao do ciclo       ***
      *** noturno. Dona do CTLFILE (layout CTLREC),     ***
      *** chamada no inicio e no fim de cada programa   ***
      *** controlado do job SAFADOM (SAFADOM, HISTCARG, ***
      *** SAFADCMP, SAFADPAR). No inicio diz se o       ***
      *** programa ja foi concluido na data de negocio  ***
      *** aberta pelo SAFADDTN - o programa entao nao   ***
      *** processa nada e termina com o RC registrado,  ***
      *** para os COND do job decidirem igual a         ***
      *** primeira vez. No fim registra o RC e se o     ***
      *** programa ficou concluido. Comunicacao pela    ***
      *** RCT-AREA do copybook RCTREC. Abre e fecha o   ***
      *** cluster a cada chamada. Todo step que chama   ***
      *** esta rotina precisa do DD CTLFILE.            ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADRCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-STATUS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY CTLREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-CTL        PIC X(2).
       01  WS-PROGRAMA-CORRENTE PIC X(8) VALUE "CORRENTE".
       01  WS-DATA-NEGOCIO      PIC 9(8).
       LINKAGE SECTION.
           COPY RCTREC.
       PROCEDURE DIVISION USING RCT-AREA.
       0000-INICIO.
           MOVE 0 TO RCT-DATA-NEGOCIO
           MOVE SPACES TO RCT-STATUS
           OPEN I-O CONTROL-FILE
           IF WS-STATUS-CTL NOT = "00"
               MOVE WS-STATUS-CTL TO RCT-STATUS
               SET RCT-CONTROLE-INDISPONIVEL TO TRUE
               GOBACK
           END-IF
           PERFORM 1000-LER-DATA-NEGOCIO
           IF RCT-OK
               IF RCT-REGISTRAR
                   PERFORM 3000-REGISTRAR-PROGRAMA
               ELSE
                   PERFORM 2000-VERIFICAR-PROGRAMA
               END-IF
           END-IF
           CLOSE CONTROL-FILE
           GOBACK.

       1000-LER-DATA-NEGOCIO.
           MOVE 0 TO CTL-DATA-NEGOCIO
           MOVE WS-PROGRAMA-CORRENTE TO CTL-PROGRAMA
           READ CONTROL-FILE
               INVALID KEY
                   MOVE WS-STATUS-CTL TO RCT-STATUS
                   SET RCT-DATA-NAO-ABERTA TO TRUE
               NOT INVALID KEY
                   MOVE CTL-DATA-CORRENTE TO WS-DATA-NEGOCIO
                   MOVE WS-DATA-NEGOCIO TO RCT-DATA-NEGOCIO
                   SET RCT-OK TO TRUE
           END-READ.

      *    Programa que terminou acima do RC maximo dele (ou que
      *    abendou e nem registrou) roda de novo na resubmissao.
       2000-VERIFICAR-PROGRAMA.
           MOVE WS-DATA-NEGOCIO TO CTL-DATA-NEGOCIO
           MOVE RCT-PROGRAMA    TO CTL-PROGRAMA
           READ CONTROL-FILE
               INVALID KEY
                   SET RCT-OK TO TRUE
               NOT INVALID KEY
                   IF CTL-CONCLUIDO
                       MOVE CTL-RC TO RCT-RC
                       SET RCT-PROGRAMA-CONCLUIDO TO TRUE
                   ELSE
                       SET RCT-OK TO TRUE
                   END-IF
           END-READ.

       3000-REGISTRAR-PROGRAMA.
           MOVE WS-DATA-NEGOCIO TO CTL-DATA-NEGOCIO
           MOVE RCT-PROGRAMA    TO CTL-PROGRAMA
           READ CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO CTL-DADOS-PROGRAMA
                   MOVE 0 TO CTL-EXECUCOES
                   PERFORM 3100-PREENCHER-REGISTRO
                   WRITE CTL-RECORD
               NOT INVALID KEY
                   PERFORM 3100-PREENCHER-REGISTRO
                   REWRITE CTL-RECORD
           END-READ
           IF WS-STATUS-CTL = "00"
               SET RCT-OK TO TRUE
           ELSE
               MOVE WS-STATUS-CTL TO RCT-STATUS
               SET RCT-ERRO-GRAVACAO TO TRUE
           END-IF.

       3100-PREENCHER-REGISTRO.
           MOVE RCT-RC        TO CTL-RC
           MOVE RCT-RC-MAXIMO TO CTL-RC-MAXIMO
           ADD 1 TO CTL-EXECUCOES
           MOVE FUNCTION CURRENT-DATE (1:14) TO CTL-DATA-HORA
           IF RCT-RC > RCT-RC-MAXIMO
               SET CTL-FALHOU TO TRUE
           ELSE
               SET CTL-CONCLUIDO TO TRUE
           END-IF.
