      *** indice alternativo, calcula a pontuacao de    ***
      *** compatibilidade do par e a enquadra nas       ***
      *** mesmas faixas BAIXA/MEDIA/ALTA das faixas     ***
      *** individuais (rotina SAFADPCL, a mesma da      ***
      *** sugestao de pares). Pares fora de vigencia e  ***
      *** pares com pessoa sem historico saem no        ***
      *** relatorio de excecoes de casais com o motivo  ***
      *** do pulo.                                       ***
      *** Cada par pontuado e' postado no historico de  ***
      *** pares (PHSFILE) com a data-hora da execucao;  ***
      *** reexecucao no mesmo dia regrava o ponto do    ***
      *** dia em vez de duplicar a noite.               ***
      *** Controlada pela data de negocio (SAFADRCT):   ***
      *** ja concluida na data, nao pontua de novo.     ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADPAR.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PESSOA-ID
               FILE STATUS IS WS-STATUS-MST.
           SELECT PAIR-HIST-FILE ASSIGN TO PHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WS-STATUS-PHS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAIR-FILE.
       FD  MASTER-FILE.
           COPY PESREC.

       FD  PAIR-HIST-FILE.
           COPY PHSREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PAR        PIC X(2).
       01  WS-STATUS-HIST       PIC X(2).
       01  WS-STATUS-CAS        PIC X(2).
       01  WS-STATUS-CXC        PIC X(2).
       01  WS-STATUS-MST        PIC X(2).
       01  WS-STATUS-PHS        PIC X(2).
       01  WS-FIM-PAR           PIC X VALUE 'N'.
           88 FIM-PAR           VALUE 'S'.
       01  WS-FIM-BUSCA-HIST    PIC X VALUE 'N'.
           88 FIM-BUSCA-HIST    VALUE 'S'.
       01  WS-ACHOU-HISTORICO   PIC X VALUE 'N'.
           88 ACHOU-HISTORICO   VALUE 'S'.
       01  WS-ACHOU-PONTO-DIA   PIC X VALUE 'N'.
           88 ACHOU-PONTO-DIA   VALUE 'S'.

       01  WS-ID-BUSCA          PIC X(10).
       01  WS-SAFAD-BUSCA       PIC 9(3).
       01  WS-ACHOU-PESSOA-2    PIC X.
           88 ACHOU-PESSOA-2    VALUE 'S'.

       01  WS-PONTUACAO         PIC 9(3).
       01  WS-FAIXA-PAR         PIC X(6).
       01  WS-MOTIVO-EXCECAO    PIC X(40).
       01  WS-QTDE-PAR-BAIXA    PIC 9(6) VALUE 0.
       01  WS-QTDE-PAR-MEDIA    PIC 9(6) VALUE 0.
       01  WS-QTDE-PAR-ALTA     PIC 9(6) VALUE 0.
       01  WS-PONTOS-GRAVADOS   PIC 9(6) VALUE 0.
       01  WS-PONTOS-REGRAVADOS PIC 9(6) VALUE 0.
       01  WS-ERROS-PHS         PIC 9(6) VALUE 0.
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZ9.

           COPY PCLREC.

           COPY RCTREC.

       01  WS-DATA-HORA-EXECUCAO PIC X(14).
       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-DIA      PIC 9(2).
       01  WS-DATA-ATUAL-NUM REDEFINES WS-DATA-ATUAL
                                PIC 9(8).
       01  WS-DATA-NEGOCIO      PIC 9(8).
       01  WS-DATA-NEGOCIO-X REDEFINES WS-DATA-NEGOCIO
                                PIC X(8).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0500-VERIFICAR-CONTROLE
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESSA-PAR
               UNTIL FIM-PAR
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           PERFORM 9950-REGISTRAR-CONTROLE
           STOP RUN.

      *    Ja concluido na data de negocio aberta: resubmissao do
      *    job. Nada e' reprocessado e o step termina com o RC da
      *    vez concluida, para os COND do job decidirem igual.
       0500-VERIFICAR-CONTROLE.
           MOVE "V"        TO RCT-FUNCAO
           MOVE "SAFADPAR" TO RCT-PROGRAMA
           CALL 'SAFADRCT' USING RCT-AREA
           EVALUATE TRUE
               WHEN RCT-OK
                   MOVE RCT-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               WHEN RCT-PROGRAMA-CONCLUIDO
                   DISPLAY "SAFADPAR: JA CONCLUIDO NA DATA DE NEGOCIO "
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
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           STRING WS-DATA-ANO   "-"
                  WS-DATA-MES   "-"
                  WS-DATA-DIA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-ABRIR-HISTORICO-PARES
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-PAR.

       1200-ABRIR-HISTORICO-PARES.
           OPEN I-O PAIR-HIST-FILE
           IF WS-STATUS-PHS NOT = "00"
               OPEN OUTPUT PAIR-HIST-FILE
               CLOSE PAIR-HIST-FILE
               OPEN I-O PAIR-HIST-FILE
           END-IF
           IF WS-STATUS-PHS NOT = "00"
               DISPLAY "ERRO ABRINDO PHSFILE, FILE STATUS: "
                   WS-STATUS-PHS
               CLOSE PAIR-FILE
               CLOSE HISTORY-FILE
               CLOSE MASTER-FILE
               CLOSE COUPLE-REPORT-FILE
               CLOSE COUPLE-EXC-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO CAS-TITLE-LINE
           STRING "RELATORIO DE CASAIS SAFADOMETRO - EXECUCAO EM "
               PERFORM 2300-CALCULAR-COMPATIBILIDADE
               PERFORM 2400-CLASSIFICAR-FAIXA-PAR
               PERFORM 2500-GRAVAR-DETALHE-CASAL
               PERFORM 2800-POSTAR-HISTORICO-PAR
               ADD 1 TO WS-PARES-AVALIADOS
           ELSE
               PERFORM 2600-GRAVAR-EXCECAO-CASAL
           END-PERFORM.

       2300-CALCULAR-COMPATIBILIDADE.
           MOVE WS-SAFAD-1 TO PCL-SAFAD-1
           MOVE WS-ANJO-1  TO PCL-ANJO-1
           MOVE WS-SAFAD-2 TO PCL-SAFAD-2
           MOVE WS-ANJO-2  TO PCL-ANJO-2
           CALL 'SAFADPCL' USING PCL-AREA
           MOVE PCL-PONTUACAO TO WS-PONTUACAO.

       2400-CLASSIFICAR-FAIXA-PAR.
           MOVE PCL-FAIXA TO WS-FAIXA-PAR
           EVALUATE TRUE
               WHEN PCL-FAIXA-BAIXA
                   ADD 1 TO WS-QTDE-PAR-BAIXA
               WHEN PCL-FAIXA-MEDIA
                   ADD 1 TO WS-QTDE-PAR-MEDIA
               WHEN OTHER
                   ADD 1 TO WS-QTDE-PAR-ALTA
           END-EVALUATE.

           PERFORM 2650-GRAVAR-LINHA-EXCECAO
           ADD 1 TO WS-PARES-INATIVOS.

      *    Um ponto por par por dia de negocio: se o par ja tem
      *    ponto na data de negocio aberta (reexecucao do step), o
      *    ponto e' regravado com a pontuacao nova e mantem a
      *    data-hora original. O ponto novo leva a data de negocio,
      *    para a recuperacao de um dia perdido nao cair no ponto
      *    do dia em que roda.
       2800-POSTAR-HISTORICO-PAR.
           MOVE 'N' TO WS-ACHOU-PONTO-DIA
           MOVE PAR-PESSOA-ID-1 TO PHS-PESSOA-ID-1
           MOVE PAR-PESSOA-ID-2 TO PHS-PESSOA-ID-2
           MOVE WS-DATA-NEGOCIO-X TO PHS-DATA-HORA
           MOVE "000000"        TO PHS-DATA-HORA (9:6)
           START PAIR-HIST-FILE KEY NOT LESS THAN PHS-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PAIR-HIST-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PHS-PESSOA-ID-1 = PAR-PESSOA-ID-1
                               AND PHS-PESSOA-ID-2 = PAR-PESSOA-ID-2
                               AND PHS-DATA-HORA (1:8) =
                                   WS-DATA-NEGOCIO-X
                               MOVE 'S' TO WS-ACHOU-PONTO-DIA
                           END-IF
                   END-READ
           END-START
           IF NOT ACHOU-PONTO-DIA
               MOVE SPACES TO PHS-RECORD
               MOVE PAR-PESSOA-ID-1 TO PHS-PESSOA-ID-1
               MOVE PAR-PESSOA-ID-2 TO PHS-PESSOA-ID-2
               MOVE WS-DATA-NEGOCIO-X TO PHS-DATA-HORA (1:8)
               MOVE WS-DATA-HORA-EXECUCAO (9:6)
                   TO PHS-DATA-HORA (9:6)
           END-IF
           MOVE PAR-CLIENTE      TO PHS-CLIENTE
           MOVE WS-DATA-EXECUCAO TO PHS-DATA-EXECUCAO
           MOVE WS-SAFAD-1       TO PHS-SAFAD-1
           MOVE WS-ANJO-1        TO PHS-ANJO-1
           MOVE WS-SAFAD-2       TO PHS-SAFAD-2
           MOVE WS-ANJO-2        TO PHS-ANJO-2
           MOVE WS-PONTUACAO     TO PHS-PONTUACAO
           MOVE WS-FAIXA-PAR     TO PHS-FAIXA
           MOVE PAR-DATA-INICIO  TO PHS-DATA-INICIO
           IF ACHOU-PONTO-DIA
               REWRITE PHS-RECORD
                   INVALID KEY
                       DISPLAY "ERRO REGRAVANDO PHSFILE: "
                           PHS-CHAVE " " WS-STATUS-PHS
                       ADD 1 TO WS-ERROS-PHS
                   NOT INVALID KEY
                       ADD 1 TO WS-PONTOS-REGRAVADOS
               END-REWRITE
           ELSE
               WRITE PHS-RECORD
                   INVALID KEY
                       DISPLAY "ERRO GRAVANDO PHSFILE: "
                           PHS-CHAVE " " WS-STATUS-PHS
                       ADD 1 TO WS-ERROS-PHS
                   NOT INVALID KEY
                       ADD 1 TO WS-PONTOS-GRAVADOS
               END-WRITE
           END-IF.

       9000-FINALIZAR.
           MOVE SPACES TO CAS-TITLE-LINE
           WRITE CAS-TITLE-LINE
               DELIMITED BY SIZE INTO CAS-TITLE-LINE
           WRITE CAS-TITLE-LINE

           MOVE WS-PONTOS-GRAVADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO CAS-TITLE-LINE
           STRING "PONTOS NO HIST. PARES: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO CAS-TITLE-LINE
           WRITE CAS-TITLE-LINE

           MOVE WS-PONTOS-REGRAVADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO CAS-TITLE-LINE
           STRING "PONTOS REGRAVADOS....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO CAS-TITLE-LINE
           WRITE CAS-TITLE-LINE

           MOVE WS-ERROS-PHS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO CAS-TITLE-LINE
           STRING "ERROS HIST. PARES....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO CAS-TITLE-LINE
           WRITE CAS-TITLE-LINE

           CLOSE PAIR-FILE
           CLOSE HISTORY-FILE
           CLOSE MASTER-FILE
           CLOSE COUPLE-REPORT-FILE
           CLOSE COUPLE-EXC-FILE
           CLOSE PAIR-HIST-FILE.

      *    Pessoa com historico mas excluida do cadastro mestre sai
      *    marcada: essa propria situacao merece atencao.
           END-READ.

       9900-DEFINIR-CONDITION-CODE.
           EVALUATE TRUE
               WHEN WS-ERROS-PHS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PARES-EXCECAO > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9950-REGISTRAR-CONTROLE.
           MOVE "R"         TO RCT-FUNCAO
           MOVE "SAFADPAR"  TO RCT-PROGRAMA
           MOVE RETURN-CODE TO RCT-RC
           MOVE 4           TO RCT-RC-MAXIMO
           CALL 'SAFADRCT' USING RCT-AREA
           IF NOT RCT-OK
               DISPLAY "AVISO: FIM DO SAFADPAR NAO REGISTRADO NO "
                   "CTLFILE, RETORNO SAFADRCT: " RCT-RETORNO
                   " FILE STATUS: " RCT-STATUS
           END-IF
           MOVE RCT-RC TO RETURN-CODE.
