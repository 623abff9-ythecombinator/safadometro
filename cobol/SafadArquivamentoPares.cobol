      *****************************************************
      *** Arquivamento e expurgo do historico de        ***
      *** pontuacao de pares do SAFADOMETRO (PHSFILE),  ***
      *** step seguinte ao SAFADARQ no mesmo job e com  ***
      *** o mesmo cartao de retencao. Copia para uma    ***
      *** geracao sequencial de arquivo os pontos mais  ***
      *** antigos que o corte e os remove do cluster,   ***
      *** preservando sempre o ponto mais recente de    ***
      *** cada par. Acrescenta ao LSTFILE o balanco:    ***
      *** lidos = mantidos + arquivados.                 ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADAPH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT PAIR-HIST-FILE ASSIGN TO PHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WS-STATUS-PHS.
           SELECT ARCHIVE-FILE ASSIGN TO APHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARC.
           SELECT LIST-FILE ASSIGN TO LSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LST.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-DIAS-RETENCAO   PIC 9(4).
           05  FILLER              PIC X(76).

       FD  PAIR-HIST-FILE.
           COPY PHSREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY PHSREC REPLACING LEADING ==PHS== BY ==ARC==.

       FD  LIST-FILE.
       01  LST-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-PHS        PIC X(2).
       01  WS-STATUS-ARC        PIC X(2).
       01  WS-STATUS-LST        PIC X(2).
       01  WS-FIM-PHS           PIC X VALUE 'N'.
           88 FIM-PHS           VALUE 'S'.
       01  WS-TEM-ANTERIOR      PIC X VALUE 'N'.
           88 TEM-ANTERIOR      VALUE 'S'.

           COPY PHSREC REPLACING LEADING ==PHS== BY ==ANT==.

           COPY PHSREC REPLACING LEADING ==PHS== BY ==GRD==.

       01  WS-DIAS-RETENCAO     PIC 9(4).
       01  WS-DATA-CORTE        PIC 9(8).
       01  WS-DATA-INT          PIC S9(9).

       01  WS-REGISTROS-LIDOS      PIC 9(8) VALUE 0.
       01  WS-REGISTROS-ARQUIVADOS PIC 9(8) VALUE 0.
       01  WS-ERROS-EXCLUSAO       PIC 9(8) VALUE 0.
       01  WS-REGISTROS-MANTIDOS   PIC 9(8) VALUE 0.
       01  WS-PARES-PRESERVADOS    PIC 9(8) VALUE 0.
       01  WS-SOMA-BALANCO         PIC 9(8).
       01  WS-CONTAGEM-EDITADA     PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 2000-PROCESSA-HISTORICO
               UNTIL FIM-PHS
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           STRING WS-DATA-ANO   "-"
                  WS-DATA-MES   "-"
                  WS-DATA-DIA
                  DELIMITED BY SIZE INTO WS-DATA-EXECUCAO
           PERFORM 1300-LER-PARAMETRO
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL-NUM)
                   - WS-DIAS-RETENCAO
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATA-INT)
               TO WS-DATA-CORTE
           OPEN I-O PAIR-HIST-FILE
           IF WS-STATUS-PHS NOT = "00"
               DISPLAY "ERRO ABRINDO PHSFILE, FILE STATUS: "
                   WS-STATUS-PHS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-STATUS-ARC NOT = "00"
               DISPLAY "ERRO ABRINDO APHFILE, FILE STATUS: "
                   WS-STATUS-ARC
               CLOSE PAIR-HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LIST-FILE
           IF WS-STATUS-LST NOT = "00"
               OPEN OUTPUT LIST-FILE
           END-IF
           IF WS-STATUS-LST NOT = "00"
               DISPLAY "ERRO ABRINDO LSTFILE, FILE STATUS: "
                   WS-STATUS-LST
               CLOSE PAIR-HIST-FILE
               CLOSE ARCHIVE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-HISTORICO.

       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM NOT = "00"
               DISPLAY "ERRO: PARAMETRO DE RETENCAO OBRIGATORIO, "
                   "FILE STATUS PRMFILE: " WS-STATUS-PRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERRO: CARTAO DE RETENCAO AUSENTE"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PRM-DIAS-RETENCAO NOT NUMERIC
               DISPLAY "ERRO: DIAS DE RETENCAO NAO NUMERICO: "
                   PRM-DIAS-RETENCAO
               CLOSE PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-DIAS-RETENCAO TO WS-DIAS-RETENCAO
           CLOSE PARM-FILE.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO LST-LINHA
           WRITE LST-LINHA
           MOVE SPACES TO LST-LINHA
           STRING "ARQUIVAMENTO DO HISTORICO DE PARES SAFADOMETRO"
                  " - EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA
           MOVE SPACES TO LST-LINHA
           STRING "RETENCAO: " WS-DIAS-RETENCAO
                  " DIAS - CORTE: " WS-DATA-CORTE
                  DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA.

       2000-PROCESSA-HISTORICO.
           IF TEM-ANTERIOR
               IF ANT-PESSOA-ID-1 = PHS-PESSOA-ID-1
                   AND ANT-PESSOA-ID-2 = PHS-PESSOA-ID-2
                   PERFORM 2200-AVALIAR-ANTERIOR
               ELSE
                   ADD 1 TO WS-REGISTROS-MANTIDOS
                   ADD 1 TO WS-PARES-PRESERVADOS
               END-IF
           END-IF
           ADD 1 TO WS-REGISTROS-LIDOS
           MOVE PHS-RECORD TO ANT-RECORD
           SET TEM-ANTERIOR TO TRUE
           PERFORM 2100-LER-HISTORICO.

       2100-LER-HISTORICO.
           READ PAIR-HIST-FILE NEXT
               AT END
                   SET FIM-PHS TO TRUE
           END-READ.

       2200-AVALIAR-ANTERIOR.
           IF ANT-DATA-HORA (1:8) < WS-DATA-CORTE
               PERFORM 2300-ARQUIVAR-ANTERIOR
           ELSE
               ADD 1 TO WS-REGISTROS-MANTIDOS
           END-IF.

       2300-ARQUIVAR-ANTERIOR.
           MOVE PHS-RECORD TO GRD-RECORD
           MOVE ANT-RECORD TO ARC-RECORD
           WRITE ARC-RECORD
           MOVE ANT-CHAVE TO PHS-CHAVE
           DELETE PAIR-HIST-FILE
               INVALID KEY
                   DISPLAY "ERRO EXCLUINDO DO HISTORICO DE PARES: "
                       WS-STATUS-PHS
                   ADD 1 TO WS-ERROS-EXCLUSAO
               NOT INVALID KEY
                   ADD 1 TO WS-REGISTROS-ARQUIVADOS
           END-DELETE
           MOVE GRD-RECORD TO PHS-RECORD.

       9000-FINALIZAR.
           IF TEM-ANTERIOR
               ADD 1 TO WS-REGISTROS-MANTIDOS
               ADD 1 TO WS-PARES-PRESERVADOS
           END-IF
           PERFORM 8000-GRAVAR-BALANCO
           CLOSE PAIR-HIST-FILE
           CLOSE ARCHIVE-FILE
           CLOSE LIST-FILE.

       8000-GRAVAR-BALANCO.
           MOVE SPACES TO LST-LINHA
           WRITE LST-LINHA
           MOVE SPACES TO LST-LINHA
           STRING "BALANCO DO ARQUIVAMENTO DE PARES" DELIMITED BY SIZE
               INTO LST-LINHA
           WRITE LST-LINHA

           MOVE WS-REGISTROS-LIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO LST-LINHA
           STRING "REGISTROS LIDOS......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA

           MOVE WS-REGISTROS-MANTIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO LST-LINHA
           STRING "REGISTROS MANTIDOS...: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA

           MOVE WS-REGISTROS-ARQUIVADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO LST-LINHA
           STRING "REGISTROS ARQUIVADOS.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA

           MOVE WS-PARES-PRESERVADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO LST-LINHA
           STRING "PARES PRESERVADOS....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA

           MOVE WS-ERROS-EXCLUSAO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO LST-LINHA
           STRING "ERROS DE EXCLUSAO....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO LST-LINHA
           WRITE LST-LINHA

           COMPUTE WS-SOMA-BALANCO =
               WS-REGISTROS-MANTIDOS + WS-REGISTROS-ARQUIVADOS
           MOVE SPACES TO LST-LINHA
           IF WS-SOMA-BALANCO = WS-REGISTROS-LIDOS
               STRING "BALANCO CONFERE: MANTIDOS + ARQUIVADOS = LIDOS"
                   DELIMITED BY SIZE INTO LST-LINHA
               MOVE 0 TO RETURN-CODE
           ELSE
               STRING "BALANCO NAO CONFERE - VERIFICAR EXECUCAO"
                   DELIMITED BY SIZE INTO LST-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE LST-LINHA
           IF WS-ERROS-EXCLUSAO > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
