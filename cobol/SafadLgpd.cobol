      *****************************************************
      *** Atendimento LGPD ao titular de dados do       ***
      *** SAFADOMETRO. O cartao traz o tipo do pedido,  ***
      *** o PESSOA-ID, o protocolo e o operador.        ***
      *** C (acesso): imprime todo registro do titular  ***
      *** no cadastro mestre, no historico e nas        ***
      *** geracoes de arquivo, no cadastro de pares, no ***
      *** historico de pares, no jornal de manutencao,  ***
      *** na suspensao, no extrato e nas pendencias de  ***
      *** aprovacao.                                    ***
      *** E (eliminacao): exclui o titular do mestre e  ***
      *** do historico, exclui os pontos dos pares dele ***
      *** no historico de pares, encerra e anonimiza os ***
      *** pares dele, anonimiza jornal, suspensao,      ***
      *** extrato e pendencias (que deixam de poder ser ***
      *** aprovadas), grava a lapide que impede o       ***
      *** DOBMANUT de incluir o ID de novo e imprime o  ***
      *** certificado com a contagem por arquivo. As    ***
      *** geracoes de arquivo do historico sao          ***
      *** anonimizadas em steps seguintes (SAFADLGA),   ***
      *** que completam o mesmo certificado. Pedido     ***
      *** repetido nao estraga nada: o que ja foi       ***
      *** eliminado simplesmente nao e' mais achado.     ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADLGP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT MASTER-FILE ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PESSOA-ID
               FILE STATUS IS WS-STATUS-MST.
           SELECT HISTORY-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               ALTERNATE RECORD KEY IS HIST-PESSOA-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.
           SELECT ARCHIVE-FILE ASSIGN TO ARCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARC.
           SELECT PAIR-FILE ASSIGN TO PARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-STATUS-PAR.
           SELECT PAIR-HIST-FILE ASSIGN TO PHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-CHAVE
               FILE STATUS IS WS-STATUS-PHS.
           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.
           SELECT SUSPENSE-FILE ASSIGN TO SUSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUS.
           SELECT EXTRACT-FILE ASSIGN TO EXTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXT.
           SELECT PENDING-FILE ASSIGN TO PNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-STATUS-PND.
           SELECT TOMBSTONE-FILE ASSIGN TO TMBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMB-PESSOA-ID
               FILE STATUS IS WS-STATUS-TMB.
           SELECT LGPD-REPORT-FILE ASSIGN TO LGPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LGP.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-TIPO            PIC X(1).
           05  FILLER              PIC X(1).
           05  PRM-PESSOA-ID       PIC X(10).
           05  FILLER              PIC X(1).
           05  PRM-PROTOCOLO       PIC X(20).
           05  FILLER              PIC X(1).
           05  PRM-OPERADOR        PIC X(8).
           05  FILLER              PIC X(38).

       FD  MASTER-FILE.
           COPY PESREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY HISTREC REPLACING LEADING ==HIST== BY ==ARC==.

       FD  PAIR-FILE.
           COPY PARREC.

       FD  PAIR-HIST-FILE.
           COPY PHSREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSREC.

       FD  EXTRACT-FILE.
           COPY EXTREC.

       FD  PENDING-FILE.
           COPY PNDREC.

       FD  TOMBSTONE-FILE.
           COPY TMBREC.

       FD  LGPD-REPORT-FILE.
           COPY LGPREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-MST        PIC X(2).
       01  WS-STATUS-HIST       PIC X(2).
       01  WS-STATUS-ARC        PIC X(2).
       01  WS-STATUS-PAR        PIC X(2).
       01  WS-STATUS-PHS        PIC X(2).
       01  WS-STATUS-JRN        PIC X(2).
       01  WS-STATUS-SUS        PIC X(2).
       01  WS-STATUS-EXT        PIC X(2).
       01  WS-STATUS-PND        PIC X(2).
       01  WS-STATUS-TMB        PIC X(2).
       01  WS-STATUS-LGP        PIC X(2).
       01  WS-FIM-ARQUIVO       PIC X VALUE 'N'.
           88 FIM-ARQUIVO       VALUE 'S'.
       01  WS-TEM-LAPIDES       PIC X VALUE 'N'.
           88 TEM-LAPIDES       VALUE 'S'.
       01  WS-REGISTRO-DO-TITULAR PIC X VALUE 'N'.
           88 REGISTRO-DO-TITULAR VALUE 'S'.

       01  WS-TIPO-PEDIDO       PIC X(1).
           88 PEDIDO-ACESSO     VALUE 'C'.
           88 PEDIDO-ELIMINACAO VALUE 'E'.
       01  WS-PESSOA-ID         PIC X(10).
       01  WS-PROTOCOLO         PIC X(20).
       01  WS-OPERADOR          PIC X(8).
       01  WS-ID-ANONIMO        PIC X(10) VALUE ALL "*".

       01  WS-PAR-ANTIGO        PIC X(80).
       01  WS-TAM-ID-EXTRATO    PIC 9(3).
       01  WS-ID-EXTRATO        PIC X(10).

       01  WS-QTD-MST           PIC 9(8) VALUE 0.
       01  WS-QTD-HIST          PIC 9(8) VALUE 0.
       01  WS-QTD-ARC           PIC 9(8) VALUE 0.
       01  WS-QTD-PAR           PIC 9(8) VALUE 0.
       01  WS-QTD-PAR-ENCERRADO PIC 9(8) VALUE 0.
       01  WS-QTD-PAR-EXCLUIDO  PIC 9(8) VALUE 0.
       01  WS-QTD-PHS           PIC 9(8) VALUE 0.
       01  WS-QTD-JRN           PIC 9(8) VALUE 0.
       01  WS-QTD-SUS           PIC 9(8) VALUE 0.
       01  WS-QTD-EXT           PIC 9(8) VALUE 0.
       01  WS-QTD-PND           PIC 9(8) VALUE 0.
       01  WS-QTD-PND-CANCELADO PIC 9(8) VALUE 0.
       01  WS-QTD-TMB           PIC 9(8) VALUE 0.
       01  WS-QTD-ERROS         PIC 9(8) VALUE 0.
       01  WS-QTD-TOTAL         PIC 9(8) VALUE 0.

       01  WS-CNT-ARQUIVO       PIC X(40).
       01  WS-CNT-ACAO          PIC X(14).
       01  WS-CNT-QTDE          PIC 9(8).

       01  WS-DATA-HORA-EXECUCAO PIC X(14).
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
           PERFORM 2000-TRATAR-MESTRE
           PERFORM 3000-TRATAR-HISTORICO
           IF PEDIDO-ACESSO
               PERFORM 3500-TRATAR-ARQUIVO
           END-IF
           PERFORM 4000-TRATAR-PARES
           PERFORM 4500-TRATAR-HIST-PARES
           PERFORM 5000-TRATAR-JORNAL
           PERFORM 5500-TRATAR-SUSPENSOS
           PERFORM 6000-TRATAR-EXTRATO
           PERFORM 6500-TRATAR-PENDENCIAS
           PERFORM 7000-TRATAR-LAPIDE
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXECUCAO
           STRING WS-DATA-ANO   "-"
                  WS-DATA-MES   "-"
                  WS-DATA-DIA
                  DELIMITED BY SIZE INTO WS-DATA-EXECUCAO
           PERFORM 1300-LER-PARAMETRO
           PERFORM 1200-ABRIR-ARQUIVOS
           PERFORM 1100-GRAVAR-CABECALHO.

       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM NOT = "00"
               DISPLAY "ERRO: CARTAO DO PEDIDO LGPD OBRIGATORIO, "
                   "FILE STATUS PRMFILE: " WS-STATUS-PRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERRO: CARTAO DO PEDIDO LGPD AUSENTE"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE PRM-TIPO      TO WS-TIPO-PEDIDO
           MOVE PRM-PESSOA-ID TO WS-PESSOA-ID
           MOVE PRM-PROTOCOLO TO WS-PROTOCOLO
           MOVE PRM-OPERADOR  TO WS-OPERADOR
           CLOSE PARM-FILE
           IF NOT PEDIDO-ACESSO AND NOT PEDIDO-ELIMINACAO
               DISPLAY "ERRO: TIPO DE PEDIDO INVALIDO (C/E): "
                   PRM-TIPO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PESSOA-ID = SPACES OR WS-PESSOA-ID = WS-ID-ANONIMO
               DISPLAY "ERRO: PESSOA-ID INVALIDO NO CARTAO: "
                   PRM-PESSOA-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PROTOCOLO = SPACES
               DISPLAY "ERRO: PROTOCOLO DO PEDIDO NAO INFORMADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PEDIDO-ELIMINACAO AND WS-OPERADOR = SPACES
               DISPLAY "ERRO: ELIMINACAO SEM OPERADOR RESPONSAVEL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Tudo e' aberto antes de qualquer alteracao: numa
      *    eliminacao, faltar um arquivo no meio do caminho deixaria
      *    o titular apagado de uns e inteiro em outros.
       1200-ABRIR-ARQUIVOS.
           IF PEDIDO-ELIMINACAO
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF
           IF WS-STATUS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO MSTFILE, FILE STATUS: "
                   WS-STATUS-MST
               PERFORM 9800-ABORTAR
           END-IF
           IF PEDIDO-ELIMINACAO
               OPEN I-O HISTORY-FILE
           ELSE
               OPEN INPUT HISTORY-FILE
           END-IF
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "ERRO ABRINDO HISTFILE, FILE STATUS: "
                   WS-STATUS-HIST
               PERFORM 9800-ABORTAR
           END-IF
           IF PEDIDO-ACESSO
               OPEN INPUT ARCHIVE-FILE
               IF WS-STATUS-ARC NOT = "00"
                   DISPLAY "ERRO ABRINDO ARCFILE, FILE STATUS: "
                       WS-STATUS-ARC
                   PERFORM 9800-ABORTAR
               END-IF
           END-IF
           IF PEDIDO-ELIMINACAO
               OPEN I-O PAIR-FILE
           ELSE
               OPEN INPUT PAIR-FILE
           END-IF
           IF WS-STATUS-PAR NOT = "00"
               DISPLAY "ERRO ABRINDO PARFILE, FILE STATUS: "
                   WS-STATUS-PAR
               PERFORM 9800-ABORTAR
           END-IF
           IF PEDIDO-ELIMINACAO
               OPEN I-O PAIR-HIST-FILE
           ELSE
               OPEN INPUT PAIR-HIST-FILE
           END-IF
           IF WS-STATUS-PHS NOT = "00"
               DISPLAY "ERRO ABRINDO PHSFILE, FILE STATUS: "
                   WS-STATUS-PHS
               PERFORM 9800-ABORTAR
           END-IF
           IF PEDIDO-ELIMINACAO
               OPEN I-O JOURNAL-FILE
           ELSE
               OPEN INPUT JOURNAL-FILE
           END-IF
           IF WS-STATUS-JRN NOT = "00"
               DISPLAY "ERRO ABRINDO JRNFILE, FILE STATUS: "
                   WS-STATUS-JRN
               PERFORM 9800-ABORTAR
           END-IF
           IF PEDIDO-ELIMINACAO
               OPEN I-O SUSPENSE-FILE
           ELSE
               OPEN INPUT SUSPENSE-FILE
           END-IF
           IF WS-STATUS-SUS NOT = "00"
               DISPLAY "ERRO ABRINDO SUSFILE, FILE STATUS: "
                   WS-STATUS-SUS
               PERFORM 9800-ABORTAR
           END-IF
           IF PEDIDO-ELIMINACAO
               OPEN I-O EXTRACT-FILE
           ELSE
               OPEN INPUT EXTRACT-FILE
           END-IF
           IF WS-STATUS-EXT NOT = "00"
               DISPLAY "ERRO ABRINDO EXTFILE, FILE STATUS: "
                   WS-STATUS-EXT
               PERFORM 9800-ABORTAR
           END-IF
           IF PEDIDO-ELIMINACAO
               OPEN I-O PENDING-FILE
           ELSE
               OPEN INPUT PENDING-FILE
           END-IF
           IF WS-STATUS-PND NOT = "00"
               DISPLAY "ERRO ABRINDO PNDFILE, FILE STATUS: "
                   WS-STATUS-PND
               PERFORM 9800-ABORTAR
           END-IF
           PERFORM 1250-ABRIR-LAPIDES
           OPEN OUTPUT LGPD-REPORT-FILE
           IF WS-STATUS-LGP NOT = "00"
               DISPLAY "ERRO ABRINDO LGPFILE, FILE STATUS: "
                   WS-STATUS-LGP
               PERFORM 9800-ABORTAR
           END-IF.

      *    Na eliminacao o cluster de lapides e' criado se ainda nao
      *    existe; no acesso, lapide ausente so quer dizer que
      *    ninguem foi eliminado ainda.
       1250-ABRIR-LAPIDES.
           IF PEDIDO-ELIMINACAO
               OPEN I-O TOMBSTONE-FILE
               IF WS-STATUS-TMB NOT = "00"
                   OPEN OUTPUT TOMBSTONE-FILE
                   CLOSE TOMBSTONE-FILE
                   OPEN I-O TOMBSTONE-FILE
               END-IF
               IF WS-STATUS-TMB NOT = "00"
                   DISPLAY "ERRO ABRINDO TMBFILE, FILE STATUS: "
                       WS-STATUS-TMB
                   PERFORM 9800-ABORTAR
               END-IF
               SET TEM-LAPIDES TO TRUE
           ELSE
               OPEN INPUT TOMBSTONE-FILE
               IF WS-STATUS-TMB = "00"
                   SET TEM-LAPIDES TO TRUE
               END-IF
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO LGP-TITLE-LINE
           IF PEDIDO-ELIMINACAO
               STRING "CERTIFICADO DE ELIMINACAO DE DADOS PESSOAIS "
                      "(LGPD) - SAFADOMETRO - EXECUCAO EM "
                      WS-DATA-EXECUCAO
                      DELIMITED BY SIZE INTO LGP-TITLE-LINE
           ELSE
               STRING "RELATORIO DE ACESSO A DADOS PESSOAIS "
                      "(LGPD) - SAFADOMETRO - EXECUCAO EM "
                      WS-DATA-EXECUCAO
                      DELIMITED BY SIZE INTO LGP-TITLE-LINE
           END-IF
           WRITE LGP-TITLE-LINE
           MOVE SPACES TO LGP-TITLE-LINE
           STRING "PROTOCOLO: " WS-PROTOCOLO
                  "   TITULAR (PESSOA-ID): " WS-PESSOA-ID
                  "   OPERADOR: " WS-OPERADOR
                  "   DATA-HORA: " WS-DATA-HORA-EXECUCAO
                  DELIMITED BY SIZE INTO LGP-TITLE-LINE
           WRITE LGP-TITLE-LINE
           MOVE SPACES TO LGP-TITLE-LINE
           WRITE LGP-TITLE-LINE
           IF PEDIDO-ACESSO
               MOVE SPACES TO LGP-TITLE-LINE
               STRING "ARQUIVO   REGISTRO DO TITULAR"
                      DELIMITED BY SIZE INTO LGP-TITLE-LINE
               WRITE LGP-TITLE-LINE
           END-IF.

       2000-TRATAR-MESTRE.
           MOVE WS-PESSOA-ID TO MST-PESSOA-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MST
                   IF PEDIDO-ACESSO
                       MOVE SPACES TO LGP-DATA-LINE
                       MOVE "MSTFILE" TO LGP-ARQUIVO
                       STRING "ID " MST-PESSOA-ID
                              "  NOME " MST-NOME
                              "  NASCIMENTO " MST-DIA "/" MST-MES
                              "/" MST-ANO
                              "  CLIENTE " MST-CLIENTE
                              DELIMITED BY SIZE INTO LGP-CONTEUDO
                       WRITE LGP-DATA-LINE
                   ELSE
                       DELETE MASTER-FILE
                           INVALID KEY
                               DISPLAY "ERRO EXCLUINDO MSTFILE: "
                                   WS-STATUS-MST
                               ADD 1 TO WS-QTD-ERROS
                       END-DELETE
                   END-IF
           END-READ.

       3000-TRATAR-HISTORICO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE WS-PESSOA-ID TO HIST-PESSOA-ID
           START HISTORY-FILE KEY EQUAL HIST-PESSOA-ID
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM 3100-TRATAR-ENTRADA-HIST
               UNTIL FIM-ARQUIVO.

       3100-TRATAR-ENTRADA-HIST.
           READ HISTORY-FILE NEXT
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-ARQUIVO
               IF HIST-PESSOA-ID NOT = WS-PESSOA-ID
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   ADD 1 TO WS-QTD-HIST
                   IF PEDIDO-ACESSO
                       MOVE SPACES TO LGP-DATA-LINE
                       MOVE "HISTFILE" TO LGP-ARQUIVO
                       STRING "EXECUCAO " HIST-DATA-HORA
                              " SEQ " HIST-SEQ
                              "  NASCIMENTO " HIST-DIA "/" HIST-MES
                              "/" HIST-ANO
                              "  SOMAMES " HIST-SOMAMES
                              "  SAFAD " HIST-SAFAD
                              "  ANJO " HIST-ANJO
                              "  REGRAS " HIST-VERSAO-REGRA
                              "  CLIENTE " HIST-CLIENTE
                              DELIMITED BY SIZE INTO LGP-CONTEUDO
                       WRITE LGP-DATA-LINE
                   ELSE
                       DELETE HISTORY-FILE
                           INVALID KEY
                               DISPLAY "ERRO EXCLUINDO HISTFILE: "
                                   HIST-CHAVE " " WS-STATUS-HIST
                               ADD 1 TO WS-QTD-ERROS
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

      *    So no acesso: o ARCFILE e' a concatenacao das geracoes de
      *    arquivo. Na eliminacao cada geracao e' anonimizada no
      *    proprio lugar por um step SAFADLGA.
       3500-TRATAR-ARQUIVO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 3600-TRATAR-ENTRADA-ARC
               UNTIL FIM-ARQUIVO.

       3600-TRATAR-ENTRADA-ARC.
           READ ARCHIVE-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF ARC-PESSOA-ID = WS-PESSOA-ID
                       ADD 1 TO WS-QTD-ARC
                       MOVE SPACES TO LGP-DATA-LINE
                       MOVE "ARCFILE" TO LGP-ARQUIVO
                       STRING "EXECUCAO " ARC-DATA-HORA
                              " SEQ " ARC-SEQ
                              "  NASCIMENTO " ARC-DIA "/" ARC-MES
                              "/" ARC-ANO
                              "  SOMAMES " ARC-SOMAMES
                              "  SAFAD " ARC-SAFAD
                              "  ANJO " ARC-ANJO
                              "  REGRAS " ARC-VERSAO-REGRA
                              DELIMITED BY SIZE INTO LGP-CONTEUDO
                       WRITE LGP-DATA-LINE
                   END-IF
           END-READ.

       4000-TRATAR-PARES.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO PAR-CHAVE
           START PAIR-FILE KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM 4100-TRATAR-PAR
               UNTIL FIM-ARQUIVO.

       4100-TRATAR-PAR.
           READ PAIR-FILE NEXT
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF PAR-PESSOA-ID-1 = WS-PESSOA-ID
                           OR PAR-PESSOA-ID-2 = WS-PESSOA-ID
                       ADD 1 TO WS-QTD-PAR
                       IF PEDIDO-ACESSO
                           MOVE SPACES TO LGP-DATA-LINE
                           MOVE "PARFILE" TO LGP-ARQUIVO
                           STRING "PAR " PAR-PESSOA-ID-1
                                  " / " PAR-PESSOA-ID-2
                                  "  INICIO " PAR-DATA-INICIO
                                  "  FIM " PAR-DATA-FIM
                                  "  CLIENTE " PAR-CLIENTE
                                  DELIMITED BY SIZE INTO LGP-CONTEUDO
                           WRITE LGP-DATA-LINE
                       ELSE
                           PERFORM 4200-ENCERRAR-ANONIMIZAR-PAR
                       END-IF
                   END-IF
           END-READ.

      *    O par vigente e' encerrado na data do pedido (o parceiro
      *    continua no cadastro e o par deixa de ser pontuado) e a
      *    chave e' regravada com o ID do titular anonimizado. O
      *    asterisco ordena antes de letras e digitos, entao a chave
      *    nova fica atras da posicao da varredura e nao e' relida.
      *    Se o parceiro ja tem outro par encerrado com titular
      *    eliminado, a chave anonima colide e o par e' so excluido.
       4200-ENCERRAR-ANONIMIZAR-PAR.
           IF PAR-DATA-FIM = 0
               MOVE WS-DATA-ATUAL-NUM TO PAR-DATA-FIM
               ADD 1 TO WS-QTD-PAR-ENCERRADO
           END-IF
           MOVE PAR-RECORD TO WS-PAR-ANTIGO
           DELETE PAIR-FILE
               INVALID KEY
                   DISPLAY "ERRO EXCLUINDO PARFILE: "
                       PAR-CHAVE " " WS-STATUS-PAR
                   ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                   MOVE WS-PAR-ANTIGO TO PAR-RECORD
                   IF PAR-PESSOA-ID-1 = WS-PESSOA-ID
                       MOVE WS-ID-ANONIMO TO PAR-PESSOA-ID-1
                   END-IF
                   IF PAR-PESSOA-ID-2 = WS-PESSOA-ID
                       MOVE WS-ID-ANONIMO TO PAR-PESSOA-ID-2
                   END-IF
                   WRITE PAR-RECORD
                       INVALID KEY
                           ADD 1 TO WS-QTD-PAR-EXCLUIDO
                   END-WRITE
           END-DELETE.

      *    O historico de pares e' chaveado pelo par: a busca do
      *    titular, que pode ser a pessoa 1 ou a 2, varre o cluster.
      *    Na eliminacao o ponto inteiro sai - ele nao tem valor
      *    estatistico sem o casal.
       4500-TRATAR-HIST-PARES.
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE LOW-VALUES TO PHS-CHAVE
           START PAIR-HIST-FILE KEY IS NOT LESS THAN PHS-CHAVE
               INVALID KEY
                   SET FIM-ARQUIVO TO TRUE
           END-START
           PERFORM 4600-TRATAR-PONTO-PAR
               UNTIL FIM-ARQUIVO.

       4600-TRATAR-PONTO-PAR.
           READ PAIR-HIST-FILE NEXT
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF PHS-PESSOA-ID-1 = WS-PESSOA-ID
                           OR PHS-PESSOA-ID-2 = WS-PESSOA-ID
                       ADD 1 TO WS-QTD-PHS
                       IF PEDIDO-ACESSO
                           MOVE SPACES TO LGP-DATA-LINE
                           MOVE "PHSFILE" TO LGP-ARQUIVO
                           STRING "PAR " PHS-PESSOA-ID-1
                                  " / " PHS-PESSOA-ID-2
                                  "  EXECUCAO " PHS-DATA-HORA
                                  "  SAFAD/ANJO " PHS-SAFAD-1
                                  "/" PHS-ANJO-1
                                  " " PHS-SAFAD-2 "/" PHS-ANJO-2
                                  "  PONTUACAO " PHS-PONTUACAO
                                  " " PHS-FAIXA
                                  "  CLIENTE " PHS-CLIENTE
                                  DELIMITED BY SIZE INTO LGP-CONTEUDO
                           WRITE LGP-DATA-LINE
                       ELSE
                           DELETE PAIR-HIST-FILE
                               INVALID KEY
                                   DISPLAY "ERRO EXCLUINDO PHSFILE: "
                                       PHS-CHAVE " " WS-STATUS-PHS
                                   ADD 1 TO WS-QTD-ERROS
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       5000-TRATAR-JORNAL.
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 5100-TRATAR-ENTRADA-JRN
               UNTIL FIM-ARQUIVO.

       5100-TRATAR-ENTRADA-JRN.
           READ JOURNAL-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF JRN-PESSOA-ID = WS-PESSOA-ID
                       ADD 1 TO WS-QTD-JRN
                       IF PEDIDO-ACESSO
                           PERFORM 5200-LISTAR-JORNAL
                       ELSE
                           MOVE WS-ID-ANONIMO TO JRN-PESSOA-ID
                           MOVE SPACES        TO JRN-ANTES
                           MOVE SPACES        TO JRN-DEPOIS
                           REWRITE JRN-RECORD
                           IF WS-STATUS-JRN NOT = "00"
                               DISPLAY "ERRO REGRAVANDO JRNFILE: "
                                   WS-STATUS-JRN
                               ADD 1 TO WS-QTD-ERROS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       5200-LISTAR-JORNAL.
           MOVE SPACES TO LGP-DATA-LINE
           MOVE "JRNFILE" TO LGP-ARQUIVO
           STRING "MANUTENCAO " JRN-DATA-HORA
                  " SEQ " JRN-SEQ
                  "  ACAO " JRN-ACAO
                  DELIMITED BY SIZE INTO LGP-CONTEUDO
           WRITE LGP-DATA-LINE
           IF JRN-ANTES NOT = SPACES
               MOVE SPACES TO LGP-DATA-LINE
               STRING "  ANTES:  " JRN-ANTES (1:38)
                      DELIMITED BY SIZE INTO LGP-CONTEUDO
               WRITE LGP-DATA-LINE
           END-IF
           IF JRN-DEPOIS NOT = SPACES
               MOVE SPACES TO LGP-DATA-LINE
               STRING "  DEPOIS: " JRN-DEPOIS (1:38)
                      DELIMITED BY SIZE INTO LGP-CONTEUDO
               WRITE LGP-DATA-LINE
           END-IF.

       5500-TRATAR-SUSPENSOS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 5600-TRATAR-ENTRADA-SUS
               UNTIL FIM-ARQUIVO.

       5600-TRATAR-ENTRADA-SUS.
           READ SUSPENSE-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF SUS-PESSOA-ID = WS-PESSOA-ID
                       ADD 1 TO WS-QTD-SUS
                       IF PEDIDO-ACESSO
                           MOVE SPACES TO LGP-DATA-LINE
                           MOVE "SUSFILE" TO LGP-ARQUIVO
                           STRING "NOME " SUS-NOME
                                  "  NASCIMENTO " SUS-DIA "/" SUS-MES
                                  "/" SUS-ANO
                                  "  MOTIVO " SUS-MOTIVO
                                  "  CICLO " SUS-CICLO
                                  DELIMITED BY SIZE INTO LGP-CONTEUDO
                           WRITE LGP-DATA-LINE
                       ELSE
                           MOVE WS-ID-ANONIMO TO SUS-PESSOA-ID
                           MOVE SPACES        TO SUS-NOME
                           MOVE 0             TO SUS-DIA
                           MOVE 0             TO SUS-MES
                           MOVE 0             TO SUS-ANO
                           MOVE "ELIMINADO A PEDIDO DO TITULAR (LGPD)"
                               TO SUS-MOTIVO
                           REWRITE SUS-RECORD
                           IF WS-STATUS-SUS NOT = "00"
                               DISPLAY "ERRO REGRAVANDO SUSFILE: "
                                   WS-STATUS-SUS
                               ADD 1 TO WS-QTD-ERROS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    O extrato e' delimitado e o ID e' o primeiro campo, sem
      *    brancos a direita. Os caracteres do ID viram asteriscos
      *    no mesmo tamanho, para a linha nao mudar de comprimento
      *    na regravacao. Cabecalho e trailer nao tem titular.
       6000-TRATAR-EXTRATO.
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 6100-TRATAR-LINHA-EXT
               UNTIL FIM-ARQUIVO.

       6100-TRATAR-LINHA-EXT.
           READ EXTRACT-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 6200-TESTAR-LINHA-EXT
           END-READ.

       6200-TESTAR-LINHA-EXT.
           MOVE 0 TO WS-TAM-ID-EXTRATO
           INSPECT EXT-DETAIL-LINE TALLYING WS-TAM-ID-EXTRATO
               FOR CHARACTERS BEFORE INITIAL ";"
           IF WS-TAM-ID-EXTRATO > 0 AND WS-TAM-ID-EXTRATO <= 10
               MOVE SPACES TO WS-ID-EXTRATO
               MOVE EXT-DETAIL-LINE (1:WS-TAM-ID-EXTRATO)
                   TO WS-ID-EXTRATO
               IF WS-ID-EXTRATO = WS-PESSOA-ID
                   ADD 1 TO WS-QTD-EXT
                   IF PEDIDO-ACESSO
                       MOVE SPACES TO LGP-DATA-LINE
                       MOVE "EXTFILE" TO LGP-ARQUIVO
                       MOVE EXT-DETAIL-LINE TO LGP-CONTEUDO
                       WRITE LGP-DATA-LINE
                   ELSE
                       MOVE ALL "*"
                           TO EXT-DETAIL-LINE (1:WS-TAM-ID-EXTRATO)
                       REWRITE EXT-DETAIL-LINE
                       IF WS-STATUS-EXT NOT = "00"
                           DISPLAY "ERRO REGRAVANDO EXTFILE: "
                               WS-STATUS-EXT
                           ADD 1 TO WS-QTD-ERROS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6500-TRATAR-PENDENCIAS.
           MOVE 'N' TO WS-FIM-ARQUIVO
           PERFORM 6600-TRATAR-PENDENCIA
               UNTIL FIM-ARQUIVO.

       6600-TRATAR-PENDENCIA.
           READ PENDING-FILE NEXT
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 6700-TESTAR-PENDENCIA
           END-READ.

      *    Movimento de pessoa: ID nas posicoes 2-11 do TRNREC, com
      *    nome e nascimento logo depois. Movimento de par: os dois
      *    IDs nas posicoes 2-11 e 12-21 do PMVREC. O que ainda nao
      *    foi aplicado e' cancelado (rejeitado) junto: um movimento
      *    sobre titular eliminado nao pode mais ser aprovado.
       6700-TESTAR-PENDENCIA.
           MOVE 'N' TO WS-REGISTRO-DO-TITULAR
           IF PND-MOVIMENTO (2:10) = WS-PESSOA-ID
               SET REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF PND-MOV-PAR AND PND-MOVIMENTO (12:10) = WS-PESSOA-ID
               SET REGISTRO-DO-TITULAR TO TRUE
           END-IF
           IF REGISTRO-DO-TITULAR
               ADD 1 TO WS-QTD-PND
               IF PEDIDO-ACESSO
                   MOVE SPACES TO LGP-DATA-LINE
                   MOVE "PNDFILE" TO LGP-ARQUIVO
                   STRING PND-TIPO " " PND-DATA-HORA " " PND-SEQ
                          "  SITUACAO " PND-SITUACAO
                          "  OPERADOR " PND-OPERADOR
                          "  APROVADOR " PND-APROVADOR
                          "  MOVIMENTO " PND-MOVIMENTO (1:39)
                          DELIMITED BY SIZE INTO LGP-CONTEUDO
                   WRITE LGP-DATA-LINE
               ELSE
                   PERFORM 6800-ANONIMIZAR-PENDENCIA
               END-IF
           END-IF.

       6800-ANONIMIZAR-PENDENCIA.
           IF PND-MOV-PESSOA
               MOVE WS-ID-ANONIMO TO PND-MOVIMENTO (2:10)
               MOVE SPACES        TO PND-MOVIMENTO (12:28)
           ELSE
               IF PND-MOVIMENTO (2:10) = WS-PESSOA-ID
                   MOVE WS-ID-ANONIMO TO PND-MOVIMENTO (2:10)
               END-IF
               IF PND-MOVIMENTO (12:10) = WS-PESSOA-ID
                   MOVE WS-ID-ANONIMO TO PND-MOVIMENTO (12:10)
               END-IF
           END-IF
           IF PND-PENDENTE OR PND-APROVADO
               SET PND-REJEITADO TO TRUE
               MOVE WS-OPERADOR           TO PND-APROVADOR
               MOVE WS-DATA-HORA-EXECUCAO TO PND-DATA-HORA-DECISAO
               MOVE "CANCELADO - TITULAR ELIMINADO (LGPD)"
                   TO PND-MOTIVO
               ADD 1 TO WS-QTD-PND-CANCELADO
           END-IF
           REWRITE PND-RECORD
               INVALID KEY
                   DISPLAY "ERRO REGRAVANDO PNDFILE: "
                       PND-CHAVE " " WS-STATUS-PND
                   ADD 1 TO WS-QTD-ERROS
           END-REWRITE.

       7000-TRATAR-LAPIDE.
           IF TEM-LAPIDES
               MOVE WS-PESSOA-ID TO TMB-PESSOA-ID
               READ TOMBSTONE-FILE
                   INVALID KEY
                       IF PEDIDO-ELIMINACAO
                           PERFORM 7100-GRAVAR-LAPIDE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-TMB
                       MOVE SPACES TO LGP-DATA-LINE
                       MOVE "TMBFILE" TO LGP-ARQUIVO
                       STRING "TITULAR JA ELIMINADO EM " TMB-DATA-HORA
                              "  PROTOCOLO " TMB-PROTOCOLO
                              "  OPERADOR " TMB-OPERADOR
                              DELIMITED BY SIZE INTO LGP-CONTEUDO
                       WRITE LGP-DATA-LINE
               END-READ
           END-IF.

       7100-GRAVAR-LAPIDE.
           MOVE SPACES                TO TMB-RECORD
           MOVE WS-PESSOA-ID          TO TMB-PESSOA-ID
           MOVE WS-DATA-HORA-EXECUCAO TO TMB-DATA-HORA
           MOVE WS-PROTOCOLO          TO TMB-PROTOCOLO
           MOVE WS-OPERADOR           TO TMB-OPERADOR
           WRITE TMB-RECORD
               INVALID KEY
                   DISPLAY "ERRO GRAVANDO TMBFILE: " WS-STATUS-TMB
                   ADD 1 TO WS-QTD-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-TMB
           END-WRITE.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO LGP-TITLE-LINE
           WRITE LGP-TITLE-LINE
           MOVE SPACES TO LGP-TITLE-LINE
           IF PEDIDO-ELIMINACAO
               STRING "CONTAGEM POR ARQUIVO DO QUE FOI ELIMINADO"
                   DELIMITED BY SIZE INTO LGP-TITLE-LINE
           ELSE
               STRING "CONTAGEM POR ARQUIVO DOS REGISTROS DO TITULAR"
                   DELIMITED BY SIZE INTO LGP-TITLE-LINE
           END-IF
           WRITE LGP-TITLE-LINE

           MOVE "CADASTRO MESTRE (MSTFILE)" TO WS-CNT-ARQUIVO
           MOVE "EXCLUIDOS"                 TO WS-CNT-ACAO
           MOVE WS-QTD-MST                  TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           MOVE "HISTORICO (HISTFILE)"      TO WS-CNT-ARQUIVO
           MOVE "EXCLUIDOS"                 TO WS-CNT-ACAO
           MOVE WS-QTD-HIST                 TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           IF PEDIDO-ACESSO
               MOVE "GERACOES DE ARQUIVO (ARCFILE)"
                                            TO WS-CNT-ARQUIVO
               MOVE SPACES                  TO WS-CNT-ACAO
               MOVE WS-QTD-ARC              TO WS-CNT-QTDE
               PERFORM 8100-GRAVAR-CONTAGEM
           END-IF

           MOVE "CADASTRO DE PARES (PARFILE)" TO WS-CNT-ARQUIVO
           MOVE "ANONIMIZADOS"              TO WS-CNT-ACAO
           COMPUTE WS-CNT-QTDE = WS-QTD-PAR - WS-QTD-PAR-EXCLUIDO
           PERFORM 8100-GRAVAR-CONTAGEM

           IF PEDIDO-ELIMINACAO
               MOVE "CADASTRO DE PARES (PARFILE)" TO WS-CNT-ARQUIVO
               MOVE "ENCERRADOS"            TO WS-CNT-ACAO
               MOVE WS-QTD-PAR-ENCERRADO    TO WS-CNT-QTDE
               PERFORM 8100-GRAVAR-CONTAGEM
               MOVE "CADASTRO DE PARES (PARFILE)" TO WS-CNT-ARQUIVO
               MOVE "EXCLUIDOS"             TO WS-CNT-ACAO
               MOVE WS-QTD-PAR-EXCLUIDO     TO WS-CNT-QTDE
               PERFORM 8100-GRAVAR-CONTAGEM
           END-IF

           MOVE "HISTORICO DE PARES (PHSFILE)" TO WS-CNT-ARQUIVO
           MOVE "EXCLUIDOS"                 TO WS-CNT-ACAO
           MOVE WS-QTD-PHS                  TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           MOVE "JORNAL DE MANUTENCAO (JRNFILE)" TO WS-CNT-ARQUIVO
           MOVE "ANONIMIZADOS"              TO WS-CNT-ACAO
           MOVE WS-QTD-JRN                  TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           MOVE "SUSPENSAO (SUSFILE)"       TO WS-CNT-ARQUIVO
           MOVE "ANONIMIZADOS"              TO WS-CNT-ACAO
           MOVE WS-QTD-SUS                  TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           MOVE "EXTRATO DATA WAREHOUSE (EXTFILE)" TO WS-CNT-ARQUIVO
           MOVE "ANONIMIZADOS"              TO WS-CNT-ACAO
           MOVE WS-QTD-EXT                  TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           MOVE "PENDENCIAS DE APROVACAO (PNDFILE)" TO WS-CNT-ARQUIVO
           MOVE "ANONIMIZADOS"              TO WS-CNT-ACAO
           MOVE WS-QTD-PND                  TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           IF PEDIDO-ELIMINACAO
               MOVE "PENDENCIAS DE APROVACAO (PNDFILE)"
                                            TO WS-CNT-ARQUIVO
               MOVE "CANCELADOS"            TO WS-CNT-ACAO
               MOVE WS-QTD-PND-CANCELADO    TO WS-CNT-QTDE
               PERFORM 8100-GRAVAR-CONTAGEM
           END-IF

           MOVE "LAPIDE LGPD (TMBFILE)"     TO WS-CNT-ARQUIVO
           IF PEDIDO-ELIMINACAO
               MOVE "GRAVADAS"              TO WS-CNT-ACAO
           ELSE
               MOVE "EXISTENTES"            TO WS-CNT-ACAO
           END-IF
           MOVE WS-QTD-TMB                  TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           MOVE "ERROS DE ATUALIZACAO"      TO WS-CNT-ARQUIVO
           MOVE SPACES                      TO WS-CNT-ACAO
           MOVE WS-QTD-ERROS                TO WS-CNT-QTDE
           PERFORM 8100-GRAVAR-CONTAGEM

           IF PEDIDO-ELIMINACAO
               MOVE SPACES TO LGP-TITLE-LINE
               WRITE LGP-TITLE-LINE
               MOVE SPACES TO LGP-TITLE-LINE
               STRING "GERACOES DE ARQUIVO DO HISTORICO: "
                      "ANONIMIZADAS NOS STEPS SEGUINTES (SAFADLGA), "
                      "UMA LINHA POR GERACAO ABAIXO"
                   DELIMITED BY SIZE INTO LGP-TITLE-LINE
               WRITE LGP-TITLE-LINE
           END-IF.

       8100-GRAVAR-CONTAGEM.
           MOVE SPACES         TO LGP-COUNT-LINE
           MOVE WS-CNT-ARQUIVO TO LGP-CNT-ARQUIVO
           IF PEDIDO-ACESSO
               MOVE "ENCONTRADOS" TO LGP-CNT-ACAO
           ELSE
               MOVE WS-CNT-ACAO   TO LGP-CNT-ACAO
           END-IF
           MOVE WS-CNT-QTDE    TO LGP-CNT-QTDE
           WRITE LGP-COUNT-LINE.

       9000-FINALIZAR.
           COMPUTE WS-QTD-TOTAL = WS-QTD-MST + WS-QTD-HIST
               + WS-QTD-ARC + WS-QTD-PAR + WS-QTD-PHS
               + WS-QTD-JRN + WS-QTD-SUS
               + WS-QTD-EXT + WS-QTD-PND
           PERFORM 8000-GRAVAR-RESUMO
           PERFORM 9100-FECHAR-ARQUIVOS.

       9100-FECHAR-ARQUIVOS.
           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE
           IF PEDIDO-ACESSO
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE PAIR-FILE
           CLOSE PAIR-HIST-FILE
           CLOSE JOURNAL-FILE
           CLOSE SUSPENSE-FILE
           CLOSE EXTRACT-FILE
           CLOSE PENDING-FILE
           IF TEM-LAPIDES
               CLOSE TOMBSTONE-FILE
           END-IF
           CLOSE LGPD-REPORT-FILE.

      *    Falha de abertura: nada foi alterado ainda. Fecha o que
      *    estiver aberto (CLOSE de arquivo nao aberto so devolve
      *    FILE STATUS 42) e encerra.
       9800-ABORTAR.
           PERFORM 9100-FECHAR-ARQUIVOS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9900-DEFINIR-CONDITION-CODE.
           EVALUATE TRUE
               WHEN WS-QTD-ERROS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-QTD-TOTAL = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
