      *** indexado do cadastro e grava um relatorio de  ***
      *** movimentos aplicados e rejeitados, acabando   ***
      *** com a edicao manual do dataset de entrada.    ***
      *** So aplica movimento aprovado: o TRNFILE e' o  ***
      *** arquivo liberado pelo MOVAPROV, e movimento   ***
      *** sem operador, sem aprovador ou aprovado pelo  ***
      *** proprio solicitante e' rejeitado.             ***
      *** Inclusao de ID com lapide LGPD (TMBFILE,      ***
      *** gravada pelo SAFADLGP) e' rejeitada: titular  ***
      *** eliminado a pedido nao volta ao cadastro.     ***
      *** Toda pessoa pertence a um cliente do CLIFILE: ***
      *** a inclusao exige cliente cadastrado; na       ***
      *** alteracao, cliente em branco mantem o atual e ***
      *** cliente diferente do atual e' rejeitado. Para ***
      *** mudar a pessoa de cliente: exclusao (E) e     ***
      *** nova inclusao (I) no cliente novo, para pares ***
      *** e historico nao ficarem em dois clientes.     ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOBMANUT.
           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-JRN.
           SELECT TOMBSTONE-FILE ASSIGN TO TMBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMB-PESSOA-ID
               FILE STATUS IS WS-STATUS-TMB.
           SELECT CLIENT-FILE ASSIGN TO CLIFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENTE
               FILE STATUS IS WS-STATUS-CLI.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
           COPY JRNREC.

       FD  TOMBSTONE-FILE.
           COPY TMBREC.

       FD  CLIENT-FILE.
           COPY CLIREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-TRN        PIC X(2).
       01  WS-STATUS-MST        PIC X(2).
       01  WS-STATUS-MNT        PIC X(2).
       01  WS-STATUS-JRN        PIC X(2).
       01  WS-STATUS-TMB        PIC X(2).
       01  WS-STATUS-CLI        PIC X(2).
       01  WS-TEM-LAPIDES       PIC X VALUE 'N'.
           88 TEM-LAPIDES       VALUE 'S'.
       01  WS-ID-ANONIMO        PIC X(10) VALUE ALL "*".
       01  WS-FIM-TRN           PIC X VALUE 'N'.
           88 FIM-TRN           VALUE 'S'.

       01  WS-SEQ-JORNAL        PIC 9(6) VALUE 0.
       01  WS-IMAGEM-ANTES      PIC X(80).
       01  WS-IMAGEM-DEPOIS     PIC X(80).
       01  WS-CLIENTE-ANTERIOR  PIC X(4).

       01  WS-DATA-HORA-EXECUCAO PIC X(14).
       01  WS-DATA-EXECUCAO     PIC X(10).
           END-IF
           PERFORM 1200-ABRIR-CADASTRO
           PERFORM 1300-ABRIR-JORNAL
           PERFORM 1400-ABRIR-LAPIDES
           PERFORM 1500-ABRIR-CLIENTES
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-STATUS-MNT NOT = "00"
               DISPLAY "ERRO ABRINDO MNTFILE, FILE STATUS: "
               CLOSE TRANSACTION-FILE
               CLOSE MASTER-FILE
               CLOSE JOURNAL-FILE
               IF TEM-LAPIDES
                   CLOSE TOMBSTONE-FILE
               END-IF
               CLOSE CLIENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               STOP RUN
           END-IF.

      *    Cluster de lapides vazio ou ainda nao carregado (35) so
      *    quer dizer que ninguem foi eliminado; qualquer outra
      *    falha para a manutencao, para nao incluir por engano.
       1400-ABRIR-LAPIDES.
           OPEN INPUT TOMBSTONE-FILE
           EVALUATE WS-STATUS-TMB
               WHEN "00"
                   SET TEM-LAPIDES TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO ABRINDO TMBFILE, FILE STATUS: "
                       WS-STATUS-TMB
                   CLOSE TRANSACTION-FILE
                   CLOSE MASTER-FILE
                   CLOSE JOURNAL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1500-ABRIR-CLIENTES.
           OPEN INPUT CLIENT-FILE
           IF WS-STATUS-CLI NOT = "00"
               DISPLAY "ERRO ABRINDO CLIFILE, FILE STATUS: "
                   WS-STATUS-CLI
               CLOSE TRANSACTION-FILE
               CLOSE MASTER-FILE
               CLOSE JOURNAL-FILE
               IF TEM-LAPIDES
                   CLOSE TOMBSTONE-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO MNT-TITLE-LINE
           STRING "RELATORIO DE MANUTENCAO DO CADASTRO DE PESSOAS - "

           MOVE SPACES TO MNT-TITLE-LINE
           STRING "DATA        AC ID-PESSOA   RESULTADO  MOTIVO"
                  "                                    "
                  "OPERADOR APROVADOR"
                  DELIMITED BY SIZE INTO MNT-TITLE-LINE
           WRITE MNT-TITLE-LINE.

               MOVE "ACAO INVALIDA (USAR I, A OU E)"
                   TO WS-MOTIVO-REJEICAO
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM 2250-VALIDAR-APROVACAO
           END-IF
           IF MOVIMENTO-VALIDO AND TRN-PESSOA-ID = SPACES
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE "ID-PESSOA EM BRANCO"
                   TO WS-MOTIVO-REJEICAO
           END-IF
           IF MOVIMENTO-VALIDO AND TRN-PESSOA-ID = WS-ID-ANONIMO
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE "ID-PESSOA RESERVADO (ANONIMIZADO)"
                   TO WS-MOTIVO-REJEICAO
           END-IF
           IF MOVIMENTO-VALIDO AND TRN-INCLUSAO AND TEM-LAPIDES
               PERFORM 2260-VERIFICAR-LAPIDE
           END-IF
           IF MOVIMENTO-VALIDO AND NOT TRN-EXCLUSAO
               IF TRN-DIA NOT NUMERIC OR TRN-MES NOT NUMERIC
                       OR TRN-ANO NOT NUMERIC
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF
           IF MOVIMENTO-VALIDO AND TRN-INCLUSAO
                   AND TRN-CLIENTE = SPACES
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE "CLIENTE NAO INFORMADO NA INCLUSAO"
                   TO WS-MOTIVO-REJEICAO
           END-IF
           IF MOVIMENTO-VALIDO AND NOT TRN-EXCLUSAO
                   AND TRN-CLIENTE NOT = SPACES
               PERFORM 2270-VERIFICAR-CLIENTE
           END-IF
           IF MOVIMENTO-VALIDO AND TRN-ALTERACAO
                   AND TRN-CLIENTE NOT = SPACES
               PERFORM 2280-VERIFICAR-TROCA-CLIENTE
           END-IF.

      *    Segunda assinatura: o movimento so chega aqui pelo
      *    MOVAPROV, mas o cadastro nao confia no caminho - um
      *    TRNFILE montado por fora sem aprovacao valida cai.
       2250-VALIDAR-APROVACAO.
           EVALUATE TRUE
               WHEN TRN-OPERADOR = SPACES
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "MOVIMENTO SEM OPERADOR SOLICITANTE"
                       TO WS-MOTIVO-REJEICAO
               WHEN TRN-APROVADOR = SPACES
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "MOVIMENTO SEM APROVACAO"
                       TO WS-MOTIVO-REJEICAO
               WHEN TRN-APROVADOR = TRN-OPERADOR
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "APROVADOR IGUAL AO SOLICITANTE"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

       2260-VERIFICAR-LAPIDE.
           MOVE TRN-PESSOA-ID TO TMB-PESSOA-ID
           READ TOMBSTONE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "ID ELIMINADO A PEDIDO DO TITULAR (LGPD)"
                       TO WS-MOTIVO-REJEICAO
           END-READ.

       2270-VERIFICAR-CLIENTE.
           MOVE TRN-CLIENTE TO CLI-CLIENTE
           READ CLIENT-FILE
               INVALID KEY
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "CLIENTE NAO CADASTRADO NO CLIFILE"
                       TO WS-MOTIVO-REJEICAO
           END-READ.

      *    Par e historico ficam no cliente antigo: a troca de
      *    cliente so por exclusao e nova inclusao. ID fora do
      *    cadastro e' rejeitado depois, na propria alteracao.
       2280-VERIFICAR-TROCA-CLIENTE.
           MOVE TRN-PESSOA-ID TO MST-PESSOA-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MST-CLIENTE NOT = TRN-CLIENTE
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE "TROCA DE CLIENTE NAO PERMITIDA (E + I)"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
           END-READ.

       2300-APLICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN TRN-INCLUSAO
       2320-ALTERAR-PESSOA.
           PERFORM 2350-CAPTURAR-IMAGEM-ANTES
           IF MOVIMENTO-VALIDO
               MOVE MST-CLIENTE TO WS-CLIENTE-ANTERIOR
               PERFORM 2340-MONTAR-REGISTRO-MESTRE
               IF TRN-CLIENTE = SPACES
                   MOVE WS-CLIENTE-ANTERIOR TO MST-CLIENTE
               END-IF
               REWRITE MST-RECORD
                   INVALID KEY
                       SET MOVIMENTO-INVALIDO TO TRUE
           MOVE TRN-NOME      TO MST-NOME
           MOVE TRN-DIA       TO MST-DIA
           MOVE TRN-MES       TO MST-MES
           MOVE TRN-ANO       TO MST-ANO
           MOVE TRN-CLIENTE   TO MST-CLIENTE.

       2600-GRAVAR-JORNAL.
           ADD 1 TO WS-SEQ-JORNAL
           MOVE TRN-ACAO         TO MNT-ACAO
           MOVE TRN-PESSOA-ID    TO MNT-PESSOA-ID
           MOVE "APLICADO "      TO MNT-RESULTADO
           MOVE TRN-OPERADOR     TO MNT-OPERADOR
           MOVE TRN-APROVADOR    TO MNT-APROVADOR
           WRITE MNT-DETAIL-LINE.

       2500-GRAVAR-REJEITADO.
           MOVE TRN-PESSOA-ID      TO MNT-PESSOA-ID
           MOVE "REJEITADO"        TO MNT-RESULTADO
           MOVE WS-MOTIVO-REJEICAO TO MNT-MOTIVO
           MOVE TRN-OPERADOR       TO MNT-OPERADOR
           MOVE TRN-APROVADOR      TO MNT-APROVADOR
           WRITE MNT-DETAIL-LINE.

       8000-GRAVAR-RESUMO.
           CLOSE TRANSACTION-FILE
           CLOSE MASTER-FILE
           CLOSE JOURNAL-FILE
           IF TEM-LAPIDES
               CLOSE TOMBSTONE-FILE
           END-IF
           CLOSE CLIENT-FILE
           CLOSE MAINT-REPORT-FILE.

       9900-DEFINIR-CONDITION-CODE.
