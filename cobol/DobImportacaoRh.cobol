      *****************************************************
      *** Importacao do extrato de pessoal do RH para o ***
      *** cadastro mestre de pessoas do SAFADOMETRO.    ***
      *** Le o extrato delimitado do sistema de RH (ID, ***
      *** nome, nascimento DD/MM/AAAA), confronta com   ***
      *** as pessoas do cliente do cartao no cadastro   ***
      *** mestre e gera os movimentos I/A/E no layout   ***
      *** TRNREC, assinados pelo operador do cartao e   ***
      *** sem aprovador: seguem pelo MOVPEND/MOVAPROV   ***
      *** ate o DOBMANUT como os movimentos digitados.  ***
      *** Imprime a conciliacao: admissoes,             ***
      *** desligamentos, alteracoes de nome ou de       ***
      *** nascimento e linhas do extrato rejeitadas     ***
      *** por formato. Quando as exclusoes propostas    ***
      *** passam do percentual do cartao sobre as       ***
      *** pessoas do cliente no cadastro (extrato       ***
      *** truncado), nenhum movimento e' liberado.      ***
      *** As linhas validas passam pelo cluster de      ***
      *** trabalho WRKFILE (layout RHWREC, chave        ***
      *** PESSOA-ID), que poe o extrato na ordem do     ***
      *** cadastro e recusa ID repetido no extrato.     ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOBRHIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT ROSTER-FILE ASSIGN TO ROSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ROS.
           SELECT WORK-FILE ASSIGN TO WRKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHW-PESSOA-ID
               FILE STATUS IS WS-STATUS-RHW.
           SELECT MASTER-FILE ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-PESSOA-ID
               FILE STATUS IS WS-STATUS-MST.
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
           SELECT TRANSACTION-FILE ASSIGN TO TRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRN.
           SELECT RECONCILIATION-FILE ASSIGN TO RHRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RHR.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-CLIENTE         PIC X(4).
           05  FILLER              PIC X(1).
           05  PRM-OPERADOR        PIC X(8).
           05  FILLER              PIC X(1).
           05  PRM-PCT-EXCLUSAO    PIC X(3).
           05  PRM-PCT-EXCLUSAO-NUM REDEFINES PRM-PCT-EXCLUSAO
                                   PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRM-DELIMITADOR     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRM-CABECALHO       PIC X(1).
           05  FILLER              PIC X(59).

       FD  ROSTER-FILE
           RECORDING MODE IS F.
       01  ROS-LINHA               PIC X(80).

       FD  WORK-FILE.
           COPY RHWREC.

       FD  MASTER-FILE.
           COPY PESREC.

       FD  TOMBSTONE-FILE.
           COPY TMBREC.

       FD  CLIENT-FILE.
           COPY CLIREC.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
           COPY TRNREC.

       FD  RECONCILIATION-FILE.
           COPY RHRREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-ROS        PIC X(2).
       01  WS-STATUS-RHW        PIC X(2).
       01  WS-STATUS-MST        PIC X(2).
       01  WS-STATUS-TMB        PIC X(2).
       01  WS-STATUS-CLI        PIC X(2).
       01  WS-STATUS-TRN        PIC X(2).
       01  WS-STATUS-RHR        PIC X(2).
       01  WS-FIM-ROS           PIC X VALUE 'N'.
           88 FIM-ROS           VALUE 'S'.
       01  WS-TEM-LAPIDES       PIC X VALUE 'N'.
           88 TEM-LAPIDES       VALUE 'S'.
       01  WS-CONFRONTO-INTERROMPIDO PIC X VALUE 'N'.
           88 CONFRONTO-INTERROMPIDO VALUE 'S'.
       01  WS-ID-ANONIMO        PIC X(10) VALUE ALL "*".

      *    Criterios do cartao.
       01  WS-CLIENTE           PIC X(4).
       01  WS-OPERADOR          PIC X(8).
       01  WS-PCT-LIMITE        PIC 9(3) VALUE 10.
       01  WS-DELIMITADOR       PIC X(1) VALUE ";".
       01  WS-PULA-CABECALHO    PIC X VALUE 'N'.
           88 PULA-CABECALHO    VALUE 'S'.

      *    Linha do extrato separada nos campos.
       01  WS-LINHA-VALIDA      PIC X VALUE 'S'.
           88 LINHA-VALIDA      VALUE 'S'.
           88 LINHA-INVALIDA    VALUE 'N'.
       01  WS-MOTIVO-REJEICAO   PIC X(40).
       01  WS-NUMERO-LINHA      PIC 9(6) VALUE 0.
       01  WS-LINHA-EDITADA     PIC ZZZZZ9.
       01  WS-QTDE-CAMPOS       PIC 9(2).
       01  WS-TAM-ID            PIC 9(2).
       01  WS-TAM-NOME          PIC 9(2).
       01  WS-RH-ID             PIC X(10).
       01  WS-RH-NOME           PIC X(20).
       01  WS-RH-NASCIMENTO     PIC X(70).
       01  WS-RH-SOBRA          PIC X(80).
       01  WS-RH-DATA.
           05  WS-RH-ANO        PIC 9(4).
           05  WS-RH-MES        PIC 9(2).
           05  WS-RH-DIA        PIC 9(2).
       01  WS-RH-DATA-NUM REDEFINES WS-RH-DATA
                                PIC 9(8).
       01  WS-DIA-LIMITE        PIC 9(2).
       01  WS-QUOCIENTE         PIC 9(4).
       01  WS-RESTO-4           PIC 9(3).
       01  WS-RESTO-100         PIC 9(3).
       01  WS-RESTO-400         PIC 9(3).

      *    Confronto em ordem de PESSOA-ID: fim de arquivo vira
      *    HIGH-VALUES na chave, para o outro lado esgotar.
       01  WS-CHAVE-MST         PIC X(10).
       01  WS-CHAVE-RHW         PIC X(10).
       01  WS-MUDOU-NOME        PIC X VALUE 'N'.
           88 MUDOU-NOME        VALUE 'S'.
       01  WS-MUDOU-NASCIMENTO  PIC X VALUE 'N'.
           88 MUDOU-NASCIMENTO  VALUE 'S'.
       01  WS-NASC-FORMATADO    PIC X(10).
       01  WS-NASC-DIA          PIC 9(2).
       01  WS-NASC-MES          PIC 9(2).
       01  WS-NASC-ANO          PIC 9(4).

       01  WS-LINHAS-LIDAS      PIC 9(6) VALUE 0.
       01  WS-LINHAS-EM-BRANCO  PIC 9(6) VALUE 0.
       01  WS-LINHAS-REJEITADAS PIC 9(6) VALUE 0.
       01  WS-LINHAS-VALIDAS    PIC 9(6) VALUE 0.
       01  WS-NOMES-TRUNCADOS   PIC 9(6) VALUE 0.
       01  WS-MESTRE-DO-CLIENTE PIC 9(6) VALUE 0.
       01  WS-INALTERADAS       PIC 9(6) VALUE 0.
       01  WS-ADMISSOES         PIC 9(6) VALUE 0.
       01  WS-DESLIGAMENTOS     PIC 9(6) VALUE 0.
       01  WS-ALTERACOES        PIC 9(6) VALUE 0.
       01  WS-ALTERACOES-NOME   PIC 9(6) VALUE 0.
       01  WS-ALTERACOES-NASC   PIC 9(6) VALUE 0.
       01  WS-OUTRO-CLIENTE     PIC 9(6) VALUE 0.
       01  WS-ELIMINADAS-LGPD   PIC 9(6) VALUE 0.
       01  WS-MOVIMENTOS-GERADOS PIC 9(6) VALUE 0.
       01  WS-MOVIMENTOS-LIBERADOS PIC 9(6) VALUE 0.
       01  WS-PCT-EXCLUSAO      PIC 9(3)V99 VALUE 0.
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZ9.
       01  WS-PCT-EDITADO       PIC ZZ9.99.
       01  WS-LIMITE-EDITADO    PIC ZZ9.

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
           PERFORM 2000-CARREGAR-EXTRATO
               UNTIL FIM-ROS
           PERFORM 2900-PREPARAR-CONFRONTO
           PERFORM 3000-CONFRONTAR
               UNTIL WS-CHAVE-MST = HIGH-VALUES
                 AND WS-CHAVE-RHW = HIGH-VALUES
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-ATUAL
           STRING WS-DATA-ANO   "-"
                  WS-DATA-MES   "-"
                  WS-DATA-DIA
                  DELIMITED BY SIZE INTO WS-DATA-EXECUCAO
           PERFORM 1300-LER-PARAMETRO
           PERFORM 1500-VERIFICAR-CLIENTE
           OPEN INPUT ROSTER-FILE
           IF WS-STATUS-ROS NOT = "00"
               DISPLAY "ERRO ABRINDO ROSFILE, FILE STATUS: "
                   WS-STATUS-ROS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-STATUS-RHW NOT = "00"
               DISPLAY "ERRO ABRINDO WRKFILE, FILE STATUS: "
                   WS-STATUS-RHW
               CLOSE ROSTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-STATUS-MST NOT = "00"
               DISPLAY "ERRO ABRINDO MSTFILE, FILE STATUS: "
                   WS-STATUS-MST
               CLOSE ROSTER-FILE
               CLOSE WORK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-ABRIR-LAPIDES
           OPEN OUTPUT TRANSACTION-FILE
           IF WS-STATUS-TRN NOT = "00"
               DISPLAY "ERRO ABRINDO TRNFILE, FILE STATUS: "
                   WS-STATUS-TRN
               CLOSE ROSTER-FILE
               CLOSE WORK-FILE
               CLOSE MASTER-FILE
               IF TEM-LAPIDES
                   CLOSE TOMBSTONE-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECONCILIATION-FILE
           IF WS-STATUS-RHR NOT = "00"
               DISPLAY "ERRO ABRINDO RHRFILE, FILE STATUS: "
                   WS-STATUS-RHR
               CLOSE ROSTER-FILE
               CLOSE WORK-FILE
               CLOSE MASTER-FILE
               IF TEM-LAPIDES
                   CLOSE TOMBSTONE-FILE
               END-IF
               CLOSE TRANSACTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-EXTRATO
           IF PULA-CABECALHO AND NOT FIM-ROS
               PERFORM 2100-LER-EXTRATO
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "CONCILIACAO DO EXTRATO DO RH COM O CADASTRO DE "
                  "PESSOAS - EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE
           MOVE WS-PCT-LIMITE TO WS-LIMITE-EDITADO
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "CLIENTE: " WS-CLIENTE " " CLI-NOME
                  "  OPERADOR: " WS-OPERADOR
                  "  LIMITE DE EXCLUSOES: " WS-LIMITE-EDITADO "%"
                  DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE
           MOVE SPACES TO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "LINHA   OCORRENCIA      ID-PESSOA   NOME"
                  "                  NASCIMENTO  DETALHE"
                  DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE.

      *    Cartao: cliente do extrato (colunas 1-4, obrigatorio),
      *    operador que assina os movimentos (6-13, obrigatorio),
      *    percentual maximo de exclusoes sobre as pessoas do
      *    cliente no cadastro (15-17, em branco = 010), caractere
      *    delimitador do extrato (19, em branco = ;) e S na
      *    coluna 21 quando a primeira linha do extrato e' o
      *    cabecalho das colunas.
       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM NOT = "00"
               DISPLAY "ERRO: CARTAO DE IMPORTACAO OBRIGATORIO, "
                   "FILE STATUS PRMFILE: " WS-STATUS-PRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY "ERRO: CARTAO DE IMPORTACAO AUSENTE"
                   CLOSE PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE
           MOVE PRM-CLIENTE TO WS-CLIENTE
           IF WS-CLIENTE = SPACES
               DISPLAY "ERRO: CLIENTE DO EXTRATO NAO INFORMADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-OPERADOR TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               DISPLAY "ERRO: OPERADOR DOS MOVIMENTOS NAO INFORMADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRM-PCT-EXCLUSAO NOT = SPACES
               IF PRM-PCT-EXCLUSAO-NUM NOT NUMERIC
                       OR PRM-PCT-EXCLUSAO-NUM > 100
                   DISPLAY "ERRO: PERCENTUAL DE EXCLUSOES INVALIDO "
                       "(000 A 100): " PRM-PCT-EXCLUSAO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-PCT-EXCLUSAO-NUM TO WS-PCT-LIMITE
           END-IF
           IF PRM-DELIMITADOR NOT = SPACE
               MOVE PRM-DELIMITADOR TO WS-DELIMITADOR
           END-IF
           EVALUATE PRM-CABECALHO
               WHEN SPACE
               WHEN "N"
                   CONTINUE
               WHEN "S"
                   SET PULA-CABECALHO TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO: INDICADOR DE CABECALHO INVALIDO "
                       "(S/N): " PRM-CABECALHO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    Cluster de lapides vazio ou ainda nao carregado (35) so
      *    quer dizer que ninguem foi eliminado.
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
                   CLOSE ROSTER-FILE
                   CLOSE WORK-FILE
                   CLOSE MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    O DOBMANUT recusaria toda inclusao de cliente fora do
      *    CLIFILE: melhor parar aqui do que gerar o lote inteiro.
       1500-VERIFICAR-CLIENTE.
           OPEN INPUT CLIENT-FILE
           IF WS-STATUS-CLI NOT = "00"
               DISPLAY "ERRO ABRINDO CLIFILE, FILE STATUS: "
                   WS-STATUS-CLI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLIENTE TO CLI-CLIENTE
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "ERRO: CLIENTE DO CARTAO NAO CADASTRADO "
                       "NO CLIFILE: " WS-CLIENTE
                   CLOSE CLIENT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CLIENT-FILE.

       2000-CARREGAR-EXTRATO.
           IF ROS-LINHA = SPACES
               ADD 1 TO WS-LINHAS-EM-BRANCO
           ELSE
               PERFORM 2200-VALIDAR-LINHA
               IF LINHA-VALIDA
                   PERFORM 2300-GUARDAR-LINHA
               END-IF
               IF LINHA-VALIDA
                   ADD 1 TO WS-LINHAS-VALIDAS
               ELSE
                   PERFORM 2400-GRAVAR-REJEITADA
                   ADD 1 TO WS-LINHAS-REJEITADAS
               END-IF
           END-IF
           PERFORM 2100-LER-EXTRATO.

       2100-LER-EXTRATO.
           READ ROSTER-FILE
               AT END
                   SET FIM-ROS TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUMERO-LINHA
                   ADD 1 TO WS-LINHAS-LIDAS
           END-READ.

      *    Nome acima de 20 posicoes e' truncado, como sempre foi
      *    na digitacao do movimento; o confronto compara ja
      *    truncado, entao o mesmo nome longo nao vira alteracao
      *    toda semana.
       2200-VALIDAR-LINHA.
           SET LINHA-VALIDA TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE SPACES TO WS-RH-ID
           MOVE SPACES TO WS-RH-NOME
           MOVE SPACES TO WS-RH-NASCIMENTO
           MOVE SPACES TO WS-RH-SOBRA
           MOVE 0 TO WS-QTDE-CAMPOS
           MOVE 0 TO WS-TAM-ID
           MOVE 0 TO WS-TAM-NOME
           UNSTRING ROS-LINHA DELIMITED BY WS-DELIMITADOR
               INTO WS-RH-ID         COUNT IN WS-TAM-ID
                    WS-RH-NOME       COUNT IN WS-TAM-NOME
                    WS-RH-NASCIMENTO
                    WS-RH-SOBRA
               TALLYING IN WS-QTDE-CAMPOS
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-QTDE-CAMPOS < 3
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "MENOS DE 3 CAMPOS (ID, NOME, NASCIMENTO)"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-RH-SOBRA NOT = SPACES
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "MAIS DE 3 CAMPOS NA LINHA"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-RH-ID = SPACES
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "ID-PESSOA EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-TAM-ID > 10
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "ID-PESSOA COM MAIS DE 10 POSICOES"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-RH-ID = WS-ID-ANONIMO
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "ID-PESSOA RESERVADO (ANONIMIZADO)"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-RH-NOME = SPACES
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "NOME EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 2250-VALIDAR-NASCIMENTO
           END-EVALUATE
           IF LINHA-VALIDA AND WS-TAM-NOME > 20
               ADD 1 TO WS-NOMES-TRUNCADOS
           END-IF.

      *    Nascimento DD/MM/AAAA, como sai da planilha do RH.
       2250-VALIDAR-NASCIMENTO.
           IF WS-RH-NASCIMENTO (3:1) NOT = "/"
                   OR WS-RH-NASCIMENTO (6:1) NOT = "/"
                   OR WS-RH-NASCIMENTO (11:) NOT = SPACES
               SET LINHA-INVALIDA TO TRUE
               MOVE "NASCIMENTO FORA DO FORMATO DD/MM/AAAA"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               IF WS-RH-NASCIMENTO (1:2) NOT NUMERIC
                       OR WS-RH-NASCIMENTO (4:2) NOT NUMERIC
                       OR WS-RH-NASCIMENTO (7:4) NOT NUMERIC
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "DATA DE NASCIMENTO NAO NUMERICA"
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE WS-RH-NASCIMENTO (1:2) TO WS-RH-DIA
                   MOVE WS-RH-NASCIMENTO (4:2) TO WS-RH-MES
                   MOVE WS-RH-NASCIMENTO (7:4) TO WS-RH-ANO
                   PERFORM 2260-VALIDAR-DATA
               END-IF
           END-IF.

       2260-VALIDAR-DATA.
           IF WS-RH-MES < 1 OR WS-RH-MES > 12
               SET LINHA-INVALIDA TO TRUE
               MOVE "MES FORA DA FAIXA VALIDA (1-12)"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 2270-CALCULAR-DIA-LIMITE
               IF WS-RH-DIA < 1 OR WS-RH-DIA > WS-DIA-LIMITE
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "DIA FORA DA FAIXA VALIDA DO MES"
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   IF WS-RH-DATA-NUM > WS-DATA-ATUAL-NUM
                       SET LINHA-INVALIDA TO TRUE
                       MOVE "NASCIMENTO POSTERIOR A DATA DA EXECUCAO"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

       2270-CALCULAR-DIA-LIMITE.
           EVALUATE WS-RH-MES
               WHEN 2
                   DIVIDE WS-RH-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-RH-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-RH-ANO BY 400 GIVING WS-QUOCIENTE
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
           END-EVALUATE.

      *    A chave do cluster de trabalho recusa o segundo registro
      *    do mesmo ID: vale a primeira linha do extrato.
       2300-GUARDAR-LINHA.
           MOVE SPACES          TO RHW-RECORD
           MOVE WS-RH-ID        TO RHW-PESSOA-ID
           MOVE WS-RH-NOME      TO RHW-NOME
           MOVE WS-RH-DIA       TO RHW-DIA
           MOVE WS-RH-MES       TO RHW-MES
           MOVE WS-RH-ANO       TO RHW-ANO
           MOVE WS-NUMERO-LINHA TO RHW-LINHA
           WRITE RHW-RECORD
               INVALID KEY
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "ID-PESSOA REPETIDO NO EXTRATO"
                       TO WS-MOTIVO-REJEICAO
           END-WRITE.

       2400-GRAVAR-REJEITADA.
           MOVE WS-NUMERO-LINHA TO WS-LINHA-EDITADA
           MOVE SPACES TO RHR-DETAIL-LINE
           MOVE WS-LINHA-EDITADA   TO RHR-LINHA
           MOVE "REJEITADA"        TO RHR-OCORRENCIA
           MOVE WS-RH-ID           TO RHR-PESSOA-ID
           MOVE WS-RH-NOME         TO RHR-NOME
           MOVE WS-RH-NASCIMENTO   TO RHR-NASCIMENTO
           MOVE WS-MOTIVO-REJEICAO TO RHR-DETALHE
           WRITE RHR-DETAIL-LINE
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "        CONTEUDO: " ROS-LINHA
                  DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE.

       2900-PREPARAR-CONFRONTO.
           CLOSE ROSTER-FILE
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           IF WS-STATUS-RHW NOT = "00"
               DISPLAY "ERRO REABRINDO WRKFILE, FILE STATUS: "
                   WS-STATUS-RHW
               CLOSE MASTER-FILE
               IF TEM-LAPIDES
                   CLOSE TOMBSTONE-FILE
               END-IF
               CLOSE TRANSACTION-FILE
               CLOSE RECONCILIATION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-LER-MESTRE
           PERFORM 3200-LER-TRABALHO.

       3000-CONFRONTAR.
           EVALUATE TRUE
               WHEN WS-CHAVE-MST < WS-CHAVE-RHW
                   PERFORM 3300-PESSOA-SO-NO-CADASTRO
                   PERFORM 3100-LER-MESTRE
               WHEN WS-CHAVE-MST > WS-CHAVE-RHW
                   PERFORM 3400-PESSOA-SO-NO-EXTRATO
                   PERFORM 3200-LER-TRABALHO
               WHEN OTHER
                   PERFORM 3500-PESSOA-NOS-DOIS
                   PERFORM 3100-LER-MESTRE
                   PERFORM 3200-LER-TRABALHO
           END-EVALUATE.

       3100-LER-MESTRE.
           READ MASTER-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-MST
               NOT AT END
                   MOVE MST-PESSOA-ID TO WS-CHAVE-MST
           END-READ.

       3200-LER-TRABALHO.
           READ WORK-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-RHW
               NOT AT END
                   MOVE RHW-PESSOA-ID TO WS-CHAVE-RHW
           END-READ.

      *    Pessoa de outro cliente nao consta deste extrato e fica
      *    fora do confronto.
       3300-PESSOA-SO-NO-CADASTRO.
           IF MST-CLIENTE = WS-CLIENTE
               ADD 1 TO WS-MESTRE-DO-CLIENTE
               ADD 1 TO WS-DESLIGAMENTOS
               MOVE SPACES        TO TRN-RECORD
               SET TRN-EXCLUSAO   TO TRUE
               MOVE MST-PESSOA-ID TO TRN-PESSOA-ID
               MOVE MST-NOME      TO TRN-NOME
               MOVE MST-DIA       TO TRN-DIA
               MOVE MST-MES       TO TRN-MES
               MOVE MST-ANO       TO TRN-ANO
               PERFORM 3600-GRAVAR-MOVIMENTO
               MOVE MST-DIA TO WS-NASC-DIA
               MOVE MST-MES TO WS-NASC-MES
               MOVE MST-ANO TO WS-NASC-ANO
               PERFORM 8200-FORMATAR-NASCIMENTO
               MOVE SPACES TO RHR-DETAIL-LINE
               MOVE "DESLIGAMENTO"      TO RHR-OCORRENCIA
               MOVE MST-PESSOA-ID       TO RHR-PESSOA-ID
               MOVE MST-NOME            TO RHR-NOME
               MOVE WS-NASC-FORMATADO   TO RHR-NASCIMENTO
               MOVE "FORA DO EXTRATO - EXCLUSAO (E) GERADA"
                   TO RHR-DETALHE
               WRITE RHR-DETAIL-LINE
           END-IF.

      *    Titular eliminado a pedido (LGPD) nao volta ao cadastro
      *    pelo extrato: o DOBMANUT recusaria a inclusao de qualquer
      *    forma, e o relatorio nao repete o nome dele.
       3400-PESSOA-SO-NO-EXTRATO.
           MOVE RHW-LINHA TO WS-LINHA-EDITADA
           MOVE SPACES TO RHR-DETAIL-LINE
           MOVE WS-LINHA-EDITADA TO RHR-LINHA
           MOVE RHW-PESSOA-ID    TO RHR-PESSOA-ID
           IF TEM-LAPIDES
               MOVE RHW-PESSOA-ID TO TMB-PESSOA-ID
               READ TOMBSTONE-FILE
                   INVALID KEY
                       MOVE SPACES TO TMB-PESSOA-ID
               END-READ
           ELSE
               MOVE SPACES TO TMB-PESSOA-ID
           END-IF
           IF TEM-LAPIDES AND TMB-PESSOA-ID = RHW-PESSOA-ID
               ADD 1 TO WS-ELIMINADAS-LGPD
               MOVE "NAO INCLUIDA" TO RHR-OCORRENCIA
               MOVE "ID ELIMINADO A PEDIDO DO TITULAR (LGPD)"
                   TO RHR-DETALHE
           ELSE
               ADD 1 TO WS-ADMISSOES
               MOVE SPACES        TO TRN-RECORD
               SET TRN-INCLUSAO   TO TRUE
               MOVE RHW-PESSOA-ID TO TRN-PESSOA-ID
               MOVE RHW-NOME      TO TRN-NOME
               MOVE RHW-DIA       TO TRN-DIA
               MOVE RHW-MES       TO TRN-MES
               MOVE RHW-ANO       TO TRN-ANO
               MOVE WS-CLIENTE    TO TRN-CLIENTE
               PERFORM 3600-GRAVAR-MOVIMENTO
               MOVE RHW-DIA TO WS-NASC-DIA
               MOVE RHW-MES TO WS-NASC-MES
               MOVE RHW-ANO TO WS-NASC-ANO
               PERFORM 8200-FORMATAR-NASCIMENTO
               MOVE "ADMISSAO"          TO RHR-OCORRENCIA
               MOVE RHW-NOME            TO RHR-NOME
               MOVE WS-NASC-FORMATADO   TO RHR-NASCIMENTO
               MOVE "FORA DO CADASTRO - INCLUSAO (I) GERADA"
                   TO RHR-DETALHE
           END-IF
           WRITE RHR-DETAIL-LINE.

      *    Uma alteracao (A) leva nome e nascimento do extrato; o
      *    relatorio traz uma linha por campo alterado, com o valor
      *    que estava no cadastro. Cliente em branco no movimento
      *    mantem o cliente da pessoa.
       3500-PESSOA-NOS-DOIS.
           IF MST-CLIENTE NOT = WS-CLIENTE
               ADD 1 TO WS-OUTRO-CLIENTE
               MOVE RHW-LINHA TO WS-LINHA-EDITADA
               MOVE SPACES TO RHR-DETAIL-LINE
               MOVE WS-LINHA-EDITADA TO RHR-LINHA
               MOVE "OUTRO CLIENTE"  TO RHR-OCORRENCIA
               MOVE RHW-PESSOA-ID    TO RHR-PESSOA-ID
               MOVE RHW-NOME         TO RHR-NOME
               MOVE SPACES TO RHR-DETALHE
               STRING "ID CADASTRADO NO CLIENTE " MST-CLIENTE
                      " - IGNORADA"
                      DELIMITED BY SIZE INTO RHR-DETALHE
               WRITE RHR-DETAIL-LINE
           ELSE
               ADD 1 TO WS-MESTRE-DO-CLIENTE
               MOVE 'N' TO WS-MUDOU-NOME
               MOVE 'N' TO WS-MUDOU-NASCIMENTO
               IF RHW-NOME NOT = MST-NOME
                   SET MUDOU-NOME TO TRUE
               END-IF
               IF RHW-DIA NOT = MST-DIA OR RHW-MES NOT = MST-MES
                       OR RHW-ANO NOT = MST-ANO
                   SET MUDOU-NASCIMENTO TO TRUE
               END-IF
               IF MUDOU-NOME OR MUDOU-NASCIMENTO
                   PERFORM 3550-GERAR-ALTERACAO
               ELSE
                   ADD 1 TO WS-INALTERADAS
               END-IF
           END-IF.

       3550-GERAR-ALTERACAO.
           ADD 1 TO WS-ALTERACOES
           MOVE SPACES        TO TRN-RECORD
           SET TRN-ALTERACAO  TO TRUE
           MOVE RHW-PESSOA-ID TO TRN-PESSOA-ID
           MOVE RHW-NOME      TO TRN-NOME
           MOVE RHW-DIA       TO TRN-DIA
           MOVE RHW-MES       TO TRN-MES
           MOVE RHW-ANO       TO TRN-ANO
           PERFORM 3600-GRAVAR-MOVIMENTO
           MOVE RHW-DIA TO WS-NASC-DIA
           MOVE RHW-MES TO WS-NASC-MES
           MOVE RHW-ANO TO WS-NASC-ANO
           PERFORM 8200-FORMATAR-NASCIMENTO
           MOVE RHW-LINHA TO WS-LINHA-EDITADA
           IF MUDOU-NOME
               ADD 1 TO WS-ALTERACOES-NOME
               MOVE SPACES TO RHR-DETAIL-LINE
               MOVE WS-LINHA-EDITADA  TO RHR-LINHA
               MOVE "ALTERA NOME"     TO RHR-OCORRENCIA
               MOVE RHW-PESSOA-ID     TO RHR-PESSOA-ID
               MOVE RHW-NOME          TO RHR-NOME
               MOVE WS-NASC-FORMATADO TO RHR-NASCIMENTO
               MOVE SPACES TO RHR-DETALHE
               STRING "CADASTRO: " MST-NOME
                      DELIMITED BY SIZE INTO RHR-DETALHE
               WRITE RHR-DETAIL-LINE
           END-IF
           IF MUDOU-NASCIMENTO
               ADD 1 TO WS-ALTERACOES-NASC
               MOVE SPACES TO RHR-DETAIL-LINE
               MOVE WS-LINHA-EDITADA  TO RHR-LINHA
               MOVE "ALTERA NASC"     TO RHR-OCORRENCIA
               MOVE RHW-PESSOA-ID     TO RHR-PESSOA-ID
               MOVE RHW-NOME          TO RHR-NOME
               MOVE WS-NASC-FORMATADO TO RHR-NASCIMENTO
               MOVE MST-DIA TO WS-NASC-DIA
               MOVE MST-MES TO WS-NASC-MES
               MOVE MST-ANO TO WS-NASC-ANO
               PERFORM 8200-FORMATAR-NASCIMENTO
               MOVE SPACES TO RHR-DETALHE
               STRING "CADASTRO: " WS-NASC-FORMATADO
                      DELIMITED BY SIZE INTO RHR-DETALHE
               WRITE RHR-DETAIL-LINE
           END-IF.

      *    Primeira assinatura e' a do operador do cartao; o
      *    aprovador fica em branco para o MOVAPROV.
       3600-GRAVAR-MOVIMENTO.
           MOVE WS-OPERADOR TO TRN-OPERADOR
           MOVE SPACES      TO TRN-APROVADOR
           WRITE TRN-RECORD
           ADD 1 TO WS-MOVIMENTOS-GERADOS.

       8200-FORMATAR-NASCIMENTO.
           MOVE SPACES TO WS-NASC-FORMATADO
           STRING WS-NASC-DIA "/"
                  WS-NASC-MES "/"
                  WS-NASC-ANO
                  DELIMITED BY SIZE INTO WS-NASC-FORMATADO.

      *    Extrato truncado ou vazio apareceria como desligamento
      *    em massa: acima do limite o TRNFILE e' esvaziado e
      *    nenhum movimento segue para aprovacao.
       9000-FINALIZAR.
           IF WS-MESTRE-DO-CLIENTE > 0
               COMPUTE WS-PCT-EXCLUSAO ROUNDED =
                   WS-DESLIGAMENTOS * 100 / WS-MESTRE-DO-CLIENTE
           END-IF
           IF WS-PCT-EXCLUSAO > WS-PCT-LIMITE
               SET CONFRONTO-INTERROMPIDO TO TRUE
               PERFORM 9100-ANULAR-MOVIMENTOS
           ELSE
               MOVE WS-MOVIMENTOS-GERADOS TO WS-MOVIMENTOS-LIBERADOS
           END-IF

           MOVE SPACES TO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE
           IF CONFRONTO-INTERROMPIDO
               MOVE WS-PCT-EXCLUSAO TO WS-PCT-EDITADO
               MOVE WS-PCT-LIMITE TO WS-LIMITE-EDITADO
               MOVE SPACES TO RHR-TITLE-LINE
               STRING "*** IMPORTACAO INTERROMPIDA: EXCLUSOES "
                      "PROPOSTAS EM " WS-PCT-EDITADO
                      "% DO CADASTRO DO CLIENTE, ACIMA DO LIMITE DE "
                      WS-LIMITE-EDITADO "% ***"
                      DELIMITED BY SIZE INTO RHR-TITLE-LINE
               WRITE RHR-TITLE-LINE
               MOVE SPACES TO RHR-TITLE-LINE
               STRING "*** NENHUM MOVIMENTO LIBERADO - CONFERIR O "
                      "EXTRATO DO RH ANTES DE RESUBMETER ***"
                      DELIMITED BY SIZE INTO RHR-TITLE-LINE
               WRITE RHR-TITLE-LINE
               MOVE SPACES TO RHR-TITLE-LINE
               WRITE RHR-TITLE-LINE
           END-IF
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "TOTAIS DE CONTROLE" DELIMITED BY SIZE
               INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-LINHAS-LIDAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "LINHAS DO EXTRATO....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-LINHAS-EM-BRANCO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "LINHAS EM BRANCO.....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-LINHAS-REJEITADAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "LINHAS REJEITADAS....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-LINHAS-VALIDAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "LINHAS VALIDAS.......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-NOMES-TRUNCADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "NOMES TRUNCADOS EM 20: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-MESTRE-DO-CLIENTE TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "CADASTRO DO CLIENTE..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-INALTERADAS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "SEM ALTERACAO........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-ADMISSOES TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "ADMISSOES (I)........: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-DESLIGAMENTOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "DESLIGAMENTOS (E)....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-PCT-EXCLUSAO TO WS-PCT-EDITADO
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "PERCENTUAL EXCLUSOES.: " WS-PCT-EDITADO
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-ALTERACOES TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "ALTERACOES (A).......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-ALTERACOES-NOME TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "  DE NOME............: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-ALTERACOES-NASC TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "  DE NASCIMENTO......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-OUTRO-CLIENTE TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "ID DE OUTRO CLIENTE..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-ELIMINADAS-LGPD TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "ELIMINADOS LGPD......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-MOVIMENTOS-GERADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "MOVIMENTOS GERADOS...: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           MOVE WS-MOVIMENTOS-LIBERADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO RHR-TITLE-LINE
           STRING "MOVIMENTOS LIBERADOS.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RHR-TITLE-LINE
           WRITE RHR-TITLE-LINE

           CLOSE WORK-FILE
           CLOSE MASTER-FILE
           IF TEM-LAPIDES
               CLOSE TOMBSTONE-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE RECONCILIATION-FILE
           DISPLAY "DOBRHIMP: MOVIMENTOS LIBERADOS: "
               WS-MOVIMENTOS-LIBERADOS.

       9100-ANULAR-MOVIMENTOS.
           CLOSE TRANSACTION-FILE
           OPEN OUTPUT TRANSACTION-FILE
           DISPLAY "DOBRHIMP: EXCLUSOES PROPOSTAS ACIMA DO LIMITE - "
               "NENHUM MOVIMENTO LIBERADO".

       9900-DEFINIR-CONDITION-CODE.
           EVALUATE TRUE
               WHEN CONFRONTO-INTERROMPIDO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LINHAS-REJEITADAS > 0
               WHEN WS-OUTRO-CLIENTE > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
