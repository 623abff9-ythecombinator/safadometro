           SELECT AUDIT-FILE ASSIGN TO AUDITFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT CLIENT-FILE ASSIGN TO CLIFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CLIENTE
               FILE STATUS IS WS-STATUS-CLI.
       DATA DIVISION.
       FILE SECTION.
       FD  DOB-FILE
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  CLIENT-FILE.
           COPY CLIREC.

       WORKING-STORAGE SECTION.
       01  DIA      PIC 9(2).
       01  MES      PIC 9(2).
       01  WS-STATUS-DIA        PIC X(2).
       01  WS-STATUS-CKPT       PIC X(2).
       01  WS-STATUS-AUD        PIC X(2).
       01  WS-STATUS-CLI        PIC X(2).
       01  WS-FIM-DOB           PIC X VALUE 'N'.
           88 FIM-DOB           VALUE 'S'.
       01  WS-FIM-RCY           PIC X VALUE 'N'.
           88 FIM-RCY           VALUE 'S'.
       01  WS-FIM-CLI           PIC X VALUE 'N'.
           88 FIM-CLI           VALUE 'S'.
       01  WS-TEM-RECICLAGEM    PIC X VALUE 'N'.
           88 TEM-RECICLAGEM    VALUE 'S'.
       01  WS-EXECUCAO-RETOMADA PIC X VALUE 'N'.
           88 EXECUCAO-RETOMADA VALUE 'S'.
       01  WS-SECAO-ABERTA      PIC X VALUE 'N'.
           88 SECAO-ABERTA      VALUE 'S'.
       01  WS-ID-ANONIMO        PIC X(10) VALUE ALL "*".

       01  WS-INTERVALO-CHECKPOINT PIC 9(4) VALUE 100.
       01  WS-ULTIMO-CHECKPOINT    PIC 9(8) VALUE 0.
       01  WS-ULTIMO-RECICLADO     PIC 9(8) VALUE 0.
       01  WS-DOB-PROCESSADOS      PIC 9(8) VALUE 0.
       01  WS-RCY-PROCESSADOS      PIC 9(8) VALUE 0.
       01  WS-REGISTROS-LIDOS      PIC 9(8) VALUE 0.
       01  WS-INDICE-AVANCO        PIC 9(8).

      *    Cadastro de clientes, carregado na ordem da chave. A noite
      *    sai em uma secao por cliente: o cadastro, o DOBFILE e o
      *    RCYFILE vem os tres na ordem de cliente e sao casados. Os
      *    contadores WS-REGISTROS-*, WS-QTDE-* e WS-TOTAL-SAFAD sao
      *    os do cliente da secao; os WS-GERAL-* somam a noite.
       01  WS-LIMITE-CLIENTES      PIC 9(4) VALUE 500.
       01  WS-QTDE-CLIENTES-CAD    PIC 9(4) VALUE 0.
       01  WS-IDX-CLIENTE          PIC 9(4) VALUE 1.
       01  WS-IDX-BUSCA            PIC 9(4).
       01  WS-TABELA-CLIENTES.
           05  WS-CLI-ENTRADA      OCCURS 500 TIMES.
               10  WS-CLI-CODIGO       PIC X(4).
               10  WS-CLI-NOME         PIC X(30).
               10  WS-CLI-TOLERANCIA   PIC 9(3).
       01  WS-CLIENTE-ATUAL        PIC X(4).
       01  WS-NOME-CLIENTE         PIC X(30).
       01  WS-CLIENTE-CADASTRADO   PIC X VALUE 'N'.
           88 CLIENTE-CADASTRADO   VALUE 'S'.
       01  WS-ULTIMO-CLIENTE-DOB   PIC X(4) VALUE LOW-VALUES.
       01  WS-ULTIMO-CLIENTE-RCY   PIC X(4) VALUE LOW-VALUES.
       01  WS-SITUACAO-TRANSMISSAO PIC X(10).

       01  WS-GERAL-LIDOS          PIC 9(8) VALUE 0.
       01  WS-GERAL-REPORTADOS     PIC 9(8) VALUE 0.
       01  WS-GERAL-REJEITADOS     PIC 9(8) VALUE 0.
       01  WS-GERAL-SAFAD          PIC 9(9) VALUE 0.
       01  WS-QTDE-CLIENTES        PIC 9(4) VALUE 0.
       01  WS-CLIENTES-QUARENTENA  PIC 9(4) VALUE 0.

       01  WS-REGISTROS-REPORTADOS PIC 9(8) VALUE 0.
       01  WS-REGISTROS-REJEITADOS PIC 9(8) VALUE 0.
       01  WS-TOTAL-SAFAD          PIC 9(9) VALUE 0.
       01  WS-MODO-PROCESSAMENTO PIC X(5) VALUE 'CHEIA'.
           88 MODO-CHEIA        VALUE 'CHEIA'.
           88 MODO-DELTA        VALUE 'DELTA'.
      *    Tolerancia de rejeicao em percentual inteiro (0-100),
      *    a do cliente da secao (CLIFILE). A do cartao e' so o
      *    padrao para cliente cadastrado sem tolerancia propria;
      *    cartao sem tolerancia vale 100 (nunca quarentena). Cliente
      *    fora do cadastro tem tolerancia zero: a secao dele sempre
      *    cai em quarentena.
       01  WS-TOLERANCIA-PADRAO  PIC 9(3) VALUE 100.
       01  WS-TOLERANCIA-REJEICAO PIC 9(3) VALUE 100.
       01  WS-PCT-REJEICAO       PIC 9(3)V99 VALUE 0.
       01  WS-PCT-EDITADO        PIC ZZ9.99.
       01  WS-CLIENTE-QUARENTENA PIC X VALUE 'N'.
           88 CLIENTE-QUARENTENA VALUE 'S'.
       01  WS-PESSOA-INALTERADA PIC X VALUE 'N'.
           88 PESSOA-INALTERADA VALUE 'S'.
       01  WS-REGISTRO-DUPLICADO PIC X VALUE 'N'.
       01  WS-REGISTROS-SUSPENSOS  PIC 9(8) VALUE 0.
       01  WS-FORCADOS-MANUAL      PIC 9(8) VALUE 0.

           COPY RCTREC.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-HORA-EXECUCAO PIC X(14).
       01  WS-DATA-ATUAL.

           COPY CALCREC.

      *    Versao da tabela de regras vigente na data da execucao,
      *    fixada no inicio para a noite inteira sair numa versao so.
       01  WS-VERSAO-REGRA       PIC X(4).
       01  WS-VIGENCIA-REGRA     PIC 9(8).
       01  WS-LIMITE-BAIXA       PIC 9(3).
       01  WS-LIMITE-MEDIA       PIC 9(3).
       01  WS-LIMITE-EDITADO     PIC ZZ9.

       01  WS-FAIXA-SAFAD        PIC X(6).
       01  WS-FAIXA-ANJO         PIC X(6).
       01  WS-QTDE-SAFAD-BAIXA   PIC 9(6) VALUE 0.
       01  WS-CONTAGEM-EDITADA   PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 0500-VERIFICAR-CONTROLE
           PERFORM 1000-INICIALIZAR
           PERFORM 5000-PROCESSA-CLIENTE
               UNTIL WS-IDX-CLIENTE > WS-QTDE-CLIENTES-CAD
                 AND FIM-DOB AND FIM-RCY
           PERFORM 9000-FINALIZAR
           PERFORM 9900-DEFINIR-CONDITION-CODE
           PERFORM 9950-REGISTRAR-CONTROLE
           STOP RUN.

      *    Ja concluido na data de negocio aberta: resubmissao do
      *    job. Nada e' reprocessado e o step termina com o RC da
      *    vez concluida, para os COND do job decidirem igual.
       0500-VERIFICAR-CONTROLE.
           MOVE "V"        TO RCT-FUNCAO
           MOVE "SAFADOM"  TO RCT-PROGRAMA
           CALL 'SAFADRCT' USING RCT-AREA
           EVALUATE TRUE
               WHEN RCT-OK
                   CONTINUE
               WHEN RCT-PROGRAMA-CONCLUIDO
                   DISPLAY "SAFADOM: JA CONCLUIDO NA DATA DE NEGOCIO "
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
           PERFORM 1700-LER-MODO-PROCESSAMENTO
           PERFORM 1300-LER-CHECKPOINT
           PERFORM 1500-ABRIR-AUDITORIA
           PERFORM 1800-OBTER-VERSAO-REGRAS
           PERFORM 1750-CARREGAR-CLIENTES
           OPEN INPUT DOB-FILE
           IF WS-STATUS-DOB NOT = "00"
               DISPLAY "ERRO ABRINDO DOBFILE, FILE STATUS: "
           END-IF
           PERFORM 1600-ABRIR-RELATORIO
           PERFORM 1200-ABRIR-HISTORICO
           PERFORM 1650-ABRIR-RECICLAGEM
           PERFORM 2100-LER-REGISTRO-DOB
           IF EXECUCAO-RETOMADA
               PERFORM 1460-RETOMAR-SECAO
           END-IF.

       1600-ABRIR-RELATORIO.
           IF EXECUCAO-RETOMADA
               PERFORM 1400-AVANCAR-REGISTROS-PROCESSADOS
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT EXECUCAO-RETOMADA
               PERFORM 1100-GRAVAR-CABECALHO
           END-IF.

      *    RCYFILE e' opcional (DD DUMMY na primeira noite). Num
      *    restart avanca os reciclados ja processados, como o
      *    1400 faz com o DOBFILE.
       1650-ABRIR-RECICLAGEM.
           OPEN INPUT RECYCLE-FILE
           IF WS-STATUS-RCY = "00"
               SET TEM-RECICLAGEM TO TRUE
               IF EXECUCAO-RETOMADA
                   PERFORM 1450-AVANCAR-RECICLADOS
               END-IF
               PERFORM 3100-LER-RECICLAGEM
           ELSE
               SET FIM-RCY TO TRUE
           END-IF.

       1700-LER-MODO-PROCESSAMENTO.
           SET MODO-CHEIA TO TRUE
           OPEN INPUT PARM-FILE
                       END-IF
                       IF PRM-TOLERANCIA NUMERIC
                           MOVE PRM-TOLERANCIA
                               TO WS-TOLERANCIA-PADRAO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    Versao vigente na data de negocio aberta, nao na de
      *    hoje: a recuperacao de um dia perdido pontua com as
      *    regras daquele dia.
       1800-OBTER-VERSAO-REGRAS.
           MOVE "V"              TO CALC-FUNCAO
           MOVE SPACES           TO CALC-VERSAO
           MOVE RCT-DATA-NEGOCIO TO CALC-DATA-REFERENCIA
           CALL 'SAFADCLC' USING CALC-AREA
           IF NOT CALC-OK
               DISPLAY "ERRO: SEM VERSAO DE REGRAS DE PONTUACAO VIGENTE"
                   " EM " RCT-DATA-NEGOCIO ", RETORNO SAFADCLC: "
                   CALC-RETORNO
               PERFORM 8900-GRAVAR-AUDITORIA
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CALC-VERSAO        TO WS-VERSAO-REGRA
           MOVE CALC-DATA-VIGENCIA TO WS-VIGENCIA-REGRA
           MOVE CALC-LIMITE-BAIXA  TO WS-LIMITE-BAIXA
           MOVE CALC-LIMITE-MEDIA  TO WS-LIMITE-MEDIA.

      *    Cadastro inteiro vai para a tabela: guia a ordem das
      *    secoes e da' nome e tolerancia de cada cliente.
       1750-CARREGAR-CLIENTES.
           OPEN INPUT CLIENT-FILE
           IF WS-STATUS-CLI NOT = "00"
               DISPLAY "ERRO ABRINDO CLIFILE, FILE STATUS: "
                   WS-STATUS-CLI
               PERFORM 8900-GRAVAR-AUDITORIA
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1760-LER-CLIENTE
               UNTIL FIM-CLI
           CLOSE CLIENT-FILE.

       1760-LER-CLIENTE.
           READ CLIENT-FILE NEXT
               AT END
                   SET FIM-CLI TO TRUE
               NOT AT END
                   IF WS-QTDE-CLIENTES-CAD = WS-LIMITE-CLIENTES
                       DISPLAY "ERRO: CLIFILE EXCEDE O LIMITE DE "
                           WS-LIMITE-CLIENTES " CLIENTES"
                       CLOSE CLIENT-FILE
                       PERFORM 8900-GRAVAR-AUDITORIA
                       CLOSE AUDIT-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTDE-CLIENTES-CAD
                   MOVE CLI-CLIENTE
                       TO WS-CLI-CODIGO (WS-QTDE-CLIENTES-CAD)
                   MOVE CLI-NOME
                       TO WS-CLI-NOME (WS-QTDE-CLIENTES-CAD)
                   IF CLI-TOLERANCIA-NUM NUMERIC
                       MOVE CLI-TOLERANCIA-NUM
                           TO WS-CLI-TOLERANCIA (WS-QTDE-CLIENTES-CAD)
                   ELSE
                       MOVE WS-TOLERANCIA-PADRAO
                           TO WS-CLI-TOLERANCIA (WS-QTDE-CLIENTES-CAD)
                   END-IF
           END-READ.

       1500-ABRIR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-STATUS-AUD NOT = "00"
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1350-RESTAURAR-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *    Checkpoint zerado (fim normal) tem a situacao da secao
      *    em branco: nao e' restart.
       1350-RESTAURAR-CHECKPOINT.
           IF CKPT-SECAO-ABERTA = 'S' OR 'N'
               SET EXECUCAO-RETOMADA TO TRUE
               MOVE CKPT-ULTIMO-REGISTRO TO WS-ULTIMO-CHECKPOINT
               MOVE CKPT-ULTIMO-RECICLADO TO WS-ULTIMO-RECICLADO
               MOVE CKPT-CLIENTE TO WS-CLIENTE-ATUAL
               MOVE CKPT-CLIENTE TO WS-ULTIMO-CLIENTE-DOB
               MOVE CKPT-CLIENTE TO WS-ULTIMO-CLIENTE-RCY
               MOVE CKPT-SECAO-ABERTA TO WS-SECAO-ABERTA
               MOVE CKPT-CLI-LIDOS TO WS-REGISTROS-LIDOS
               MOVE CKPT-TOTAL-REPORTADOS
                   TO WS-REGISTROS-REPORTADOS
               MOVE CKPT-TOTAL-REJEITADOS
                   TO WS-REGISTROS-REJEITADOS
               MOVE CKPT-TOTAL-SAFAD TO WS-TOTAL-SAFAD
               MOVE CKPT-QTDE-SAFAD-BAIXA TO WS-QTDE-SAFAD-BAIXA
               MOVE CKPT-QTDE-SAFAD-MEDIA TO WS-QTDE-SAFAD-MEDIA
               MOVE CKPT-QTDE-SAFAD-ALTA  TO WS-QTDE-SAFAD-ALTA
               MOVE CKPT-QTDE-ANJO-BAIXA  TO WS-QTDE-ANJO-BAIXA
               MOVE CKPT-QTDE-ANJO-MEDIA  TO WS-QTDE-ANJO-MEDIA
               MOVE CKPT-QTDE-ANJO-ALTA   TO WS-QTDE-ANJO-ALTA
               MOVE CKPT-QTDE-SUSPENSOS
                   TO WS-REGISTROS-SUSPENSOS
               MOVE CKPT-QTDE-INALTERADOS
                   TO WS-QTDE-INALTERADOS
               MOVE CKPT-QTDE-DUPLICADOS
                   TO WS-QTDE-DUPLICADOS
               MOVE CKPT-QTDE-DIVERGENTES
                   TO WS-QTDE-DIVERGENTES
               MOVE CKPT-QTDE-RECICLADOS
                   TO WS-REGISTROS-RECICLADOS
               MOVE CKPT-QTDE-RECUPERADOS
                   TO WS-RECUPERADOS-RECICLO
               MOVE CKPT-QTDE-FORCADOS TO WS-FORCADOS-MANUAL
               MOVE CKPT-GERAL-LIDOS TO WS-GERAL-LIDOS
               MOVE CKPT-GERAL-REPORTADOS
                   TO WS-GERAL-REPORTADOS
               MOVE CKPT-GERAL-REJEITADOS
                   TO WS-GERAL-REJEITADOS
               MOVE CKPT-GERAL-SAFAD TO WS-GERAL-SAFAD
               MOVE CKPT-QTDE-CLIENTES TO WS-QTDE-CLIENTES
               MOVE CKPT-CLIENTES-QUARENTENA
                   TO WS-CLIENTES-QUARENTENA
           END-IF.

       1400-AVANCAR-REGISTROS-PROCESSADOS.
           MOVE 1 TO WS-INDICE-AVANCO
           PERFORM UNTIL WS-INDICE-AVANCO > WS-ULTIMO-CHECKPOINT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ULTIMO-CHECKPOINT TO WS-DOB-PROCESSADOS.

       1450-AVANCAR-RECICLADOS.
           MOVE 1 TO WS-INDICE-AVANCO
           PERFORM UNTIL WS-INDICE-AVANCO > WS-ULTIMO-RECICLADO
                       OR FIM-RCY
               READ RECYCLE-FILE
                   AT END
                       SET FIM-RCY TO TRUE
               END-READ
               ADD 1 TO WS-INDICE-AVANCO
           END-PERFORM
           IF FIM-RCY
               DISPLAY "ERRO: RCYFILE TERMINOU ANTES DO CHECKPOINT, "
                   "ULTIMO REGISTRO RECICLADO: " WS-ULTIMO-RECICLADO
               CLOSE DOB-FILE
               CLOSE REPORT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE HIST-DAY-FILE
               CLOSE HISTORY-FILE
               CLOSE RECYCLE-FILE
               PERFORM 8900-GRAVAR-AUDITORIA
               CLOSE AUDIT-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ULTIMO-RECICLADO TO WS-RCY-PROCESSADOS.

      *    Restart: o cadastro continua do primeiro cliente depois do
      *    gravado no checkpoint; se a secao dele ainda estava aberta
      *    ela e' terminada aqui, sem regravar os cabecalhos.
       1460-RETOMAR-SECAO.
           MOVE 1 TO WS-IDX-CLIENTE
           PERFORM UNTIL WS-IDX-CLIENTE > WS-QTDE-CLIENTES-CAD
                   OR WS-CLI-CODIGO (WS-IDX-CLIENTE) > WS-CLIENTE-ATUAL
               ADD 1 TO WS-IDX-CLIENTE
           END-PERFORM
           IF SECAO-ABERTA
               PERFORM 5150-LOCALIZAR-CLIENTE
               PERFORM 5300-PROCESSAR-SECAO-CLIENTE
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE SPACES TO RPT-TITLE-LINE
           STRING "REGRAS DE PONTUACAO: VERSAO " WS-VERSAO-REGRA
                  ", VIGENTE DESDE " WS-VIGENCIA-REGRA
                  DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           STRING "RELATORIO DE EXCECOES SAFADOMETRO - EXECUCAO EM "
                  WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO EXC-TITLE-LINE
           WRITE EXC-TITLE-LINE.

       2000-PROCESSA-REGISTRO-DOB.
           MOVE DOB-DIA TO DIA
                   ADD SAFAD TO WS-TOTAL-SAFAD
           END-EVALUATE
           ADD 1 TO WS-REGISTROS-LIDOS
           ADD 1 TO WS-GERAL-LIDOS
           ADD 1 TO WS-DOB-PROCESSADOS
           PERFORM 2700-VERIFICAR-CHECKPOINT
           PERFORM 2100-LER-REGISTRO-DOB.

           READ DOB-FILE
               AT END
                   SET FIM-DOB TO TRUE
               NOT AT END
                   IF DOB-CLIENTE < WS-ULTIMO-CLIENTE-DOB
                       DISPLAY "ERRO: DOBFILE FORA DA ORDEM DE CLIENTE "
                           "NO ID " DOB-PESSOA-ID ", CLIENTE "
                           DOB-CLIENTE
                       PERFORM 2190-ABORTAR-FORA-ORDEM
                   END-IF
                   MOVE DOB-CLIENTE TO WS-ULTIMO-CLIENTE-DOB
           END-READ.

       2190-ABORTAR-FORA-ORDEM.
           PERFORM 8900-GRAVAR-AUDITORIA
           CLOSE DOB-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE EXTRACT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE HIST-DAY-FILE
           CLOSE HISTORY-FILE
           IF TEM-RECICLAGEM
               CLOSE RECYCLE-FILE
           END-IF
           CLOSE AUDIT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2200-VALIDAR-REGISTRO.
           SET REGISTRO-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO
                   MOVE "DIA E MES FORA DA FAIXA VALIDA"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           IF NOT CLIENTE-CADASTRADO AND REGISTRO-VALIDO
               SET REGISTRO-INVALIDO TO TRUE
               MOVE "CLIENTE NAO CADASTRADO NO CLIFILE"
                   TO WS-MOTIVO-REJEICAO
           END-IF.

       2230-CALCULAR-HASH-VISTO.
                       CLOSE SUSPENSE-FILE
                       CLOSE HIST-DAY-FILE
                       CLOSE HISTORY-FILE
                       IF TEM-RECICLAGEM
                           CLOSE RECYCLE-FILE
                       END-IF
                       CLOSE AUDIT-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
           MOVE DIA TO CALC-DIA
           MOVE MES TO CALC-MES
           MOVE ANO TO CALC-ANO
           MOVE "C" TO CALC-FUNCAO
           MOVE WS-VERSAO-REGRA TO CALC-VERSAO
           CALL 'SAFADCLC' USING CALC-AREA
           MOVE CALC-SOMAMES     TO SOMAMES
           MOVE CALC-SAFAD       TO SAFAD
                  WS-FAIXA-SAFAD  DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WS-FAIXA-ANJO   DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WS-VERSAO-REGRA DELIMITED BY SIZE
                  INTO EXT-DETAIL-LINE
           WRITE EXT-DETAIL-LINE.

       2600-GRAVAR-HISTORICO.
           MOVE DOB-PESSOA-ID          TO DIA-PESSOA-ID
           MOVE WS-DATA-HORA-EXECUCAO  TO DIA-DATA-HORA
           MOVE WS-CLIENTE-ATUAL       TO DIA-CLIENTE
           MOVE WS-GERAL-LIDOS         TO DIA-SEQ
           MOVE WS-DATA-EXECUCAO       TO DIA-DATA-EXECUCAO
           MOVE DIA                    TO DIA-DIA
           MOVE MES                    TO DIA-MES
           MOVE SOMAMES                TO DIA-SOMAMES
           MOVE SAFAD                  TO DIA-SAFAD
           MOVE ANJO                   TO DIA-ANJO
           MOVE WS-VERSAO-REGRA        TO DIA-VERSAO-REGRA
           WRITE DIA-RECORD.

       2700-VERIFICAR-CHECKPOINT.
           IF FUNCTION MOD(WS-GERAL-LIDOS WS-INTERVALO-CHECKPOINT)
                   = 0
               PERFORM 2750-GRAVAR-CHECKPOINT
           END-IF.

       2750-GRAVAR-CHECKPOINT.
           MOVE WS-DOB-PROCESSADOS      TO CKPT-ULTIMO-REGISTRO
           MOVE WS-REGISTROS-REPORTADOS TO CKPT-TOTAL-REPORTADOS
           MOVE WS-REGISTROS-REJEITADOS TO CKPT-TOTAL-REJEITADOS
           MOVE WS-TOTAL-SAFAD           TO CKPT-TOTAL-SAFAD
           MOVE WS-QTDE-INALTERADOS      TO CKPT-QTDE-INALTERADOS
           MOVE WS-QTDE-DUPLICADOS       TO CKPT-QTDE-DUPLICADOS
           MOVE WS-QTDE-DIVERGENTES      TO CKPT-QTDE-DIVERGENTES
           MOVE WS-RCY-PROCESSADOS       TO CKPT-ULTIMO-RECICLADO
           MOVE WS-CLIENTE-ATUAL         TO CKPT-CLIENTE
           MOVE WS-SECAO-ABERTA          TO CKPT-SECAO-ABERTA
           MOVE WS-REGISTROS-LIDOS       TO CKPT-CLI-LIDOS
           MOVE WS-REGISTROS-RECICLADOS  TO CKPT-QTDE-RECICLADOS
           MOVE WS-RECUPERADOS-RECICLO   TO CKPT-QTDE-RECUPERADOS
           MOVE WS-FORCADOS-MANUAL       TO CKPT-QTDE-FORCADOS
           MOVE WS-GERAL-LIDOS           TO CKPT-GERAL-LIDOS
           MOVE WS-GERAL-REPORTADOS      TO CKPT-GERAL-REPORTADOS
           MOVE WS-GERAL-REJEITADOS      TO CKPT-GERAL-REJEITADOS
           MOVE WS-GERAL-SAFAD           TO CKPT-GERAL-SAFAD
           MOVE WS-QTDE-CLIENTES         TO CKPT-QTDE-CLIENTES
           MOVE WS-CLIENTES-QUARENTENA   TO CKPT-CLIENTES-QUARENTENA
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CKPT-RECORD
           CLOSE CHECKPOINT-FILE.
           MOVE DIA              TO SUS-DIA
           MOVE MES              TO SUS-MES
           MOVE ANO              TO SUS-ANO
           MOVE WS-CLIENTE-ATUAL TO SUS-CLIENTE
           MOVE WS-MOTIVO-REJEICAO TO SUS-MOTIVO
           MOVE WS-CICLO-ATUAL   TO SUS-CICLO
           WRITE SUS-RECORD
           ADD 1 TO WS-REGISTROS-SUSPENSOS.

       3100-LER-RECICLAGEM.
           READ RECYCLE-FILE
               AT END
                   SET FIM-RCY TO TRUE
               NOT AT END
                   IF RCY-CLIENTE < WS-ULTIMO-CLIENTE-RCY
                       DISPLAY "ERRO: RCYFILE FORA DA ORDEM DE CLIENTE "
                           "NO ID " RCY-PESSOA-ID ", CLIENTE "
                           RCY-CLIENTE
                       PERFORM 2190-ABORTAR-FORA-ORDEM
                   END-IF
                   MOVE RCY-CLIENTE TO WS-ULTIMO-CLIENTE-RCY
           END-READ.

      *    Suspenso anonimizado pelo SAFADLGP (titular eliminado a
      *    pedido) sai da reciclagem sem ser pontuado.
       3200-PROCESSA-REGISTRO-RCY.
           IF RCY-PESSOA-ID = WS-ID-ANONIMO
               ADD 1 TO WS-RCY-PROCESSADOS
               PERFORM 3100-LER-RECICLAGEM
           ELSE
               PERFORM 3300-RECICLAR-REGISTRO
           END-IF.

       3300-RECICLAR-REGISTRO.
           ADD 1 TO WS-REGISTROS-RECICLADOS
           ADD 1 TO WS-REGISTROS-LIDOS
           ADD 1 TO WS-GERAL-LIDOS
           MOVE RCY-PESSOA-ID TO DOB-PESSOA-ID
           MOVE RCY-NOME      TO DOB-NOME
           MOVE RCY-DIA       TO DIA
                   ADD 1 TO WS-RECUPERADOS-RECICLO
                   ADD SAFAD TO WS-TOTAL-SAFAD
           END-EVALUATE
           ADD 1 TO WS-RCY-PROCESSADOS
           PERFORM 2700-VERIFICAR-CHECKPOINT
           PERFORM 3100-LER-RECICLAGEM.

      *****************************************************
      *** Quebra por cliente: cada cliente da noite tem  ***
      *** secao propria no RPTFILE e no EXCFILE, totais  ***
      *** de controle, decisao de quarentena e bloco    ***
      *** CAB/TRL proprio no EXTFILE.                    ***
      *****************************************************
       5000-PROCESSA-CLIENTE.
           PERFORM 5100-DEFINIR-PROXIMO-CLIENTE
           PERFORM 5200-ABRIR-SECAO-CLIENTE
           PERFORM 5300-PROCESSAR-SECAO-CLIENTE.

      *    O proximo cliente e' o menor entre o proximo do cadastro
      *    e os dos registros correntes do DOBFILE e do RCYFILE.
      *    Cliente cadastrado sem movimento na noite tambem ganha
      *    secao, com transmissao vazia (TRL com quantidade zero).
       5100-DEFINIR-PROXIMO-CLIENTE.
           MOVE HIGH-VALUES TO WS-CLIENTE-ATUAL
           IF WS-IDX-CLIENTE NOT > WS-QTDE-CLIENTES-CAD
               MOVE WS-CLI-CODIGO (WS-IDX-CLIENTE) TO WS-CLIENTE-ATUAL
           END-IF
           IF NOT FIM-DOB AND DOB-CLIENTE < WS-CLIENTE-ATUAL
               MOVE DOB-CLIENTE TO WS-CLIENTE-ATUAL
           END-IF
           IF NOT FIM-RCY AND RCY-CLIENTE < WS-CLIENTE-ATUAL
               MOVE RCY-CLIENTE TO WS-CLIENTE-ATUAL
           END-IF
           IF WS-IDX-CLIENTE NOT > WS-QTDE-CLIENTES-CAD
               IF WS-CLI-CODIGO (WS-IDX-CLIENTE) = WS-CLIENTE-ATUAL
                   ADD 1 TO WS-IDX-CLIENTE
               END-IF
           END-IF
           PERFORM 5150-LOCALIZAR-CLIENTE.

      *    Cliente fora do cadastro fica com tolerancia zero: os
      *    registros dele sao rejeitados no 2200 e a secao cai em
      *    quarentena.
       5150-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-CADASTRADO
           MOVE "NAO CADASTRADO NO CLIFILE" TO WS-NOME-CLIENTE
           MOVE 0 TO WS-TOLERANCIA-REJEICAO
           MOVE 1 TO WS-IDX-BUSCA
           PERFORM UNTIL WS-IDX-BUSCA > WS-QTDE-CLIENTES-CAD
                   OR CLIENTE-CADASTRADO
               IF WS-CLI-CODIGO (WS-IDX-BUSCA) = WS-CLIENTE-ATUAL
                   SET CLIENTE-CADASTRADO TO TRUE
                   MOVE WS-CLI-NOME (WS-IDX-BUSCA) TO WS-NOME-CLIENTE
                   MOVE WS-CLI-TOLERANCIA (WS-IDX-BUSCA)
                       TO WS-TOLERANCIA-REJEICAO
               END-IF
               ADD 1 TO WS-IDX-BUSCA
           END-PERFORM.

       5200-ABRIR-SECAO-CLIENTE.
           MOVE 0 TO WS-REGISTROS-LIDOS
           MOVE 0 TO WS-REGISTROS-REPORTADOS
           MOVE 0 TO WS-REGISTROS-REJEITADOS
           MOVE 0 TO WS-TOTAL-SAFAD
           MOVE 0 TO WS-QTDE-SAFAD-BAIXA
           MOVE 0 TO WS-QTDE-SAFAD-MEDIA
           MOVE 0 TO WS-QTDE-SAFAD-ALTA
           MOVE 0 TO WS-QTDE-ANJO-BAIXA
           MOVE 0 TO WS-QTDE-ANJO-MEDIA
           MOVE 0 TO WS-QTDE-ANJO-ALTA
           MOVE 0 TO WS-REGISTROS-SUSPENSOS
           MOVE 0 TO WS-QTDE-INALTERADOS
           MOVE 0 TO WS-QTDE-DUPLICADOS
           MOVE 0 TO WS-QTDE-DIVERGENTES
           MOVE 0 TO WS-REGISTROS-RECICLADOS
           MOVE 0 TO WS-RECUPERADOS-RECICLO
           MOVE 0 TO WS-FORCADOS-MANUAL
           SET SECAO-ABERTA TO TRUE
           PERFORM 5250-GRAVAR-CABECALHO-CLIENTE.

       5250-GRAVAR-CABECALHO-CLIENTE.
           MOVE WS-TOLERANCIA-REJEICAO TO WS-LIMITE-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "CLIENTE " WS-CLIENTE-ATUAL " - " WS-NOME-CLIENTE
                  "  TOLERANCIA (PCT): " WS-LIMITE-EDITADO
                  DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE SPACES TO RPT-TITLE-LINE
           STRING "DATA        ID-PESSOA  DIA MES  ANO SOMA SAFAD ANJO"
                  DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE SPACES TO EXC-TITLE-LINE
           WRITE EXC-TITLE-LINE
           MOVE SPACES TO EXC-TITLE-LINE
           STRING "CLIENTE " WS-CLIENTE-ATUAL " - " WS-NOME-CLIENTE
                  DELIMITED BY SIZE INTO EXC-TITLE-LINE
           WRITE EXC-TITLE-LINE

           MOVE SPACES TO EXC-TITLE-LINE
           STRING "DATA        ID-PESSOA  DIA MES  ANO MOTIVO"
                  DELIMITED BY SIZE INTO EXC-TITLE-LINE
           WRITE EXC-TITLE-LINE

           MOVE SPACES TO EXT-DETAIL-LINE
           STRING "CAB;" WS-DATA-HORA-EXECUCAO ";"
                  WS-MODO-PROCESSAMENTO ";"
                  WS-VERSAO-REGRA ";"
                  WS-CLIENTE-ATUAL
                  DELIMITED BY SIZE INTO EXT-DETAIL-LINE
           WRITE EXT-DETAIL-LINE.

       5300-PROCESSAR-SECAO-CLIENTE.
           PERFORM 2000-PROCESSA-REGISTRO-DOB
               UNTIL FIM-DOB OR DOB-CLIENTE NOT = WS-CLIENTE-ATUAL
           PERFORM 3200-PROCESSA-REGISTRO-RCY
               UNTIL FIM-RCY OR RCY-CLIENTE NOT = WS-CLIENTE-ATUAL
           PERFORM 5900-FECHAR-SECAO-CLIENTE.

      *    O checkpoint gravado no fecho marca a secao como fechada:
      *    um restart dali em diante comeca no cliente seguinte.
       5900-FECHAR-SECAO-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-QUARENTENA
           PERFORM 8800-AVALIAR-QUARENTENA
           PERFORM 8700-GRAVAR-TRAILER-EXTRATO
           PERFORM 8000-GRAVAR-RESUMO
           PERFORM 8600-GRAVAR-TOTAL-EXCECOES
           ADD 1 TO WS-QTDE-CLIENTES
           IF CLIENTE-QUARENTENA
               ADD 1 TO WS-CLIENTES-QUARENTENA
           END-IF
           ADD WS-REGISTROS-REPORTADOS TO WS-GERAL-REPORTADOS
           ADD WS-REGISTROS-REJEITADOS TO WS-GERAL-REJEITADOS
           ADD WS-TOTAL-SAFAD TO WS-GERAL-SAFAD
           MOVE 'N' TO WS-SECAO-ABERTA
           PERFORM 2750-GRAVAR-CHECKPOINT.

       8000-GRAVAR-RESUMO.
           MOVE SPACES TO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "RESUMO DO CLIENTE " WS-CLIENTE-ATUAL
                  " - DISTRIBUICAO POR FAIXA "
                  "(REGRAS VERSAO " WS-VERSAO-REGRA ")"
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-QTDE-SAFAD-BAIXA TO WS-CONTAGEM-EDITADA
           MOVE WS-LIMITE-BAIXA TO WS-LIMITE-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "SAFAD BAIXA  (<=" WS-LIMITE-EDITADO "): "
                  WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-QTDE-SAFAD-MEDIA TO WS-CONTAGEM-EDITADA
           MOVE WS-LIMITE-MEDIA TO WS-LIMITE-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "SAFAD MEDIA  (<=" WS-LIMITE-EDITADO "): "
                  WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-QTDE-SAFAD-ALTA TO WS-CONTAGEM-EDITADA
           MOVE WS-LIMITE-MEDIA TO WS-LIMITE-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "SAFAD ALTA    (>" WS-LIMITE-EDITADO "): "
                  WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-QTDE-ANJO-BAIXA TO WS-CONTAGEM-EDITADA
           MOVE WS-LIMITE-BAIXA TO WS-LIMITE-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "ANJO  BAIXA  (<=" WS-LIMITE-EDITADO "): "
                  WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-QTDE-ANJO-MEDIA TO WS-CONTAGEM-EDITADA
           MOVE WS-LIMITE-MEDIA TO WS-LIMITE-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "ANJO  MEDIA  (<=" WS-LIMITE-EDITADO "): "
                  WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-QTDE-ANJO-ALTA TO WS-CONTAGEM-EDITADA
           MOVE WS-LIMITE-MEDIA TO WS-LIMITE-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "ANJO  ALTA    (>" WS-LIMITE-EDITADO "): "
                  WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE SPACES TO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "TOTAIS DE CONTROLE DO CLIENTE " WS-CLIENTE-ATUAL
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-REGISTROS-LIDOS TO WS-REGISTROS-EDITADO
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           IF CLIENTE-QUARENTENA
               MOVE SPACES TO RPT-TITLE-LINE
               STRING "*** CLIENTE " WS-CLIENTE-ATUAL
                      " EM QUARENTENA: REJEICAO ACIMA "
                      "DA TOLERANCIA - EXTRATO NAO LIBERADO ***"
                   DELIMITED BY SIZE INTO RPT-TITLE-LINE
               WRITE RPT-TITLE-LINE
           END-IF.

       8050-GRAVAR-RESUMO-GERAL.
           MOVE SPACES TO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "TOTAIS DE CONTROLE DA EXECUCAO (TODOS OS CLIENTES)"
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-QTDE-CLIENTES TO WS-REGISTROS-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "CLIENTES PROCESSADOS.: " WS-REGISTROS-EDITADO
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-CLIENTES-QUARENTENA TO WS-REGISTROS-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "CLIENTES EM QUARENT..: " WS-REGISTROS-EDITADO
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-GERAL-LIDOS TO WS-REGISTROS-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "REGISTROS LIDOS......: " WS-REGISTROS-EDITADO
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-GERAL-REPORTADOS TO WS-REGISTROS-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "REGISTROS REPORTADOS.: " WS-REGISTROS-EDITADO
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-GERAL-REJEITADOS TO WS-REGISTROS-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "REGISTROS REJEITADOS.: " WS-REGISTROS-EDITADO
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE

           MOVE WS-GERAL-SAFAD TO WS-TOTAL-EDITADO
           MOVE SPACES TO RPT-TITLE-LINE
           STRING "SOMA DE CONTROLE SAFAD: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO RPT-TITLE-LINE
           WRITE RPT-TITLE-LINE.

       8600-GRAVAR-TOTAL-EXCECOES.
           MOVE WS-REGISTROS-REJEITADOS TO WS-REGISTROS-EDITADO
           MOVE SPACES TO EXC-TITLE-LINE
           STRING "TOTAL DE EXCECOES DO CLIENTE " WS-CLIENTE-ATUAL
                  ": " WS-REGISTROS-EDITADO
               DELIMITED BY SIZE INTO EXC-TITLE-LINE
           WRITE EXC-TITLE-LINE.

       8800-AVALIAR-QUARENTENA.
           IF WS-REGISTROS-LIDOS > 0
               COMPUTE WS-PCT-REJEICAO ROUNDED =
               MOVE 0 TO WS-PCT-REJEICAO
           END-IF
           IF WS-PCT-REJEICAO > WS-TOLERANCIA-REJEICAO
               SET CLIENTE-QUARENTENA TO TRUE
           END-IF.

      *    Gravado uma unica vez no fecho da secao do cliente; num
      *    restart por checkpoint o extrato reabre em EXTEND sem
      *    regravar o cabecalho da secao aberta, entao cada
      *    transmissao fecha sempre com um CAB e um TRL. A situacao
      *    no TRL diz a carga se o bloco pode ser liberado.
       8700-GRAVAR-TRAILER-EXTRATO.
           IF CLIENTE-QUARENTENA
               MOVE "QUARENTENA" TO WS-SITUACAO-TRANSMISSAO
           ELSE
               MOVE "LIBERADO"   TO WS-SITUACAO-TRANSMISSAO
           END-IF
           MOVE SPACES TO EXT-DETAIL-LINE
           STRING "TRL;" WS-REGISTROS-REPORTADOS ";"
                  WS-TOTAL-SAFAD ";"
                  WS-CLIENTE-ATUAL ";"
                  WS-SITUACAO-TRANSMISSAO
                  DELIMITED BY SIZE INTO EXT-DETAIL-LINE
           WRITE EXT-DETAIL-LINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-DATA-HORA-EXECUCAO  TO AUDIT-DATA-HORA
           MOVE "DOBFILE"              TO AUDIT-ORIGEM
           MOVE WS-GERAL-LIDOS         TO AUDIT-QTDE-REGISTROS
           MOVE WS-GERAL-REJEITADOS    TO AUDIT-QTDE-REJEITADOS
           MOVE RCT-DATA-NEGOCIO       TO AUDIT-DATA-NEGOCIO
           WRITE AUDIT-RECORD.

       9000-FINALIZAR.
           PERFORM 8050-GRAVAR-RESUMO-GERAL
           PERFORM 8900-GRAVAR-AUDITORIA
           CLOSE DOB-FILE
           CLOSE REPORT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE HIST-DAY-FILE
           CLOSE HISTORY-FILE
           IF TEM-RECICLAGEM
               CLOSE RECYCLE-FILE
           END-IF
           CLOSE AUDIT-FILE
           MOVE 0 TO CKPT-ULTIMO-REGISTRO
           MOVE 0 TO CKPT-TOTAL-REPORTADOS
           MOVE 0 TO CKPT-QTDE-INALTERADOS
           MOVE 0 TO CKPT-QTDE-DUPLICADOS
           MOVE 0 TO CKPT-QTDE-DIVERGENTES
           MOVE 0 TO CKPT-ULTIMO-RECICLADO
           MOVE SPACES TO CKPT-CLIENTE
           MOVE SPACES TO CKPT-SECAO-ABERTA
           MOVE 0 TO CKPT-CLI-LIDOS
           MOVE 0 TO CKPT-QTDE-RECICLADOS
           MOVE 0 TO CKPT-QTDE-RECUPERADOS
           MOVE 0 TO CKPT-QTDE-FORCADOS
           MOVE 0 TO CKPT-GERAL-LIDOS
           MOVE 0 TO CKPT-GERAL-REPORTADOS
           MOVE 0 TO CKPT-GERAL-REJEITADOS
           MOVE 0 TO CKPT-GERAL-SAFAD
           MOVE 0 TO CKPT-QTDE-CLIENTES
           MOVE 0 TO CKPT-CLIENTES-QUARENTENA
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CKPT-RECORD
           CLOSE CHECKPOINT-FILE.

       9900-DEFINIR-CONDITION-CODE.
           EVALUATE TRUE
               WHEN WS-CLIENTES-QUARENTENA > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GERAL-REJEITADOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9950-REGISTRAR-CONTROLE.
           MOVE "R"         TO RCT-FUNCAO
           MOVE "SAFADOM"   TO RCT-PROGRAMA
           MOVE RETURN-CODE TO RCT-RC
           MOVE 8           TO RCT-RC-MAXIMO
           CALL 'SAFADRCT' USING RCT-AREA
           IF NOT RCT-OK
               DISPLAY "AVISO: FIM DO SAFADOM NAO REGISTRADO NO "
                   "CTLFILE, RETORNO SAFADRCT: " RCT-RETORNO
                   " FILE STATUS: " RCT-STATUS
           END-IF
           MOVE RCT-RC TO RETURN-CODE.
