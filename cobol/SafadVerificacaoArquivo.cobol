      *****************************************************
      *** Conferencia das geracoes de arquivo do        ***
      *** historico contra o balanco do arquivamento.   ***
      *** Le do LSTFILE do SAFADARQ os blocos do        ***
      *** historico (os de pares sao ignorados): data   ***
      *** da execucao, corte e registros gravados na    ***
      *** geracao (arquivados + erros de exclusao - o   ***
      *** registro vai para a geracao antes da          ***
      *** exclusao). Cada execucao criou uma geracao: a ***
      *** ultima execucao e' a geracao 0, a anterior a  ***
      *** -1, e assim ate o limite do GDG. O ARCFILE    ***
      *** traz todas as geracoes catalogadas, da mais   ***
      *** nova para a mais antiga, e cada uma e' lida   ***
      *** pela quantidade do seu balanco, conferindo    ***
      *** que as chaves sobem dentro da geracao (o      ***
      *** SAFADARQ grava na ordem do cluster; registro  ***
      *** anonimizado pelo SAFADLGA, com o ID trocado   ***
      *** por '**********' na chave, fica fora dessa    ***
      *** conferencia) e que nenhuma data-hora passa    ***
      *** do corte. Geracao mais curta que o balanco    ***
      *** quebra a ordem ou deixa o arquivo acabar      ***
      *** antes; mais longa deixa registros sobrando    ***
      *** no fim.                                       ***
      *** Uma linha por geracao no VRFFILE (layout      ***
      *** VRFREC), logo abaixo da verificacao do        ***
      *** cluster.                                      ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADVGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT LIST-FILE ASSIGN TO LSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LST.
           SELECT ARCHIVE-FILE ASSIGN TO ARCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARC.
           SELECT VERIFY-REPORT-FILE ASSIGN TO VRFFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VRF.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-LIMITE-GDG      PIC X(3).
           05  PRM-LIMITE-GDG-NUM REDEFINES PRM-LIMITE-GDG
                                   PIC 9(3).
           05  FILLER              PIC X(77).

       FD  LIST-FILE.
       01  LST-LINHA               PIC X(100).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY HISTREC REPLACING LEADING ==HIST== BY ==ARC==.

       FD  VERIFY-REPORT-FILE.
           COPY VRFREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-LST        PIC X(2).
       01  WS-STATUS-ARC        PIC X(2).
       01  WS-STATUS-VRF        PIC X(2).
       01  WS-FIM-LST           PIC X VALUE 'N'.
           88 FIM-LST           VALUE 'S'.
       01  WS-FIM-ARC           PIC X VALUE 'N'.
           88 FIM-ARC           VALUE 'S'.
       01  WS-BLOCO-HISTORICO   PIC X VALUE 'N'.
           88 BLOCO-HISTORICO   VALUE 'S'.

      *    Linhas do balanco gravadas pelo SAFADARQ.
       01  WS-TITULO-HISTORICO  PIC X(52) VALUE
               "ARQUIVAMENTO DO HISTORICO SAFADOMETRO - EXECUCAO EM ".
       01  WS-TITULO-ARQUIVAMENTO PIC X(25) VALUE
               "ARQUIVAMENTO DO HISTORICO".
       01  WS-ROTULO-RETENCAO   PIC X(10) VALUE "RETENCAO: ".
       01  WS-ROTULO-ARQUIVADOS PIC X(23) VALUE
               "REGISTROS ARQUIVADOS.: ".
       01  WS-ROTULO-ERROS      PIC X(23) VALUE
               "ERROS DE EXCLUSAO....: ".
       01  WS-LST-QTDE-EDITADA  PIC ZZZ,ZZZ,ZZ9.

       01  WS-LIMITE-GDG        PIC 9(3) VALUE 36.
       01  WS-LIMITE-EXECUCOES  PIC 9(3) VALUE 999.
       01  WS-QTDE-EXECUCOES    PIC 9(3) VALUE 0.
       01  WS-TABELA-EXECUCOES.
           05  WS-EXECUCAO      OCCURS 999 TIMES.
               10  WS-EXE-DATA          PIC X(10).
               10  WS-EXE-CORTE         PIC X(8).
               10  WS-EXE-ARQUIVADOS    PIC 9(9).
               10  WS-EXE-ERROS         PIC 9(9).

       01  WS-QTDE-GERACOES     PIC 9(3) VALUE 0.
       01  WS-GERACAO           PIC 9(3).
       01  WS-IDX-EXECUCAO      PIC 9(3).
       01  WS-GERACAO-EDITADA   PIC ZZ9.
       01  WS-GER-ESPERADOS     PIC 9(9).
       01  WS-GER-LIDOS         PIC 9(9).
       01  WS-GER-QUEBRA        PIC 9(9).
       01  WS-GER-POSTERIOR     PIC 9(9).
       01  WS-CHAVE-ANTERIOR    PIC X(36).
       01  WS-ID-ANONIMO        PIC X(10) VALUE ALL "*".
       01  WS-POSICAO-EDITADA   PIC ZZZ,ZZZ,ZZ9.

       01  WS-REGISTROS-ESPERADOS PIC 9(9) VALUE 0.
       01  WS-REGISTROS-LIDOS     PIC 9(9) VALUE 0.
       01  WS-REGISTROS-SOBRANDO  PIC 9(9) VALUE 0.
       01  WS-GERACOES-CONFEREM   PIC 9(9) VALUE 0.
       01  WS-GERACOES-EXCECAO    PIC 9(9) VALUE 0.
       01  WS-EXECUCOES-SEM-GER   PIC 9(9) VALUE 0.
       01  WS-CONTAGEM-EDITADA    PIC ZZZ,ZZZ,ZZ9.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-MES      PIC 9(2).
           05  WS-DATA-DIA      PIC 9(2).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-LER-BALANCO
               UNTIL FIM-LST
           CLOSE LIST-FILE
           PERFORM 2500-DEFINIR-GERACOES
           PERFORM 3000-CONFERIR-GERACAO
               VARYING WS-GERACAO FROM 0 BY 1
               UNTIL WS-GERACAO NOT < WS-QTDE-GERACOES
           PERFORM 4000-CONTAR-SOBRA
               UNTIL FIM-ARC
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
           OPEN INPUT LIST-FILE
           IF WS-STATUS-LST NOT = "00"
               DISPLAY "ERRO ABRINDO LSTFILE, FILE STATUS: "
                   WS-STATUS-LST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-STATUS-ARC NOT = "00"
               DISPLAY "ERRO ABRINDO ARCFILE, FILE STATUS: "
                   WS-STATUS-ARC
               CLOSE LIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-STATUS-VRF NOT = "00"
               DISPLAY "ERRO ABRINDO VRFFILE, FILE STATUS: "
                   WS-STATUS-VRF
               CLOSE LIST-FILE
               CLOSE ARCHIVE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO
           PERFORM 2100-LER-LINHA-BALANCO.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "GERACOES DE ARQUIVO DO HISTORICO X BALANCO DO "
                  "ARQUIVAMENTO - EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "GER.    EXECUCAO    CORTE       ESPERADOS        "
                  "LIDOS  SITUACAO"
                  DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE.

      *    Cartao opcional: limite do GDG nas colunas 1-3, o mesmo
      *    LIMIT do DEFINE GDG (em branco ou DD ausente = 036).
       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-LIMITE-GDG NOT = SPACES
                           IF PRM-LIMITE-GDG-NUM NOT NUMERIC
                                   OR PRM-LIMITE-GDG-NUM = 0
                                   OR PRM-LIMITE-GDG-NUM > 255
                               DISPLAY "ERRO: LIMITE DO GDG INVALIDO "
                                   "NO CARTAO: " PRM-LIMITE-GDG
                               CLOSE PARM-FILE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE PRM-LIMITE-GDG-NUM TO WS-LIMITE-GDG
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    Bloco do historico comeca no titulo dele e termina no
      *    titulo de qualquer outro arquivamento (o de pares grava
      *    no mesmo LSTFILE, com os mesmos rotulos de balanco).
       2000-LER-BALANCO.
           EVALUATE TRUE
               WHEN LST-LINHA (1:52) = WS-TITULO-HISTORICO
                   PERFORM 2200-ABRIR-EXECUCAO
               WHEN LST-LINHA (1:25) = WS-TITULO-ARQUIVAMENTO
                   MOVE 'N' TO WS-BLOCO-HISTORICO
               WHEN NOT BLOCO-HISTORICO
                   CONTINUE
               WHEN LST-LINHA (1:10) = WS-ROTULO-RETENCAO
                   MOVE LST-LINHA (30:8)
                       TO WS-EXE-CORTE (WS-QTDE-EXECUCOES)
               WHEN LST-LINHA (1:23) = WS-ROTULO-ARQUIVADOS
                   MOVE LST-LINHA (24:11) TO WS-LST-QTDE-EDITADA
                   MOVE WS-LST-QTDE-EDITADA
                       TO WS-EXE-ARQUIVADOS (WS-QTDE-EXECUCOES)
               WHEN LST-LINHA (1:23) = WS-ROTULO-ERROS
                   MOVE LST-LINHA (24:11) TO WS-LST-QTDE-EDITADA
                   MOVE WS-LST-QTDE-EDITADA
                       TO WS-EXE-ERROS (WS-QTDE-EXECUCOES)
           END-EVALUATE
           PERFORM 2100-LER-LINHA-BALANCO.

       2100-LER-LINHA-BALANCO.
           READ LIST-FILE
               AT END
                   SET FIM-LST TO TRUE
           END-READ.

       2200-ABRIR-EXECUCAO.
           IF WS-QTDE-EXECUCOES = WS-LIMITE-EXECUCOES
               DISPLAY "ERRO: LSTFILE EXCEDE O LIMITE DE "
                   WS-LIMITE-EXECUCOES " EXECUCOES DE ARQUIVAMENTO"
               CLOSE LIST-FILE
               CLOSE ARCHIVE-FILE
               CLOSE VERIFY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET BLOCO-HISTORICO TO TRUE
           ADD 1 TO WS-QTDE-EXECUCOES
           MOVE LST-LINHA (53:10) TO WS-EXE-DATA (WS-QTDE-EXECUCOES)
           MOVE SPACES TO WS-EXE-CORTE (WS-QTDE-EXECUCOES)
           MOVE 0 TO WS-EXE-ARQUIVADOS (WS-QTDE-EXECUCOES)
           MOVE 0 TO WS-EXE-ERROS (WS-QTDE-EXECUCOES).

      *    So as ultimas execucoes, ate o limite do GDG, ainda tem
      *    geracao catalogada; as mais antigas ja rolaram.
       2500-DEFINIR-GERACOES.
           IF WS-QTDE-EXECUCOES > WS-LIMITE-GDG
               MOVE WS-LIMITE-GDG TO WS-QTDE-GERACOES
               COMPUTE WS-EXECUCOES-SEM-GER =
                   WS-QTDE-EXECUCOES - WS-LIMITE-GDG
           ELSE
               MOVE WS-QTDE-EXECUCOES TO WS-QTDE-GERACOES
           END-IF.

       3000-CONFERIR-GERACAO.
           COMPUTE WS-IDX-EXECUCAO = WS-QTDE-EXECUCOES - WS-GERACAO
           COMPUTE WS-GER-ESPERADOS =
               WS-EXE-ARQUIVADOS (WS-IDX-EXECUCAO)
               + WS-EXE-ERROS (WS-IDX-EXECUCAO)
           ADD WS-GER-ESPERADOS TO WS-REGISTROS-ESPERADOS
           MOVE 0 TO WS-GER-LIDOS
           MOVE 0 TO WS-GER-QUEBRA
           MOVE 0 TO WS-GER-POSTERIOR
           MOVE LOW-VALUES TO WS-CHAVE-ANTERIOR
           PERFORM 3100-LER-REGISTRO-GERACAO
               UNTIL WS-GER-LIDOS = WS-GER-ESPERADOS
                  OR FIM-ARC
           MOVE SPACES TO VRF-GENERATION-LINE
           PERFORM 3200-MONTAR-RELATIVA
           MOVE WS-EXE-DATA (WS-IDX-EXECUCAO)  TO VRF-GER-EXECUCAO
           MOVE WS-EXE-CORTE (WS-IDX-EXECUCAO) TO VRF-GER-CORTE
           MOVE WS-GER-ESPERADOS TO VRF-GER-ESPERADOS
           MOVE WS-GER-LIDOS     TO VRF-GER-LIDOS
           EVALUATE TRUE
               WHEN WS-GER-LIDOS < WS-GER-ESPERADOS
                   COMPUTE WS-POSICAO-EDITADA =
                       WS-GER-ESPERADOS - WS-GER-LIDOS
                   STRING "ARQUIVO ACABOU ANTES, FALTAM"
                          WS-POSICAO-EDITADA " REGISTROS"
                          DELIMITED BY SIZE INTO VRF-GER-SITUACAO
               WHEN WS-GER-QUEBRA > 0
                   MOVE WS-GER-QUEBRA TO WS-POSICAO-EDITADA
                   STRING "CHAVE FORA DE ORDEM NO REGISTRO"
                          WS-POSICAO-EDITADA
                          " - CONTAGEM DIVERGE"
                          DELIMITED BY SIZE INTO VRF-GER-SITUACAO
               WHEN WS-GER-POSTERIOR > 0
                   MOVE WS-GER-POSTERIOR TO WS-POSICAO-EDITADA
                   STRING "DATA-HORA POSTERIOR AO CORTE NO REGISTRO"
                          WS-POSICAO-EDITADA
                          DELIMITED BY SIZE INTO VRF-GER-SITUACAO
               WHEN OTHER
                   MOVE "CONFERE" TO VRF-GER-SITUACAO
           END-EVALUATE
           IF VRF-GER-SITUACAO = "CONFERE"
               ADD 1 TO WS-GERACOES-CONFEREM
           ELSE
               ADD 1 TO WS-GERACOES-EXCECAO
           END-IF
           WRITE VRF-GENERATION-LINE.

      *    Guarda so a primeira quebra de ordem e o primeiro
      *    registro alem do corte de cada geracao. Registro
      *    anonimizado pelo SAFADLGA (ID '**********' no meio da
      *    chave) conta e confere o corte, mas fica fora da ordem.
       3100-LER-REGISTRO-GERACAO.
           READ ARCHIVE-FILE
               AT END
                   SET FIM-ARC TO TRUE
               NOT AT END
                   ADD 1 TO WS-GER-LIDOS
                   ADD 1 TO WS-REGISTROS-LIDOS
                   IF ARC-DATA-HORA (1:8) NOT <
                           WS-EXE-CORTE (WS-IDX-EXECUCAO)
                           AND WS-GER-POSTERIOR = 0
                       MOVE WS-GER-LIDOS TO WS-GER-POSTERIOR
                   END-IF
                   IF ARC-PESSOA-ID NOT = WS-ID-ANONIMO
                       IF ARC-CHAVE NOT > WS-CHAVE-ANTERIOR
                               AND WS-GER-QUEBRA = 0
                           MOVE WS-GER-LIDOS TO WS-GER-QUEBRA
                       END-IF
                       MOVE ARC-CHAVE TO WS-CHAVE-ANTERIOR
                   END-IF
           END-READ.

       3200-MONTAR-RELATIVA.
           MOVE WS-GERACAO TO WS-GERACAO-EDITADA
           EVALUATE TRUE
               WHEN WS-GERACAO = 0
                   MOVE "(0)" TO VRF-GER-RELATIVA
               WHEN WS-GERACAO < 10
                   STRING "(-" WS-GERACAO-EDITADA (3:1) ")"
                          DELIMITED BY SIZE INTO VRF-GER-RELATIVA
               WHEN WS-GERACAO < 100
                   STRING "(-" WS-GERACAO-EDITADA (2:2) ")"
                          DELIMITED BY SIZE INTO VRF-GER-RELATIVA
               WHEN OTHER
                   STRING "(-" WS-GERACAO-EDITADA ")"
                          DELIMITED BY SIZE INTO VRF-GER-RELATIVA
           END-EVALUATE.

       4000-CONTAR-SOBRA.
           READ ARCHIVE-FILE
               AT END
                   SET FIM-ARC TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTROS-SOBRANDO
                   ADD 1 TO WS-REGISTROS-LIDOS
           END-READ.

       9000-FINALIZAR.
           IF WS-QTDE-EXECUCOES = 0
               MOVE SPACES TO VRF-TITLE-LINE
               STRING "NENHUM ARQUIVAMENTO DO HISTORICO NO LSTFILE"
                   DELIMITED BY SIZE INTO VRF-TITLE-LINE
               WRITE VRF-TITLE-LINE
           END-IF
           IF WS-REGISTROS-SOBRANDO > 0
               MOVE SPACES TO VRF-TITLE-LINE
               MOVE WS-REGISTROS-SOBRANDO TO WS-CONTAGEM-EDITADA
               STRING "*** ARCFILE COM" WS-CONTAGEM-EDITADA
                      " REGISTROS ALEM DAS GERACOES DO BALANCO ***"
                   DELIMITED BY SIZE INTO VRF-TITLE-LINE
               WRITE VRF-TITLE-LINE
           END-IF
           IF WS-EXECUCOES-SEM-GER > 0
               MOVE SPACES TO VRF-TITLE-LINE
               MOVE WS-EXECUCOES-SEM-GER TO WS-CONTAGEM-EDITADA
               STRING "EXECUCOES MAIS ANTIGAS QUE O LIMITE DO GDG "
                      "(GERACAO JA ROLADA):" WS-CONTAGEM-EDITADA
                   DELIMITED BY SIZE INTO VRF-TITLE-LINE
               WRITE VRF-TITLE-LINE
           END-IF

           MOVE SPACES TO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "TOTAIS DA CONFERENCIA DAS GERACOES" DELIMITED BY SIZE
               INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-QTDE-EXECUCOES TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "EXECUCOES NO BALANCO.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-GERACOES-CONFEREM TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "GERACOES CONFERIDAS..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-GERACOES-EXCECAO TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "GERACOES COM EXCECAO.: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-REGISTROS-ESPERADOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "REGISTROS ESPERADOS..: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE WS-REGISTROS-LIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO VRF-TITLE-LINE
           STRING "REGISTROS LIDOS......: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO VRF-TITLE-LINE
           WRITE VRF-TITLE-LINE

           MOVE SPACES TO VRF-TITLE-LINE
           IF WS-GERACOES-EXCECAO = 0 AND WS-REGISTROS-SOBRANDO = 0
               STRING "GERACOES DE ARQUIVO CONFEREM COM O BALANCO"
                   DELIMITED BY SIZE INTO VRF-TITLE-LINE
           ELSE
               STRING "GERACOES DE ARQUIVO COM EXCECOES - VER LISTA "
                      "ACIMA"
                   DELIMITED BY SIZE INTO VRF-TITLE-LINE
           END-IF
           WRITE VRF-TITLE-LINE

           CLOSE ARCHIVE-FILE
           CLOSE VERIFY-REPORT-FILE.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-GERACOES-EXCECAO = 0 AND WS-REGISTROS-SOBRANDO = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
