      *****************************************************
      *** Abertura da data de negocio do ciclo noturno. ***
      *** Primeiro step do job SAFADOM: decide a data   ***
      *** de negocio pelo calendario de processamento   ***
      *** (rotina SAFADDUT) - o ultimo dia util ate     ***
      *** hoje, ou a data do cartao quando o operador   ***
      *** reprocessa um dia util perdido - e grava essa ***
      *** data no registro CORRENTE do controle de      ***
      *** execucao (CTLFILE). Os programas controlados  ***
      *** do job consultam e registram a sua situacao   ***
      *** nessa data pela rotina SAFADRCT. Lista o que  ***
      *** ja foi concluido na data: numa resubmissao    ***
      *** esses programas serao pulados.                ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADDTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PRMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-STATUS-CTL.
           SELECT LIST-FILE ASSIGN TO DTNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DTN.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PRM-RECORD.
           05  PRM-DATA-NEGOCIO    PIC X(8).
           05  PRM-DATA-NEGOCIO-NUM REDEFINES PRM-DATA-NEGOCIO
                                   PIC 9(8).
           05  FILLER              PIC X(72).

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  LIST-FILE.
       01  DTN-LINHA               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRM        PIC X(2).
       01  WS-STATUS-CTL        PIC X(2).
       01  WS-STATUS-DTN        PIC X(2).
       01  WS-FIM-CTL           PIC X VALUE 'N'.
           88 FIM-CTL           VALUE 'S'.
       01  WS-DATA-ACHADA       PIC X VALUE 'N'.
           88 DATA-ACHADA       VALUE 'S'.

       01  WS-ORIGEM-DATA       PIC X(1) VALUE "C".
           88 DATA-DO-CALENDARIO VALUE "C".
           88 DATA-DO-CARTAO    VALUE "P".
       01  WS-DATA-NEGOCIO      PIC 9(8) VALUE 0.
       01  WS-DATA-ANTERIOR     PIC 9(8) VALUE 0.
       01  WS-DATA-CURSOR       PIC 9(8).
       01  WS-DATA-INT          PIC 9(9).
       01  WS-DIAS-RECUADOS     PIC 9(2) VALUE 0.
       01  WS-LIMITE-RECUO      PIC 9(2) VALUE 31.
       01  WS-DATA-FORMATADA    PIC X(10).
       01  WS-DATA-NUM          PIC 9(8).
       01  WS-NOME-SITUACAO     PIC X(9).
       01  WS-DESCRICAO-ORIGEM  PIC X(30).

       01  WS-PROGRAMA-CORRENTE PIC X(8) VALUE "CORRENTE".
       01  WS-QTDE-REGISTRADOS  PIC 9(4) VALUE 0.
       01  WS-QTDE-CONCLUIDOS   PIC 9(4) VALUE 0.
       01  WS-RC-EDITADO        PIC ZZZ9.
       01  WS-EXECUCOES-EDITADO PIC ZZZ9.
       01  WS-CONTAGEM-EDITADA  PIC ZZZ,ZZ9.

           COPY DUTREC.

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-HORA-EXECUCAO PIC X(14).
       01  WS-DATA-ATUAL.
           05  WS-DATA-ANO      PIC 9(4).
           05  WS-DATA-MES      PIC 9(2).
           05  WS-DATA-DIA      PIC 9(2).
       01  WS-DATA-ATUAL-NUM REDEFINES WS-DATA-ATUAL
                                PIC 9(8).
       PROCEDURE DIVISION.
       0000-INICIO.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-DETERMINAR-DATA
           PERFORM 3000-ABRIR-DATA
           PERFORM 4000-LISTAR-PROGRAMAS
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
           PERFORM 1200-ABRIR-CONTROLE
           OPEN OUTPUT LIST-FILE
           IF WS-STATUS-DTN NOT = "00"
               DISPLAY "ERRO ABRINDO DTNFILE, FILE STATUS: "
                   WS-STATUS-DTN
               CLOSE CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GRAVAR-CABECALHO.

      *    Cartao opcional: data de negocio AAAAMMDD nas colunas
      *    1-8, so para reprocessar um dia util que ficou sem
      *    execucao. Em branco (ou DD ausente) vale o calendario.
       1300-LER-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-STATUS-PRM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-DATA-NEGOCIO NOT = SPACES
                           PERFORM 1350-VALIDAR-DATA-CARTAO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1350-VALIDAR-DATA-CARTAO.
           IF PRM-DATA-NEGOCIO-NUM NOT NUMERIC
               DISPLAY "ERRO: DATA DE NEGOCIO INVALIDA NO CARTAO: "
                   PRM-DATA-NEGOCIO
               CLOSE PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRM-DATA-NEGOCIO-NUM > WS-DATA-ATUAL-NUM
               DISPLAY "ERRO: DATA DE NEGOCIO DO CARTAO POSTERIOR A "
                   "HOJE: " PRM-DATA-NEGOCIO
               CLOSE PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-DATA-NEGOCIO-NUM TO WS-DATA-NEGOCIO
           SET DATA-DO-CARTAO TO TRUE.

       1200-ABRIR-CONTROLE.
           OPEN I-O CONTROL-FILE
           IF WS-STATUS-CTL NOT = "00"
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF
           IF WS-STATUS-CTL NOT = "00"
               DISPLAY "ERRO ABRINDO CTLFILE, FILE STATUS: "
                   WS-STATUS-CTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-GRAVAR-CABECALHO.
           MOVE SPACES TO DTN-LINHA
           STRING "ABERTURA DA DATA DE NEGOCIO SAFADOMETRO - "
                  "EXECUCAO EM " WS-DATA-EXECUCAO
                  DELIMITED BY SIZE INTO DTN-LINHA
           WRITE DTN-LINHA.

       2000-DETERMINAR-DATA.
           IF DATA-DO-CARTAO
               PERFORM 2100-VALIDAR-DIA-DO-CARTAO
           ELSE
               MOVE WS-DATA-ATUAL-NUM TO WS-DATA-CURSOR
               PERFORM 2200-PROCURAR-DIA-UTIL
                   UNTIL DATA-ACHADA
           END-IF.

       2100-VALIDAR-DIA-DO-CARTAO.
           MOVE WS-DATA-NEGOCIO TO DUT-DATA
           PERFORM 2300-CONSULTAR-CALENDARIO
           IF DUT-DIA-NAO-UTIL
               DISPLAY "ERRO: DATA DO CARTAO NAO E' DIA UTIL: "
                   WS-DATA-NEGOCIO " " DUT-MOTIVO
               MOVE SPACES TO DTN-LINHA
               STRING "CARTAO RECUSADO: " WS-DATA-NEGOCIO
                      " NAO E' DIA UTIL (" DUT-MOTIVO ")"
                      DELIMITED BY SIZE INTO DTN-LINHA
               WRITE DTN-LINHA
               CLOSE CONTROL-FILE
               CLOSE LIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Recua de hoje ate o ultimo dia util. Um mes inteiro sem
      *    dia util so acontece com calendario carregado errado.
       2200-PROCURAR-DIA-UTIL.
           MOVE WS-DATA-CURSOR TO DUT-DATA
           PERFORM 2300-CONSULTAR-CALENDARIO
           IF DUT-DIA-UTIL
               MOVE WS-DATA-CURSOR TO WS-DATA-NEGOCIO
               SET DATA-ACHADA TO TRUE
           ELSE
               MOVE WS-DATA-CURSOR TO WS-DATA-NUM
               PERFORM 8200-FORMATAR-DATA-NUM
               MOVE SPACES TO DTN-LINHA
               STRING "DIA NAO UTIL.........: " WS-DATA-FORMATADA
                      "  " DUT-MOTIVO
                      DELIMITED BY SIZE INTO DTN-LINHA
               WRITE DTN-LINHA
               ADD 1 TO WS-DIAS-RECUADOS
               IF WS-DIAS-RECUADOS > WS-LIMITE-RECUO
                   DISPLAY "ERRO: NENHUM DIA UTIL NOS ULTIMOS "
                       WS-LIMITE-RECUO " DIAS - VER O CALFILE"
                   CLOSE CONTROL-FILE
                   CLOSE LIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-CURSOR) - 1
               MOVE FUNCTION DATE-OF-INTEGER (WS-DATA-INT)
                   TO WS-DATA-CURSOR
           END-IF.

       2300-CONSULTAR-CALENDARIO.
           CALL 'SAFADDUT' USING DUT-AREA
           IF DUT-CALENDARIO-INDISPONIVEL
               DISPLAY "ERRO: CALENDARIO DE PROCESSAMENTO "
                   "INDISPONIVEL, RETORNO SAFADDUT: " DUT-RETORNO
               CLOSE CONTROL-FILE
               CLOSE LIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DUT-DATA-INVALIDA
               DISPLAY "ERRO: DATA INVALIDA PARA O CALENDARIO: "
                   DUT-DATA
               CLOSE CONTROL-FILE
               CLOSE LIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-ABRIR-DATA.
           MOVE 0 TO CTL-DATA-NEGOCIO
           MOVE WS-PROGRAMA-CORRENTE TO CTL-PROGRAMA
           READ CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO CTL-DADOS-CORRENTE
                   PERFORM 3100-PREENCHER-CORRENTE
                   WRITE CTL-RECORD
               NOT INVALID KEY
                   MOVE CTL-DATA-CORRENTE TO WS-DATA-ANTERIOR
                   PERFORM 3100-PREENCHER-CORRENTE
                   REWRITE CTL-RECORD
           END-READ
           IF WS-STATUS-CTL NOT = "00"
               DISPLAY "ERRO GRAVANDO A DATA DE NEGOCIO NO CTLFILE: "
                   WS-STATUS-CTL
               CLOSE CONTROL-FILE
               CLOSE LIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DATA-DO-CARTAO
               MOVE "INFORMADA NO CARTAO" TO WS-DESCRICAO-ORIGEM
           ELSE
               MOVE "PELO CALENDARIO" TO WS-DESCRICAO-ORIGEM
           END-IF
           MOVE WS-DATA-NEGOCIO TO WS-DATA-NUM
           PERFORM 8200-FORMATAR-DATA-NUM
           MOVE SPACES TO DTN-LINHA
           STRING "DATA DE NEGOCIO......: " WS-DATA-FORMATADA
                  "  " WS-DESCRICAO-ORIGEM
                  DELIMITED BY SIZE INTO DTN-LINHA
           WRITE DTN-LINHA
           IF WS-DATA-ANTERIOR > 0
               MOVE WS-DATA-ANTERIOR TO WS-DATA-NUM
               PERFORM 8200-FORMATAR-DATA-NUM
               MOVE SPACES TO DTN-LINHA
               STRING "DATA ABERTA ANTES....: " WS-DATA-FORMATADA
                      DELIMITED BY SIZE INTO DTN-LINHA
               WRITE DTN-LINHA
           END-IF.

       3100-PREENCHER-CORRENTE.
           MOVE WS-DATA-NEGOCIO       TO CTL-DATA-CORRENTE
           MOVE WS-ORIGEM-DATA        TO CTL-ORIGEM-DATA
           MOVE WS-DATA-HORA-EXECUCAO TO CTL-DATA-HORA-ABERTURA.

      *    O que ja esta registrado na data: numa resubmissao os
      *    programas concluidos sao pulados pela SAFADRCT.
       4000-LISTAR-PROGRAMAS.
           MOVE SPACES TO DTN-LINHA
           WRITE DTN-LINHA
           MOVE SPACES TO DTN-LINHA
           STRING "PROGRAMAS JA REGISTRADOS NA DATA DE NEGOCIO"
                  DELIMITED BY SIZE INTO DTN-LINHA
           WRITE DTN-LINHA
           MOVE WS-DATA-NEGOCIO TO CTL-DATA-NEGOCIO
           MOVE LOW-VALUES TO CTL-PROGRAMA
           START CONTROL-FILE KEY NOT LESS THAN CTL-CHAVE
               INVALID KEY
                   SET FIM-CTL TO TRUE
           END-START
           PERFORM UNTIL FIM-CTL
               READ CONTROL-FILE NEXT
                   AT END
                       SET FIM-CTL TO TRUE
                   NOT AT END
                       IF CTL-DATA-NEGOCIO = WS-DATA-NEGOCIO
                           PERFORM 4100-LISTAR-PROGRAMA
                       ELSE
                           SET FIM-CTL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTDE-REGISTRADOS = 0
               MOVE SPACES TO DTN-LINHA
               STRING "NENHUM - PRIMEIRA EXECUCAO DA DATA"
                      DELIMITED BY SIZE INTO DTN-LINHA
               WRITE DTN-LINHA
           END-IF.

       4100-LISTAR-PROGRAMA.
           ADD 1 TO WS-QTDE-REGISTRADOS
           IF CTL-CONCLUIDO
               ADD 1 TO WS-QTDE-CONCLUIDOS
               MOVE "CONCLUIDO" TO WS-NOME-SITUACAO
           ELSE
               MOVE "FALHOU" TO WS-NOME-SITUACAO
           END-IF
           MOVE CTL-RC TO WS-RC-EDITADO
           MOVE CTL-EXECUCOES TO WS-EXECUCOES-EDITADO
           MOVE SPACES TO DTN-LINHA
           STRING "  " CTL-PROGRAMA
                  "  " WS-NOME-SITUACAO
                  "  RC " WS-RC-EDITADO
                  "  EXECUCOES " WS-EXECUCOES-EDITADO
                  "  ULTIMA EM " CTL-DATA-HORA
                  DELIMITED BY SIZE INTO DTN-LINHA
           WRITE DTN-LINHA.

       8200-FORMATAR-DATA-NUM.
           MOVE SPACES TO WS-DATA-FORMATADA
           STRING WS-DATA-NUM (1:4) "-"
                  WS-DATA-NUM (5:2) "-"
                  WS-DATA-NUM (7:2)
                  DELIMITED BY SIZE INTO WS-DATA-FORMATADA.

       9000-FINALIZAR.
           MOVE SPACES TO DTN-LINHA
           WRITE DTN-LINHA
           MOVE WS-QTDE-CONCLUIDOS TO WS-CONTAGEM-EDITADA
           MOVE SPACES TO DTN-LINHA
           STRING "PROGRAMAS A PULAR....: " WS-CONTAGEM-EDITADA
               DELIMITED BY SIZE INTO DTN-LINHA
           WRITE DTN-LINHA
           CLOSE CONTROL-FILE
           CLOSE LIST-FILE.

       9900-DEFINIR-CONDITION-CODE.
           IF WS-QTDE-CONCLUIDOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
