      *** BAIXA/MEDIA/ALTA. Nao grava historico,        ***
      *** extrato, auditoria nem checkpoint: roda a     ***
      *** qualquer hora sem tocar em nada da noite.     ***
      *** Versao de regras opcional no cartao: sem ela  ***
      *** vale a versao vigente hoje no RGRFILE.        ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADCON.
           05  PRM-ANO             PIC 9(4).
           05  FILLER              PIC X(1).
           05  PRM-PESSOA-ID       PIC X(10).
           05  FILLER              PIC X(1).
           05  PRM-VERSAO          PIC X(4).
           05  FILLER              PIC X(56).

       FD  INQUIRY-REPORT-FILE.
       01  CON-LINHA               PIC X(100).
       01  WS-MES-CONSULTA      PIC 9(2).
       01  WS-ANO-CONSULTA      PIC 9(4).
       01  WS-PESSOA-CONSULTA   PIC X(10).
       01  WS-VERSAO-CONSULTA   PIC X(4).

           COPY CALCREC.

       01  WS-SAFAD-EDITADO     PIC ZZ9.
       01  WS-ANJO-EDITADO      PIC ZZ9.
       01  WS-SOMAMES-EDITADO   PIC ZZ9.
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
           MOVE PRM-MES       TO WS-MES-CONSULTA
           MOVE PRM-ANO       TO WS-ANO-CONSULTA
           MOVE PRM-PESSOA-ID TO WS-PESSOA-CONSULTA
           MOVE PRM-VERSAO    TO WS-VERSAO-CONSULTA
           CLOSE PARM-FILE.

       2000-CALCULAR-CONSULTA.
           MOVE WS-DIA-CONSULTA TO CALC-DIA
           MOVE WS-MES-CONSULTA TO CALC-MES
           MOVE WS-ANO-CONSULTA TO CALC-ANO
           MOVE "C"                TO CALC-FUNCAO
           MOVE WS-VERSAO-CONSULTA TO CALC-VERSAO
           MOVE WS-DATA-ATUAL-NUM  TO CALC-DATA-REFERENCIA
           CALL 'SAFADCLC' USING CALC-AREA
           IF NOT CALC-OK
               DISPLAY "ERRO: VERSAO DE REGRAS INDISPONIVEL ("
                   WS-VERSAO-CONSULTA "), RETORNO SAFADCLC: "
                   CALC-RETORNO
               CLOSE INQUIRY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-GRAVAR-RESPOSTA.
           MOVE SPACES TO CON-LINHA
                  DELIMITED BY SIZE INTO CON-LINHA
           WRITE CON-LINHA
           MOVE SPACES TO CON-LINHA
           STRING "REGRAS DE PONTUACAO: VERSAO " CALC-VERSAO
                  ", VIGENTE DESDE " CALC-DATA-VIGENCIA
                  DELIMITED BY SIZE INTO CON-LINHA
           WRITE CON-LINHA
           MOVE SPACES TO CON-LINHA
           WRITE CON-LINHA
           MOVE CALC-SOMAMES TO WS-SOMAMES-EDITADO
           MOVE SPACES TO CON-LINHA
