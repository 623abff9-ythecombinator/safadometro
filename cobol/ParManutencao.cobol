      *** em ordem alguma (a chave guarda os IDs em     ***
      *** ordem normalizada). Acaba com a edicao manual ***
      *** do dataset de pares.                           ***
      *** As duas pessoas tem de ser do mesmo cliente,  ***
      *** que fica gravado no par (PAR-CLIENTE).        ***
      *** So aplica movimento aprovado: o PMVFILE e' o  ***
      *** arquivo liberado pelo MOVAPROV, e movimento   ***
      *** sem operador, sem aprovador ou aprovado pelo  ***
      *** proprio solicitante e' rejeitado.             ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMANUT.

       01  WS-ID-MENOR          PIC X(10).
       01  WS-ID-MAIOR          PIC X(10).
       01  WS-CLIENTE-PAR       PIC X(4).

       01  WS-DATA-EXECUCAO     PIC X(10).
       01  WS-DATA-ATUAL.

           MOVE SPACES TO PMT-TITLE-LINE
           STRING "DATA        AC ID-PESSOA-1 ID-PESSOA-2 RESULTADO "
                  "MOTIVO                                     "
                  "OPERADOR APROVADOR"
                  DELIMITED BY SIZE INTO PMT-TITLE-LINE
           WRITE PMT-TITLE-LINE.

               MOVE "ACAO INVALIDA (USAR I OU E)"
                   TO WS-MOTIVO-REJEICAO
           END-IF
           IF MOVIMENTO-VALIDO
               PERFORM 2210-VALIDAR-APROVACAO
           END-IF
           IF MOVIMENTO-VALIDO
               AND (PMV-PESSOA-ID-1 = SPACES
                   OR PMV-PESSOA-ID-2 = SPACES)
                       SET MOVIMENTO-INVALIDO TO TRUE
                       MOVE "PESSOA 1 NAO CADASTRADA NO MESTRE"
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE MST-CLIENTE TO WS-CLIENTE-PAR
               END-READ
           END-IF
           IF MOVIMENTO-VALIDO
                           TO WS-MOTIVO-REJEICAO
               END-READ
           END-IF
           IF MOVIMENTO-VALIDO AND PMV-INCLUSAO
                   AND MST-CLIENTE NOT = WS-CLIENTE-PAR
               SET MOVIMENTO-INVALIDO TO TRUE
               MOVE "PESSOAS DE CLIENTES DIFERENTES"
                   TO WS-MOTIVO-REJEICAO
           END-IF
           IF MOVIMENTO-VALIDO AND PMV-INCLUSAO
               IF PMV-DATA-INICIO NOT NUMERIC
                       OR PMV-DATA-INICIO = 0
               END-IF
           END-IF.

      *    Segunda assinatura: o movimento so chega aqui pelo
      *    MOVAPROV, mas o cadastro nao confia no caminho - um
      *    PMVFILE montado por fora sem aprovacao valida cai.
       2210-VALIDAR-APROVACAO.
           EVALUATE TRUE
               WHEN PMV-OPERADOR = SPACES
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "MOVIMENTO SEM OPERADOR SOLICITANTE"
                       TO WS-MOTIVO-REJEICAO
               WHEN PMV-APROVADOR = SPACES
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "MOVIMENTO SEM APROVACAO"
                       TO WS-MOTIVO-REJEICAO
               WHEN PMV-APROVADOR = PMV-OPERADOR
                   SET MOVIMENTO-INVALIDO TO TRUE
                   MOVE "APROVADOR IGUAL AO SOLICITANTE"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

      *    A chave do cadastro guarda sempre o menor ID primeiro,
      *    entao o mesmo casal digitado nas duas ordens cai na
      *    mesma chave e a duplicidade e' barrada pelo proprio
           MOVE WS-ID-MAIOR     TO PAR-PESSOA-ID-2
           MOVE PMV-DATA-INICIO TO PAR-DATA-INICIO
           MOVE 0               TO PAR-DATA-FIM
           MOVE WS-CLIENTE-PAR  TO PAR-CLIENTE
           WRITE PAR-RECORD
               INVALID KEY
                   PERFORM 2315-REABRIR-PAR-ENCERRADO
           IF MOVIMENTO-VALIDO
               MOVE PMV-DATA-INICIO TO PAR-DATA-INICIO
               MOVE 0               TO PAR-DATA-FIM
               MOVE WS-CLIENTE-PAR  TO PAR-CLIENTE
               REWRITE PAR-RECORD
                   INVALID KEY
                       SET MOVIMENTO-INVALIDO TO TRUE
           MOVE WS-ID-MENOR      TO PMT-PESSOA-ID-1
           MOVE WS-ID-MAIOR      TO PMT-PESSOA-ID-2
           MOVE "APLICADO "      TO PMT-RESULTADO
           MOVE PMV-OPERADOR     TO PMT-OPERADOR
           MOVE PMV-APROVADOR    TO PMT-APROVADOR
           WRITE PMT-DETAIL-LINE.

       2500-GRAVAR-REJEITADO.
           MOVE PMV-PESSOA-ID-2    TO PMT-PESSOA-ID-2
           MOVE "REJEITADO"        TO PMT-RESULTADO
           MOVE WS-MOTIVO-REJEICAO TO PMT-MOTIVO
           MOVE PMV-OPERADOR       TO PMT-OPERADOR
           MOVE PMV-APROVADOR      TO PMT-APROVADOR
           WRITE PMT-DETAIL-LINE.

       8000-GRAVAR-RESUMO.
