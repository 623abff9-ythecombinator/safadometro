
       01  WS-DATA-ALVO         PIC X(8).
       01  WS-HORA-ALVO         PIC X(6).
       01  WS-ID-ANONIMO        PIC X(10) VALUE ALL "*".

       01  WS-LIMITE-ESTORNO    PIC 9(5) VALUE 20000.
       01  WS-QTDE-SELECIONADOS PIC 9(5) VALUE 0.
                  DELIMITED BY SIZE INTO DES-LINHA
           WRITE DES-LINHA.

      *    Entrada anonimizada pelo SAFADLGP e' de titular eliminado
      *    a pedido: nao ha imagem para restaurar e o estorno nao
      *    pode trazer o titular de volta ao cadastro.
       2000-SELECIONA-JORNAL.
           IF JRN-DATA-HORA (1:8) = WS-DATA-ALVO
               AND (WS-HORA-ALVO = SPACES
                   OR JRN-DATA-HORA (9:6) = WS-HORA-ALVO)
               AND JRN-PESSOA-ID NOT = WS-ID-ANONIMO
               IF WS-QTDE-SELECIONADOS = WS-LIMITE-ESTORNO
                   DISPLAY "ERRO: JORNAL EXCEDE O LIMITE DE "
                       WS-LIMITE-ESTORNO " MOVIMENTOS DA TABELA "
