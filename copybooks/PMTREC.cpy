      *****************************************************
      *** PMTREC - layouts do relatorio de manutencao   ***
      *** do cadastro de pares (movimentos aplicados e  ***
      *** rejeitados, com operador solicitante e        ***
      *** aprovador)                                     ***
      *****************************************************
       01  PMT-TITLE-LINE              PIC X(110).

       01  PMT-DETAIL-LINE.
           05  PMT-DATA-EXECUCAO       PIC X(10).
           05  PMT-RESULTADO           PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PMT-MOTIVO              PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PMT-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  PMT-APROVADOR           PIC X(8).
