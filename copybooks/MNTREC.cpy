      *****************************************************
      *** MNTREC - layouts do relatorio de manutencao   ***
      *** do cadastro mestre de pessoas (movimentos     ***
      *** aplicados e rejeitados, com operador          ***
      *** solicitante e aprovador)                       ***
      *****************************************************
       01  MNT-TITLE-LINE              PIC X(100).

           05  MNT-RESULTADO           PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MNT-MOTIVO              PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MNT-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  MNT-APROVADOR           PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
