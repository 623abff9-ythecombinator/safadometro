      *****************************************************
      *** MPDREC - layouts do relatorio de registro de  ***
      *** movimentos pendentes de aprovacao (MOVPEND):  ***
      *** uma linha por movimento lido, com a chave do  ***
      *** PNDFILE que o aprovador vai informar no       ***
      *** cartao de decisao do MOVAPROV                  ***
      *****************************************************
       01  MPD-TITLE-LINE              PIC X(100).

       01  MPD-DETAIL-LINE.
           05  MPD-TIPO                PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPD-DATA-HORA           PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  MPD-SEQ                 PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPD-ACAO                PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPD-PESSOA-ID-1         PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  MPD-PESSOA-ID-2         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPD-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPD-RESULTADO           PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPD-MOTIVO              PIC X(40).
