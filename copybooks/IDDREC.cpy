      *****************************************************
      *** IDDREC - layouts do relatorio de idade dos    ***
      *** movimentos pendentes de aprovacao (MOVIDADE): ***
      *** uma linha por movimento ainda na situacao P,  ***
      *** com a idade em dias desde o registro, e o     ***
      *** quadro de contagem por faixa de idade          ***
      *****************************************************
       01  IDD-TITLE-LINE              PIC X(100).

       01  IDD-DETAIL-LINE.
           05  IDD-TIPO                PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IDD-DATA-HORA           PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  IDD-SEQ                 PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IDD-ACAO                PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IDD-PESSOA-ID-1         PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  IDD-PESSOA-ID-2         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IDD-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IDD-IDADE               PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IDD-MARCA               PIC X(8).
           05  FILLER                  PIC X(24) VALUE SPACES.
