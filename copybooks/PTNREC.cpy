      *****************************************************
      *** PTNREC - layouts do relatorio de tendencia    ***
      *** por par do SAFADOMETRO (uma linha por ponto   ***
      *** do historico de pares, com a variacao e a     ***
      *** marca de mudanca de faixa)                     ***
      *****************************************************
       01  PTN-TITLE-LINE              PIC X(100).

       01  PTN-DETAIL-LINE.
           05  PTN-DATA-EXECUCAO       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PTN-SAFAD-1             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PTN-ANJO-1              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PTN-SAFAD-2             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PTN-ANJO-2              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PTN-PONTUACAO           PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PTN-FAIXA               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PTN-VARIACAO            PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PTN-MUDANCA             PIC X(30).
           05  FILLER                  PIC X(18) VALUE SPACES.
