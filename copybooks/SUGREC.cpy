      *****************************************************
      *** SUGREC - layouts do relatorio de sugestao de  ***
      *** pares do SAFADOMETRO (por pessoa sem par      ***
      *** vigente, os melhores candidatos com a         ***
      *** pontuacao e a faixa do par)                   ***
      *****************************************************
       01  SUG-TITLE-LINE              PIC X(110).

       01  SUG-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  SUG-POSICAO             PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUG-CANDIDATO-ID        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUG-CANDIDATO-NOME      PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUG-SAFAD               PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUG-ANJO                PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUG-DIF-IDADE           PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUG-PONTUACAO           PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUG-FAIXA               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUG-RECIPROCO           PIC X(9).
           05  FILLER                  PIC X(31) VALUE SPACES.
