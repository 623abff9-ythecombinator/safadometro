      *****************************************************
      *** PHSREC - layout do arquivo indexado de        ***
      *** historico de pontuacao de pares do            ***
      *** SAFADOMETRO (gravado pelo SAFADPAR, um        ***
      *** registro por par vigente avaliado em cada     ***
      *** execucao). Chave: o par na mesma ordem        ***
      *** normalizada do PARREC mais a data-hora da     ***
      *** execucao. PHS-DATA-INICIO e' o inicio de      ***
      *** vigencia do par na data da pontuacao.         ***
      *****************************************************
       01  PHS-RECORD.
           05  PHS-CHAVE.
               10  PHS-PESSOA-ID-1     PIC X(10).
               10  PHS-PESSOA-ID-2     PIC X(10).
               10  PHS-DATA-HORA       PIC X(14).
           05  PHS-CLIENTE             PIC X(4).
           05  PHS-DATA-EXECUCAO       PIC X(10).
           05  PHS-SAFAD-1             PIC 9(3).
           05  PHS-ANJO-1              PIC 9(3).
           05  PHS-SAFAD-2             PIC 9(3).
           05  PHS-ANJO-2              PIC 9(3).
           05  PHS-PONTUACAO           PIC 9(3).
           05  PHS-FAIXA               PIC X(6).
           05  PHS-DATA-INICIO         PIC 9(8).
           05  FILLER                  PIC X(3).
