      *****************************************************
      *** APRREC - layouts do relatorio de aprovacao de ***
      *** movimentos (MOVAPROV): uma linha por cartao   ***
      *** de decisao (aceita ou recusada) e uma linha   ***
      *** por movimento aprovado liberado para o        ***
      *** DOBMANUT/PARMANUT                              ***
      *****************************************************
       01  APR-TITLE-LINE              PIC X(100).

       01  APR-DETAIL-LINE.
           05  APR-TIPO                PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-DATA-HORA           PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  APR-SEQ                 PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-DECISAO             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-OPERADOR            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-APROVADOR           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-RESULTADO           PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-MOTIVO              PIC X(40).

       01  APR-RELEASE-LINE.
           05  APR-LIB-TIPO            PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-LIB-DATA-HORA       PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  APR-LIB-SEQ             PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-LIB-ACAO            PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-LIB-PESSOA-ID-1     PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  APR-LIB-PESSOA-ID-2     PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-LIB-OPERADOR        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  APR-LIB-APROVADOR       PIC X(8).
           05  FILLER                  PIC X(30) VALUE SPACES.
