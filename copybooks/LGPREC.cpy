      *****************************************************
      *** LGPREC - layouts do relatorio LGPD (SAFADLGP/ ***
      *** SAFADLGA): no pedido de acesso, uma linha por ***
      *** registro do titular em cada arquivo; no pedido***
      *** de eliminacao, o certificado com a contagem   ***
      *** por arquivo do que foi excluido, anonimizado  ***
      *** ou encerrado                                   ***
      *****************************************************
       01  LGP-TITLE-LINE              PIC X(132).

       01  LGP-DATA-LINE.
           05  LGP-ARQUIVO             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LGP-CONTEUDO            PIC X(122).

       01  LGP-COUNT-LINE.
           05  LGP-CNT-ARQUIVO         PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LGP-CNT-ACAO            PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LGP-CNT-QTDE            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(63) VALUE SPACES.
