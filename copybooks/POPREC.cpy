      *****************************************************
      *** POPREC - layouts do relatorio de coortes da   ***
      *** populacao do SAFADOMETRO (SAFADPOP): por      ***
      *** decada e por mes de nascimento, as pessoas do ***
      *** cadastro mestre pelo ultimo SAFAD/ANJO do     ***
      *** historico, com contagem e percentual de cada  ***
      *** faixa e as medias; no fechamento mensal, a    ***
      *** variacao de cada coorte sobre a foto do       ***
      *** fechamento anterior.                          ***
      *** Indice das faixas: 1 BAIXA, 2 MEDIA, 3 ALTA.  ***
      *****************************************************
       01  POP-TITLE-LINE              PIC X(132).

       01  POP-DETAIL-LINE.
           05  POP-COORTE              PIC X(9).
           05  FILLER                  PIC X(1).
           05  POP-PESSOAS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1).
           05  POP-PCT-POPULACAO       PIC ZZ9.99.
           05  FILLER                  PIC X(2).
           05  POP-SAFAD-FAIXA         OCCURS 3 TIMES.
               10  POP-SAFAD-QTDE      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(1).
               10  POP-SAFAD-PCT       PIC ZZ9.99.
               10  FILLER              PIC X(1).
           05  POP-MEDIA-SAFAD         PIC ZZ9.99.
           05  FILLER                  PIC X(2).
           05  POP-ANJO-FAIXA          OCCURS 3 TIMES.
               10  POP-ANJO-QTDE       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(1).
               10  POP-ANJO-PCT        PIC ZZ9.99.
               10  FILLER              PIC X(1).
           05  POP-MEDIA-ANJO          PIC ZZ9.99.
           05  FILLER                  PIC X(2).

       01  POP-MOVEMENT-LINE.
           05  POP-MOV-COORTE          PIC X(9).
           05  FILLER                  PIC X(1).
           05  POP-MOV-PESSOAS-ANT     PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(1).
           05  POP-MOV-PESSOAS-ATU     PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(2).
           05  POP-MOV-SAFAD-FAIXA     OCCURS 3 TIMES.
               10  POP-MOV-SAFAD-PP    PIC +++9.99.
               10  FILLER              PIC X(2).
           05  POP-MOV-MEDIA-SAFAD     PIC +++9.99.
           05  FILLER                  PIC X(2).
           05  POP-MOV-ANJO-FAIXA      OCCURS 3 TIMES.
               10  POP-MOV-ANJO-PP     PIC +++9.99.
               10  FILLER              PIC X(2).
           05  POP-MOV-MEDIA-ANJO      PIC +++9.99.
           05  FILLER                  PIC X(31).
