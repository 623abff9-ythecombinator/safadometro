      *****************************************************
      *** REAREC - layouts do relatorio de impacto da   ***
      *** reapuracao do historico (SAFADREA): uma linha ***
      *** por pessoa que muda de faixa, com SAFAD/ANJO  ***
      *** e faixa antes (versao gravada) e depois       ***
      *** (versao nova) da entrada mais recente          ***
      *****************************************************
       01  REA-TITLE-LINE              PIC X(100).

       01  REA-DETAIL-LINE.
           05  REA-PESSOA-ID           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REA-VERSAO-ANTES        PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REA-SAFAD-ANTES         PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REA-FAIXA-SAFAD-ANTES   PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REA-SAFAD-DEPOIS        PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REA-FAIXA-SAFAD-DEPOIS  PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REA-ANJO-ANTES          PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REA-FAIXA-ANJO-ANTES    PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REA-ANJO-DEPOIS         PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REA-FAIXA-ANJO-DEPOIS   PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REA-MARCA               PIC X(12).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  REA-MATRIX-LINE.
           05  REA-MAT-FAIXA           PIC X(6).
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  REA-MAT-BAIXA           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  REA-MAT-MEDIA           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  REA-MAT-ALTA            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.
