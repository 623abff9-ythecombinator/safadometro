      *****************************************************
      *** RHRREC - layouts do relatorio de conciliacao  ***
      *** do extrato de pessoal do RH com o cadastro    ***
      *** mestre (admissoes, desligamentos, alteracoes  ***
      *** de nome ou nascimento e linhas rejeitadas)    ***
      *****************************************************
       01  RHR-TITLE-LINE              PIC X(110).

       01  RHR-DETAIL-LINE.
           05  RHR-LINHA               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RHR-OCORRENCIA          PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RHR-PESSOA-ID           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RHR-NOME                PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RHR-NASCIMENTO          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RHR-DETALHE             PIC X(40).
