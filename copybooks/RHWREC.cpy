      *****************************************************
      *** RHWREC - layout do cluster de trabalho do     ***
      *** confronto do extrato de pessoal do RH com o   ***
      *** cadastro mestre (DOBRHIMP): uma linha valida  ***
      *** do extrato por PESSOA-ID (chave), com o       ***
      *** numero da linha no extrato para o relatorio.  ***
      *****************************************************
       01  RHW-RECORD.
           05  RHW-PESSOA-ID       PIC X(10).
           05  RHW-NOME            PIC X(20).
           05  RHW-DIA             PIC 9(2).
           05  RHW-MES             PIC 9(2).
           05  RHW-ANO             PIC 9(4).
           05  RHW-LINHA           PIC 9(6).
           05  FILLER              PIC X(36).
