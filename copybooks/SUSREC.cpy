      *** e o contador de ciclos de reciclagem). O      ***
      *** arquivo corrigido volta como RCYFILE na       ***
      *** proxima execucao.                              ***
      *** SUS-CLIENTE fica na mesma posicao do           ***
      *** DOB-CLIENTE; o arquivo sai na ordem de cliente ***
      *** e o RCYFILE tem de voltar nessa ordem.         ***
      *****************************************************
       01  SUS-RECORD.
           05  SUS-PESSOA-ID       PIC X(10).
           05  SUS-DIA             PIC 9(2).
           05  SUS-MES             PIC 9(2).
           05  SUS-ANO             PIC 9(4).
           05  SUS-CLIENTE         PIC X(4).
           05  SUS-MOTIVO          PIC X(36).
           05  SUS-CICLO           PIC 9(2).
