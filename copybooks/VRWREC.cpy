      *****************************************************
      *** VRWREC - layout do arquivo de trabalho da     ***
      *** verificacao do historico (SAFADVRF), chave    ***
      *** em PESSOA-ID: quantos registros da pessoa a   ***
      *** leitura do cluster base devolveu e quantos a  ***
      *** leitura pelo caminho do indice alternativo    ***
      *** devolveu, com a soma de HIST-SEQ de cada      ***
      *** leitura para apontar registros trocados       ***
      *** mesmo quando as quantidades batem.            ***
      *****************************************************
       01  VRW-RECORD.
           05  VRW-PESSOA-ID           PIC X(10).
           05  VRW-QTDE-BASE           PIC 9(7).
           05  VRW-QTDE-CAMINHO        PIC 9(7).
           05  VRW-SOMA-BASE           PIC 9(15).
           05  VRW-SOMA-CAMINHO        PIC 9(15).
           05  VRW-CLIENTE             PIC X(4).
           05  FILLER                  PIC X(22).
