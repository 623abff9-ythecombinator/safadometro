      *****************************************************
      *** CLIREC - layout do cadastro de clientes do    ***
      *** SAFADOMETRO (cluster indexado com chave no    ***
      *** codigo do cliente, carregado pelo job         ***
      *** SAFADCLI). CLI-TOLERANCIA e' o percentual     ***
      *** inteiro de rejeicao acima do qual a secao do  ***
      *** cliente entra em quarentena; em branco vale a ***
      *** tolerancia padrao do cartao do SAFADOM.       ***
      *****************************************************
       01  CLI-RECORD.
           05  CLI-CLIENTE         PIC X(4).
           05  CLI-NOME            PIC X(30).
           05  CLI-TOLERANCIA      PIC X(3).
           05  CLI-TOLERANCIA-NUM REDEFINES CLI-TOLERANCIA
                                   PIC 9(3).
           05  FILLER              PIC X(43).
