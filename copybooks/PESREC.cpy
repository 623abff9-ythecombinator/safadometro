      *** indexado com chave em MST-PESSOA-ID), espelho ***
      *** do layout DOBREC usado pelo programa de       ***
      *** calculo                                        ***
      *** MST-CLIENTE e' o codigo do cliente (CLIFILE)   ***
      *** a que a pessoa pertence                        ***
      *****************************************************
       01  MST-RECORD.
           05  MST-PESSOA-ID       PIC X(10).
           05  MST-DIA             PIC 9(2).
           05  MST-MES             PIC 9(2).
           05  MST-ANO             PIC 9(4).
           05  MST-CLIENTE         PIC X(4).
           05  FILLER              PIC X(38).
