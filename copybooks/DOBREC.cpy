      *****************************************************
      *** DOBREC - layout do registro de entrada do     ***
      *** SAFADOMETRO (um registro por pessoa)           ***
      *** O arquivo vem ordenado por DOB-CLIENTE: o      ***
      *** SAFADOMETRO abre uma secao por cliente.        ***
      *****************************************************
       01  DOB-RECORD.
           05  DOB-PESSOA-ID       PIC X(10).
           05  DOB-DIA             PIC 9(2).
           05  DOB-MES             PIC 9(2).
           05  DOB-ANO             PIC 9(4).
           05  DOB-CLIENTE         PIC X(4).
           05  FILLER              PIC X(38).
