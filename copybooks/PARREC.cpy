      *** mesmo casal nunca existir nas duas ordens).   ***
      *** PAR-DATA-FIM zerada significa par vigente;    ***
      *** preenchida, o par so vale ate essa data.       ***
      *** PAR-CLIENTE e' o cliente das duas pessoas,    ***
      *** gravado pelo PARMANUT na inclusao.            ***
      *****************************************************
       01  PAR-RECORD.
           05  PAR-CHAVE.
               10  PAR-PESSOA-ID-2 PIC X(10).
           05  PAR-DATA-INICIO     PIC 9(8).
           05  PAR-DATA-FIM        PIC 9(8).
           05  PAR-CLIENTE         PIC X(4).
           05  FILLER              PIC X(40).
