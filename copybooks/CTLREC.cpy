      *****************************************************
      *** CTLREC - layout do controle de execucao do    ***
      *** ciclo noturno (cluster indexado com chave na  ***
      *** data de negocio + programa). Um registro por  ***
      *** programa controlado em cada data de negocio,  ***
      *** com a situacao e o RC da ultima execucao. O   ***
      *** registro de chave zerada + "CORRENTE" guarda  ***
      *** a data de negocio aberta pelo SAFADDTN no     ***
      *** inicio do job.                                ***
      *****************************************************
       01  CTL-RECORD.
           05  CTL-CHAVE.
               10  CTL-DATA-NEGOCIO    PIC 9(8).
               10  CTL-PROGRAMA        PIC X(8).
           05  CTL-DADOS-PROGRAMA.
               10  CTL-SITUACAO        PIC X(1).
                   88  CTL-CONCLUIDO       VALUE "C".
                   88  CTL-FALHOU          VALUE "F".
               10  CTL-RC              PIC 9(4).
               10  CTL-RC-MAXIMO       PIC 9(4).
               10  CTL-EXECUCOES       PIC 9(4).
               10  CTL-DATA-HORA       PIC X(14).
               10  FILLER              PIC X(37).
           05  CTL-DADOS-CORRENTE REDEFINES CTL-DADOS-PROGRAMA.
               10  CTL-DATA-CORRENTE   PIC 9(8).
               10  CTL-ORIGEM-DATA     PIC X(1).
                   88  CTL-DATA-DO-CALENDARIO VALUE "C".
                   88  CTL-DATA-DO-CARTAO     VALUE "P".
               10  CTL-DATA-HORA-ABERTURA PIC X(14).
               10  FILLER              PIC X(41).
