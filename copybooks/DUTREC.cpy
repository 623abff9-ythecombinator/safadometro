      *****************************************************
      *** DUTREC - area de comunicacao com a rotina     ***
      *** SAFADDUT, a unica dona da regra de dia util   ***
      *** do SAFADOMETRO. Entrada: a data AAAAMMDD.     ***
      *** Saida: o dia da semana (1 = segunda ... 7 =   ***
      *** domingo), se e' dia util e o motivo (nome do  ***
      *** feriado, SABADO, DOMINGO ou a descricao do    ***
      *** dia util extra do calendario).                ***
      *****************************************************
       01  DUT-AREA.
           05  DUT-DATA            PIC 9(8).
           05  DUT-DIA-SEMANA      PIC 9(1).
           05  DUT-SITUACAO        PIC X(1).
               88  DUT-DIA-UTIL        VALUE "S".
               88  DUT-DIA-NAO-UTIL    VALUE "N".
           05  DUT-MOTIVO          PIC X(30).
           05  DUT-RETORNO         PIC X(2).
               88  DUT-OK                  VALUE "00".
               88  DUT-DATA-INVALIDA       VALUE "10".
               88  DUT-CALENDARIO-INDISPONIVEL VALUE "20".
