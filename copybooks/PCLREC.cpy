      *****************************************************
      *** PCLREC - area de comunicacao com a rotina     ***
      *** SAFADPCL, a unica dona da regra de            ***
      *** compatibilidade de casais. Entrada: SAFAD e   ***
      *** ANJO das duas pessoas. Saida: a pontuacao do  ***
      *** par (100 menos a media das diferencas) e a    ***
      *** faixa BAIXA (<= 33) / MEDIA (34-66) / ALTA.   ***
      *****************************************************
       01  PCL-AREA.
           05  PCL-SAFAD-1         PIC 9(3).
           05  PCL-ANJO-1          PIC 9(3).
           05  PCL-SAFAD-2         PIC 9(3).
           05  PCL-ANJO-2          PIC 9(3).
           05  PCL-PONTUACAO       PIC 9(3).
           05  PCL-FAIXA           PIC X(6).
               88  PCL-FAIXA-BAIXA     VALUE "BAIXA ".
               88  PCL-FAIXA-MEDIA     VALUE "MEDIA ".
               88  PCL-FAIXA-ALTA      VALUE "ALTA  ".
