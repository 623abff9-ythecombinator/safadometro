      *****************************************************
      *** Rotina de compatibilidade de casais do        ***
      *** SAFADOMETRO. Unica dona da pontuacao do par   ***
      *** e das faixas BAIXA/MEDIA/ALTA do par,         ***
      *** chamada pela pontuacao dos pares cadastrados  ***
      *** (SAFADPAR) e pela sugestao de pares           ***
      *** (SAFADSUG), para as duas saidas nunca         ***
      *** divergirem. Comunicacao pela PCL-AREA do      ***
      *** copybook PCLREC.                               ***
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFADPCL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DIF-SAFAD         PIC S9(3).
       01  WS-DIF-ANJO          PIC S9(3).
       LINKAGE SECTION.
           COPY PCLREC.
       PROCEDURE DIVISION USING PCL-AREA.
       0000-INICIO.
           PERFORM 1000-CALCULAR-COMPATIBILIDADE
           PERFORM 2000-CLASSIFICAR-FAIXA-PAR
           GOBACK.

       1000-CALCULAR-COMPATIBILIDADE.
           COMPUTE WS-DIF-SAFAD = PCL-SAFAD-1 - PCL-SAFAD-2
           IF WS-DIF-SAFAD < 0
               COMPUTE WS-DIF-SAFAD = 0 - WS-DIF-SAFAD
           END-IF
           COMPUTE WS-DIF-ANJO = PCL-ANJO-1 - PCL-ANJO-2
           IF WS-DIF-ANJO < 0
               COMPUTE WS-DIF-ANJO = 0 - WS-DIF-ANJO
           END-IF
           COMPUTE PCL-PONTUACAO =
               100 - (WS-DIF-SAFAD + WS-DIF-ANJO) / 2.

       2000-CLASSIFICAR-FAIXA-PAR.
           EVALUATE TRUE
               WHEN PCL-PONTUACAO <= 33
                   SET PCL-FAIXA-BAIXA TO TRUE
               WHEN PCL-PONTUACAO <= 66
                   SET PCL-FAIXA-MEDIA TO TRUE
               WHEN OTHER
                   SET PCL-FAIXA-ALTA TO TRUE
           END-EVALUATE.
