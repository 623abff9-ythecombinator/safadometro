      *** cadastro de pares do SAFADOMETRO              ***
      *** (I = inclusao de par com data de inicio,      ***
      ****  E = encerramento do par com data de fim)    ***
      *** O operador que digitou o movimento vai em     ***
      *** PMV-OPERADOR; PMV-APROVADOR so e' preenchido  ***
      *** pela liberacao do MOVAPROV, e o PARMANUT      ***
      *** recusa movimento sem aprovador ou aprovado    ***
      *** pelo proprio solicitante.                      ***
      *****************************************************
       01  PMV-RECORD.
           05  PMV-ACAO            PIC X(1).
           05  PMV-PESSOA-ID-2     PIC X(10).
           05  PMV-DATA-INICIO     PIC 9(8).
           05  PMV-DATA-FIM        PIC 9(8).
           05  PMV-OPERADOR        PIC X(8).
           05  PMV-APROVADOR       PIC X(8).
           05  FILLER              PIC X(27).
