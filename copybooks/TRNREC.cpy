      *** TRNREC - layout do registro de movimento de   ***
      *** manutencao do cadastro mestre de pessoas      ***
      *** (I = inclusao, A = alteracao, E = exclusao)   ***
      *** O operador que digitou o movimento vai em     ***
      *** TRN-OPERADOR; TRN-APROVADOR so e' preenchido  ***
      *** pela liberacao do MOVAPROV, e o DOBMANUT      ***
      *** recusa movimento sem aprovador ou aprovado    ***
      *** pelo proprio solicitante.                      ***
      *** TRN-CLIENTE: cliente da pessoa (obrigatorio na ***
      *** inclusao; em branco na alteracao mantem o do   ***
      *** cadastro, diferente do cadastro e' rejeitado). ***
      *****************************************************
       01  TRN-RECORD.
           05  TRN-ACAO            PIC X(1).
           05  TRN-DIA             PIC 9(2).
           05  TRN-MES             PIC 9(2).
           05  TRN-ANO             PIC 9(4).
           05  TRN-OPERADOR        PIC X(8).
           05  TRN-APROVADOR       PIC X(8).
           05  TRN-CLIENTE         PIC X(4).
           05  FILLER              PIC X(21).
