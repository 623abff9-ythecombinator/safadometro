      *****************************************************
      *** PNDREC - layout do arquivo de movimentos      ***
      *** pendentes de aprovacao (cluster indexado com  ***
      *** chave tipo + data-hora do registro + seq).    ***
      *** Todo movimento de pessoa (TRNREC, tipo P) ou  ***
      *** de par (PMVREC, tipo R) entra aqui pelo       ***
      *** MOVPEND com o operador que o digitou e so     ***
      *** chega ao DOBMANUT/PARMANUT depois que um      ***
      *** SEGUNDO operador o aprova no MOVAPROV.        ***
      *** Situacao: P = pendente, A = aprovado,         ***
      *** R = rejeitado, L = liberado para aplicacao.   ***
      *** O registro nunca e' excluido: fica como       ***
      *** trilha de quem pediu e quem aprovou.           ***
      *****************************************************
       01  PND-RECORD.
           05  PND-CHAVE.
               10  PND-TIPO            PIC X(1).
                   88  PND-MOV-PESSOA  VALUE 'P'.
                   88  PND-MOV-PAR     VALUE 'R'.
               10  PND-DATA-HORA       PIC X(14).
               10  PND-SEQ             PIC 9(6).
           05  PND-SITUACAO            PIC X(1).
               88  PND-PENDENTE        VALUE 'P'.
               88  PND-APROVADO        VALUE 'A'.
               88  PND-REJEITADO       VALUE 'R'.
               88  PND-LIBERADO        VALUE 'L'.
           05  PND-OPERADOR            PIC X(8).
           05  PND-MOVIMENTO           PIC X(80).
           05  PND-APROVADOR           PIC X(8).
           05  PND-DATA-HORA-DECISAO   PIC X(14).
           05  PND-MOTIVO              PIC X(40).
           05  PND-DATA-HORA-LIBERACAO PIC X(14).
           05  FILLER                  PIC X(14).
