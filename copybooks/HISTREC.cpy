      *** HISTREC - layout do arquivo indexado de        ***
      *** historico de execucoes do SAFADOMETRO, com     ***
      *** uma chave por pessoa/execucao                  ***
      *** HIST-VERSAO-REGRA guarda a versao da tabela de ***
      *** regras (RGRFILE) usada no calculo do registro. ***
      *** HIST-CLIENTE abre a chave: o cluster fica      ***
      *** agrupado por cliente; a trilha alternativa     ***
      *** continua so no PESSOA-ID (posicao 5).          ***
      *****************************************************
       01  HIST-RECORD.
           05  HIST-CHAVE.
               10  HIST-CLIENTE        PIC X(4).
               10  HIST-PESSOA-ID      PIC X(10).
               10  HIST-DATA-HORA      PIC X(14).
               10  HIST-SEQ            PIC 9(8).
           05  HIST-SOMAMES            PIC 9(3).
           05  HIST-SAFAD              PIC 9(3).
           05  HIST-ANJO               PIC 9(3).
           05  HIST-VERSAO-REGRA       PIC X(4).
