      *** CKPTREC - layout do arquivo de checkpoint do  ***
      *** SAFADOMETRO (posicao do ultimo registro do    ***
      *** arquivo de entrada ja processado e reportado) ***
      *** Os contadores do inicio sao os do cliente da  ***
      *** secao em andamento (CKPT-CLIENTE); os GERAL   ***
      *** acumulam as secoes ja fechadas. Na secao      ***
      *** fechada (CKPT-SECAO-ABERTA = N) os contadores ***
      *** do cliente nao valem mais.                     ***
      *****************************************************
       01  CKPT-RECORD.
           05  CKPT-ULTIMO-REGISTRO    PIC 9(8).
           05  CKPT-QTDE-INALTERADOS    PIC 9(8).
           05  CKPT-QTDE-DUPLICADOS     PIC 9(8).
           05  CKPT-QTDE-DIVERGENTES    PIC 9(8).
           05  CKPT-ULTIMO-RECICLADO    PIC 9(8).
           05  CKPT-CLIENTE             PIC X(4).
           05  CKPT-SECAO-ABERTA        PIC X(1).
           05  CKPT-CLI-LIDOS           PIC 9(8).
           05  CKPT-QTDE-RECICLADOS     PIC 9(8).
           05  CKPT-QTDE-RECUPERADOS    PIC 9(8).
           05  CKPT-QTDE-FORCADOS       PIC 9(8).
           05  CKPT-GERAL-LIDOS         PIC 9(8).
           05  CKPT-GERAL-REPORTADOS    PIC 9(8).
           05  CKPT-GERAL-REJEITADOS    PIC 9(8).
           05  CKPT-GERAL-SAFAD         PIC 9(9).
           05  CKPT-QTDE-CLIENTES       PIC 9(4).
           05  CKPT-CLIENTES-QUARENTENA PIC 9(4).
