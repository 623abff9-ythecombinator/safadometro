      *****************************************************
      *** TMBREC - layout do arquivo de lapides LGPD    ***
      *** (cluster indexado com chave no PESSOA-ID).    ***
      *** Um registro por titular eliminado a pedido,   ***
      *** gravado pelo SAFADLGP; o DOBMANUT recusa a    ***
      *** inclusao de qualquer ID com lapide, para o    ***
      *** titular nao voltar ao cadastro por engano.    ***
      *** Guarda so o minimo para isso e para a         ***
      *** rastreabilidade do pedido.                     ***
      *****************************************************
       01  TMB-RECORD.
           05  TMB-PESSOA-ID       PIC X(10).
           05  TMB-DATA-HORA       PIC X(14).
           05  TMB-PROTOCOLO       PIC X(20).
           05  TMB-OPERADOR        PIC X(8).
           05  FILLER              PIC X(28).
