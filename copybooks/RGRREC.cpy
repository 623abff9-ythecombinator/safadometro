      *****************************************************
      *** RGRREC - layout da tabela de regras de        ***
      *** pontuacao do SAFADOMETRO (arquivo indexado    ***
      *** com chave em RGR-VERSAO). Cada versao traz a  ***
      *** data a partir da qual vale e os parametros da ***
      *** formula do SAFAD e dos limites das faixas:    ***
      ***   SECULO = (ANO - ANO-BASE) / DIVISOR-SECULO  ***
      ***   SAFAD  = MOD(SOMAMES + SECULO *             ***
      ***            (PESO-DIA - DIA), MODULO)          ***
      ***   ANJO   = MODULO - SAFAD                     ***
      ***   BAIXA  <= LIMITE-BAIXA < MEDIA <=           ***
      ***            LIMITE-MEDIA < ALTA                ***
      *** Versao e' um rotulo livre de 4 posicoes; vale ***
      *** a de maior RGR-DATA-VIGENCIA que nao passe da ***
      *** data de referencia do calculo.                ***
      *****************************************************
       01  RGR-RECORD.
           05  RGR-VERSAO          PIC X(4).
           05  RGR-DATA-VIGENCIA   PIC 9(8).
           05  RGR-ANO-BASE        PIC 9(4).
           05  RGR-DIVISOR-SECULO  PIC 9(3).
           05  RGR-PESO-DIA        PIC 9(3).
           05  RGR-MODULO          PIC 9(3).
           05  RGR-LIMITE-BAIXA    PIC 9(3).
           05  RGR-LIMITE-MEDIA    PIC 9(3).
           05  RGR-DESCRICAO       PIC X(30).
           05  FILLER              PIC X(19).
