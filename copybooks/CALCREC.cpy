      *** Entrada: dia/mes/ano de nascimento. Saida:    ***
      *** SOMAMES, SAFAD, ANJO e as faixas              ***
      *** BAIXA/MEDIA/ALTA de cada pontuacao.           ***
      *** CALC-FUNCAO: "C" (ou espaco) calcula tudo a   ***
      *** partir da data de nascimento; "F" so          ***
      *** enquadra nas faixas o SAFAD/ANJO informados;  ***
      *** "V" so devolve a versao de regras e os seus   ***
      *** limites. CALC-VERSAO informada fixa a versao  ***
      *** da tabela de regras (RGRFILE); em branco,     ***
      *** vale a versao vigente em CALC-DATA-REFERENCIA ***
      *** (zero = data de hoje) e a rotina devolve qual ***
      *** versao usou.                                  ***
      *****************************************************
       01  CALC-AREA.
           05  CALC-DIA            PIC 9(2).
           05  CALC-ANJO           PIC 9(3).
           05  CALC-FAIXA-SAFAD    PIC X(6).
           05  CALC-FAIXA-ANJO     PIC X(6).
           05  CALC-FUNCAO         PIC X(1).
               88  CALC-CALCULAR       VALUE "C" " ".
               88  CALC-SO-FAIXA       VALUE "F".
               88  CALC-SO-VERSAO      VALUE "V".
           05  CALC-VERSAO         PIC X(4).
           05  CALC-DATA-REFERENCIA PIC 9(8).
           05  CALC-DATA-VIGENCIA  PIC 9(8).
           05  CALC-LIMITE-BAIXA   PIC 9(3).
           05  CALC-LIMITE-MEDIA   PIC 9(3).
           05  CALC-RETORNO        PIC X(2).
               88  CALC-OK                 VALUE "00".
               88  CALC-VERSAO-INEXISTENTE VALUE "10".
               88  CALC-TABELA-INDISPONIVEL VALUE "20".
