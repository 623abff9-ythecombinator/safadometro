      *****************************************************
      *** CLDREC - layout do calendario de              ***
      *** processamento do SAFADOMETRO (cluster         ***
      *** indexado com chave na data, carregado pelo    ***
      *** job SAFADCAL). So entram as excecoes:         ***
      *** feriado (F) em dia de semana ou dia util (U)  ***
      *** em fim de semana. Data fora do calendario     ***
      *** vale pela regra padrao: segunda a sexta util, ***
      *** sabado e domingo nao.                         ***
      *****************************************************
       01  CLD-RECORD.
           05  CLD-DATA            PIC 9(8).
           05  CLD-TIPO            PIC X(1).
               88  CLD-DIA-UTIL        VALUE "U".
               88  CLD-FERIADO         VALUE "F".
           05  CLD-DESCRICAO       PIC X(30).
           05  FILLER              PIC X(41).
