      *****************************************************
      *** RCTREC - area de comunicacao com a rotina     ***
      *** SAFADRCT, dona do controle de execucao do     ***
      *** ciclo noturno (CTLFILE, layout CTLREC).       ***
      *** RCT-FUNCAO "V" verifica se o programa ja foi  ***
      *** concluido na data de negocio aberta (retorno  ***
      *** "10", com o RC registrado em RCT-RC); "R"     ***
      *** registra o fim do programa com o RC em        ***
      *** RCT-RC, concluido quando RCT-RC nao passa de  ***
      *** RCT-RC-MAXIMO. Nas duas funcoes a rotina      ***
      *** devolve a data de negocio aberta.             ***
      *****************************************************
       01  RCT-AREA.
           05  RCT-FUNCAO          PIC X(1).
               88  RCT-VERIFICAR       VALUE "V".
               88  RCT-REGISTRAR       VALUE "R".
           05  RCT-PROGRAMA        PIC X(8).
           05  RCT-RC              PIC 9(4).
           05  RCT-RC-MAXIMO       PIC 9(4).
           05  RCT-DATA-NEGOCIO    PIC 9(8).
           05  RCT-STATUS          PIC X(2).
           05  RCT-RETORNO         PIC X(2).
               88  RCT-OK                  VALUE "00".
               88  RCT-PROGRAMA-CONCLUIDO  VALUE "10".
               88  RCT-CONTROLE-INDISPONIVEL VALUE "20".
               88  RCT-DATA-NAO-ABERTA     VALUE "30".
               88  RCT-ERRO-GRAVACAO       VALUE "40".
