      *** SAFADOMETRO para carga no data warehouse      ***
      *** (um registro por pessoa aceita, campos        ***
      *** separados por ';', sem titulos nem resumo).   ***
      *** O ultimo campo do detalhe e' a versao das     ***
      *** regras de pontuacao usada no calculo.         ***
      *** Uma transmissao por cliente: cada uma abre    ***
      *** com o cabecalho                               ***
      *** "CAB;data-hora;modo;versao;cliente" e fecha   ***
      *** com o trailer "TRL;qtde-detalhes;soma-de-    ***
      *** controle-safad;cliente;situacao" para o       ***
      *** carregador conferir a transmissao. Situacao   ***
      *** LIBERADO ou QUARENTENA: transmissao em        ***
      *** quarentena NAO pode ser carregada.            ***
      *****************************************************
       01  EXT-DETAIL-LINE             PIC X(100).
