      *****************************************************
      *** CFTREC - layout da foto de fechamento mensal  ***
      *** das coortes da populacao (SAFADPOP), arquivo  ***
      *** indexado com chave em mes de referencia +     ***
      *** tipo de coorte (D = decada de nascimento,     ***
      *** M = mes de nascimento, T = total) + codigo    ***
      *** da coorte (ano inicial da decada ou o mes;    ***
      *** zero no total). Guarda as contagens por faixa ***
      *** e as somas de SAFAD/ANJO, de onde o           ***
      *** fechamento seguinte tira percentuais e        ***
      *** medias para medir o movimento de cada coorte. ***
      *** Indice das faixas: 1 BAIXA, 2 MEDIA, 3 ALTA.  ***
      *****************************************************
       01  CFT-RECORD.
           05  CFT-CHAVE.
               10  CFT-MES-REF         PIC 9(6).
               10  CFT-TIPO            PIC X(1).
                   88  CFT-DECADA      VALUE "D".
                   88  CFT-MES         VALUE "M".
                   88  CFT-TOTAL       VALUE "T".
               10  CFT-CODIGO          PIC 9(4).
           05  CFT-PESSOAS             PIC 9(7).
           05  CFT-SAFAD-FAIXA         PIC 9(7) OCCURS 3 TIMES.
           05  CFT-ANJO-FAIXA          PIC 9(7) OCCURS 3 TIMES.
           05  CFT-SOMA-SAFAD          PIC 9(9).
           05  CFT-SOMA-ANJO           PIC 9(9).
           05  CFT-DATA-HORA           PIC X(14).
           05  FILLER                  PIC X(8).
