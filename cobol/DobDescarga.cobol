           MOVE MST-DIA       TO DOB-DIA
           MOVE MST-MES       TO DOB-MES
           MOVE MST-ANO       TO DOB-ANO
           MOVE MST-CLIENTE   TO DOB-CLIENTE
           WRITE DOB-RECORD
           ADD 1 TO WS-REGISTROS-DESCARREGADOS
           PERFORM 2100-LER-PESSOA.
