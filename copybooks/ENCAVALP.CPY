      *-----------------------------------------------------------------
      * ROTINAS DOS ENCARGOS DE ATRASO (VER COPY ENCAVAL. NA
      * WORKING-STORAGE). O VENCIMENTO E A DATA DO DOCUMENTO MAIS
      * EN-PRAZO DIAS; PAGAMENTO ATE O VENCIMENTO NAO TEM ENCARGO.
      * A MULTA E EN-BASE * MULTAPERC E OS JUROS SAO EN-BASE *
      * JUROSMES * DIAS / 30, ARREDONDADOS NO CENTAVO; VALOR QUE NAO
      * CABE NO CAMPO FICA NO MAXIMO DELE.
      *-----------------------------------------------------------------
       LER-PARAM-ENCARGOS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "MULTAPERC" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              COMPUTE EN-MULTA-PERC = PV-VALOR / 100.
           MOVE "JUROSMES" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              COMPUTE EN-JUROS-MES = PV-VALOR / 100.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAM-ENCARGOS-FIM.
           EXIT.

       CALC-ENCARGOS.
           MOVE ZEROS TO EN-DIAS EN-MULTA EN-JUROS EN-TOTAL
           MOVE EN-BASE TO EN-VALOR-TOTAL
           MOVE "N" TO EN-DISPENSA
           MOVE SPACES TO EN-MOTIVO EN-SUPERVISOR
           MOVE EN-DATA-DOC TO EN-DMA-NUM
           COMPUTE EN-DIAS-DOC = (EN-DMA-AAAA * 360)
                   + (EN-DMA-MM * 30) + EN-DMA-DD + EN-PRAZO
           MOVE EN-DATA-PAG TO EN-DMA-NUM
           COMPUTE EN-DIAS-PAG = (EN-DMA-AAAA * 360)
                   + (EN-DMA-MM * 30) + EN-DMA-DD
           COMPUTE EN-ATRASO = EN-DIAS-PAG - EN-DIAS-DOC
           IF EN-ATRASO NOT > ZEROS
              GO TO CALC-ENCARGOS-FIM.
           IF EN-ATRASO > 99999
              MOVE 99999 TO EN-DIAS
           ELSE
              MOVE EN-ATRASO TO EN-DIAS.
           COMPUTE EN-MULTA ROUNDED = EN-BASE * EN-MULTA-PERC / 100
               ON SIZE ERROR MOVE 999999,99 TO EN-MULTA.
           COMPUTE EN-JUROS ROUNDED =
                   EN-BASE * EN-JUROS-MES * EN-DIAS / 3000
               ON SIZE ERROR MOVE 999999,99 TO EN-JUROS.
           COMPUTE EN-TOTAL = EN-MULTA + EN-JUROS
               ON SIZE ERROR MOVE 999999,99 TO EN-TOTAL.
           COMPUTE EN-VALOR-TOTAL = EN-BASE + EN-TOTAL
               ON SIZE ERROR MOVE 999999,99 TO EN-VALOR-TOTAL.
       CALC-ENCARGOS-FIM.
           EXIT.

      * A DISPENSA SO TIRA OS ENCARGOS DO QUE O CLIENTE PAGA; OS
      * VALORES CALCULADOS FICAM PARA A TRILHA E PARA O RECIBO
       APLICAR-DISPENSA.
           MOVE "S" TO EN-DISPENSA
           MOVE EN-BASE TO EN-VALOR-TOTAL.
       APLICAR-DISPENSA-FIM.
           EXIT.

      * GRAVA A DISPENSA NA TRILHA AUDENCAR.DAT (ABERTA EM EXTEND E
      * FECHADA A CADA GRAVACAO, COMO O JORNAL); FALHA NA TRILHA
      * NAO DESFAZ A QUITACAO, SO AVISA
       GRAVAR-DISPENSA.
           OPEN EXTEND AUDENCAR
           IF ST-ERRO-AEN NOT = "00"
              IF ST-ERRO-AEN = "30" OR "05" OR "35"
                 OPEN OUTPUT AUDENCAR
                 CLOSE AUDENCAR
                 OPEN EXTEND AUDENCAR
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DA TRILHA DE DISPENSAS"
                         " ***"
                 MOVE "00" TO ST-ERRO-AEN
                 GO TO GRAVAR-DISPENSA-FIM.
           ACCEPT AEN-DATA FROM DATE YYYYMMDD
           ACCEPT EN-AGORA FROM TIME
           MOVE EN-AGORA-HMS TO AEN-HORA
           MOVE EN-ORIGEM     TO AEN-ORIGEM
           MOVE EN-DOC        TO AEN-DOC
           MOVE EN-REF        TO AEN-REF
           MOVE EN-RECIBO     TO AEN-RECIBO
           MOVE EN-DIAS       TO AEN-DIAS
           MOVE EN-MULTA      TO AEN-MULTA
           MOVE EN-JUROS      TO AEN-JUROS
           MOVE EN-MOTIVO     TO AEN-MOTIVO
           MOVE EN-SUPERVISOR TO AEN-SUPERVISOR
           MOVE EN-OPERADOR   TO AEN-OPERADOR
           WRITE REGAUDENC
           IF ST-ERRO-AEN NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DAS DISPENSAS ***".
           CLOSE AUDENCAR
           MOVE "00" TO ST-ERRO-AEN.
       GRAVAR-DISPENSA-FIM.
           EXIT.

       MONTAR-LIN-ENCARGOS.
           MOVE EN-MULTA       TO EN-RL-MULTA
           MOVE EN-DIAS        TO EN-RL-DIAS
           MOVE EN-JUROS       TO EN-RL-JUROS
           MOVE EN-VALOR-TOTAL TO EN-RL-TOTAL
           MOVE EN-SUPERVISOR  TO EN-RL-SUPERV.
       MONTAR-LIN-ENCARGOS-FIM.
           EXIT.
