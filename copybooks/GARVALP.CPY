      *-----------------------------------------------------------------
      * ROTINAS DA RECLAMACAO DE GARANTIA (VER COPY GARVAL. NA
      * WORKING-STORAGE). ABRIR-GARANTIA DEVE SER CHAMADA UMA VEZ NO
      * INICIO. QUEM ACOMPANHA A RECLAMACAO ATE O CREDITO OU A
      * RECUSA DO FORNECEDOR E O SGB-048; O REL065 APURA O VALOR
      * RECUPERADO POR FORNECEDOR.
      *-----------------------------------------------------------------
       ABRIR-GARANTIA.
           MOVE "N" TO GV-ABERTO GV-MOD-ABERTO GV-FORN-ABERTO.
       ABRIR-GARANTIA-GAR.
           OPEN I-O ARQGARAN
           IF ST-ERRO-GAR = "30" OR "35"
              OPEN OUTPUT ARQGARAN
              CLOSE ARQGARAN
              GO TO ABRIR-GARANTIA-GAR.
           IF ST-ERRO-GAR = "00"
              MOVE "S" TO GV-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-GAR.
           OPEN INPUT ARQGARMOD
           IF ST-ERRO-GMD = "00"
              MOVE "S" TO GV-MOD-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-GMD.
           OPEN INPUT ARQFORN
           IF ST-ERRO-GFO = "00"
              MOVE "S" TO GV-FORN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-GFO.
       ABRIR-GARANTIA-FIM.
           EXIT.

      * PECA: PRAZO PROPRIO DA PECA OU, SEM ELE, O PADRAO DO
      * FORNECEDOR QUE ENTREGOU O ULTIMO LOTE; O PRAZO CORRE DA DATA
      * DO ULTIMO RECEBIMENTO (SGB-027)
       VERIFICAR-GARANTIA-PECA.
           PERFORM LIMPAR-GARANTIA THRU LIMPAR-GARANTIA-FIM
           IF PECA-ULT-RECEB = ZEROS
              GO TO VERIFICAR-GARANTIA-PECA-FIM.
           MOVE PECA-GARANTIA-DIAS TO GV-DIAS
           IF GV-DIAS = ZEROS AND GV-FORN-ABERTO = "S"
                              AND PECA-ULT-FORN NOT = ZEROS
              MOVE PECA-ULT-FORN TO FORN-CNPJ
              READ ARQFORN
              IF ST-ERRO-GFO = "00"
                 MOVE FORN-GARANTIA-DIAS TO GV-DIAS
              ELSE
                 MOVE "00" TO ST-ERRO-GFO.
           IF GV-DIAS = ZEROS
              GO TO VERIFICAR-GARANTIA-PECA-FIM.
           MOVE PECA-ULT-RECEB TO GV-DATA-REF
           PERFORM CALCULAR-PRAZO-GARANTIA
                              THRU CALCULAR-PRAZO-GARANTIA-FIM
           IF GV-EM-GARANTIA NOT = "S"
              GO TO VERIFICAR-GARANTIA-PECA-FIM.
           MOVE "P"             TO GV-TIPO
           MOVE PECA-CODIGO     TO GV-PECA
           MOVE PECA-ULT-FORN   TO GV-FORNECEDOR
           MOVE PECA-ULT-PEDIDO TO GV-PEDIDO
           COMPUTE GV-VALOR = GV-QTD * PECA-CUSTO-UNIT.
       VERIFICAR-GARANTIA-PECA-FIM.
           EXIT.

      * BIKE: GARANTIA DO FABRICANTE PELA MARCA/MODELO, EM MESES,
      * CONTADA DA DATA DE COMPRA DA BIKE
       VERIFICAR-GARANTIA-BIKE.
           PERFORM LIMPAR-GARANTIA THRU LIMPAR-GARANTIA-FIM
           IF GV-MOD-ABERTO NOT = "S" OR DATACOMPRA = ZEROS
              GO TO VERIFICAR-GARANTIA-BIKE-FIM.
           MOVE MARCA  TO GMOD-MARCA
           MOVE MODELO TO GMOD-MODELO
           READ ARQGARMOD
           IF ST-ERRO-GMD NOT = "00"
              MOVE "00" TO ST-ERRO-GMD
              GO TO VERIFICAR-GARANTIA-BIKE-FIM.
           IF GMOD-MESES = ZEROS
              GO TO VERIFICAR-GARANTIA-BIKE-FIM.
           COMPUTE GV-DIAS = GMOD-MESES * 30
           MOVE DATACOMPRA TO GV-DATA-REF
           PERFORM CALCULAR-PRAZO-GARANTIA
                              THRU CALCULAR-PRAZO-GARANTIA-FIM
           IF GV-EM-GARANTIA NOT = "S"
              GO TO VERIFICAR-GARANTIA-BIKE-FIM.
           MOVE "B"             TO GV-TIPO
           MOVE GMOD-FORNECEDOR TO GV-FORNECEDOR.
       VERIFICAR-GARANTIA-BIKE-FIM.
           EXIT.

       LIMPAR-GARANTIA.
           MOVE "N"    TO GV-EM-GARANTIA
           MOVE SPACES TO GV-TIPO GV-PECA
           MOVE ZEROS  TO GV-FORNECEDOR GV-PEDIDO GV-DATA-REF
                          GV-LIMITE GV-VALOR GV-DIAS GV-NUMERO.
       LIMPAR-GARANTIA-FIM.
           EXIT.

      * O SERVICO (GV-DATA) ESTA NA GARANTIA QUANDO CAI ENTRE A DATA
      * DE REFERENCIA (GV-DATA-REF) E ELA MAIS GV-DIAS; DEVOLVE O
      * VENCIMENTO DA GARANTIA EM GV-LIMITE (DDMMAAAA)
       CALCULAR-PRAZO-GARANTIA.
           MOVE GV-DATA-REF TO GV-DMA-NUM
           COMPUTE GV-DIAS-REF = GV-DMA-AAAA * 360 + GV-DMA-MM * 30
                               + GV-DMA-DD
           MOVE GV-DATA TO GV-DMA-NUM
           COMPUTE GV-DIAS-SERV = GV-DMA-AAAA * 360 + GV-DMA-MM * 30
                                + GV-DMA-DD
           ADD GV-DIAS TO GV-DIAS-REF
           COMPUTE GV-DIAS-RESTO = GV-DIAS-REF - 31
           DIVIDE GV-DIAS-RESTO BY 360 GIVING GV-DMA-AAAA
           COMPUTE GV-DIAS-RESTO = GV-DIAS-RESTO - GV-DMA-AAAA * 360
           DIVIDE GV-DIAS-RESTO BY 30 GIVING GV-DMA-MM
           COMPUTE GV-DMA-DD = GV-DIAS-RESTO - GV-DMA-MM * 30 + 1
           ADD 1 TO GV-DMA-MM
           MOVE GV-DMA-NUM TO GV-LIMITE
           IF GV-DIAS-SERV > GV-DIAS-REF
              GO TO CALCULAR-PRAZO-GARANTIA-FIM.
           IF GV-DIAS-SERV + GV-DIAS < GV-DIAS-REF
              GO TO CALCULAR-PRAZO-GARANTIA-FIM.
           MOVE "S" TO GV-EM-GARANTIA.
       CALCULAR-PRAZO-GARANTIA-FIM.
           EXIT.

      * GRAVA A RECLAMACAO EM ABERTO COM O PROXIMO NUMERO DE
      * CTRLGAR.DAT (MESMO ESQUEMA DO CONTROLE DE PEDIDOS)
       ABRIR-RECLAMACAO.
           MOVE ZEROS TO GV-NUMERO
           IF GV-ABERTO NOT = "S"
              GO TO ABRIR-RECLAMACAO-FIM.
           MOVE ZEROS TO CTRL-ULT-GAR
           OPEN INPUT CTRLGAR
           IF ST-ERRO-CGR = "00"
              READ CTRLGAR
                  AT END MOVE ZEROS TO CTRL-ULT-GAR.
           IF ST-ERRO-CGR NOT = "35" AND "30"
              CLOSE CTRLGAR.
           ADD 1 TO CTRL-ULT-GAR
           OPEN OUTPUT CTRLGAR
           WRITE REG-CTRLGAR
           CLOSE CTRLGAR
           ACCEPT GV-HOJE FROM DATE YYYYMMDD
           MOVE CTRL-ULT-GAR  TO GAR-NUMERO
           MOVE GV-TIPO       TO GAR-TIPO
           MOVE GV-FORNECEDOR TO GAR-FORNECEDOR
           MOVE GV-PECA       TO GAR-PECA
           MOVE GV-QTD        TO GAR-QTD
           MOVE GV-BIKE       TO GAR-BIKE
           MOVE GV-SEQ        TO GAR-SEQ
           MOVE GV-PEDIDO     TO GAR-PEDIDO
           MOVE GV-DATA-REF   TO GAR-DATA-REF
           MOVE GV-DATA       TO GAR-DATA-SERV
           MOVE GV-VALOR      TO GAR-VALOR
           MOVE GV-HOJE-DD    TO GV-DMA-DD
           MOVE GV-HOJE-MM    TO GV-DMA-MM
           MOVE GV-HOJE-AAAA  TO GV-DMA-AAAA
           MOVE GV-DMA-NUM    TO GAR-DATA-ABERT GAR-DATA-SIT
           MOVE "A"           TO GAR-SITUACAO
           MOVE ZEROS         TO GAR-VALOR-CRED
           MOVE SPACES        TO GAR-OBS
           MOVE GV-OPERADOR   TO GAR-OPERADOR
           WRITE REGGAR
           IF ST-ERRO-GAR NOT = "00" AND "02"
              MOVE "00" TO ST-ERRO-GAR
              GO TO ABRIR-RECLAMACAO-FIM.
           MOVE GAR-NUMERO TO GV-NUMERO.
       ABRIR-RECLAMACAO-FIM.
           EXIT.

       FECHAR-GARANTIA.
           IF GV-ABERTO = "S"
              CLOSE ARQGARAN
              MOVE "N" TO GV-ABERTO.
           IF GV-MOD-ABERTO = "S"
              CLOSE ARQGARMOD
              MOVE "N" TO GV-MOD-ABERTO.
           IF GV-FORN-ABERTO = "S"
              CLOSE ARQFORN
              MOVE "N" TO GV-FORN-ABERTO.
       FECHAR-GARANTIA-FIM.
           EXIT.
