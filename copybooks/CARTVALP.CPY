      *-----------------------------------------------------------------
      * ROTINAS DA CARTEIRA DE CREDITO PRE-PAGO (VER COPY CARTVAL.
      * NA WORKING-STORAGE). ABRIR-CARTEIRA DEVE SER CHAMADA UMA VEZ
      * NO INICIO; SEM ELA (OU COM ERRO NA ABERTURA) TODA CONSULTA
      * DEVOLVE SALDO ZERO E TODO MOVIMENTO E RECUSADO. CADA
      * MOVIMENTO GRAVA UMA LINHA NO EXTRATO (ARQCARTM.DAT) COM O
      * SALDO RESULTANTE, NUMERADA POR CART-ULT-SEQ DA CARTEIRA.
      *-----------------------------------------------------------------
       ABRIR-CARTEIRA.
           MOVE "N" TO CT-ABERTO
           OPEN I-O ARQCARTE
           IF ST-ERRO-CRT = "30" OR ST-ERRO-CRT = "35"
              OPEN OUTPUT ARQCARTE
              CLOSE ARQCARTE
              OPEN I-O ARQCARTE.
           IF ST-ERRO-CRT NOT = "00"
              MOVE "00" TO ST-ERRO-CRT
              GO TO ABRIR-CARTEIRA-FIM.
           OPEN I-O ARQCARTM
           IF ST-ERRO-CRM = "30" OR ST-ERRO-CRM = "35"
              OPEN OUTPUT ARQCARTM
              CLOSE ARQCARTM
              OPEN I-O ARQCARTM.
           IF ST-ERRO-CRM NOT = "00"
              CLOSE ARQCARTE
              MOVE "00" TO ST-ERRO-CRT ST-ERRO-CRM
              GO TO ABRIR-CARTEIRA-FIM.
           MOVE "S" TO CT-ABERTO.
       ABRIR-CARTEIRA-FIM.
           EXIT.

       CONSULTAR-CARTEIRA.
           MOVE ZEROS TO CT-SALDO
           IF CT-ABERTO NOT = "S"
              GO TO CONSULTAR-CARTEIRA-FIM.
           MOVE CT-DOC TO CART-DOC
           READ ARQCARTE
           IF ST-ERRO-CRT = "00"
              MOVE CART-SALDO TO CT-SALDO.
           MOVE "00" TO ST-ERRO-CRT.
       CONSULTAR-CARTEIRA-FIM.
           EXIT.

      * RECARGA: CARTEIRA AINDA INEXISTENTE NASCE NA PRIMEIRA
       CREDITAR-CARTEIRA.
           MOVE "N" TO CT-OK
           MOVE SPACES TO CT-MOTIVO
           IF CT-ABERTO NOT = "S"
              MOVE "*** ARQUIVO DE CARTEIRAS INDISPONIVEL ***"
                                                    TO CT-MOTIVO
              GO TO CREDITAR-CARTEIRA-FIM.
           IF CT-VALOR = ZEROS
              MOVE "*** VALOR DA RECARGA ZERADO ***" TO CT-MOTIVO
              GO TO CREDITAR-CARTEIRA-FIM.
           MOVE CT-DOC TO CART-DOC
           READ ARQCARTE
           IF ST-ERRO-CRT NOT = "00"
              MOVE "00" TO ST-ERRO-CRT
              MOVE CT-DOC TO CART-DOC
              MOVE ZEROS  TO CART-SALDO CART-TOT-CRED CART-TOT-DEB
                             CART-ULT-SEQ CART-DATA-ULT
              WRITE REGCARTE
              IF ST-ERRO-CRT NOT = "00"
                 MOVE "00" TO ST-ERRO-CRT
                 MOVE "*** ERRO NA CRIACAO DA CARTEIRA ***"
                                                    TO CT-MOTIVO
                 GO TO CREDITAR-CARTEIRA-FIM.
           ADD CT-VALOR TO CART-SALDO
           ADD CT-VALOR TO CART-TOT-CRED
           MOVE "C" TO CT-TIPO
           PERFORM GRAVAR-MOV-CARTEIRA THRU GRAVAR-MOV-CARTEIRA-FIM.
       CREDITAR-CARTEIRA-FIM.
           EXIT.

      * PAGAMENTO COM CREDITO: SALDO INSUFICIENTE RECUSA O DEBITO
       DEBITAR-CARTEIRA.
           MOVE "N" TO CT-OK
           MOVE SPACES TO CT-MOTIVO
           MOVE ZEROS TO CT-SALDO
           IF CT-ABERTO NOT = "S"
              MOVE "*** ARQUIVO DE CARTEIRAS INDISPONIVEL ***"
                                                    TO CT-MOTIVO
              GO TO DEBITAR-CARTEIRA-FIM.
           MOVE CT-DOC TO CART-DOC
           READ ARQCARTE
           IF ST-ERRO-CRT NOT = "00"
              MOVE "00" TO ST-ERRO-CRT
              MOVE "*** CLIENTE SEM CARTEIRA DE CREDITO ***"
                                                    TO CT-MOTIVO
              GO TO DEBITAR-CARTEIRA-FIM.
           MOVE CART-SALDO TO CT-SALDO
           IF CT-VALOR > CART-SALDO
              MOVE "*** SALDO INSUFICIENTE NA CARTEIRA ***"
                                                    TO CT-MOTIVO
              GO TO DEBITAR-CARTEIRA-FIM.
           SUBTRACT CT-VALOR FROM CART-SALDO
           ADD CT-VALOR TO CART-TOT-DEB
           MOVE "D" TO CT-TIPO
           PERFORM GRAVAR-MOV-CARTEIRA THRU GRAVAR-MOV-CARTEIRA-FIM.
       DEBITAR-CARTEIRA-FIM.
           EXIT.

      * REGRAVA A CARTEIRA (JA COM O SALDO NOVO EM REGCARTE) E
      * ACRESCENTA O MOVIMENTO AO EXTRATO
       GRAVAR-MOV-CARTEIRA.
           ADD 1 TO CART-ULT-SEQ
           MOVE CT-DATA TO CART-DATA-ULT
           REWRITE REGCARTE
           IF ST-ERRO-CRT NOT = "00"
              MOVE "00" TO ST-ERRO-CRT
              MOVE "*** ERRO NA ATUALIZACAO DA CARTEIRA ***"
                                                    TO CT-MOTIVO
              GO TO GRAVAR-MOV-CARTEIRA-FIM.
           MOVE CART-DOC      TO CARTM-DOC
           MOVE CART-ULT-SEQ  TO CARTM-SEQ
           MOVE CT-DATA       TO CARTM-DATA
           MOVE CT-TIPO       TO CARTM-TIPO
           MOVE CT-VALOR      TO CARTM-VALOR
           MOVE CART-SALDO    TO CARTM-SALDO
           MOVE CT-RECIBO     TO CARTM-RECIBO
           MOVE CT-ORIGEM     TO CARTM-ORIGEM
           MOVE CT-OPERADOR   TO CARTM-OPERADOR
           WRITE REGCARTM
           MOVE "00" TO ST-ERRO-CRM
           MOVE CART-SALDO TO CT-SALDO
           MOVE "S" TO CT-OK.
       GRAVAR-MOV-CARTEIRA-FIM.
           EXIT.

       FECHAR-CARTEIRA.
           IF CT-ABERTO = "S"
              CLOSE ARQCARTE ARQCARTM
              MOVE "N" TO CT-ABERTO.
       FECHAR-CARTEIRA-FIM.
           EXIT.
