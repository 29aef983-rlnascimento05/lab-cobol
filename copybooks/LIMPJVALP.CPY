      *-----------------------------------------------------------------
      * ROTINAS DO LIMITE DE CREDITO E DA RETENCAO DO CLIENTE PJ (VER
      * COPY LIMPJVAL. NA WORKING-STORAGE). ABRIR-LIMITE-PJ DEVE SER
      * CHAMADA UMA VEZ NO INICIO, COM O ARQPARAM JA ABERTO PELO
      * ABRIR-PARAMETROS; ARQLIMPJ OU ARQFATPJ AUSENTES NAO SAO ERRO
      * (SEM LIMITE / SEM FATURAS).
      *-----------------------------------------------------------------
       ABRIR-LIMITE-PJ.
           MOVE "FATPRAZO" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > 0
              MOVE PV-VALOR TO LP-PRAZO-FAT.
           MOVE "PJDIASATR" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > 0
              MOVE PV-VALOR TO LP-DIAS-TOL.
           MOVE "N" TO LP-LIM-ABERTO
           OPEN INPUT ARQLIMPJ
           IF ST-ERRO-LIM = "00"
              MOVE "S" TO LP-LIM-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-LIM.
           MOVE "N" TO LP-FAT-ABERTO
           OPEN INPUT ARQFATPJ
           IF ST-ERRO-FAT = "00"
              MOVE "S" TO LP-FAT-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FAT.
       ABRIR-LIMITE-PJ-FIM.
           EXIT.

       CALC-EXPOSICAO-PJ.
           MOVE "N"   TO LP-TEM-LIMITE
           MOVE ZEROS TO LP-LIMITE LP-FATURAS LP-NAO-FATURADO
                         LP-EM-ABERTO LP-EXPOSICAO LP-MAIOR-ATRASO
                         LP-QTD-VENCIDAS LP-QTD-COMP
           ACCEPT LP-HOJE FROM DATE YYYYMMDD
           COMPUTE LP-DIAS-HOJE = (LP-HOJE-AAAA * 360)
                                + (LP-HOJE-MM * 30) + LP-HOJE-DD
           IF LP-LIM-ABERTO = "S"
              MOVE LP-CNPJ TO LIM-CNPJ
              READ ARQLIMPJ
              IF ST-ERRO-LIM = "00"
                 MOVE LIM-VALOR TO LP-LIMITE
                 IF LIM-VALOR > 0
                    MOVE "S" TO LP-TEM-LIMITE.
           MOVE "00" TO ST-ERRO-LIM
           PERFORM SOMAR-FATURAS-PJ THRU SOMAR-FATURAS-PJ-FIM
           MOVE REGLOC    TO LP-LOC-SALVO
           MOVE CHAVE-PAG TO LP-PAG-SALVO
           PERFORM SOMAR-LOCACOES-PJ THRU SOMAR-LOCACOES-PJ-FIM
           MOVE LP-LOC-SALVO TO REGLOC
           MOVE LP-PAG-SALVO TO CHAVE-PAG
           COMPUTE LP-EXPOSICAO = LP-FATURAS + LP-NAO-FATURADO
                                + LP-EM-ABERTO
              ON SIZE ERROR
                 MOVE 999999999,99 TO LP-EXPOSICAO.
       CALC-EXPOSICAO-PJ-FIM.
           EXIT.

      * VARRE O ARQFATPJ INTEIRO (CHAVE E O NUMERO DA FATURA): GUARDA
      * AS COMPETENCIAS JA FATURADAS DO CNPJ E SOMA O SALDO DAS
      * FATURAS EM ABERTO, APURANDO O ATRASO DE CADA UMA.
       SOMAR-FATURAS-PJ.
           IF LP-FAT-ABERTO NOT = "S"
              GO TO SOMAR-FATURAS-PJ-FIM.
           MOVE ZEROS TO FAT-NUMERO
           MOVE "N" TO LP-FIM
           START ARQFATPJ KEY IS NOT LESS THAN FAT-NUMERO
              INVALID KEY
                 MOVE "S" TO LP-FIM.
       SOMAR-FATURAS-PJ-LER.
           IF LP-FIM = "S"
              MOVE "00" TO ST-ERRO-FAT
              GO TO SOMAR-FATURAS-PJ-FIM.
           READ ARQFATPJ NEXT RECORD
              AT END
                 MOVE "S" TO LP-FIM
                 GO TO SOMAR-FATURAS-PJ-LER.
           IF FAT-CNPJ NOT = LP-CNPJ
              GO TO SOMAR-FATURAS-PJ-LER.
           IF LP-QTD-COMP < 120
              ADD 1 TO LP-QTD-COMP
              MOVE FAT-COMPET TO LP-COMPET (LP-QTD-COMP).
           IF NOT FAT-ABERTA
              GO TO SOMAR-FATURAS-PJ-LER.
           IF FAT-VALOR-PAGO NOT < FAT-VALOR
              GO TO SOMAR-FATURAS-PJ-LER.
           COMPUTE LP-SALDO-FAT = FAT-VALOR - FAT-VALOR-PAGO
           ADD LP-SALDO-FAT TO LP-FATURAS
           MOVE FAT-DATA-EMISSAO TO LP-DMA-NUM
           COMPUTE LP-DIAS-DOC = (LP-DMA-AAAA * 360)
                               + (LP-DMA-MM * 30) + LP-DMA-DD
           COMPUTE LP-ATRASO = LP-DIAS-HOJE - LP-DIAS-DOC
                             - LP-PRAZO-FAT
           IF LP-ATRASO > 0
              IF LP-ATRASO > LP-MAIOR-ATRASO
                 IF LP-ATRASO > 99999
                    MOVE 99999 TO LP-MAIOR-ATRASO
                 ELSE
                    MOVE LP-ATRASO TO LP-MAIOR-ATRASO.
           IF LP-ATRASO > LP-DIAS-TOL
              ADD 1 TO LP-QTD-VENCIDAS.
           GO TO SOMAR-FATURAS-PJ-LER.
       SOMAR-FATURAS-PJ-FIM.
           EXIT.

      * PERCORRE AS LOCACOES DO CNPJ PELA CHAVE ALTERNATIVA LOC-CPF.
      * ABERTA: DIAS CORRIDOS (MINIMO 1) VEZES A DIARIA DA LOCACAO.
      * FECHADA SEM PAGAMENTO E FORA DE COMPETENCIA JA FATURADA: VALOR
      * DA LOCACAO (ENTRA NA PROXIMA FATURA DO MES).
       SOMAR-LOCACOES-PJ.
           MOVE LP-CNPJ TO LOC-CPF
           MOVE "N" TO LP-FIM
           START ARQLOC KEY IS EQUAL LOC-CPF
              INVALID KEY
                 MOVE "S" TO LP-FIM.
       SOMAR-LOCACOES-PJ-LER.
           IF LP-FIM = "S"
              GO TO SOMAR-LOCACOES-PJ-FIM.
           READ ARQLOC NEXT RECORD
              AT END
                 MOVE "S" TO LP-FIM
                 GO TO SOMAR-LOCACOES-PJ-LER.
           IF LOC-CPF NOT = LP-CNPJ
              MOVE "S" TO LP-FIM
              GO TO SOMAR-LOCACOES-PJ-LER.
           IF LOC-ABERTA
              MOVE LOC-DATALOCACAO TO LP-DMA-NUM
              COMPUTE LP-DIAS-DOC = (LP-DMA-AAAA * 360)
                                  + (LP-DMA-MM * 30) + LP-DMA-DD
              MOVE 1 TO LP-DIAS-LOC
              IF LP-DIAS-HOJE > LP-DIAS-DOC
                 COMPUTE LP-DIAS-LOC = LP-DIAS-HOJE - LP-DIAS-DOC
                    ON SIZE ERROR
                       MOVE 99999 TO LP-DIAS-LOC.
           IF LOC-ABERTA
              COMPUTE LP-EM-ABERTO = LP-EM-ABERTO
                                   + (LP-DIAS-LOC * LOC-VALORLOCACAO)
                 ON SIZE ERROR
                    MOVE 999999999,99 TO LP-EM-ABERTO.
           IF LOC-ABERTA
              GO TO SOMAR-LOCACOES-PJ-LER.
           IF NOT LOC-FECHADA
              GO TO SOMAR-LOCACOES-PJ-LER.
           MOVE LOC-NUMERO TO PAG-NUMERO
           MOVE LOC-SEQ    TO PAG-SEQ
           MOVE "N" TO LP-PAGO
           READ ARQPAG
              INVALID KEY
                 MOVE "N" TO LP-PAGO
              NOT INVALID KEY
                 MOVE "S" TO LP-PAGO.
           IF LP-PAGO = "S"
              GO TO SOMAR-LOCACOES-PJ-LER.
           MOVE LOC-DATADEVOLUCAO TO LP-DMA-NUM
           MOVE LP-DMA-AAAA TO LP-CL-AAAA
           MOVE LP-DMA-MM   TO LP-CL-MM
           MOVE "N" TO LP-COMP-ACHADA
           MOVE 1 TO LP-IND.
       SOMAR-LOCACOES-PJ-COMP.
           IF LP-IND > LP-QTD-COMP
              GO TO SOMAR-LOCACOES-PJ-SOMA.
           IF LP-COMPET (LP-IND) = LP-COMP-LOC-NUM
              MOVE "S" TO LP-COMP-ACHADA
              GO TO SOMAR-LOCACOES-PJ-SOMA.
           ADD 1 TO LP-IND
           GO TO SOMAR-LOCACOES-PJ-COMP.
       SOMAR-LOCACOES-PJ-SOMA.
           IF LP-COMP-ACHADA = "N"
              ADD LOC-VALORLOCACAO TO LP-NAO-FATURADO
                 ON SIZE ERROR
                    MOVE 999999999,99 TO LP-NAO-FATURADO.
           GO TO SOMAR-LOCACOES-PJ-LER.
       SOMAR-LOCACOES-PJ-FIM.
           EXIT.

       VERIF-LIMITE-PJ.
           MOVE "N" TO LP-RETIDA LP-EXCEDE
           MOVE SPACES TO LP-MOTIVO
           PERFORM CALC-EXPOSICAO-PJ THRU CALC-EXPOSICAO-PJ-FIM
           IF LP-QTD-VENCIDAS > 0
              MOVE "S" TO LP-RETIDA
              MOVE LP-MAIOR-ATRASO TO LP-ATRASO-ED
              STRING "RETIDA: FATURA VENCIDA HA " DELIMITED BY SIZE
                     LP-ATRASO-ED                 DELIMITED BY SIZE
                     " DIAS"                      DELIMITED BY SIZE
                     INTO LP-MOTIVO.
           IF LP-TEM-LIMITE = "S"
              IF LP-EXPOSICAO + LP-ACRESCIMO > LP-LIMITE
                 MOVE "S" TO LP-EXCEDE
                 IF LP-RETIDA NOT = "S"
                    MOVE "LIMITE DE CREDITO DA EMPRESA EXCEDIDO"
                      TO LP-MOTIVO.
       VERIF-LIMITE-PJ-FIM.
           EXIT.

       GRAVAR-LIBERACAO-PJ.
           OPEN EXTEND AUDLIMPJ
           IF ST-ERRO-ALM NOT = "00"
              IF ST-ERRO-ALM = "30" OR "05" OR "35"
                 OPEN OUTPUT AUDLIMPJ
                 CLOSE AUDLIMPJ
                 OPEN EXTEND AUDLIMPJ
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DA TRILHA DE LIBERACOES"
                         " PJ ***"
                 MOVE "00" TO ST-ERRO-ALM
                 GO TO GRAVAR-LIBERACAO-PJ-FIM.
           ACCEPT ALM-DATA FROM DATE YYYYMMDD
           ACCEPT LP-AGORA FROM TIME
           MOVE LP-AGORA-HMS     TO ALM-HORA
           MOVE LP-PROGRAMA      TO ALM-PROGRAMA
           MOVE LP-CNPJ          TO ALM-CNPJ
           MOVE LP-TIPO          TO ALM-TIPO
           MOVE LP-EXPOSICAO     TO ALM-EXPOSICAO
           MOVE LP-ACRESCIMO     TO ALM-ACRESCIMO
           MOVE LP-LIMITE        TO ALM-LIMITE
           MOVE LP-MAIOR-ATRASO  TO ALM-ATRASO
           MOVE LP-JUSTIFICATIVA TO ALM-MOTIVO
           MOVE LP-OPERADOR      TO ALM-OPERADOR
           WRITE REGAUDLIM
           IF ST-ERRO-ALM NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DAS LIBERACOES PJ ***".
           CLOSE AUDLIMPJ
           MOVE "00" TO ST-ERRO-ALM.
       GRAVAR-LIBERACAO-PJ-FIM.
           EXIT.

       FECHAR-LIMITE-PJ.
           IF LP-LIM-ABERTO = "S"
              CLOSE ARQLIMPJ
              MOVE "N" TO LP-LIM-ABERTO.
           IF LP-FAT-ABERTO = "S"
              CLOSE ARQFATPJ
              MOVE "N" TO LP-FAT-ABERTO.
       FECHAR-LIMITE-PJ-FIM.
           EXIT.
