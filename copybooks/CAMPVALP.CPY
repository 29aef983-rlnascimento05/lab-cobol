      *-----------------------------------------------------------------
      * ROTINAS DA VALIDACAO DE CAMPANHA PROMOCIONAL (VER COPY
      * CAMPVAL. NA WORKING-STORAGE). ABRIR-CAMPANHA DEVE SER
      * CHAMADA UMA VEZ NO INICIO; ARQCAMP.DAT AUSENTE NAO E ERRO
      * (NENHUMA CAMPANHA CADASTRADA) E O ARQCAMPU.DAT E CRIADO NA
      * PRIMEIRA VEZ. CAMPANHA SEM LIMITE (CAMP-MAX-USOS OU
      * CAMP-MAX-CPF ZERADO) NAO CONSULTA O CONTADOR CORRESPONDENTE.
      * DIA DA SEMANA: 1 A 7 = DOMINGO A SABADO, PELA CONGRUENCIA DE
      * ZELLER (H=0 SABADO, H=1 DOMINGO ... H=6 SEXTA).
      *-----------------------------------------------------------------
       ABRIR-CAMPANHA.
           MOVE "N" TO CA-ABERTO
           OPEN I-O ARQCAMP
           IF ST-ERRO-CMP NOT = "00"
              MOVE "00" TO ST-ERRO-CMP
              GO TO ABRIR-CAMPANHA-FIM.
           OPEN I-O ARQCAMPU
           IF ST-ERRO-CMU = "30" OR ST-ERRO-CMU = "35"
              OPEN OUTPUT ARQCAMPU
              CLOSE ARQCAMPU
              OPEN I-O ARQCAMPU.
           IF ST-ERRO-CMU NOT = "00"
              CLOSE ARQCAMP
              MOVE "00" TO ST-ERRO-CMP ST-ERRO-CMU
              GO TO ABRIR-CAMPANHA-FIM.
           MOVE "S" TO CA-ABERTO.
       ABRIR-CAMPANHA-FIM.
           EXIT.

       VALIDAR-CAMPANHA.
           MOVE "N" TO CA-VALIDA
           MOVE SPACES TO CA-MOTIVO
           IF CA-ABERTO NOT = "S"
              MOVE "*** NAO HA CAMPANHAS CADASTRADAS ***" TO CA-MOTIVO
              GO TO VALIDAR-CAMPANHA-FIM.
           MOVE CA-CODIGO TO CAMP-CODIGO
           READ ARQCAMP
           IF ST-ERRO-CMP NOT = "00"
              MOVE "00" TO ST-ERRO-CMP
              MOVE "*** CAMPANHA NAO CADASTRADA ***" TO CA-MOTIVO
              GO TO VALIDAR-CAMPANHA-FIM.
           IF NOT CAMP-ATIVA
              MOVE "*** CAMPANHA INATIVA ***" TO CA-MOTIVO
              GO TO VALIDAR-CAMPANHA-FIM.
           COMPUTE CA-DATA-AMD = (CA-DATA-AAAA * 10000)
                   + (CA-DATA-MM * 100) + CA-DATA-DD
           MOVE CAMP-INICIO TO CA-DMA-NUM
           COMPUTE CA-INI-AMD = (CA-DMA-AAAA * 10000)
                   + (CA-DMA-MM * 100) + CA-DMA-DD
           MOVE CAMP-FIM TO CA-DMA-NUM
           COMPUTE CA-FIM-AMD = (CA-DMA-AAAA * 10000)
                   + (CA-DMA-MM * 100) + CA-DMA-DD
           IF CA-DATA-AMD < CA-INI-AMD OR CA-DATA-AMD > CA-FIM-AMD
              MOVE "*** CAMPANHA FORA DA VALIDADE ***" TO CA-MOTIVO
              GO TO VALIDAR-CAMPANHA-FIM.
           IF CAMP-FILIAL NOT = ZEROS AND CAMP-FILIAL NOT = CA-FILIAL
              MOVE "*** CAMPANHA NAO VALE NESTA FILIAL ***"
                                                    TO CA-MOTIVO
              GO TO VALIDAR-CAMPANHA-FIM.
           IF CAMP-CATEGORIA NOT = SPACE
              AND CAMP-CATEGORIA NOT = CA-CATEGORIA
              MOVE "*** CAMPANHA NAO VALE NESTA CATEGORIA ***"
                                                    TO CA-MOTIVO
              GO TO VALIDAR-CAMPANHA-FIM.
           IF CAMP-DIASEM NOT = ZEROS
              PERFORM CALC-DIASEM-CAMPANHA
                 THRU CALC-DIASEM-CAMPANHA-FIM
              IF (CAMP-DIASEM < 8 AND CA-DIASEM NOT = CAMP-DIASEM)
                 OR (CAMP-DIASEM = 8
                     AND (CA-DIASEM = 1 OR CA-DIASEM = 7))
                 OR (CAMP-DIASEM = 9
                     AND CA-DIASEM NOT = 1 AND CA-DIASEM NOT = 7)
                 MOVE "*** CAMPANHA NAO VALE NESTE DIA ***"
                                                    TO CA-MOTIVO
                 GO TO VALIDAR-CAMPANHA-FIM.
           IF CAMP-MAX-USOS NOT = ZEROS
              AND CAMP-USOS NOT < CAMP-MAX-USOS
              MOVE "*** CAMPANHA ESGOTADA ***" TO CA-MOTIVO
              GO TO VALIDAR-CAMPANHA-FIM.
           IF CAMP-MAX-CPF NOT = ZEROS
              MOVE CA-CODIGO TO CAMPU-CODIGO
              MOVE CA-CPF    TO CAMPU-CPF
              READ ARQCAMPU
              IF ST-ERRO-CMU = "00"
                 AND CAMPU-USOS NOT < CAMP-MAX-CPF
                 MOVE "*** LIMITE DA CAMPANHA POR CPF ATINGIDO ***"
                                                    TO CA-MOTIVO
                 GO TO VALIDAR-CAMPANHA-FIM.
           MOVE "00" TO ST-ERRO-CMU
           MOVE "S" TO CA-VALIDA.
       VALIDAR-CAMPANHA-FIM.
           EXIT.

       CALC-DIASEM-CAMPANHA.
           MOVE CA-DATA-MM   TO CA-ZC-M
           MOVE CA-DATA-AAAA TO CA-ZC-A
           IF CA-ZC-M < 3
              ADD 12 TO CA-ZC-M
              SUBTRACT 1 FROM CA-ZC-A.
           COMPUTE CA-ZC-J = CA-ZC-A / 100
           COMPUTE CA-ZC-K = CA-ZC-A - (CA-ZC-J * 100)
           COMPUTE CA-ZC-T1 = (13 * (CA-ZC-M + 1)) / 5
           COMPUTE CA-ZC-T2 = CA-ZC-K / 4
           COMPUTE CA-ZC-T3 = CA-ZC-J / 4
           COMPUTE CA-ZC-H = CA-DATA-DD + CA-ZC-T1 + CA-ZC-K
                   + CA-ZC-T2 + CA-ZC-T3 + (5 * CA-ZC-J)
           COMPUTE CA-ZC-T4 = CA-ZC-H / 7
           COMPUTE CA-ZC-H = CA-ZC-H - (CA-ZC-T4 * 7)
           IF CA-ZC-H = 0
              MOVE 7 TO CA-DIASEM
           ELSE
              MOVE CA-ZC-H TO CA-DIASEM.
       CALC-DIASEM-CAMPANHA-FIM.
           EXIT.

      * CAMPANHA JA LIDA EM REGCAMP (VALIDAR-CAMPANHA OU LEITURA
      * DIRETA PELO CODIGO GRAVADO NA LOCACAO)
       CALC-DESC-CAMPANHA.
           MOVE ZEROS TO CA-DESCONTO
           IF CAMP-PERCENTUAL
              COMPUTE CA-DESCONTO ROUNDED =
                      CA-BASE * CAMP-PERC / 100
           ELSE
              MOVE CAMP-VALOR TO CA-DESCONTO.
           IF CA-DESCONTO > CA-BASE
              MOVE CA-BASE TO CA-DESCONTO.
       CALC-DESC-CAMPANHA-FIM.
           EXIT.

      * DEVOLUCAO: RECALCULA O DESCONTO DA CAMPANHA GRAVADA NA
      * LOCACAO (CA-CODIGO) SOBRE O NOVO VALOR (CA-BASE), SEM
      * VALIDAR DE NOVO -- A CAMPANHA VALEU NA ABERTURA. CAMPANHA
      * JA EXCLUIDA MANTEM O DESCONTO ANTERIOR (CA-DESCONTO),
      * LIMITADO A BASE
       REAPLICAR-CAMPANHA.
           IF CA-ABERTO NOT = "S"
              GO TO REAPLICAR-CAMPANHA-SEM.
           MOVE CA-CODIGO TO CAMP-CODIGO
           READ ARQCAMP
           IF ST-ERRO-CMP NOT = "00"
              MOVE "00" TO ST-ERRO-CMP
              GO TO REAPLICAR-CAMPANHA-SEM.
           PERFORM CALC-DESC-CAMPANHA THRU CALC-DESC-CAMPANHA-FIM
           GO TO REAPLICAR-CAMPANHA-FIM.
       REAPLICAR-CAMPANHA-SEM.
           IF CA-DESCONTO > CA-BASE
              MOVE CA-BASE TO CA-DESCONTO.
       REAPLICAR-CAMPANHA-FIM.
           EXIT.

       USAR-CAMPANHA.
           IF CA-ABERTO NOT = "S" OR CA-CODIGO = SPACES
              GO TO USAR-CAMPANHA-FIM.
           MOVE CA-CODIGO TO CAMP-CODIGO
           READ ARQCAMP
           IF ST-ERRO-CMP = "00"
              ADD 1 TO CAMP-USOS
              REWRITE REGCAMP.
           MOVE "00" TO ST-ERRO-CMP
           MOVE CA-CODIGO TO CAMPU-CODIGO
           MOVE CA-CPF    TO CAMPU-CPF
           READ ARQCAMPU
           IF ST-ERRO-CMU = "00"
              ADD 1 TO CAMPU-USOS
              MOVE CA-DATA-NUM TO CAMPU-DATA-ULT
              REWRITE REGCAMPU
           ELSE
              MOVE 1 TO CAMPU-USOS
              MOVE CA-DATA-NUM TO CAMPU-DATA-ULT
              WRITE REGCAMPU.
           MOVE "00" TO ST-ERRO-CMU.
       USAR-CAMPANHA-FIM.
           EXIT.

       FECHAR-CAMPANHA.
           IF CA-ABERTO = "S"
              CLOSE ARQCAMP ARQCAMPU
              MOVE "N" TO CA-ABERTO.
       FECHAR-CAMPANHA-FIM.
           EXIT.
