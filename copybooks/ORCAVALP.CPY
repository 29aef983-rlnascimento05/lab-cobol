      *-----------------------------------------------------------------
      * ROTINAS DO ORCAMENTO DE LOCACAO (VER COPY ORCAVAL. NA
      * WORKING-STORAGE). ABRIR-ORCAMENTO DEVE SER CHAMADA UMA VEZ
      * NO INICIO; ARQORCAM.DAT AUSENTE NAO E ERRO (NENHUM ORCAMENTO
      * EMITIDO). A VALIDADE E CONTADA EM DIAS CORRIDOS DESDE A
      * EMISSAO, COM A MESMA CONTA COMERCIAL (360/30) DO VOUCHER DO
      * SGB-004. AS TARIFAS COTADAS VALEM PARA A BIKE INTEIRA DA
      * LOCACAO; CAMPANHA, VOUCHER E ASSINATURA CONTINUAM SENDO
      * TRATADOS NA HORA PELO PROGRAMA QUE ABRE A LOCACAO.
      *-----------------------------------------------------------------
       ABRIR-ORCAMENTO.
           MOVE "N" TO OR-ABERTO
           OPEN I-O ARQORCAM
           IF ST-ERRO-ORC NOT = "00"
              MOVE "00" TO ST-ERRO-ORC
              GO TO ABRIR-ORCAMENTO-FIM.
           OPEN I-O ARQORCLO
           IF ST-ERRO-ORL = "30" OR ST-ERRO-ORL = "35"
              OPEN OUTPUT ARQORCLO
              CLOSE ARQORCLO
              OPEN I-O ARQORCLO.
           IF ST-ERRO-ORL NOT = "00"
              CLOSE ARQORCAM
              MOVE "00" TO ST-ERRO-ORC ST-ERRO-ORL
              GO TO ABRIR-ORCAMENTO-FIM.
           MOVE "S" TO OR-ABERTO.
       ABRIR-ORCAMENTO-FIM.
           EXIT.

       VALIDAR-ORCAMENTO.
           MOVE "N" TO OR-VALIDO
           MOVE SPACES TO OR-MOTIVO
           IF OR-ABERTO NOT = "S"
              MOVE "*** NAO HA ORCAMENTOS EMITIDOS ***" TO OR-MOTIVO
              GO TO VALIDAR-ORCAMENTO-FIM.
           MOVE OR-NUMERO TO ORC-NUMERO
           READ ARQORCAM
           IF ST-ERRO-ORC NOT = "00"
              MOVE "00" TO ST-ERRO-ORC
              MOVE "*** ORCAMENTO NAO CADASTRADO ***" TO OR-MOTIVO
              GO TO VALIDAR-ORCAMENTO-FIM.
           IF NOT ORC-ABERTO
              MOVE "*** ORCAMENTO JA UTILIZADO ***" TO OR-MOTIVO
              GO TO VALIDAR-ORCAMENTO-FIM.
           IF ORC-DOC NOT = OR-DOC
              MOVE "*** ORCAMENTO EMITIDO PARA OUTRO CLIENTE ***"
                                                    TO OR-MOTIVO
              GO TO VALIDAR-ORCAMENTO-FIM.
           ACCEPT OR-HOJE FROM DATE YYYYMMDD
           COMPUTE OR-DIAS-HOJE = (OR-HOJE-AAAA * 360)
                   + (OR-HOJE-MM * 30) + OR-HOJE-DD
           MOVE ORC-EMISSAO TO OR-DMA-NUM
           COMPUTE OR-DIAS-EMIS = (OR-DMA-AAAA * 360)
                   + (OR-DMA-MM * 30) + OR-DMA-DD
           IF (OR-DIAS-HOJE - OR-DIAS-EMIS) > ORC-PRAZO-DIAS
              MOVE "*** ORCAMENTO VENCIDO ***" TO OR-MOTIVO
              GO TO VALIDAR-ORCAMENTO-FIM.
           IF ORC-FILIAL NOT = OR-FILIAL
              MOVE "*** ORCAMENTO DE OUTRA FILIAL ***" TO OR-MOTIVO
              GO TO VALIDAR-ORCAMENTO-FIM.
           IF ORC-CATEGORIA NOT = OR-CATEGORIA
              MOVE "*** ORCAMENTO DE OUTRA CATEGORIA ***"
                                                    TO OR-MOTIVO
              GO TO VALIDAR-ORCAMENTO-FIM.
           MOVE ORC-DIARIA      TO OR-DIARIA
           MOVE ORC-HORA        TO OR-HORA
           MOVE ORC-ACORDO      TO OR-ACORDO
           MOVE ORC-DESC-FIDEL  TO OR-DESC-FIDEL
           MOVE ORC-CAUCAO-BIKE TO OR-CAUCAO-BIKE
           MOVE 1 TO OR-IX.
       VALIDAR-ORCAMENTO-ACE.
           MOVE ORC-ACE-COD (OR-IX)    TO OR-TAB-COD (OR-IX)
           MOVE ORC-ACE-DIARIA (OR-IX) TO OR-TAB-DIARIA (OR-IX)
           IF OR-IX < 5
              ADD 1 TO OR-IX
              GO TO VALIDAR-ORCAMENTO-ACE.
           MOVE "S" TO OR-VALIDO.
       VALIDAR-ORCAMENTO-FIM.
           EXIT.

      * ACESSORIO COTADO NO ORCAMENTO DA LOCACAO CORRENTE SAI PELA
      * DIARIA DO ORCAMENTO; OS DEMAIS SEGUEM A DIARIA DO CADASTRO
       PRECO-ACESS-ORCAMENTO.
           MOVE "N" TO OR-ACE-ACHOU
           MOVE ZEROS TO OR-ACE-DIARIA
           IF OR-APLIC NOT = "S"
              GO TO PRECO-ACESS-ORCAMENTO-FIM.
           MOVE 1 TO OR-IX.
       PRECO-ACESS-ORCAMENTO-LER.
           IF OR-TAB-COD (OR-IX) = OR-ACE-COD
              AND OR-ACE-COD NOT = ZEROS
              MOVE OR-TAB-DIARIA (OR-IX) TO OR-ACE-DIARIA
              MOVE "S" TO OR-ACE-ACHOU
              GO TO PRECO-ACESS-ORCAMENTO-FIM.
           IF OR-IX < 5
              ADD 1 TO OR-IX
              GO TO PRECO-ACESS-ORCAMENTO-LER.
       PRECO-ACESS-ORCAMENTO-FIM.
           EXIT.

      * DEPOIS DA LOCACAO GRAVADA: CONTA A BIKE RETIRADA NO
      * ORCAMENTO E GUARDA AS TARIFAS COTADAS COM A CHAVE DA LOCACAO,
      * PARA O RECALCULO DA DEVOLUCAO
       USAR-ORCAMENTO.
           IF OR-ABERTO NOT = "S" OR OR-APLIC NOT = "S"
              GO TO USAR-ORCAMENTO-FIM.
           MOVE OR-NUMERO TO ORC-NUMERO
           READ ARQORCAM
           IF ST-ERRO-ORC NOT = "00"
              MOVE "00" TO ST-ERRO-ORC
              GO TO USAR-ORCAMENTO-FIM.
           ADD 1 TO ORC-QTD-USADA
           IF ORC-QTD-USADA NOT < ORC-QTD-BIKES
              MOVE "U" TO ORC-SITUACAO.
           REWRITE REGORCAM
           MOVE "00" TO ST-ERRO-ORC
           MOVE OR-LOC-NUMERO TO OL-NUMERO
           MOVE OR-LOC-SEQ    TO OL-SEQ
           MOVE OR-NUMERO     TO OL-ORCAMENTO
           MOVE OR-DIARIA     TO OL-DIARIA
           MOVE OR-HORA       TO OL-HORA
           MOVE OR-ACORDO     TO OL-ACORDO
           MOVE OR-DESC-FIDEL TO OL-DESC-FIDEL
           WRITE REGORCLO
           MOVE "00" TO ST-ERRO-ORL.
       USAR-ORCAMENTO-FIM.
           EXIT.

       BUSCAR-ORCAM-LOC.
           MOVE "N" TO OR-APLIC
           IF OR-ABERTO NOT = "S"
              GO TO BUSCAR-ORCAM-LOC-FIM.
           MOVE OR-LOC-NUMERO TO OL-NUMERO
           MOVE OR-LOC-SEQ    TO OL-SEQ
           READ ARQORCLO
           IF ST-ERRO-ORL NOT = "00"
              MOVE "00" TO ST-ERRO-ORL
              GO TO BUSCAR-ORCAM-LOC-FIM.
           MOVE OL-ORCAMENTO  TO OR-NUMERO
           MOVE OL-DIARIA     TO OR-DIARIA
           MOVE OL-HORA       TO OR-HORA
           MOVE OL-ACORDO     TO OR-ACORDO
           MOVE OL-DESC-FIDEL TO OR-DESC-FIDEL
           MOVE "S" TO OR-APLIC.
       BUSCAR-ORCAM-LOC-FIM.
           EXIT.

       FECHAR-ORCAMENTO.
           IF OR-ABERTO = "S"
              CLOSE ARQORCAM ARQORCLO
              MOVE "N" TO OR-ABERTO.
       FECHAR-ORCAMENTO-FIM.
           EXIT.
