      *-----------------------------------------------------------------
      * ROTINAS DO LANCAMENTO DE CONTAS A PAGAR (VER COPY CPAGVAL. NA
      * WORKING-STORAGE). AS DATAS DA CONTA FICAM EM DDMMAAAA, COMO
      * NOS DEMAIS ARQUIVOS DO SISTEMA; O AVANCO DE DATA E O DO COPY
      * CALDIASP. (CD-CORRENTE EM AAAAMMDD).
      *-----------------------------------------------------------------
       GERAR-PARCELAS.
           MOVE ZEROS TO PP-GRAVADAS
           IF PP-QTD-PARC < 1
              MOVE 1 TO PP-QTD-PARC.
           ACCEPT PP-HOJE FROM DATE YYYYMMDD
           PERFORM OBTER-PROX-CPAG THRU OBTER-PROX-CPAG-FIM
           COMPUTE PP-VLR-PARC = PP-VALOR / PP-QTD-PARC
           COMPUTE PP-VLR-ULT = PP-VALOR
                             - (PP-VLR-PARC * (PP-QTD-PARC - 1))
           MOVE PP-V1-AAAA TO CD-CUR-AAAA
           MOVE PP-V1-MM   TO CD-CUR-MM
           MOVE PP-V1-DD   TO CD-CUR-DD
           MOVE 1 TO PP-PARC.
       GERAR-PARCELAS-GRAVA.
           IF PP-PARC > PP-QTD-PARC
              GO TO GERAR-PARCELAS-FIM.
           MOVE PP-NUMERO      TO CPG-NUMERO
           MOVE PP-PARC        TO CPG-PARCELA
           MOVE PP-FORNECEDOR  TO CPG-FORNECEDOR
           MOVE PP-CREDOR      TO CPG-CREDOR
           MOVE PP-NOTA        TO CPG-NOTA
           MOVE PP-ORIGEM      TO CPG-ORIGEM
           MOVE PP-PEDIDO      TO CPG-PEDIDO
           MOVE PP-DESP-CHAVE  TO CPG-DESP-CHAVE
           MOVE PP-FILIAL      TO CPG-FILIAL
           MOVE PP-EMISSAO     TO CPG-EMISSAO
           MOVE CD-CUR-DD      TO CPG-VENCTO (1:2)
           MOVE CD-CUR-MM      TO CPG-VENCTO (3:2)
           MOVE CD-CUR-AAAA    TO CPG-VENCTO (5:4)
           IF PP-PARC = PP-QTD-PARC
              MOVE PP-VLR-ULT  TO CPG-VALOR
           ELSE
              MOVE PP-VLR-PARC TO CPG-VALOR.
           MOVE "A"            TO CPG-SITUACAO
           MOVE ZEROS          TO CPG-DATA-PAGTO CPG-VALOR-PAGO
           MOVE SPACES         TO CPG-OPER-PAGTO
           MOVE PP-OPERADOR    TO CPG-OPERADOR
           MOVE PP-HOJE-DD     TO CPG-DATA-LANC (1:2)
           MOVE PP-HOJE-MM     TO CPG-DATA-LANC (3:2)
           MOVE PP-HOJE-AAAA   TO CPG-DATA-LANC (5:4)
           WRITE REGCPAG
           IF ST-ERRO-CPG = "00" OR "02"
              ADD 1 TO PP-GRAVADAS
           ELSE
              MOVE "00" TO ST-ERRO-CPG.
           MOVE PP-INTERVALO TO PP-DIAS-SOMAR
           PERFORM AVANCAR-DIAS THRU AVANCAR-DIAS-FIM
           ADD 1 TO PP-PARC
           GO TO GERAR-PARCELAS-GRAVA.
       GERAR-PARCELAS-FIM.
           EXIT.

       AVANCAR-DIAS.
           MOVE ZEROS TO PP-DIAS.
       AVANCAR-DIAS-LOOP.
           IF PP-DIAS NOT < PP-DIAS-SOMAR
              GO TO AVANCAR-DIAS-FIM.
           PERFORM CD-PROX-DIA THRU CD-PROX-DIA-FIM
           ADD 1 TO PP-DIAS
           GO TO AVANCAR-DIAS-LOOP.
       AVANCAR-DIAS-FIM.
           EXIT.

      * TIRA O PROXIMO NUMERO DE CONTA DO ARQUIVO DE CONTROLE
      * CTRLCPAG.DAT (MESMO ESQUEMA DO CONTROLE DE PEDIDOS)
       OBTER-PROX-CPAG.
           MOVE ZEROS TO CTRL-ULT-CPAG
           OPEN INPUT CTRLCPAG
           IF ST-ERRO-CCP = "00"
              READ CTRLCPAG
                  AT END MOVE ZEROS TO CTRL-ULT-CPAG.
           IF ST-ERRO-CCP NOT = "35" AND "30"
              CLOSE CTRLCPAG.
           COMPUTE PP-NUMERO = CTRL-ULT-CPAG + 1
           MOVE PP-NUMERO TO CTRL-ULT-CPAG
           OPEN OUTPUT CTRLCPAG
           WRITE REG-CTRLCPAG
           CLOSE CTRLCPAG.
       OBTER-PROX-CPAG-FIM.
           EXIT.
