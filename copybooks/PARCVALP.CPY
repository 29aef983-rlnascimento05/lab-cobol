      *-----------------------------------------------------------------
      * ROTINAS DO PARCEIRO INDICADOR (VER COPY PARCVAL. NA
      * WORKING-STORAGE). ABRIR-PARCEIRO DEVE SER CHAMADA UMA VEZ NO
      * INICIO. CODIGO ZERO E "SEM PARCEIRO" E NAO PASSA POR AQUI;
      * CODIGO INFORMADO SO E ACEITO PARA PARCEIRO ATIVO.
      *-----------------------------------------------------------------
       ABRIR-PARCEIRO.
           MOVE "N" TO PC-ABERTO
           OPEN INPUT ARQPARC
           IF ST-ERRO-PRC = "00"
              MOVE "S" TO PC-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PRC.
       ABRIR-PARCEIRO-FIM.
           EXIT.

       LER-PARCEIRO.
           MOVE "N" TO PC-ACHOU
           MOVE SPACES TO PC-NOME
           MOVE ZEROS TO PC-PERC
           IF PC-ABERTO NOT = "S"
              GO TO LER-PARCEIRO-FIM.
           MOVE PC-CODIGO TO PARC-CODIGO
           READ ARQPARC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "00" TO ST-ERRO-PRC
              GO TO LER-PARCEIRO-FIM.
           MOVE PARC-NOME       TO PC-NOME
           MOVE PARC-PERC-COMIS TO PC-PERC
           MOVE "S" TO PC-ACHOU.
       LER-PARCEIRO-FIM.
           EXIT.

       VALIDAR-PARCEIRO.
           MOVE "N" TO PC-VALIDO
           MOVE SPACES TO PC-MOTIVO
           PERFORM LER-PARCEIRO THRU LER-PARCEIRO-FIM
           IF PC-ACHOU NOT = "S"
              MOVE "*** PARCEIRO NAO CADASTRADO ***" TO PC-MOTIVO
              GO TO VALIDAR-PARCEIRO-FIM.
           IF PARC-SITUACAO NOT = "A"
              MOVE "*** PARCEIRO INATIVO ***" TO PC-MOTIVO
              GO TO VALIDAR-PARCEIRO-FIM.
           MOVE "S" TO PC-VALIDO.
       VALIDAR-PARCEIRO-FIM.
           EXIT.

       FECHAR-PARCEIRO.
           IF PC-ABERTO = "S"
              CLOSE ARQPARC
              MOVE "N" TO PC-ABERTO.
       FECHAR-PARCEIRO-FIM.
           EXIT.
