      *-----------------------------------------------------------------
      * ROTINAS DO CONDUTOR AUTORIZADO DA EMPRESA (VER COPY CONDVAL.
      * NA WORKING-STORAGE). ABRIR-CONDUTOR DEVE SER CHAMADA UMA VEZ
      * NO INICIO. LOCACAO DE CNPJ SO ABRE COM UM CONDUTOR DA PROPRIA
      * EMPRESA, ATIVO E LIBERADO PARA A CATEGORIA DA BIKE.
      *-----------------------------------------------------------------
       ABRIR-CONDUTOR.
           MOVE "N" TO CN-ABERTO
           OPEN INPUT ARQCONDU
           IF ST-ERRO-CND = "00"
              MOVE "S" TO CN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-CND.
       ABRIR-CONDUTOR-FIM.
           EXIT.

       LER-CONDUTOR.
           MOVE "N" TO CN-ACHOU
           MOVE SPACES TO CN-NOME
           IF CN-ABERTO NOT = "S"
              GO TO LER-CONDUTOR-FIM.
           MOVE CN-CNPJ TO COND-CNPJ
           MOVE CN-CPF  TO COND-CPF
           READ ARQCONDU
           IF ST-ERRO-CND NOT = "00"
              MOVE "00" TO ST-ERRO-CND
              GO TO LER-CONDUTOR-FIM.
           MOVE COND-NOME TO CN-NOME
           MOVE "S" TO CN-ACHOU.
       LER-CONDUTOR-FIM.
           EXIT.

       VALIDAR-CONDUTOR.
           MOVE "N" TO CN-VALIDO
           MOVE SPACES TO CN-MOTIVO
           IF CN-CPF = ZEROS
              MOVE "*** INFORME O CPF DO CONDUTOR ***" TO CN-MOTIVO
              GO TO VALIDAR-CONDUTOR-FIM.
           PERFORM LER-CONDUTOR THRU LER-CONDUTOR-FIM
           IF CN-ACHOU NOT = "S"
              MOVE "*** CONDUTOR NAO AUTORIZADO ***" TO CN-MOTIVO
              GO TO VALIDAR-CONDUTOR-FIM.
           IF COND-ATIVO NOT = "S"
              MOVE "*** CONDUTOR INATIVO NA EMPRESA ***" TO CN-MOTIVO
              GO TO VALIDAR-CONDUTOR-FIM.
           IF COND-CATEGORIA NOT = SPACE
              AND COND-CATEGORIA NOT = CN-CATEGORIA
              MOVE "*** CATEGORIA VEDADA AO CONDUTOR ***" TO CN-MOTIVO
              GO TO VALIDAR-CONDUTOR-FIM.
           MOVE "S" TO CN-VALIDO.
       VALIDAR-CONDUTOR-FIM.
           EXIT.

       FECHAR-CONDUTOR.
           IF CN-ABERTO = "S"
              CLOSE ARQCONDU
              MOVE "N" TO CN-ABERTO.
       FECHAR-CONDUTOR-FIM.
           EXIT.
