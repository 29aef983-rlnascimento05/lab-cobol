      *-----------------------------------------------------------------
      * ROTINAS DE ACESSO AO CADASTRO DE BATERIAS (VER COPY BATVAL. NA
      * WORKING-STORAGE). ABRIR-BATERIA DEVE SER CHAMADA UMA VEZ NO
      * INICIO. OS MOVIMENTOS SAO NUMERADOS EM SEQUENCIA POR BATERIA:
      * T = INSTALADA NA BIKE, R = RETIRADA DA BIKE, C = CARGA
      * INICIADA (CONTA UM CICLO), F = CARGA CONCLUIDA, D = CONFERIDA
      * NA DEVOLUCAO DA LOCACAO, B = BAIXADA.
      *-----------------------------------------------------------------
       ABRIR-BATERIA.
           MOVE "N" TO BT-ABERTO
           OPEN I-O ARQBAT
           IF ST-ERRO-BAT = "30" OR "35"
              OPEN OUTPUT ARQBAT
              CLOSE ARQBAT
              GO TO ABRIR-BATERIA.
           IF ST-ERRO-BAT NOT = "00"
              MOVE "00" TO ST-ERRO-BAT
              GO TO ABRIR-BATERIA-FIM.
       ABRIR-BATERIA-MOV.
           OPEN I-O ARQBATM
           IF ST-ERRO-BTM = "30" OR "35"
              OPEN OUTPUT ARQBATM
              CLOSE ARQBATM
              GO TO ABRIR-BATERIA-MOV.
           IF ST-ERRO-BTM NOT = "00"
              MOVE "00" TO ST-ERRO-BTM
              CLOSE ARQBAT
              GO TO ABRIR-BATERIA-FIM.
           MOVE "S" TO BT-ABERTO.
       ABRIR-BATERIA-FIM.
           EXIT.

       LER-BATERIA.
           MOVE "N" TO BT-ACHOU
           IF BT-ABERTO NOT = "S"
              GO TO LER-BATERIA-FIM.
           MOVE BT-SERIE TO BAT-SERIE
           READ ARQBAT
           IF ST-ERRO-BAT = "00"
              MOVE "S" TO BT-ACHOU.
           MOVE "00" TO ST-ERRO-BAT.
       LER-BATERIA-FIM.
           EXIT.

      * PERCORRE AS BATERIAS LIGADAS A BIKE PELA CHAVE ALTERNATIVA
      * ATE ACHAR A QUE ESTA INSTALADA (SITUACAO "A")
       BUSCAR-BATERIA-BIKE.
           MOVE "N" TO BT-ACHOU
           MOVE SPACES TO BT-SERIE
           IF BT-ABERTO NOT = "S" OR BT-BIKE = ZEROS
              GO TO BUSCAR-BATERIA-BIKE-FIM.
           MOVE BT-BIKE TO BAT-BIKE
           START ARQBAT KEY IS = BAT-BIKE
               INVALID KEY MOVE "23" TO ST-ERRO-BAT.
           IF ST-ERRO-BAT NOT = "00"
              MOVE "00" TO ST-ERRO-BAT
              GO TO BUSCAR-BATERIA-BIKE-FIM.
       BUSCAR-BATERIA-BIKE-LER.
           READ ARQBAT NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-BAT.
           IF ST-ERRO-BAT NOT = "00"
              MOVE "00" TO ST-ERRO-BAT
              GO TO BUSCAR-BATERIA-BIKE-FIM.
           IF BAT-BIKE NOT = BT-BIKE
              GO TO BUSCAR-BATERIA-BIKE-FIM.
           IF BAT-SITUACAO NOT = "A"
              GO TO BUSCAR-BATERIA-BIKE-LER.
           MOVE BAT-SERIE TO BT-SERIE
           MOVE "S" TO BT-ACHOU.
       BUSCAR-BATERIA-BIKE-FIM.
           EXIT.

      * PROXIMA SEQUENCIA DE MOVIMENTO DA BATERIA DO REGBAT: PERCORRE
      * OS MOVIMENTOS DELA ATE O ULTIMO, COMO O GRAVAR-NOTA-SAC
       GRAVAR-MOV-BATERIA.
           MOVE ZEROS     TO BT-PROX-SEQ
           MOVE BAT-SERIE TO BATM-SERIE
           MOVE ZEROS     TO BATM-SEQ
           START ARQBATM KEY IS NOT LESS CHAVE-BATM
               INVALID KEY MOVE "10" TO ST-ERRO-BTM.
           IF ST-ERRO-BTM NOT = "00"
              GO TO GRAVAR-MOV-BATERIA-GRAVA.
       GRAVAR-MOV-BATERIA-LER.
           READ ARQBATM NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-BTM.
           IF ST-ERRO-BTM NOT = "00"
              GO TO GRAVAR-MOV-BATERIA-GRAVA.
           IF BATM-SERIE NOT = BAT-SERIE
              GO TO GRAVAR-MOV-BATERIA-GRAVA.
           MOVE BATM-SEQ TO BT-PROX-SEQ
           GO TO GRAVAR-MOV-BATERIA-LER.
       GRAVAR-MOV-BATERIA-GRAVA.
           MOVE "00" TO ST-ERRO-BTM
           ACCEPT BT-HOJE FROM DATE YYYYMMDD
           ACCEPT BT-AGORA FROM TIME
           MOVE BT-DIA-HOJE TO BT-DMA-DD
           MOVE BT-MES-HOJE TO BT-DMA-MM
           MOVE BT-ANO-HOJE TO BT-DMA-AAAA
           ADD 1 TO BT-PROX-SEQ
           MOVE BAT-SERIE       TO BATM-SERIE
           MOVE BT-PROX-SEQ     TO BATM-SEQ
           MOVE BT-TIPO         TO BATM-TIPO
           MOVE BT-DATA-DMA-NUM TO BATM-DATA
           MOVE BT-AGORA-HHMM   TO BATM-HORA
           MOVE BT-BIKE         TO BATM-BIKE
           MOVE BT-HORAS        TO BATM-HORAS
           MOVE BT-CONFERE      TO BATM-CONFERE
           MOVE BT-OPERADOR     TO BATM-OPERADOR
           MOVE BT-TEXTO        TO BATM-TEXTO
           WRITE REGBATM.
           MOVE "00" TO ST-ERRO-BTM.
       GRAVAR-MOV-BATERIA-FIM.
           EXIT.

      * DEVOLUCAO DA LOCACAO DA BIKE BT-BIKE: A BATERIA INSTALADA
      * GANHA AS BT-HORAS DA LOCACAO E A DATA DE HOJE COMO ULTIMA
      * VEZ VISTA; O MOVIMENTO "D" GUARDA A CONFERENCIA (BT-CONFERE)
       REGISTRAR-DEVOL-BATERIA.
           PERFORM BUSCAR-BATERIA-BIKE THRU BUSCAR-BATERIA-BIKE-FIM
           IF BT-ACHOU NOT = "S"
              GO TO REGISTRAR-DEVOL-BATERIA-FIM.
           ACCEPT BT-HOJE FROM DATE YYYYMMDD
           MOVE BT-DIA-HOJE TO BT-DMA-DD
           MOVE BT-MES-HOJE TO BT-DMA-MM
           MOVE BT-ANO-HOJE TO BT-DMA-AAAA
           ADD BT-HORAS TO BAT-HORAS-LOC
           MOVE BT-DATA-DMA-NUM TO BAT-ULT-VISTA
           REWRITE REGBAT
           IF ST-ERRO-BAT NOT = "00" AND "02"
              MOVE "00" TO ST-ERRO-BAT
              GO TO REGISTRAR-DEVOL-BATERIA-FIM.
           MOVE "D" TO BT-TIPO
           PERFORM GRAVAR-MOV-BATERIA THRU GRAVAR-MOV-BATERIA-FIM.
       REGISTRAR-DEVOL-BATERIA-FIM.
           EXIT.

       FECHAR-BATERIA.
           IF BT-ABERTO = "S"
              CLOSE ARQBAT ARQBATM
              MOVE "N" TO BT-ABERTO.
       FECHAR-BATERIA-FIM.
           EXIT.
