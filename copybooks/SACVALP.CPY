      *-----------------------------------------------------------------
      * ROTINAS DE ACESSO AOS CHAMADOS SAC (VER COPY SACVAL. NA
      * WORKING-STORAGE). ABRIR-SAC DEVE SER CHAMADA UMA VEZ NO
      * INICIO; SEM O ARQUIVO DE CHAMADOS NAO E ERRO, SO NAO HA O QUE
      * LER. O ARQUIVO DE NOTAS E CRIADO NA PRIMEIRA VEZ. AS NOTAS
      * SAO NUMERADAS EM SEQUENCIA POR CHAMADO E GUARDAM A SITUACAO
      * DO CHAMADO NO MOMENTO DA NOTA.
      *-----------------------------------------------------------------
       ABRIR-SAC.
           MOVE "N" TO SC-ABERTO
           OPEN I-O ARQSAC
           IF ST-ERRO-SAC NOT = "00"
              MOVE "00" TO ST-ERRO-SAC
              GO TO ABRIR-SAC-FIM.
       ABRIR-SAC-NOTAS.
           OPEN I-O ARQSACN
           IF ST-ERRO-SCN = "30" OR "35"
              OPEN OUTPUT ARQSACN
              CLOSE ARQSACN
              GO TO ABRIR-SAC-NOTAS.
           IF ST-ERRO-SCN NOT = "00"
              MOVE "00" TO ST-ERRO-SCN
              CLOSE ARQSAC
              GO TO ABRIR-SAC-FIM.
           MOVE "S" TO SC-ABERTO.
       ABRIR-SAC-FIM.
           EXIT.

       LER-CHAMADO.
           MOVE "N" TO SC-ACHADO
           IF SC-ABERTO NOT = "S"
              GO TO LER-CHAMADO-FIM.
           MOVE SC-NUMERO TO SAC-NUMERO
           READ ARQSAC
           IF ST-ERRO-SAC = "00"
              MOVE "S" TO SC-ACHADO.
           MOVE "00" TO ST-ERRO-SAC.
       LER-CHAMADO-FIM.
           EXIT.

      * PROXIMA SEQUENCIA DE NOTA DO CHAMADO DO REGSAC: PERCORRE AS
      * NOTAS DELE ATE A ULTIMA, COMO O GRAVAR-STATUS-OS DO SGB-011
       GRAVAR-NOTA-SAC.
           MOVE ZEROS      TO SC-PROX-SEQ
           MOVE SAC-NUMERO TO SACN-NUMERO
           MOVE ZEROS      TO SACN-SEQ
           START ARQSACN KEY IS NOT LESS CHAVE-SACN
               INVALID KEY MOVE "10" TO ST-ERRO-SCN.
           IF ST-ERRO-SCN NOT = "00"
              GO TO GRAVAR-NOTA-SAC-GRAVA.
       GRAVAR-NOTA-SAC-LER.
           READ ARQSACN NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-SCN.
           IF ST-ERRO-SCN NOT = "00"
              GO TO GRAVAR-NOTA-SAC-GRAVA.
           IF SACN-NUMERO NOT = SAC-NUMERO
              GO TO GRAVAR-NOTA-SAC-GRAVA.
           MOVE SACN-SEQ TO SC-PROX-SEQ
           GO TO GRAVAR-NOTA-SAC-LER.
       GRAVAR-NOTA-SAC-GRAVA.
           MOVE "00" TO ST-ERRO-SCN
           ACCEPT SC-HOJE FROM DATE YYYYMMDD
           ACCEPT SC-AGORA FROM TIME
           MOVE SC-DIA-HOJE TO SC-DMA-DD
           MOVE SC-MES-HOJE TO SC-DMA-MM
           MOVE SC-ANO-HOJE TO SC-DMA-AAAA
           ADD 1 TO SC-PROX-SEQ
           MOVE SAC-NUMERO      TO SACN-NUMERO
           MOVE SC-PROX-SEQ     TO SACN-SEQ
           MOVE SC-DATA-DMA-NUM TO SACN-DATA
           MOVE SC-AGORA-HHMM   TO SACN-HORA
           MOVE SC-OPERADOR     TO SACN-OPERADOR
           MOVE SAC-SITUACAO    TO SACN-SITUACAO
           MOVE SC-TEXTO        TO SACN-TEXTO
           WRITE REGSACN.
       GRAVAR-NOTA-SAC-FIM.
           EXIT.

      * O ESTORNO (SGB-019) OU A BAIXA (SGB-026) PEDIDO NA RESOLUCAO
      * FOI FEITO: O CHAMADO DE SC-NUMERO PASSA A ACAO "F" E GANHA
      * A NOTA DE SC-TEXTO
       CONCLUIR-ACAO-SAC.
           PERFORM LER-CHAMADO THRU LER-CHAMADO-FIM
           IF SC-ACHADO NOT = "S"
              GO TO CONCLUIR-ACAO-SAC-FIM.
           MOVE "F" TO SAC-ACAO-SIT
           REWRITE REGSAC
           IF ST-ERRO-SAC NOT = "00" AND "02"
              MOVE "00" TO ST-ERRO-SAC
              GO TO CONCLUIR-ACAO-SAC-FIM.
           PERFORM GRAVAR-NOTA-SAC THRU GRAVAR-NOTA-SAC-FIM.
       CONCLUIR-ACAO-SAC-FIM.
           EXIT.

       FECHAR-SAC.
           IF SC-ABERTO = "S"
              CLOSE ARQSAC ARQSACN
              MOVE "N" TO SC-ABERTO.
       FECHAR-SAC-FIM.
           EXIT.
