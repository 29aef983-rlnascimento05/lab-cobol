      *-----------------------------------------------------------------
      * ROTINAS DA CADEIA DE HASH DAS TRILHAS DE AUDITORIA (VER COPY
      * AUDCAD. NA WORKING-STORAGE). ENCADEAR-AUDITORIA DA A PROXIMA
      * SEQUENCIA E O HASH DA LINHA A GRAVAR; INICIAR-CONFERENCIA,
      * CONFERIR-ELO E ENCERRAR-CONFERENCIA REFAZEM A CADEIA DE UMA
      * TRILHA LIDA DO COMECO AO FIM.
      *-----------------------------------------------------------------
       ENCADEAR-AUDITORIA.
           MOVE "G" TO W-AUD-FUNCAO
           CALL "AUDCAD001" USING W-AUD-PARM.
       ENCADEAR-AUDITORIA-FIM.
           EXIT.

       INICIAR-CONFERENCIA.
           MOVE 1      TO W-AUD-ESPERADA
           MOVE ZEROS  TO W-AUD-ELO-HASH W-AUD-QUEBRAS W-AUD-LIDAS
           MOVE SPACES TO W-AUD-PROBLEMA.
       INICIAR-CONFERENCIA-FIM.
           EXIT.

      * UMA LINHA: SEQUENCIA FORA DO ESPERADO E LACUNA (LINHA APAGADA)
      * OU REPETICAO/TROCA DE ORDEM; HASH DIFERENTE DO RECALCULADO E
      * LINHA ALTERADA. A LINHA SEGUINTE E CONFERIDA A PARTIR DESTA,
      * PARA UMA QUEBRA SO NAO ACUSAR A TRILHA INTEIRA.
       CONFERIR-ELO.
           ADD 1 TO W-AUD-LIDAS
           MOVE SPACES TO W-AUD-PROBLEMA
           IF W-AUD-LIN-SEQ = ZEROS
              MOVE "LINHA GRAVADA SEM CADEIA" TO W-AUD-PROBLEMA
              ADD 1 TO W-AUD-QUEBRAS
              GO TO CONFERIR-ELO-FIM.
           IF W-AUD-LIN-SEQ > W-AUD-ESPERADA
              MOVE "LACUNA - FALTAM LINHAS ANTES DESTA"
                                                    TO W-AUD-PROBLEMA.
           IF W-AUD-LIN-SEQ < W-AUD-ESPERADA
              MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                                                    TO W-AUD-PROBLEMA.
           MOVE "V"            TO W-AUD-FUNCAO
           MOVE W-AUD-ELO-HASH TO W-AUD-HASH-ANT
           MOVE W-AUD-LIN-SEQ  TO W-AUD-SEQ
           CALL "AUDCAD001" USING W-AUD-PARM
           IF W-AUD-HASH NOT = W-AUD-LIN-HASH
                         AND W-AUD-PROBLEMA = SPACES
              MOVE "HASH NAO CONFERE - LINHA ALTERADA"
                                                    TO W-AUD-PROBLEMA.
           IF W-AUD-PROBLEMA NOT = SPACES
              ADD 1 TO W-AUD-QUEBRAS.
           MOVE W-AUD-LIN-HASH TO W-AUD-ELO-HASH
           COMPUTE W-AUD-ESPERADA = W-AUD-LIN-SEQ + 1.
       CONFERIR-ELO-FIM.
           EXIT.

      * FIM DA TRILHA CONTRA O AUDCADEIA.DAT: ULTIMAS LINHAS APAGADAS
      * OU LINHAS ACRESCENTADAS POR FORA DO SISTEMA
       ENCERRAR-CONFERENCIA.
           MOVE SPACES TO W-AUD-PROBLEMA
           MOVE "C" TO W-AUD-FUNCAO
           CALL "AUDCAD001" USING W-AUD-PARM
           IF W-AUD-RESP NOT = "OK"
              GO TO ENCERRAR-CONFERENCIA-FIM.
           IF W-AUD-SEQ > W-AUD-ESPERADA - 1
              MOVE "FIM CORTADO - FALTAM AS ULTIMAS LINHAS"
                                                    TO W-AUD-PROBLEMA.
           IF W-AUD-SEQ < W-AUD-ESPERADA - 1
              MOVE "LINHAS ALEM DO CONTROLE DA CADEIA"
                                                    TO W-AUD-PROBLEMA.
           IF W-AUD-SEQ = W-AUD-ESPERADA - 1 AND W-AUD-SEQ > ZEROS
                         AND W-AUD-HASH NOT = W-AUD-ELO-HASH
              MOVE "ULTIMA LINHA DIFERE DO CONTROLE"
                                                    TO W-AUD-PROBLEMA.
           IF W-AUD-PROBLEMA NOT = SPACES
              ADD 1 TO W-AUD-QUEBRAS.
       ENCERRAR-CONFERENCIA-FIM.
           EXIT.
