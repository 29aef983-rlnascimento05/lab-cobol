      *-----------------------------------------------------------------
      * ROTINAS DO CONTROLE DE SEGURANCA DO LOGON (VER COPY SEGOPER.
      * NA WORKING-STORAGE). CHAMAR-SEGURANCA PASSA O HASH JA
      * CALCULADO EM OV-HASH E CHAMA O SEGUR001 COM A FUNCAO POSTA
      * EM W-SEG-FUNCAO; LOGON ACEITO ("E" COM RESPOSTA "OK") MARCA
      * W-SEG-LOGADO PARA O ENCERRAR-SESSAO DO ROT-FIM ANOTAR O
      * LOGOFF DO OPERADOR DA SESSAO (GUARDADO A PARTE: O CADOPER USA
      * OS MESMOS CAMPOS PARA OS OPERADORES QUE MANTEM). PROGRAMA
      * CHAMADO PELO MENU001 NAO ABRE SESSAO PROPRIA E O
      * ENCERRAR-SESSAO NAO FAZ NADA NELE.
      *-----------------------------------------------------------------
       CHAMAR-SEGURANCA.
           MOVE OV-HASH TO W-SEG-HASH
           CALL "SEGUR001" USING W-SEG-PARM
           IF W-SEG-FUNCAO = "E" AND W-SEG-RESP = "OK"
              MOVE W-SEG-OPERADOR TO W-SEG-SESSAO-OPE
              MOVE W-SEG-PROGRAMA TO W-SEG-SESSAO-PRG
              MOVE "S" TO W-SEG-LOGADO.
       CHAMAR-SEGURANCA-FIM.
           EXIT.

       ENCERRAR-SESSAO.
           IF W-SEG-LOGADO NOT = "S"
              GO TO ENCERRAR-SESSAO-FIM.
           MOVE "S" TO W-SEG-FUNCAO
           MOVE W-SEG-SESSAO-OPE TO W-SEG-OPERADOR
           MOVE W-SEG-SESSAO-PRG TO W-SEG-PROGRAMA
           CALL "SEGUR001" USING W-SEG-PARM
           MOVE "N" TO W-SEG-LOGADO.
       ENCERRAR-SESSAO-FIM.
           EXIT.
