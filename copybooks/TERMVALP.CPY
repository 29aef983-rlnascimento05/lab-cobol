      *-----------------------------------------------------------------
      * ROTINAS DO TERMO DE RESPONSABILIDADE (VER COPY TERMVAL. NA
      * WORKING-STORAGE). OBTER-PROX-TERMO TIRA O PROXIMO NUMERO DE
      * TERMO DO CTRLTERM.DAT, REGRAVANDO O CONTROLE JA COM O NUMERO
      * USADO. IMPRIMIR-CLAUSULAS DEVE SER CHAMADA COM O RELATORIO
      * ABERTO E O CABECALHO JA IMPRESSO (IMPRIMIR-CABECALHO-PAG).
      *-----------------------------------------------------------------
       OBTER-PROX-TERMO.
           MOVE ZEROS TO CTRL-ULT-TERMO
           OPEN INPUT CTRLTERM
           IF ST-ERRO-CTM = "00"
              READ CTRLTERM
                  AT END MOVE ZEROS TO CTRL-ULT-TERMO.
           IF ST-ERRO-CTM NOT = "35" AND "30"
              CLOSE CTRLTERM.
           COMPUTE TM-PROX-TERMO = CTRL-ULT-TERMO + 1
           MOVE TM-PROX-TERMO TO CTRL-ULT-TERMO
           OPEN OUTPUT CTRLTERM
           WRITE REG-CTRLTERM
           CLOSE CTRLTERM
           MOVE "00" TO ST-ERRO-CTM.
       OBTER-PROX-TERMO-FIM.
           EXIT.

       IMPRIMIR-CLAUSULAS.
           OPEN INPUT ARQTERMOS
           IF ST-ERRO-TRM NOT = "00"
              MOVE "00" TO ST-ERRO-TRM
              MOVE ZEROS TO TM-IX
              GO TO IMPRIMIR-CLAUSULAS-PADRAO.
       IMPRIMIR-CLAUSULAS-LER.
           READ ARQTERMOS
               AT END MOVE "10" TO ST-ERRO-TRM.
           IF ST-ERRO-TRM NOT = "00"
              CLOSE ARQTERMOS
              MOVE "00" TO ST-ERRO-TRM
              GO TO IMPRIMIR-CLAUSULAS-FIM.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM REG-TERMOS
           ADD 1 TO W-LINPAG
           GO TO IMPRIMIR-CLAUSULAS-LER.
       IMPRIMIR-CLAUSULAS-PADRAO.
           ADD 1 TO TM-IX
           IF TM-IX > 12
              GO TO IMPRIMIR-CLAUSULAS-FIM.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM TM-CLAUSULA (TM-IX)
           ADD 1 TO W-LINPAG
           GO TO IMPRIMIR-CLAUSULAS-PADRAO.
       IMPRIMIR-CLAUSULAS-FIM.
           EXIT.
