      *-----------------------------------------------------------------
      * INFORMAR-CONTAGEM: SOMA W-CNT-QTD A CONTAGEM DO PASSO QUE O
      * JOB DA CADEIA LE DEPOIS DO CALL (VER COPY JOBCNT.).
      *-----------------------------------------------------------------
       INFORMAR-CONTAGEM.
           MOVE "S" TO W-CNT-FUNCAO
           CALL "JOBCNT001" USING W-CNT-PARM.
       INFORMAR-CONTAGEM-FIM.
           EXIT.
