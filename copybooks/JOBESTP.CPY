      *-----------------------------------------------------------------
      * ROTINAS DA ESTATISTICA DE EXECUCAO DA CADEIA DE LOTE (VER O
      * MODO DE USO NO COPY JOBEST.). O HISTORICO E ABERTO EM EXTEND
      * E FECHADO A CADA PASSO, PARA O REL076 PODER LE-LO COMO PASSO
      * DA PROPRIA CADEIA E PARA A ANOTACAO SOBREVIVER A UMA QUEDA.
      *-----------------------------------------------------------------
      * A DATA E A HORA DO INICIO DA CADEIA IDENTIFICAM A EXECUCAO NO
      * HISTORICO (A RETOMADA DEPOIS DE UMA FALHA E OUTRA EXECUCAO)
       INICIAR-HISTORICO.
           ACCEPT JE-DATA-EXEC FROM DATE YYYYMMDD
           ACCEPT JE-AGORA FROM TIME
           MOVE JE-AGORA-HMS TO JE-HORA-EXEC.
       INICIAR-HISTORICO-FIM.
           EXIT.

      * ZERA A CONTAGEM DO PASSO E MARCA A HORA DE INICIO
       INICIAR-CRONOMETRO.
           MOVE "Z" TO W-CNT-FUNCAO
           MOVE ZEROS TO W-CNT-QTD
           CALL "JOBCNT001" USING W-CNT-PARM
           ACCEPT JE-AGORA FROM TIME
           MOVE JE-AGORA-HMS TO JE-HORA-INI.
       INICIAR-CRONOMETRO-FIM.
           EXIT.

      * HORA DE FIM, TEMPO DECORRIDO (O PASSO QUE ATRAVESSA A
      * MEIA-NOITE GANHA 24 HORAS NO FIM) E CONTAGEM INFORMADA
       GRAVAR-ESTATISTICA.
           ACCEPT JE-AGORA FROM TIME
           MOVE JE-AGORA-HMS TO JE-HORA-FIM
           MOVE "L" TO W-CNT-FUNCAO
           CALL "JOBCNT001" USING W-CNT-PARM
           MOVE JE-HORA-INI TO JE-HMS-NUM
           COMPUTE JE-SEG-INI = (JE-HH * 3600) + (JE-MM * 60) + JE-SS
           MOVE JE-HORA-FIM TO JE-HMS-NUM
           COMPUTE JE-SEG-FIM = (JE-HH * 3600) + (JE-MM * 60) + JE-SS
           IF JE-SEG-FIM < JE-SEG-INI
              ADD 86400 TO JE-SEG-FIM.
           COMPUTE JE-DECORRIDO = JE-SEG-FIM - JE-SEG-INI
           DISPLAY JE-PROGRAMA " " JE-SITUACAO " " JE-DECORRIDO
                   " SEG  " W-CNT-QTD " REGISTROS"
           OPEN EXTEND JOBHIST
           IF ST-ERRO-HIS NOT = "00"
              IF ST-ERRO-HIS = "30" OR "05" OR "35"
                 OPEN OUTPUT JOBHIST
                 CLOSE JOBHIST
                 OPEN EXTEND JOBHIST.
           IF ST-ERRO-HIS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO HISTORICO ***"
              MOVE "00" TO ST-ERRO-HIS
              GO TO GRAVAR-ESTATISTICA-FIM.
           MOVE JE-CADEIA    TO HIST-CADEIA
           MOVE JE-DATA-EXEC TO HIST-DATA
           MOVE JE-HORA-EXEC TO HIST-HORA-EXEC
           MOVE JE-SEQ       TO HIST-SEQ
           MOVE JE-PROGRAMA  TO HIST-PROGRAMA
           MOVE JE-SITUACAO  TO HIST-SITUACAO
           MOVE JE-HORA-INI  TO HIST-HORA-INI
           MOVE JE-HORA-FIM  TO HIST-HORA-FIM
           MOVE JE-DECORRIDO TO HIST-SEGUNDOS
           MOVE W-CNT-QTD    TO HIST-QTD
           WRITE REGHIST
           IF ST-ERRO-HIS NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO HISTORICO ***".
           CLOSE JOBHIST
           MOVE "00" TO ST-ERRO-HIS.
       GRAVAR-ESTATISTICA-FIM.
           EXIT.

      * CONTA AS EXECUCOES DESTA CADEIA NO HISTORICO (CADA DATA+HORA
      * DE INICIO DIFERENTE E UMA) E, PASSANDO DE JE-MAX-EXEC,
      * REGRAVA O HISTORICO SEM AS MAIS ANTIGAS. AS LINHAS DA OUTRA
      * CADEIA FICAM COMO ESTAO.
       EXPURGAR-HISTORICO.
           MOVE ZEROS TO JE-QTD-EXEC JE-CHAVE-ANT
           OPEN INPUT JOBHIST
           IF ST-ERRO-HIS NOT = "00"
              MOVE "00" TO ST-ERRO-HIS
              GO TO EXPURGAR-HISTORICO-FIM.
       EXPURGAR-HISTORICO-CONTA.
           READ JOBHIST
               AT END GO TO EXPURGAR-HISTORICO-AVALIA.
           IF HIST-CADEIA NOT = JE-CADEIA
              GO TO EXPURGAR-HISTORICO-CONTA.
           COMPUTE JE-CHAVE = (HIST-DATA * 1000000) + HIST-HORA-EXEC
           IF JE-CHAVE NOT = JE-CHAVE-ANT
              ADD 1 TO JE-QTD-EXEC
              MOVE JE-CHAVE TO JE-CHAVE-ANT.
           GO TO EXPURGAR-HISTORICO-CONTA.
       EXPURGAR-HISTORICO-AVALIA.
           CLOSE JOBHIST
           IF JE-QTD-EXEC NOT > JE-MAX-EXEC
              GO TO EXPURGAR-HISTORICO-FIM.
           COMPUTE JE-DESCARTAR = JE-QTD-EXEC - JE-MAX-EXEC
           MOVE ZEROS TO JE-ORDEM JE-CHAVE-ANT
           OPEN OUTPUT JOBHTMP
           IF ST-ERRO-HTM NOT = "00"
              DISPLAY "*** ERRO NA AREA DE EXPURGO DO HISTORICO ***"
              MOVE "00" TO ST-ERRO-HTM
              GO TO EXPURGAR-HISTORICO-FIM.
           OPEN INPUT JOBHIST.
       EXPURGAR-HISTORICO-COPIA.
           READ JOBHIST
               AT END GO TO EXPURGAR-HISTORICO-REGRAVA.
           IF HIST-CADEIA NOT = JE-CADEIA
              GO TO EXPURGAR-HISTORICO-GRAVA.
           COMPUTE JE-CHAVE = (HIST-DATA * 1000000) + HIST-HORA-EXEC
           IF JE-CHAVE NOT = JE-CHAVE-ANT
              ADD 1 TO JE-ORDEM
              MOVE JE-CHAVE TO JE-CHAVE-ANT.
           IF JE-ORDEM NOT > JE-DESCARTAR
              GO TO EXPURGAR-HISTORICO-COPIA.
       EXPURGAR-HISTORICO-GRAVA.
           WRITE REG-HTMP FROM REGHIST
           GO TO EXPURGAR-HISTORICO-COPIA.
       EXPURGAR-HISTORICO-REGRAVA.
           CLOSE JOBHIST
           CLOSE JOBHTMP
           OPEN OUTPUT JOBHIST
           OPEN INPUT JOBHTMP.
       EXPURGAR-HISTORICO-VOLTA.
           READ JOBHTMP
               AT END GO TO EXPURGAR-HISTORICO-FECHA.
           WRITE REGHIST FROM REG-HTMP
           GO TO EXPURGAR-HISTORICO-VOLTA.
       EXPURGAR-HISTORICO-FECHA.
           CLOSE JOBHIST
           CLOSE JOBHTMP
           MOVE JE-DESCARTAR TO JE-DESCARTE-ED
           DISPLAY "HISTORICO DE EXECUCAO: " JE-DESCARTE-ED
                   " EXECUCAO(OES) ANTIGA(S) EXPURGADA(S)".
       EXPURGAR-HISTORICO-FIM.
           EXIT.
