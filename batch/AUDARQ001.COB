      * RECENTES (VIA <TRILHA>.TMP) E INFORMANDO AS CONTAGENS POR
      * ARQUIVO. O AUDCONS001 CONSULTA O HISTORICO COMPLETO DE UMA
      * ENTIDADE NOS VIVOS E NOS ARQUIVADOS.
      * COMO CADA LINHA CARREGA A SEQUENCIA E O HASH DA CADEIA DA
      * TRILHA (COPY AUDCAD.), O CORTE SO ARQUIVA O COMECO DO
      * ARQUIVO: A PRIMEIRA LINHA MANTIDA SEGURA TODAS AS SEGUINTES,
      * MESMO AS MAIS ANTIGAS (GRAVACAO FORA DE ORDEM DE DATA), PARA
      * O .ARC SEGUIDO DO .DAT CONTINUAR NA ORDEM DA CADEIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD AUDCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDCLI.DAT".
       01 REG-AUDCLI                  PIC X(50).

       FD ARCCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDCLI.ARC".
       01 REG-ARCCLI                  PIC X(50).

       FD TMPCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDCLI.TMP".
       01 REG-TMPCLI                  PIC X(50).

       FD AUDFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDFUNC.DAT".
       01 REG-AUDFUNC                  PIC X(46).

       FD ARCFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDFUNC.ARC".
       01 REG-ARCFUNC                  PIC X(46).

       FD TMPFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDFUNC.TMP".
       01 REG-TMPFUNC                  PIC X(46).

       FD AUDNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDNOTAS.DAT".
       01 REG-AUDNOTAS                  PIC X(47).

       FD ARCNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDNOTAS.ARC".
       01 REG-ARCNOTAS                  PIC X(47).

       FD TMPNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDNOTAS.TMP".
       01 REG-TMPNOTAS                  PIC X(47).

       FD AUDBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDBIKE.DAT".
       01 REG-AUDBIKE                  PIC X(38).

       FD ARCBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDBIKE.ARC".
       01 REG-ARCBIKE                  PIC X(38).

       FD TMPBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDBIKE.TMP".
       01 REG-TMPBIKE                  PIC X(38).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 RETENCAO-DIAS    PIC 9(04) VALUE 90.
       77 W-CONT-ARQUIV    PIC 9(07) VALUE ZEROS.
       77 W-CONT-MANTIDAS  PIC 9(07) VALUE ZEROS.
       COPY JOBCNT.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-LINHA     PIC 9(07) VALUE ZEROS.
       77 W-MANTENDO       PIC X(01) VALUE "N".

       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
      * CADAUDCLI.DAT
       CORTE-CLI.
           MOVE ZEROS TO W-CONT-ARQUIV W-CONT-MANTIDAS
           MOVE "N" TO W-MANTENDO
           OPEN INPUT AUDCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "TRILHA AUSENTE, PULADA: " "CADAUDCLI.DAT"
           MOVE REG-AUDCLI (18:8) TO W-DATA-LINHA
           COMPUTE W-DIAS-LINHA =
                   (W-LIN-AA * 360) + (W-LIN-MM * 30) + W-LIN-DD
           IF W-MANTENDO = "N" AND
              (W-DIAS-HOJE - W-DIAS-LINHA) > RETENCAO-DIAS
              WRITE REG-ARCCLI FROM REG-AUDCLI
              ADD 1 TO W-CONT-ARQUIV
           ELSE
              MOVE "S" TO W-MANTENDO
              WRITE REG-TMPCLI FROM REG-AUDCLI
              ADD 1 TO W-CONT-MANTIDAS.
           GO TO CORTE-CLI-LER.
           CLOSE TMPCLI
           DISPLAY "CADAUDCLI.DAT"
           DISPLAY "  ARQUIVADAS: " W-CONT-ARQUIV
                   "  MANTIDAS: " W-CONT-MANTIDAS
           COMPUTE W-CNT-QTD = W-CONT-ARQUIV + W-CONT-MANTIDAS
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM.
       CORTE-CLI-FIM.
           EXIT.

      * CADAUDFUNC.DAT
       CORTE-FUNC.
           MOVE ZEROS TO W-CONT-ARQUIV W-CONT-MANTIDAS
           MOVE "N" TO W-MANTENDO
           OPEN INPUT AUDFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "TRILHA AUSENTE, PULADA: " "CADAUDFUNC.DAT"
           MOVE REG-AUDFUNC (14:8) TO W-DATA-LINHA
           COMPUTE W-DIAS-LINHA =
                   (W-LIN-AA * 360) + (W-LIN-MM * 30) + W-LIN-DD
           IF W-MANTENDO = "N" AND
              (W-DIAS-HOJE - W-DIAS-LINHA) > RETENCAO-DIAS
              WRITE REG-ARCFUNC FROM REG-AUDFUNC
              ADD 1 TO W-CONT-ARQUIV
           ELSE
              MOVE "S" TO W-MANTENDO
              WRITE REG-TMPFUNC FROM REG-AUDFUNC
              ADD 1 TO W-CONT-MANTIDAS.
           GO TO CORTE-FUNC-LER.
           CLOSE TMPFUNC
           DISPLAY "CADAUDFUNC.DAT"
           DISPLAY "  ARQUIVADAS: " W-CONT-ARQUIV
                   "  MANTIDAS: " W-CONT-MANTIDAS
           COMPUTE W-CNT-QTD = W-CONT-ARQUIV + W-CONT-MANTIDAS
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM.
       CORTE-FUNC-FIM.
           EXIT.

      * CADAUDNOTAS.DAT
       CORTE-NOTAS.
           MOVE ZEROS TO W-CONT-ARQUIV W-CONT-MANTIDAS
           MOVE "N" TO W-MANTENDO
           OPEN INPUT AUDNOTAS
           IF ST-ERRO NOT = "00"
              DISPLAY "TRILHA AUSENTE, PULADA: " "CADAUDNOTAS.DAT"
           MOVE REG-AUDNOTAS (15:8) TO W-DATA-LINHA
           COMPUTE W-DIAS-LINHA =
                   (W-LIN-AA * 360) + (W-LIN-MM * 30) + W-LIN-DD
           IF W-MANTENDO = "N" AND
              (W-DIAS-HOJE - W-DIAS-LINHA) > RETENCAO-DIAS
              WRITE REG-ARCNOTAS FROM REG-AUDNOTAS
              ADD 1 TO W-CONT-ARQUIV
           ELSE
              MOVE "S" TO W-MANTENDO
              WRITE REG-TMPNOTAS FROM REG-AUDNOTAS
              ADD 1 TO W-CONT-MANTIDAS.
           GO TO CORTE-NOTAS-LER.
           CLOSE TMPNOTAS
           DISPLAY "CADAUDNOTAS.DAT"
           DISPLAY "  ARQUIVADAS: " W-CONT-ARQUIV
                   "  MANTIDAS: " W-CONT-MANTIDAS
           COMPUTE W-CNT-QTD = W-CONT-ARQUIV + W-CONT-MANTIDAS
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM.
       CORTE-NOTAS-FIM.
           EXIT.

      * AUDBIKE.DAT
       CORTE-BIKE.
           MOVE ZEROS TO W-CONT-ARQUIV W-CONT-MANTIDAS
           MOVE "N" TO W-MANTENDO
           OPEN INPUT AUDBIKE
           IF ST-ERRO NOT = "00"
              DISPLAY "TRILHA AUSENTE, PULADA: " "AUDBIKE.DAT"
           MOVE REG-AUDBIKE (6:8) TO W-DATA-LINHA
           COMPUTE W-DIAS-LINHA =
                   (W-LIN-AA * 360) + (W-LIN-MM * 30) + W-LIN-DD
           IF W-MANTENDO = "N" AND
              (W-DIAS-HOJE - W-DIAS-LINHA) > RETENCAO-DIAS
              WRITE REG-ARCBIKE FROM REG-AUDBIKE
              ADD 1 TO W-CONT-ARQUIV
           ELSE
              MOVE "S" TO W-MANTENDO
              WRITE REG-TMPBIKE FROM REG-AUDBIKE
              ADD 1 TO W-CONT-MANTIDAS.
           GO TO CORTE-BIKE-LER.
           CLOSE TMPBIKE
           DISPLAY "AUDBIKE.DAT"
           DISPLAY "  ARQUIVADAS: " W-CONT-ARQUIV
                   "  MANTIDAS: " W-CONT-MANTIDAS
           COMPUTE W-CNT-QTD = W-CONT-ARQUIV + W-CONT-MANTIDAS
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM.
       CORTE-BIKE-FIM.
           EXIT.

       ABRIR-ARC-BIKE-FIM.
           EXIT.

       COPY JOBCNTP.
