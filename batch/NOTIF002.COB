       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ALERTAS   PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-ALUNO PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.

       01 LINHA-EXT-REC.
           03 LE-RA        PIC X(13).
           DISPLAY "REGISTROS LIDOS........: " W-CONT-LIDOS
           DISPLAY "ALERTAS GRAVADOS.......: " W-CONT-ALERTAS
           DISPLAY "SEM ALUNO NO MESTRE....: " W-CONT-SEM-ALUNO
           MOVE W-CONT-LIDOS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

           EXIT.

       COPY PARAMVALP.

       COPY JOBCNTP.
