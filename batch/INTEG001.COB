                03 CPF                  PIC 9(11).
                03 FILLER               PIC X(43).
                03 RG                   PIC X(20).
                03 FILLER               PIC X(82).

       FD ARQBIKE
               LABEL RECORD IS STANDARD
                   05 LOC-NUMERO        PIC 9(4).
                   05 LOC-SEQ           PIC 9(4).
                03 LOC-CPF              PIC 9(14).
                03 FILLER               PIC X(86).

       FD ARQMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
            03 CODIGO           PIC X(12).
            03 FILLER           PIC X(245).

       FD DEPARTAMENTOS
               LABEL RECORD IS STANDARD
       FD DESCARGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-UNL.
       01 REG-DESCARGA                 PIC X(260).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-CONT-OK        PIC 9(02) VALUE ZEROS.
       77 W-CONT-RECONSTR  PIC 9(02) VALUE ZEROS.
       77 W-CONT-PULADOS   PIC 9(02) VALUE ZEROS.
       COPY JOBCNT.
       77 W-CORROMPIDO     PIC X(01) VALUE "N".
       77 W-FATAL          PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
           DISPLAY "ARQUIVOS INTEGROS.....: " W-CONT-OK
           DISPLAY "ARQUIVOS RECONSTRUIDOS: " W-CONT-RECONSTR
           DISPLAY "ARQUIVOS PULADOS......: " W-CONT-PULADOS
           COMPUTE W-CNT-QTD = W-CONT-OK + W-CONT-RECONSTR
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           IF W-FATAL = "S"
              DISPLAY "*** ARQUIVO IRRECUPERAVEL - VERIFICAR ***"
              MOVE 12 TO RETURN-CODE
       RECARGA-AMIGO-FIM.
           EXIT.

       COPY JOBCNTP.
