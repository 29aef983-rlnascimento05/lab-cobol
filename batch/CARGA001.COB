      *             DERRUBAR A CADEIA DA NOITE INTEIRA. O RESUMO
      *             GANHOU O TOTAL DE LINHAS REJEITADAS, PARA O
      *             FORNECEDOR REENVIAR SO OS REJEITOS.
      * 2026-10-15  INFORMA AO JOB DA CADEIA O TOTAL DE LINHAS LIDAS
      *             (COPY JOBCNT.), PARA A ESTATISTICA DE EXECUCAO DO
      *             HISTORICO JOBHIST.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-CONT-DUPLIC    PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-REJ      PIC X(02) VALUE "00".
       77 W-CONT-REJEIT    PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.
       77 W-MOTIVO         PIC X(30) VALUE SPACES.
       77 W-REJ-LEN        PIC 9(03) COMP VALUE ZEROS.
       77 W-UF-IND         PIC 9(02) COMP VALUE ZEROS.
           DISPLAY "CEPS GRAVADOS.......: " W-CONT-GRAVADOS
           DISPLAY "CEPS JA CADASTRADOS.: " W-CONT-DUPLIC
           DISPLAY "LINHAS REJEITADAS...: " W-CONT-REJEIT
           MOVE W-CONT-LIDOS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

           CLOSE REJEITOS.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY JOBCNTP.
