      * EM BRANCO NO EXTRATO DO GATEWAY; CLIENTE COM OS DOIS CANAIS
      * VETADOS NAO GERA LINHA, MAS CONTINUA NOS RELATORIOS
      * INTERNOS.
      * 2026-10-15  INFORMA AO JOB DA CADEIA O TOTAL DE COBRANCAS LIDAS
      *             (COPY JOBCNT.), PARA A ESTATISTICA DE EXECUCAO DO
      *             HISTORICO JOBHIST.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   88 COB-EST-LEMBRETE      VALUE "1".
                   88 COB-EST-NOTIFICACAO   VALUE "2".
                   88 COB-EST-PROTESTO      VALUE "3".
                03 COB-NOSSO-NUM        PIC 9(10).

       FD CLIENTES
               LABEL RECORD IS STANDARD
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY CONSVAL.
       77 W-CONT-AVANCO    PIC 9(06) VALUE ZEROS.
       77 W-CONT-EXTRATO   PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-CLI   PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-COB       PIC 9(07) VALUE ZEROS.
       77 W-IDADE          PIC S9(07) VALUE ZEROS.
           DISPLAY "LINHAS DO EXTRATO......: " W-CONT-EXTRATO
           DISPLAY "SEM CLIENTE CADASTRADO.: " W-CONT-SEM-CLI
           DISPLAY "SUPRIMIDAS POR OPT-OUT.: " W-CONT-OPTOUT
           MOVE W-CONT-LIDAS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *
       COPY JORNALP.
       COPY CONSVALP.

       COPY JOBCNTP.
