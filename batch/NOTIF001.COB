      * EM BRANCO NO EXTRATO DO GATEWAY; CLIENTE COM OS DOIS CANAIS
      * VETADOS NAO GERA LINHA, MAS CONTINUA NOS RELATORIOS
      * INTERNOS.
      * 2026-10-15  INFORMA AO JOB DA CADEIA O TOTAL DE LOCACOES LIDAS
      *             (COPY JOBCNT.), PARA A ESTATISTICA DE EXECUCAO DO
      *             HISTORICO JOBHIST.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD ARQCONS
               LABEL RECORD IS STANDARD
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-GRAVADAS  PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-CLI   PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-LOC       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-CORRIDOS  PIC S9(07) VALUE ZEROS.
           DISPLAY "NOTIFICACOES GRAVADAS..: " W-CONT-GRAVADAS
           DISPLAY "SUPRIMIDAS POR OPT-OUT.: " W-CONT-OPTOUT
           DISPLAY "SEM CLIENTE CADASTRADO.: " W-CONT-SEM-CLI
           MOVE W-CONT-LIDAS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       COPY CALDIASP.

       COPY CONSVALP.

       COPY JOBCNTP.
