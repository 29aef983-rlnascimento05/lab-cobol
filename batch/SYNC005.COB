      *             CALENDARIO ARQCALEND.DAT (COPY PARAMVAL./
      *             CALDIAS.) -- A LISTA DE BLOQUEIO E O RELATORIO
      *             PASSAM A CONCORDAR SOBRE QUEM ESTA EM ATRASO.
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

       FD ARQBLOQ
               LABEL RECORD IS STANDARD
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-BLOQ      PIC 9(06) VALUE ZEROS.
       77 W-QTD-CPF        PIC 9(04) VALUE ZEROS.
       COPY JOBCNT.
       77 W-CPF-ANT        PIC 9(14) VALUE ZEROS.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "LOCACOES LIDAS....: " W-CONT-LIDAS
           DISPLAY "CPFS BLOQUEADOS...: " W-CONT-BLOQ
           MOVE W-CONT-LIDAS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       COPY PARAMVALP.

       COPY CALDIASP.

       COPY JOBCNTP.
