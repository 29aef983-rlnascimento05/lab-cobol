      * CDJUSTIF) PASSAM A SER ABATIDAS AO RECONSTRUIR TOTAL-FALTAS
      * E PERC-FALTAS -- O ABONO LEGAL DEIXOU DE SER UMA EDICAO SEM
      * EXPLICACAO NO CONTADOR.
      * 2026-10-15  DISCIPLINA ENCERRADA POR TRANSFERENCIA DE TURMA
      * (SITUACAO TRANSFERIDO, CDMATRIC) NAO E MAIS RECALCULADA.
      * 2026-10-15  INFORMA AO JOB DA CADEIA O TOTAL DE REGISTROS LIDOS
      *             (COPY JOBCNT.), PARA A ESTATISTICA DE EXECUCAO DO
      *             HISTORICO JOBHIST.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-SITUACAO-ANT    PIC X(20) VALUE SPACES.
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ALTERADOS PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.
       77 ST-ERRO-JUS      PIC X(02) VALUE "00".
       77 W-JUST-ABERTO    PIC X(01) VALUE "N".
       77 W-ABONO          PIC 9(03) VALUE ZEROS.
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "REGISTROS LIDOS....: " W-CONT-LIDOS
           DISPLAY "SITUACAO ALTERADA..: " W-CONT-ALTERADOS
           MOVE W-CONT-LIDOS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.


       PROC-NOTAS.
           ADD 1 TO W-CONT-LIDOS
           IF SITUACAO = "TRANSFERIDO"
              PERFORM LER-NOTA THRU LER-NOTA-FIM
              GO TO PROC-NOTAS-FIM.
           MOVE SITUACAO TO W-SITUACAO-ANT
           MOVE TOTAL-AULAS TO W-AULAS-ANT
           MOVE LIMITE-FALTAS TO W-LIMITE-ANT
              CLOSE ARQJUST.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY JOBCNTP.
