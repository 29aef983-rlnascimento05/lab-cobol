      * 2026-09-02  FALTAS ABONADAS POR ATESTADO (ARQJUST.DAT,
      * CDJUSTIF) SAO ABATIDAS AO RECONSTRUIR TOTAL-FALTAS E
      * PERC-FALTAS, MESMA REGRA DO SYNC002.
      * 2026-10-15  DISCIPLINA ENCERRADA POR TRANSFERENCIA DE TURMA
      * (SITUACAO TRANSFERIDO, CDMATRIC) NAO RECEBE MAIS FALTAS; A
      * LINHA VAI PARA O CHAMAREJ.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              MOVE "00" TO ST-ERRO
              PERFORM GRAVAR-REJEITO THRU GRAVAR-REJEITO-FIM
              GO TO PROC-LINHAS-PROX.
           IF SITUACAO = "TRANSFERIDO"
              MOVE "ALUNO TRANSFERIDO DE TURMA" TO W-MOTIVO
              PERFORM GRAVAR-REJEITO THRU GRAVAR-REJEITO-FIM
              GO TO PROC-LINHAS-PROX.
           IF W-MARCA = "P" OR W-MARCA = "p"
              ADD 1 TO W-CONT-PRESENTES
              GO TO PROC-LINHAS-PROX.
