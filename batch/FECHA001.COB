      * REGISTRO VIVO PARA O PERIODO NOVO. O SGB-016 (CDHIST) IMPRIME
      * O HISTORICO COMPLETO DE UM ALUNO PARA TRANSFERENCIAS E
      * DIPLOMAS.
      * 2026-10-15  DISCIPLINA ENCERRADA POR TRANSFERENCIA DE TURMA
      * (SITUACAO TRANSFERIDO, CDMATRIC) VAI PARA O HISTORICO COMO
      * ESTA E O REGISTRO VIVO E EXCLUIDO, EM VEZ DE ZERADO.
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
      * ZERA OS NUMEROS DO PERIODO NO REGISTRO VIVO, MANTENDO RA,
      * DISCIPLINA, NOME E TURMA PARA O PERIODO NOVO
       ZERAR-PERIODO.
           IF SITUACAO = "TRANSFERIDO"
              GO TO ZERAR-PERIODO-EXCLUIR.
           MOVE ZEROS  TO NOTA1 NOTA2 NOTA3 MEDIA
           MOVE ZEROS  TO FALTA1 FALTA2 TOTAL-FALTAS PERC-FALTAS
           MOVE ZEROS  TO NOTA-EXAME
              DISPLAY "*** ERRO NA REGRAVACAO DA NOTA ***" RA
              MOVE 12 TO RETURN-CODE
              GOBACK.
           GO TO ZERAR-PERIODO-FIM.
      * A DISCIPLINA NAO EXISTE NA TURMA NOVA DO ALUNO: NAO PASSA
      * PARA O PERIODO SEGUINTE
       ZERAR-PERIODO-EXCLUIR.
           DELETE NOTAS RECORD
           IF ST-ERRO = "00"
              ADD 1 TO W-CONT-FECHADOS
           ELSE
              DISPLAY "*** ERRO NA EXCLUSAO DA NOTA ***" RA
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ZERAR-PERIODO-FIM.
           EXIT.

