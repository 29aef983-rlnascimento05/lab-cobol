      * TRINTA ALUNOS ERAM TRINTA CHANCES DE ERRAR OS NUMEROS DA
      * PROPRIA TURMA (E UM ERRO DESSES JA VIROU UM REPROVADO EM
      * APROVADO). O CADNOTAS E O SYNC002 LEEM OS LIMITES DAQUI.
      * AS VAGAS DA TURMA (ZERO = SEM LIMITE) SAO O TETO QUE O
      * CDMATRIC RESPEITA AO MATRICULAR E QUE A ADMISSAO (SGB-050)
      * USA PARA CHAMAR A LISTA DE ESPERA.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO TURMA-CODIGO TURMA-PERIODO.
                MOVE ZEROS  TO TURMA-TOTAL-AULAS TURMA-LIMITE-FALTAS
                               TURMA-VAGAS.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CADASTRO DE TURMAS"
                DISPLAY (04, 05) "CODIGO DA TURMA..:"
                DISPLAY (05, 05) "TOTAL DE AULAS...:"
                DISPLAY (06, 05) "LIMITE FALTAS (%):"
                DISPLAY (07, 05) "PERIODO..........:"
                DISPLAY (08, 05) "VAGAS (0=S/LIM)..:".
       INC-002.
                ACCEPT (04, 24) TURMA-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                        DISPLAY (05, 24) TURMA-TOTAL-AULAS
                        DISPLAY (06, 24) TURMA-LIMITE-FALTAS
                        DISPLAY (07, 24) TURMA-PERIODO
                        DISPLAY (08, 24) TURMA-VAGAS
                        MOVE "TURMA EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (08, 24) TURMA-VAGAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
