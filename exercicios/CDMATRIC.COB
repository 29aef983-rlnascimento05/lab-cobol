      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-09-02  VERSAO INICIAL.
      * 2026-10-15  CARGA SEMANAL (AULAS POR SEMANA) DE CADA
      *             DISCIPLINA NA GRADE, CONFERIDA PELO QUADRO DE
      *             HORARIOS DO SGB-049; DISCIPLINA JA NA GRADE TEM A
      *             CARGA ALTERADA.
      * 2026-10-15  MATRICULA RESPEITA AS VAGAS DA TURMA (CADTURMA):
      *             TURMA LOTADA OU COM FILA DE ESPERA SO ACEITA
      *             ALUNO JA NA TURMA OU CANDIDATO ADMITIDO PELO
      *             SGB-050, QUE PASSA A MATRICULADO (COPY VAGAVAL.).
      * 2026-10-15  TRANSFERENCIA DE TURMA NO MEIO DO PERIODO: AS
      *             DISCIPLINAS COMUNS AS DUAS GRADES SEGUEM COM NOTAS
      *             E FALTAS, AS NOVAS SAO CRIADAS VAZIAS E AS QUE NAO
      *             EXISTEM NO DESTINO FICAM COMO TRANSFERIDO; CADA
      *             TRANSFERENCIA E REGISTRADA EM ARQTRTUR.DAT.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTAS
                    FILE STATUS  IS ST-ERRO-NOT.

           SELECT ARQCAND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAND-NUMERO
                    ALTERNATE RECORD KEY IS CAND-FILA
                    ALTERNATE RECORD KEY IS CAND-RA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CAN.

           SELECT ARQTRTUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TRT
                    FILE STATUS  IS ST-ERRO-TRT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 CHAVE-GRADE.
                   05 GRADE-TURMA       PIC X(6).
                   05 GRADE-DISCIPLINA  PIC 9(3).
                03 GRADE-AULAS-SEM      PIC 9(2).

       FD TURMAS
               LABEL RECORD IS STANDARD
                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).

       FD DISCIPLINAS
               LABEL RECORD IS STANDARD
                03 TURMA                PIC X(06).
                03 NOTA-EXAME           PIC 9(02).
                03 RESULT-FINAL         PIC X(20).

       FD ARQCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
                03 CAND-NUMERO          PIC 9(6).
                03 CAND-FILA.
                   05 CAND-TURMA        PIC X(6).
                   05 CAND-ORDEM        PIC 9(6).
                03 CAND-NOME            PIC X(32).
                03 CAND-DATANASC        PIC 9(8).
                03 CAND-RESPONSAVEL     PIC X(35).
                03 CAND-TELEFONE.
                   05 CAND-DDD          PIC 9(02).
                   05 CAND-TELNUM       PIC 9(9).
                03 CAND-EMAIL           PIC X(35).
                03 CAND-CEP             PIC 9(08).
                03 CAND-ENDNUM          PIC 9(4).
                03 CAND-DATA-INSCR      PIC 9(8).
                03 CAND-SITUACAO        PIC X(1).
                   88 CAND-INSCRITO         VALUE "I".
                   88 CAND-ADMITIDO         VALUE "A".
                   88 CAND-MATRICULADO      VALUE "M".
                   88 CAND-DESISTENTE       VALUE "D".
                03 CAND-DATA-SIT        PIC 9(8).
                03 CAND-RA              PIC X(13).
                03 CAND-OPERADOR        PIC X(8).

      * HISTORICO DE TRANSFERENCIAS DE TURMA (RA + SEQUENCIA),
      * IMPRESSO NO HISTORICO ESCOLAR DO SGB-016
       FD ARQTRTUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRTUR.DAT".
       01 REGTRT.
                03 CHAVE-TRT.
                   05 TRT-RA            PIC X(13).
                   05 TRT-SEQ           PIC 9(3).
                03 TRT-DATA             PIC 9(8).
                03 TRT-ORIGEM           PIC X(6).
                03 TRT-DESTINO          PIC X(6).
                03 TRT-MANTIDAS         PIC 9(3).
                03 TRT-NOVAS            PIC 9(3).
                03 TRT-ENCERRADAS       PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TURMA      PIC X(06) VALUE SPACES.
       77 W-DISC       PIC 9(03) VALUE ZEROS.
       77 W-AULAS-SEM  PIC 9(02) VALUE ZEROS.
       77 W-RA         PIC X(13) VALUE SPACES.
       77 W-CRIADOS    PIC 9(03) VALUE ZEROS.
       77 W-JA-EXIST   PIC 9(03) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 ST-ERRO-TRT  PIC X(02) VALUE "00".
       77 W-TURMA-ORIG PIC X(06) VALUE SPACES.
       77 W-DEST-AULAS PIC 9(03) VALUE ZEROS.
       77 W-DEST-LIMITE PIC 9(03) VALUE ZEROS.
       77 W-MANTIDAS   PIC 9(03) VALUE ZEROS.
       77 W-NOVAS      PIC 9(03) VALUE ZEROS.
       77 W-ENCERRADAS PIC 9(03) VALUE ZEROS.
       77 W-PROX-SEQ   PIC 9(03) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-DMA.
          03 W-HOJE-DD      PIC 9(02).
          03 W-HOJE-MM      PIC 9(02).
          03 W-HOJE-AAAA    PIC 9(04).
       01 W-HOJE-DMA-NUM REDEFINES W-HOJE-DMA
                                        PIC 9(08).

       COPY VAGAVAL.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA.
      *
       INC-OP0.
           OPEN I-O ARQGRADE
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O ARQTRTUR
           IF ST-ERRO-TRT NOT = "00"
               IF ST-ERRO-TRT = "30" OR "35"
                      OPEN OUTPUT ARQTRTUR
                      CLOSE ARQTRTUR
                      GO TO INC-OP2
               ELSE
                      MOVE "ERRO NA ABERTURA DAS TRANSFERENCIAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
           PERFORM ABRIR-CANDIDATOS THRU ABRIR-CANDIDATOS-FIM.
       MENU-MAT.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "GRADE CURRICULAR E MATRICULA"
           DISPLAY (04, 05)
            "1-MANTER GRADE  2-MATRICULAR  3-TRANSFERIR  0-SAIR"
           MOVE SPACES TO W-OPCAO
           ACCEPT  (04, 57) W-OPCAO
           IF W-OPCAO = "0"
              GO TO ROT-FIM.
           IF W-OPCAO = "1"
              GO TO GRADE-TURMA-PED.
           IF W-OPCAO = "2"
              GO TO MATRICULAR.
           IF W-OPCAO = "3"
              GO TO TRANSFERIR.
           GO TO MENU-MAT.
      *-------------------------------------------------------------
      * MANTER GRADE: DISCIPLINAS QUE COMPOEM A TURMA, UMA LINHA POR
      * TURMA + DISCIPLINA EM ARQGRADE.DAT, COM A CARGA SEMANAL
      *-------------------------------------------------------------
       GRADE-TURMA-PED.
           MOVE SPACES TO W-TURMA
           MOVE W-DISC  TO GRADE-DISCIPLINA
           IF W-ACT = 03
              GO TO GRADE-EXCLUIR.
       GRADE-CARGA-PED.
           MOVE ZEROS TO W-AULAS-SEM
           DISPLAY (19, 05) "AULAS POR SEMANA:"
           ACCEPT  (19, 23) W-AULAS-SEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO GRADE-DISC-PED.
           IF W-AULAS-SEM = ZEROS
              MOVE "*** INFORME AS AULAS POR SEMANA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRADE-CARGA-PED.
           MOVE W-TURMA     TO GRADE-TURMA
           MOVE W-DISC      TO GRADE-DISCIPLINA
           MOVE W-AULAS-SEM TO GRADE-AULAS-SEM
           WRITE REGGRADE
           IF ST-ERRO = "22"
              REWRITE REGGRADE
              MOVE "CARGA SEMANAL DA DISCIPLINA ALTERADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM LISTAR-GRADE THRU LISTAR-GRADE-FIM
              GO TO GRADE-DISC-PED.
           IF ST-ERRO = "00" OR "02"
              MOVE "DISCIPLINA INCLUIDA NA GRADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM LISTAR-GRADE THRU LISTAR-GRADE-FIM
              GO TO GRADE-DISC-PED.
           MOVE "ERRO NA GRAVACAO DA GRADE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO DISC-NOME.
           DISPLAY (W-LIN, 05) GRADE-DISCIPLINA
           DISPLAY (W-LIN, 10) DISC-NOME
           DISPLAY (W-LIN, 42) GRADE-AULAS-SEM
           DISPLAY (W-LIN, 45) "AULAS/SEMANA"
           ADD 1 TO W-LIN
           IF W-LIN > 16
              MOVE 8 TO W-LIN.
              MOVE "*** TURMA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MATRICULAR-TURMA.
      * VAGAS: TURMA SEM LIMITE (ZERO) OU ALUNO JA NA TURMA PASSAM
      * DIRETO; O CANDIDATO ADMITIDO PELO SGB-050 USA A VAGA QUE JA
      * ESTAVA RESERVADA PARA ELE. OS DEMAIS SO ENTRAM SE SOBRA VAGA
      * E NAO HA NINGUEM NA FILA DE ESPERA DA TURMA.
           MOVE W-TURMA     TO VV-TURMA
           MOVE TURMA-VAGAS TO VV-VAGAS
           MOVE W-RA        TO VV-RA
           PERFORM CONTAR-VAGAS THRU CONTAR-VAGAS-FIM
           DISPLAY (09, 05) "VAGAS:"
           DISPLAY (09, 12) TURMA-VAGAS
           DISPLAY (09, 17) "MATRICULADOS:"
           DISPLAY (09, 31) VV-MATRIC
           DISPLAY (09, 37) "ADMITIDOS:"
           DISPLAY (09, 48) VV-ADMIT
           DISPLAY (09, 54) "EM ESPERA:"
           DISPLAY (09, 65) VV-ESPERA
           IF TURMA-VAGAS = ZEROS OR VV-NA-TURMA = "S"
                                  OR VV-RESERVA = "S"
              GO TO MATRICULAR-OPC.
           IF VV-LIVRES < 1
              MOVE "*** TURMA LOTADA - USE A LISTA DE ESPERA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MATRICULAR-TURMA.
           IF VV-ESPERA > ZEROS
              MOVE "*** HA FILA DE ESPERA - ADMITA PELO SGB-050 ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MATRICULAR-TURMA.
       MATRICULAR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (10, 05) "MATRICULAR NA GRADE INTEIRA? (S/N):"
           GO TO MATRICULAR-LER.
       MATRICULAR-RESUMO.
           MOVE "00" TO ST-ERRO
           IF VV-RESERVA = "S" AND W-CRIADOS > ZEROS
              MOVE W-HOJE-DMA-NUM TO VV-DATA
              PERFORM BAIXAR-CANDIDATO THRU BAIXAR-CANDIDATO-FIM.
           DISPLAY (21, 05) "DISCIPLINAS MATRICULADAS:"
           DISPLAY (21, 31) W-CRIADOS
           DISPLAY (22, 05) "JA EXISTENTES...........:"
           MOVE "MATRICULA CONCLUIDA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-MAT.
      *-------------------------------------------------------------
      * TRANSFERIR: O ALUNO MUDA DE TURMA NO MEIO DO PERIODO SEM
      * PERDER O QUE JA TEM. A CHAVE DE CADNOTAS.DAT E RA +
      * DISCIPLINA, ENTAO O REGISTRO DE UMA DISCIPLINA COMUM AS DUAS
      * GRADES E O MESMO: SO MUDA A TURMA E OS LIMITES, E AS NOTAS,
      * AS FALTAS DA CHAMADA (CHAMA001) E OS ATESTADOS DE ARQJUST.DAT
      * (RA + DISCIPLINA) CONTINUAM VALENDO. DISCIPLINA QUE NAO
      * EXISTE NO DESTINO FICA NA TURMA DE ORIGEM COM SITUACAO
      * TRANSFERIDO; DISCIPLINA NOVA E CRIADA VAZIA, COMO NA
      * MATRICULA
      *-------------------------------------------------------------
       TRANSFERIR.
           MOVE SPACES TO W-RA W-TURMA W-TURMA-ORIG
           DISPLAY (06, 05) "RA DO ALUNO:"
           ACCEPT  (06, 18) W-RA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO MENU-MAT.
           IF W-RA = SPACES
              GO TO TRANSFERIR.
           MOVE W-RA TO ALUNO-RA
           READ ARQALUNO
           IF ST-ERRO-ALU NOT = "00"
              MOVE "00" TO ST-ERRO-ALU
              MOVE "*** RA NAO CADASTRADO NO CADALUNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSFERIR.
           IF NOT ALUNO-ATIVO
              MOVE "*** ALUNO INATIVO NO CADALUNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSFERIR.
           DISPLAY (07, 05) ALUNO-NOME
           PERFORM ACHAR-TURMA-ATUAL THRU ACHAR-TURMA-ATUAL-FIM
           IF W-TURMA-ORIG = SPACES
              MOVE "*** ALUNO NAO ESTA MATRICULADO EM TURMA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSFERIR.
           DISPLAY (08, 05) "TURMA ATUAL:"
           DISPLAY (08, 20) W-TURMA-ORIG.
       TRANSFERIR-TURMA.
           MOVE SPACES TO W-TURMA
           DISPLAY (09, 05) "TURMA DESTINO:"
           ACCEPT  (09, 20) W-TURMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO TRANSFERIR.
           IF W-TURMA = SPACES
              GO TO TRANSFERIR-TURMA.
           IF W-TURMA = W-TURMA-ORIG
              MOVE "*** TURMA DESTINO IGUAL A TURMA ATUAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSFERIR-TURMA.
           MOVE W-TURMA TO TURMA-CODIGO
           READ TURMAS
           IF ST-ERRO-TUR = "23"
              MOVE "*** TURMA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSFERIR-TURMA.
           MOVE TURMA-TOTAL-AULAS   TO W-DEST-AULAS
           MOVE TURMA-LIMITE-FALTAS TO W-DEST-LIMITE
      * A TRANSFERENCIA OCUPA UMA VAGA NO DESTINO: MESMA REGRA DA
      * MATRICULA
           MOVE W-TURMA     TO VV-TURMA
           MOVE TURMA-VAGAS TO VV-VAGAS
           MOVE W-RA        TO VV-RA
           PERFORM CONTAR-VAGAS THRU CONTAR-VAGAS-FIM
           DISPLAY (10, 05) "VAGAS:"
           DISPLAY (10, 12) TURMA-VAGAS
           DISPLAY (10, 17) "MATRICULADOS:"
           DISPLAY (10, 31) VV-MATRIC
           DISPLAY (10, 37) "ADMITIDOS:"
           DISPLAY (10, 48) VV-ADMIT
           DISPLAY (10, 54) "EM ESPERA:"
           DISPLAY (10, 65) VV-ESPERA
           IF TURMA-VAGAS = ZEROS OR VV-NA-TURMA = "S"
                                  OR VV-RESERVA = "S"
              GO TO TRANSFERIR-OPC.
           IF VV-LIVRES < 1
              MOVE "*** TURMA DESTINO LOTADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSFERIR-TURMA.
           IF VV-ESPERA > ZEROS
              MOVE "*** HA FILA DE ESPERA NA TURMA DESTINO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSFERIR-TURMA.
       TRANSFERIR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (11, 05) "CONFIRMA A TRANSFERENCIA? (S/N):"
           ACCEPT  (11, 38) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "TRANSFERENCIA CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-MAT.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO TRANSFERIR-OPC.
      * GRADE DO DESTINO VAZIA ENCERRARIA TODAS AS DISCIPLINAS
           MOVE W-TURMA TO GRADE-TURMA
           MOVE ZEROS   TO GRADE-DISCIPLINA
           START ARQGRADE KEY IS NOT LESS CHAVE-GRADE
               INVALID KEY MOVE "10" TO ST-ERRO.
           IF ST-ERRO = "00"
              READ ARQGRADE NEXT RECORD
                  AT END MOVE "10" TO ST-ERRO.
           IF ST-ERRO NOT = "00" OR GRADE-TURMA NOT = W-TURMA
              MOVE "00" TO ST-ERRO
              MOVE "GRADE DA TURMA DESTINO ESTA VAZIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-MAT.
           MOVE ZEROS TO W-MANTIDAS W-NOVAS W-ENCERRADAS
           PERFORM TRANSF-ORIGEM THRU TRANSF-ORIGEM-FIM
           PERFORM TRANSF-DESTINO THRU TRANSF-DESTINO-FIM
           PERFORM GRAVAR-TRANSF THRU GRAVAR-TRANSF-FIM
           IF VV-RESERVA = "S"
              MOVE W-HOJE-DMA-NUM TO VV-DATA
              PERFORM BAIXAR-CANDIDATO THRU BAIXAR-CANDIDATO-FIM.
           DISPLAY (20, 05) "DISCIPLINAS MANTIDAS....:"
           DISPLAY (20, 31) W-MANTIDAS
           DISPLAY (21, 05) "DISCIPLINAS NOVAS.......:"
           DISPLAY (21, 31) W-NOVAS
           DISPLAY (22, 05) "ENCERRADAS (TRANSFERIDO):"
           DISPLAY (22, 31) W-ENCERRADAS
           MOVE "TRANSFERENCIA CONCLUIDA - RODE O SYNC002" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-MAT.
      * TURMA ATUAL = A DE QUALQUER DISCIPLINA ATIVA DO ALUNO
       ACHAR-TURMA-ATUAL.
           MOVE W-RA  TO RA
           MOVE ZEROS TO DISCIPLINA
           START NOTAS KEY IS NOT LESS CHAVE-NOTAS
               INVALID KEY MOVE "10" TO ST-ERRO-NOT.
           IF ST-ERRO-NOT NOT = "00"
              GO TO ACHAR-TURMA-ATUAL-VOLTA.
       ACHAR-TURMA-ATUAL-LER.
           READ NOTAS NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-NOT.
           IF ST-ERRO-NOT NOT = "00"
              GO TO ACHAR-TURMA-ATUAL-VOLTA.
           IF RA NOT = W-RA
              GO TO ACHAR-TURMA-ATUAL-VOLTA.
           IF TURMA = SPACES OR SITUACAO = "TRANSFERIDO"
              GO TO ACHAR-TURMA-ATUAL-LER.
           MOVE TURMA TO W-TURMA-ORIG.
       ACHAR-TURMA-ATUAL-VOLTA.
           MOVE "00" TO ST-ERRO-NOT.
       ACHAR-TURMA-ATUAL-FIM.
           EXIT.
      * DISCIPLINAS DA TURMA DE ORIGEM: MANTIDAS SE ESTAO NA GRADE
      * DO DESTINO, SENAO ENCERRADAS COMO TRANSFERIDO
       TRANSF-ORIGEM.
           MOVE W-RA  TO RA
           MOVE ZEROS TO DISCIPLINA
           START NOTAS KEY IS NOT LESS CHAVE-NOTAS
               INVALID KEY MOVE "10" TO ST-ERRO-NOT.
           IF ST-ERRO-NOT NOT = "00"
              GO TO TRANSF-ORIGEM-VOLTA.
       TRANSF-ORIGEM-LER.
           READ NOTAS NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-NOT.
           IF ST-ERRO-NOT NOT = "00"
              GO TO TRANSF-ORIGEM-VOLTA.
           IF RA NOT = W-RA
              GO TO TRANSF-ORIGEM-VOLTA.
           IF TURMA NOT = W-TURMA-ORIG OR SITUACAO = "TRANSFERIDO"
              GO TO TRANSF-ORIGEM-LER.
           MOVE W-TURMA    TO GRADE-TURMA
           MOVE DISCIPLINA TO GRADE-DISCIPLINA
           READ ARQGRADE
           IF ST-ERRO = "00"
              GO TO TRANSF-ORIGEM-MANTER.
           MOVE "00" TO ST-ERRO
           MOVE "TRANSFERIDO" TO SITUACAO RESULT-FINAL
           REWRITE REGNOTAS
           IF ST-ERRO-NOT NOT = "00"
              MOVE "ERRO NA GRAVACAO DA TRANSFERENCIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSF-ORIGEM-VOLTA.
           ADD 1 TO W-ENCERRADAS
           GO TO TRANSF-ORIGEM-LER.
       TRANSF-ORIGEM-MANTER.
           MOVE W-TURMA       TO TURMA
           MOVE W-DEST-AULAS  TO TOTAL-AULAS
           MOVE W-DEST-LIMITE TO LIMITE-FALTAS
           PERFORM CALC-PERC-TRANSF THRU CALC-PERC-TRANSF-FIM
           REWRITE REGNOTAS
           IF ST-ERRO-NOT NOT = "00"
              MOVE "ERRO NA GRAVACAO DA TRANSFERENCIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSF-ORIGEM-VOLTA.
           ADD 1 TO W-MANTIDAS
           GO TO TRANSF-ORIGEM-LER.
       TRANSF-ORIGEM-VOLTA.
           MOVE "00" TO ST-ERRO-NOT.
       TRANSF-ORIGEM-FIM.
           EXIT.
      * DISCIPLINAS DA GRADE DO DESTINO QUE O ALUNO AINDA NAO TEM:
      * CRIADAS VAZIAS; A QUE TINHA SIDO ENCERRADA NUMA TRANSFERENCIA
      * ANTERIOR (VOLTA PARA UMA GRADE QUE A TEM) E REABERTA
       TRANSF-DESTINO.
           MOVE W-TURMA TO GRADE-TURMA
           MOVE ZEROS   TO GRADE-DISCIPLINA
           START ARQGRADE KEY IS NOT LESS CHAVE-GRADE
               INVALID KEY MOVE "10" TO ST-ERRO.
           IF ST-ERRO NOT = "00"
              GO TO TRANSF-DESTINO-VOLTA.
       TRANSF-DESTINO-LER.
           READ ARQGRADE NEXT RECORD
               AT END MOVE "10" TO ST-ERRO.
           IF ST-ERRO NOT = "00"
              GO TO TRANSF-DESTINO-VOLTA.
           IF GRADE-TURMA NOT = W-TURMA
              GO TO TRANSF-DESTINO-VOLTA.
           MOVE W-RA             TO RA
           MOVE GRADE-DISCIPLINA TO DISCIPLINA
           READ NOTAS
           IF ST-ERRO-NOT = "00" AND SITUACAO = "TRANSFERIDO"
              GO TO TRANSF-DESTINO-REABRIR.
           IF ST-ERRO-NOT = "00"
              GO TO TRANSF-DESTINO-LER.
           MOVE "00" TO ST-ERRO-NOT
           MOVE W-RA             TO RA
           MOVE GRADE-DISCIPLINA TO DISCIPLINA
           MOVE ALUNO-NOME       TO NOME
           MOVE ZEROS TO NOTA1 NOTA2 NOTA3 MEDIA
           MOVE ZEROS TO FALTA1 FALTA2 TOTAL-FALTAS PERC-FALTAS
           MOVE ZEROS TO NOTA-EXAME
           MOVE W-DEST-AULAS     TO TOTAL-AULAS
           MOVE W-DEST-LIMITE    TO LIMITE-FALTAS
           MOVE W-TURMA          TO TURMA
           MOVE SPACES TO SITUACAO RESULT-FINAL
           WRITE REGNOTAS
           IF ST-ERRO-NOT NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DA TRANSFERENCIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSF-DESTINO-VOLTA.
           ADD 1 TO W-NOVAS
           GO TO TRANSF-DESTINO-LER.
       TRANSF-DESTINO-REABRIR.
           MOVE W-TURMA       TO TURMA
           MOVE W-DEST-AULAS  TO TOTAL-AULAS
           MOVE W-DEST-LIMITE TO LIMITE-FALTAS
           MOVE SPACES TO SITUACAO RESULT-FINAL
           PERFORM CALC-PERC-TRANSF THRU CALC-PERC-TRANSF-FIM
           REWRITE REGNOTAS
           IF ST-ERRO-NOT NOT = "00"
              MOVE "ERRO NA GRAVACAO DA TRANSFERENCIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRANSF-DESTINO-VOLTA.
           ADD 1 TO W-MANTIDAS
           GO TO TRANSF-DESTINO-LER.
       TRANSF-DESTINO-VOLTA.
           MOVE "00" TO ST-ERRO ST-ERRO-NOT.
       TRANSF-DESTINO-FIM.
           EXIT.
      * PERC-FALTAS COM O TOTAL DE AULAS DO DESTINO, MESMA CONTA DO
      * CALC-PERCFALTAS DO SYNC002
       CALC-PERC-TRANSF.
           IF TOTAL-AULAS = ZEROS
              MOVE ZEROS TO PERC-FALTAS
           ELSE
              COMPUTE PERC-FALTAS =
                      (TOTAL-FALTAS * 100) / TOTAL-AULAS.
       CALC-PERC-TRANSF-FIM.
           EXIT.
      * REGISTRA A TRANSFERENCIA NA PROXIMA SEQUENCIA DO RA
       GRAVAR-TRANSF.
           MOVE ZEROS TO W-PROX-SEQ
           MOVE W-RA  TO TRT-RA
           MOVE ZEROS TO TRT-SEQ
           START ARQTRTUR KEY IS NOT LESS CHAVE-TRT
               INVALID KEY MOVE "10" TO ST-ERRO-TRT.
           IF ST-ERRO-TRT NOT = "00"
              GO TO GRAVAR-TRANSF-REG.
       GRAVAR-TRANSF-LER.
           READ ARQTRTUR NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-TRT.
           IF ST-ERRO-TRT NOT = "00"
              GO TO GRAVAR-TRANSF-REG.
           IF TRT-RA NOT = W-RA
              GO TO GRAVAR-TRANSF-REG.
           MOVE TRT-SEQ TO W-PROX-SEQ
           GO TO GRAVAR-TRANSF-LER.
       GRAVAR-TRANSF-REG.
           MOVE "00" TO ST-ERRO-TRT
           ADD 1 TO W-PROX-SEQ
           MOVE W-RA           TO TRT-RA
           MOVE W-PROX-SEQ     TO TRT-SEQ
           MOVE W-HOJE-DMA-NUM TO TRT-DATA
           MOVE W-TURMA-ORIG   TO TRT-ORIGEM
           MOVE W-TURMA        TO TRT-DESTINO
           MOVE W-MANTIDAS     TO TRT-MANTIDAS
           MOVE W-NOVAS        TO TRT-NOVAS
           MOVE W-ENCERRADAS   TO TRT-ENCERRADAS
           WRITE REGTRT
           IF ST-ERRO-TRT NOT = "00" AND NOT = "02"
              MOVE "00" TO ST-ERRO-TRT
              MOVE "ERRO NA GRAVACAO DO HISTORICO DE TRANSFERENCIA"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-TRANSF-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM FECHAR-CANDIDATOS THRU FECHAR-CANDIDATOS-FIM
                CLOSE ARQGRADE TURMAS DISCIPLINAS ARQALUNO NOTAS
                      ARQTRTUR
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
       COPY VAGAVALP.
