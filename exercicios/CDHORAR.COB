       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-049.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-049 - QUADRO DE HORARIOS SEMANAL POR TURMA
      * O ARQDOCEN.DAT (CDDOCENT) DIZ QUEM DA CADA DISCIPLINA EM CADA
      * TURMA E O ARQGRADE.DAT (CDMATRIC) TEM A GRADE, MAS O HORARIO
      * DA SEMANA FICAVA NO QUADRO BRANCO -- E PROFESSOR COM DUAS
      * TURMAS NA MESMA HORA SO APARECIA QUANDO UMA DELAS FICAVA SEM
      * AULA. ESTE PROGRAMA MANTEM ARQHORA.DAT (CHAVE TURMA + DIA DA
      * SEMANA + AULA DO DIA): DISCIPLINA E SALA DE CADA HORARIO.
      * O HORARIO E RECUSADO QUANDO A DISCIPLINA NAO ESTA NA GRADE
      * DA TURMA, QUANDO NAO TEM PROFESSOR ATRIBUIDO, QUANDO A CARGA
      * SEMANAL DA GRADE JA ESTA COMPLETA, QUANDO A SALA JA ESTA
      * OCUPADA POR OUTRA TURMA NA MESMA HORA OU QUANDO O PROFESSOR
      * JA DA AULA EM OUTRA TURMA NA MESMA HORA. O PROFESSOR NAO E
      * GRAVADO NO HORARIO: E SEMPRE O DA ATRIBUICAO EM VIGOR NO
      * ARQDOCEN.DAT. A TELA MOSTRA O QUADRO DA TURMA E A CONFERENCIA
      * DA CARGA SEMANAL (PREVISTA NA GRADE X ALOCADA NO QUADRO).
      * DIAS DE 2 (SEGUNDA) A 7 (SABADO), ATE 6 AULAS POR DIA.
      * O REL066 IMPRIME OS QUADROS POR TURMA, POR PROFESSOR E POR
      * SALA.
      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-10-15  VERSAO INICIAL.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQHORA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-HOR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS HOR-SLOT
                                   WITH DUPLICATES.

           SELECT TURMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURMA-CODIGO
                    FILE STATUS  IS ST-ERRO-TUR.

           SELECT DISCIPLINAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DISC-CODIGO
                    FILE STATUS  IS ST-ERRO-DIS.

           SELECT ARQGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-GRADE
                    FILE STATUS  IS ST-ERRO-GRD.

           SELECT ARQDOCEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DOC
                    FILE STATUS  IS ST-ERRO-DOC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQHORA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHORA.DAT".
       01 REGHOR.
                03 CHAVE-HOR.
                   05 HOR-TURMA         PIC X(6).
                   05 HOR-DIA           PIC 9(1).
                   05 HOR-AULA          PIC 9(1).
                03 HOR-SLOT.
                   05 HOR-SLOT-DIA      PIC 9(1).
                   05 HOR-SLOT-AULA     PIC 9(1).
                03 HOR-DISCIPLINA       PIC 9(3).
                03 HOR-SALA             PIC X(6).
                03 HOR-DATA             PIC 9(8).
                03 HOR-OPERADOR         PIC X(8).

       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTURMA.DAT".
       01 REGTURMA.
                03 TURMA-CODIGO         PIC X(6).
                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).

       FD DISCIPLINAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DISC-CODIGO          PIC 9(3).
                03 DISC-NOME            PIC X(30).
                03 DISC-SITUACAO        PIC 9(1).

       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
                03 CHAVE-GRADE.
                   05 GRADE-TURMA       PIC X(6).
                   05 GRADE-DISCIPLINA  PIC 9(3).
                03 GRADE-AULAS-SEM      PIC 9(2).

       FD ARQDOCEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDOCEN.DAT".
       01 REGDOC.
                03 CHAVE-DOC.
                   05 DOC-TURMA         PIC X(6).
                   05 DOC-DISCIPLINA    PIC 9(3).
                03 DOC-FUNC             PIC X(12).
                03 DOC-DATA-INICIO      PIC 9(8).
                03 DOC-DATA-FIM         PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-TUR  PIC X(02) VALUE "00".
       77 ST-ERRO-DIS  PIC X(02) VALUE "00".
       77 ST-ERRO-GRD  PIC X(02) VALUE "00".
       77 ST-ERRO-DOC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-TURMA      PIC X(06) VALUE SPACES.
       77 W-DIA        PIC 9(01) VALUE ZEROS.
       77 W-AULA       PIC 9(01) VALUE ZEROS.
       77 W-DISC       PIC 9(03) VALUE ZEROS.
       77 W-SALA       PIC X(06) VALUE SPACES.
       77 W-PROF       PIC X(12) VALUE SPACES.
       77 W-EXISTE     PIC X(01) VALUE "N".
       77 W-CONFLITO   PIC X(01) VALUE "N".
       77 W-DISC-CONT  PIC 9(03) VALUE ZEROS.
       77 W-DIA-EXC    PIC 9(01) VALUE ZEROS.
       77 W-AULA-EXC   PIC 9(01) VALUE ZEROS.
       77 W-QTD-ALOC   PIC 9(02) VALUE ZEROS.
       77 W-QTD-DIF    PIC 9(02) VALUE ZEROS.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(02) VALUE ZEROS.
       77 W-RESTO      PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-COL        PIC 9(02) VALUE ZEROS.

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

       01 W-CARGA-ED.
          03 W-CE-DISC      PIC 9(03).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-CE-PREV      PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 W-CE-ALOC      PIC 9(02).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-CE-MARCA     PIC X(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NO
      * HORARIO
       01 LK-OPER.
           03 LK-OPER-ID       PIC X(8).
           03 LK-OPER-NIVEL    PIC 9(1).
           03 LK-OPER-OK       PIC X(1).
           03 LK-OPER-FILIAL   PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPER.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID TO W-OPERADOR.
       INC-OP0.
           OPEN I-O ARQHORA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQHORA
                      CLOSE ARQHORA
                      MOVE "* ARQUIVO DE HORARIOS SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE HORARIOS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           OPEN INPUT TURMAS
           IF ST-ERRO-TUR NOT = "00"
              MOVE "CADASTRE AS TURMAS NO CADTURMA ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT DISCIPLINAS
           IF ST-ERRO-DIS NOT = "00"
              MOVE "CADASTRE AS DISCIPLINAS NO CADDISC ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT ARQGRADE
           IF ST-ERRO-GRD NOT = "00"
              MOVE "MONTE A GRADE DAS TURMAS NO CDMATRIC ANTES"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT ARQDOCEN
           IF ST-ERRO-DOC NOT = "00"
              MOVE "ATRIBUA OS PROFESSORES NO CDDOCENT ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       HOR-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "QUADRO DE HORARIOS DA TURMA"
           DISPLAY (04, 05) "TURMA:"
           MOVE SPACES TO W-TURMA
           ACCEPT  (04, 12) W-TURMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-TURMA = SPACES
              GO TO HOR-001.
           MOVE W-TURMA TO TURMA-CODIGO
           READ TURMAS
           IF ST-ERRO-TUR NOT = "00"
              MOVE "00" TO ST-ERRO-TUR
              MOVE "*** TURMA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-001.
           DISPLAY (04, 20) "PERIODO:"
           DISPLAY (04, 29) TURMA-PERIODO
           PERFORM MOSTRAR-QUADRO THRU MOSTRAR-QUADRO-FIM.
       HOR-002.
           PERFORM LIMPAR-PEDIDO THRU LIMPAR-PEDIDO-FIM
           DISPLAY (19, 05) "DIA (2=SEG..7=SAB):"
           DISPLAY (19, 29) "AULA (1-6):"
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE ZEROS TO W-DIA
           ACCEPT  (19, 25) W-DIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO HOR-001.
           IF W-DIA < 2 OR W-DIA > 7
              MOVE "*** DIA DEVE SER DE 2 (SEG) A 7 (SAB) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-002.
       HOR-003.
           MOVE ZEROS TO W-AULA
           ACCEPT  (19, 41) W-AULA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO HOR-002.
           IF W-AULA < 1 OR W-AULA > 6
              MOVE "*** AULA DEVE SER DE 1 A 6 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-003.
           MOVE "N"     TO W-EXISTE
           MOVE ZEROS   TO W-DISC
           MOVE SPACES  TO W-SALA
           MOVE W-TURMA TO HOR-TURMA
           MOVE W-DIA   TO HOR-DIA
           MOVE W-AULA  TO HOR-AULA
           READ ARQHORA
           IF ST-ERRO = "00"
              MOVE "S"            TO W-EXISTE
              MOVE HOR-DISCIPLINA TO W-DISC
              MOVE HOR-SALA       TO W-SALA
           ELSE
              MOVE "00" TO ST-ERRO.
           DISPLAY (20, 05) "DISCIPLINA (0=LIBERAR):"
           DISPLAY (20, 29) W-DISC
           DISPLAY (20, 35) "SALA:"
           DISPLAY (20, 41) W-SALA.
       HOR-004.
           ACCEPT  (20, 29) W-DISC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO HOR-003.
           IF W-DISC = ZEROS
              GO TO HOR-LIBERA.
           MOVE W-TURMA TO GRADE-TURMA
           MOVE W-DISC  TO GRADE-DISCIPLINA
           READ ARQGRADE
           IF ST-ERRO-GRD NOT = "00"
              MOVE "00" TO ST-ERRO-GRD
              MOVE "*** DISCIPLINA NAO ESTA NA GRADE DA TURMA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-004.
           IF GRADE-AULAS-SEM = ZEROS
              MOVE "GRADE SEM CARGA SEMANAL - INFORME NO CDMATRIC"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-004.
           MOVE W-DISC TO DISC-CODIGO
           READ DISCIPLINAS
           IF ST-ERRO-DIS NOT = "00"
              MOVE "00" TO ST-ERRO-DIS
              MOVE SPACES TO DISC-NOME.
           DISPLAY (21, 05) DISC-NOME
           MOVE W-TURMA TO DOC-TURMA
           MOVE W-DISC  TO DOC-DISCIPLINA
           READ ARQDOCEN
           IF ST-ERRO-DOC NOT = "00"
              MOVE "00" TO ST-ERRO-DOC
              MOVE "*** DISCIPLINA SEM PROFESSOR NO CDDOCENT ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-004.
           IF DOC-DATA-FIM NOT = ZEROS
              MOVE "*** ATRIBUICAO DO PROFESSOR JA ENCERRADA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-004.
           MOVE DOC-FUNC TO W-PROF
           DISPLAY (21, 37) "PROFESSOR:"
           DISPLAY (21, 48) W-PROF
      * A AULA QUE ESTE HORARIO JA TINHA NAO CONTA NA CARGA
           MOVE W-DISC TO W-DISC-CONT
           MOVE W-DIA  TO W-DIA-EXC
           MOVE W-AULA TO W-AULA-EXC
           PERFORM CONTAR-ALOCADAS THRU CONTAR-ALOCADAS-FIM
           IF W-QTD-ALOC NOT < GRADE-AULAS-SEM
              MOVE "*** CARGA SEMANAL DA DISCIPLINA JA COMPLETA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-004.
       HOR-005.
           ACCEPT  (20, 41) W-SALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO HOR-004.
           IF W-SALA = SPACES
              MOVE "*** INFORME A SALA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-005.
           PERFORM VERIFICAR-CONFLITO THRU VERIFICAR-CONFLITO-FIM
           IF W-CONFLITO = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-005.
           IF W-CONFLITO = "P"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-004.
       HOR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK? (S / N):"
           ACCEPT  (23, 59) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO HOR-005.
           IF W-OPCAO = "N" OR "n"
              MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-002.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-OPC.
           DISPLAY (23, 40) "                    "
           MOVE W-TURMA        TO HOR-TURMA
           MOVE W-DIA          TO HOR-DIA HOR-SLOT-DIA
           MOVE W-AULA         TO HOR-AULA HOR-SLOT-AULA
           MOVE W-DISC         TO HOR-DISCIPLINA
           MOVE W-SALA         TO HOR-SALA
           MOVE W-HOJE-DMA-NUM TO HOR-DATA
           MOVE W-OPERADOR     TO HOR-OPERADOR
           IF W-EXISTE = "S"
              REWRITE REGHOR
           ELSE
              WRITE REGHOR.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO HORARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "HORARIO GRAVADO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM MOSTRAR-QUADRO THRU MOSTRAR-QUADRO-FIM
           GO TO HOR-002.
       HOR-LIBERA.
           IF W-EXISTE NOT = "S"
              MOVE "HORARIO JA ESTA LIVRE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO HOR-002.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "LIBERAR? (S / N):"
           ACCEPT  (23, 58) W-OPCAO WITH UPDATE
           DISPLAY (23, 40) "                    "
           IF W-OPCAO NOT = "S" AND "s"
              GO TO HOR-002.
           MOVE W-TURMA TO HOR-TURMA
           MOVE W-DIA   TO HOR-DIA
           MOVE W-AULA  TO HOR-AULA
           DELETE ARQHORA RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO HORARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "HORARIO LIBERADO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM MOSTRAR-QUADRO THRU MOSTRAR-QUADRO-FIM
           GO TO HOR-002.
      *-------------------------------------------------------------
      * CONFLITO: PERCORRE, PELA CHAVE ALTERNATIVA DIA + AULA, OS
      * HORARIOS DAS OUTRAS TURMAS NA MESMA HORA. SALA IGUAL DEVOLVE
      * "S"; PROFESSOR IGUAL (O DA ATRIBUICAO EM VIGOR DA OUTRA
      * TURMA) DEVOLVE "P". A MENSAGEM JA SAI PRONTA EM MENS
      *-------------------------------------------------------------
       VERIFICAR-CONFLITO.
           MOVE "N"    TO W-CONFLITO
           MOVE W-DIA  TO HOR-SLOT-DIA
           MOVE W-AULA TO HOR-SLOT-AULA
           START ARQHORA KEY IS EQUAL HOR-SLOT
               INVALID KEY MOVE "23" TO ST-ERRO.
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO VERIFICAR-CONFLITO-FIM.
       VERIFICAR-CONFLITO-LER.
           READ ARQHORA NEXT RECORD
               AT END MOVE "10" TO ST-ERRO.
           IF ST-ERRO = "10"
              MOVE "00" TO ST-ERRO
              GO TO VERIFICAR-CONFLITO-FIM.
           IF HOR-SLOT-DIA NOT = W-DIA OR HOR-SLOT-AULA NOT = W-AULA
              GO TO VERIFICAR-CONFLITO-FIM.
           IF HOR-TURMA = W-TURMA
              GO TO VERIFICAR-CONFLITO-LER.
           IF HOR-SALA = W-SALA
              MOVE "S" TO W-CONFLITO
              MOVE SPACES TO MENS
              STRING "*** SALA OCUPADA PELA TURMA " DELIMITED BY SIZE
                     HOR-TURMA DELIMITED BY SIZE
                     " ***"    DELIMITED BY SIZE
                     INTO MENS
              GO TO VERIFICAR-CONFLITO-FIM.
           MOVE HOR-TURMA      TO DOC-TURMA
           MOVE HOR-DISCIPLINA TO DOC-DISCIPLINA
           READ ARQDOCEN
           IF ST-ERRO-DOC NOT = "00"
              MOVE "00" TO ST-ERRO-DOC
              GO TO VERIFICAR-CONFLITO-LER.
           IF DOC-DATA-FIM NOT = ZEROS OR DOC-FUNC NOT = W-PROF
              GO TO VERIFICAR-CONFLITO-LER.
           MOVE "P" TO W-CONFLITO
           MOVE SPACES TO MENS
           STRING "*** PROFESSOR JA DA AULA NA TURMA "
                                          DELIMITED BY SIZE
                  HOR-TURMA DELIMITED BY SIZE
                  " ***"    DELIMITED BY SIZE
                  INTO MENS.
       VERIFICAR-CONFLITO-FIM.
           EXIT.

      * AULAS DA DISCIPLINA W-DISC-CONT JA NO QUADRO DA TURMA, SEM
      * CONTAR O HORARIO W-DIA-EXC/W-AULA-EXC (ZEROS CONTA TODOS)
       CONTAR-ALOCADAS.
           MOVE ZEROS   TO W-QTD-ALOC
           MOVE W-TURMA TO HOR-TURMA
           MOVE ZEROS   TO HOR-DIA HOR-AULA
           START ARQHORA KEY IS NOT LESS CHAVE-HOR
               INVALID KEY MOVE "23" TO ST-ERRO.
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO CONTAR-ALOCADAS-FIM.
       CONTAR-ALOCADAS-LER.
           READ ARQHORA NEXT RECORD
               AT END MOVE "10" TO ST-ERRO.
           IF ST-ERRO = "10"
              MOVE "00" TO ST-ERRO
              GO TO CONTAR-ALOCADAS-FIM.
           IF HOR-TURMA NOT = W-TURMA
              GO TO CONTAR-ALOCADAS-FIM.
           IF HOR-DISCIPLINA NOT = W-DISC-CONT
              GO TO CONTAR-ALOCADAS-LER.
           IF HOR-DIA = W-DIA-EXC AND HOR-AULA = W-AULA-EXC
              GO TO CONTAR-ALOCADAS-LER.
           ADD 1 TO W-QTD-ALOC
           GO TO CONTAR-ALOCADAS-LER.
       CONTAR-ALOCADAS-FIM.
           EXIT.
      *-------------------------------------------------------------
      * QUADRO DA TURMA NA TELA (CODIGO DA DISCIPLINA EM CADA
      * HORARIO) E A CONFERENCIA DA CARGA SEMANAL: DISCIPLINA,
      * AULAS PREVISTAS NA GRADE / ALOCADAS NO QUADRO, "*" QUANDO
      * NAO BATEM
      *-------------------------------------------------------------
       MOSTRAR-QUADRO.
           DISPLAY (06, 05) "AULA   SEG    TER    QUA    QUI    SEX"
           DISPLAY (06, 47) "SAB"
           PERFORM LIMPAR-LINHA THRU LIMPAR-LINHA-FIM
               VARYING W-LIN FROM 7 BY 1 UNTIL W-LIN > 17
           MOVE 1 TO W-AULA.
       MOSTRAR-QUADRO-AULA.
           COMPUTE W-LIN = 6 + W-AULA
           DISPLAY (W-LIN, 07) W-AULA
           ADD 1 TO W-AULA
           IF W-AULA < 7
              GO TO MOSTRAR-QUADRO-AULA.
           MOVE W-TURMA TO HOR-TURMA
           MOVE ZEROS   TO HOR-DIA HOR-AULA
           START ARQHORA KEY IS NOT LESS CHAVE-HOR
               INVALID KEY MOVE "23" TO ST-ERRO.
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO MOSTRAR-QUADRO-CARGA.
       MOSTRAR-QUADRO-LER.
           READ ARQHORA NEXT RECORD
               AT END MOVE "10" TO ST-ERRO.
           IF ST-ERRO = "10"
              MOVE "00" TO ST-ERRO
              GO TO MOSTRAR-QUADRO-CARGA.
           IF HOR-TURMA NOT = W-TURMA
              GO TO MOSTRAR-QUADRO-CARGA.
           COMPUTE W-LIN = 6 + HOR-AULA
           COMPUTE W-COL = 12 + (HOR-DIA - 2) * 7
           DISPLAY (W-LIN, W-COL) HOR-DISCIPLINA
           GO TO MOSTRAR-QUADRO-LER.
       MOSTRAR-QUADRO-CARGA.
           DISPLAY (14, 05)
                    "CARGA SEMANAL (DISC PREVISTA/ALOCADA):"
           MOVE ZEROS TO W-IDX W-QTD-DIF W-DIA-EXC W-AULA-EXC
           MOVE W-TURMA TO GRADE-TURMA
           MOVE ZEROS   TO GRADE-DISCIPLINA
           START ARQGRADE KEY IS NOT LESS CHAVE-GRADE
               INVALID KEY MOVE "23" TO ST-ERRO-GRD.
           IF ST-ERRO-GRD NOT = "00"
              MOVE "00" TO ST-ERRO-GRD
              GO TO MOSTRAR-QUADRO-RESUMO.
       MOSTRAR-QUADRO-GRADE.
           READ ARQGRADE NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-GRD.
           IF ST-ERRO-GRD = "10"
              MOVE "00" TO ST-ERRO-GRD
              GO TO MOSTRAR-QUADRO-RESUMO.
           IF GRADE-TURMA NOT = W-TURMA
              GO TO MOSTRAR-QUADRO-RESUMO.
           MOVE GRADE-DISCIPLINA TO W-DISC-CONT
           PERFORM CONTAR-ALOCADAS THRU CONTAR-ALOCADAS-FIM
           MOVE GRADE-DISCIPLINA TO W-CE-DISC
           MOVE GRADE-AULAS-SEM  TO W-CE-PREV
           MOVE W-QTD-ALOC       TO W-CE-ALOC
           MOVE SPACES           TO W-CE-MARCA
           IF W-QTD-ALOC NOT = GRADE-AULAS-SEM
              MOVE "*" TO W-CE-MARCA
              ADD 1 TO W-QTD-DIF.
           DIVIDE W-IDX BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-QUOC < 3
              COMPUTE W-LIN = 15 + W-QUOC
              COMPUTE W-COL = 5 + W-RESTO * 18
              DISPLAY (W-LIN, W-COL) W-CARGA-ED.
           ADD 1 TO W-IDX
           GO TO MOSTRAR-QUADRO-GRADE.
       MOSTRAR-QUADRO-RESUMO.
           IF W-QTD-DIF = ZEROS
              DISPLAY (14, 45) "QUADRO CONFERE COM A GRADE"
              DISPLAY (14, 72) "  "
           ELSE
              DISPLAY (14, 45) "DISCIPLINAS FORA DA CARGA:"
              DISPLAY (14, 72) W-QTD-DIF.
       MOSTRAR-QUADRO-FIM.
           EXIT.

       LIMPAR-LINHA.
           DISPLAY (W-LIN, 05) LIMPA.
       LIMPAR-LINHA-FIM.
           EXIT.

       LIMPAR-PEDIDO.
           MOVE 19 TO W-LIN
           PERFORM LIMPAR-LINHA THRU LIMPAR-LINHA-FIM
           MOVE 20 TO W-LIN
           PERFORM LIMPAR-LINHA THRU LIMPAR-LINHA-FIM
           MOVE 21 TO W-LIN
           PERFORM LIMPAR-LINHA THRU LIMPAR-LINHA-FIM.
       LIMPAR-PEDIDO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQHORA TURMAS DISCIPLINAS ARQGRADE ARQDOCEN
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
