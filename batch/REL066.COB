       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL066.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * QUADROS DE HORARIOS POR TURMA, PROFESSOR E SALA   *
      **************************************************
      * IMPRIME O QUADRO SEMANAL DO ARQHORA.DAT (SGB-049) EM TRES
      * VISOES, CADA UMA A PARTIR DE UMA PAGINA NOVA: POR TURMA
      * (DISCIPLINA E SALA DE CADA AULA, SEGUIDO DA CONFERENCIA DA
      * CARGA SEMANAL CONTRA A GRADE DO CDMATRIC), POR PROFESSOR
      * (TURMA, DISCIPLINA E SALA -- O PROFESSOR E O DA ATRIBUICAO EM
      * VIGOR NO ARQDOCEN.DAT) E POR SALA (TURMA, DISCIPLINA E
      * PROFESSOR). O QUADRO TEM AS AULAS 1 A 6 NAS LINHAS E OS DIAS
      * DE SEGUNDA A SABADO NAS COLUNAS. DUAS AULAS NA MESMA HORA
      * PARA O MESMO PROFESSOR OU A MESMA SALA -- POSSIVEL QUANDO A
      * ATRIBUICAO E TROCADA NO CDDOCENT DEPOIS DO HORARIO MONTADO --
      * SAEM MARCADAS "*CONFLITO*" E SAO CONTADAS NO FIM. PAGINADO
      * PELO COPY RELPAG./RELPAGP. E CATALOGADO. RODA SOB DEMANDA;
      * SEM O ARQUIVO DE HORARIOS O RELATORIO SAI VAZIO.
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

           SELECT ARQDOCEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DOC
                    FILE STATUS  IS ST-ERRO-DOC.

           SELECT ARQGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-GRADE
                    FILE STATUS  IS ST-ERRO-GRD.

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

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
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

       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
                03 CHAVE-GRADE.
                   05 GRADE-TURMA       PIC X(6).
                   05 GRADE-DISCIPLINA  PIC 9(3).
                03 GRADE-AULAS-SEM      PIC 9(2).

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

       FD FUNCIONARIOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
            03 CODIGO           PIC X(12).
            03 NOME             PIC X(35).
            03 CARTRAB.
                05 CARNUM       PIC 9(05).
                05 CARSERIE     PIC 9(03).
                05 UF           PIC X(02).
                05 UFDESCRICAO  PIC X(20).
            03 CPF              PIC 9(11).
            03 DATANASC.
                05 DIA          PIC 9(02).
                05 MES          PIC 9(02).
                05 ANO          PIC 9(04).
            03 TELEFONE.
                05 DDD          PIC 9(02).
                05 NUMTEL       PIC 9(09).
            03 EMAIL            PIC X(30).
            03 SEXO             PIC X(01).
            03 SEXODESCRICAO    PIC X(11).
            03 OPCAOSEX         PIC 9(01).
            03 OPCAOSEXDESCRICAO PIC X(20).
            03 DEPTO            PIC 9(03).
            03 DEPTODESCRICAO   PIC X(25).
            03 SITUACAO-FUN     PIC X(01).
            03 SITUACAODESC-FUN PIC X(10).
            03 SALARIO          PIC 9(07)V99.
            03 DATA-ADMISSAO    PIC 9(08).
            03 TIPO-CONTRATO    PIC X(01).
            03 BANCO            PIC 9(03).
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       SD WORK-SORT.
       01 WS-REG.
                03 WS-VISAO             PIC X(01).
                03 WS-ENTIDADE          PIC X(12).
                03 WS-DIA               PIC 9(01).
                03 WS-AULA              PIC 9(01).
                03 WS-CEL-A             PIC X(11).
                03 WS-CEL-B             PIC X(11).
                03 WS-DISCIPLINA        PIC 9(03).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL066.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-DOC      PIC X(02) VALUE "00".
       77 ST-ERRO-GRD      PIC X(02) VALUE "00".
       77 ST-ERRO-TUR      PIC X(02) VALUE "00".
       77 ST-ERRO-DIS      PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-VISAO-ANT      PIC X(01) VALUE "1".
       77 W-ENT-ANT        PIC X(12) VALUE SPACES.
       77 W-PROF           PIC X(12) VALUE SPACES.
       77 W-IA             PIC 9(02) COMP VALUE ZEROS.
       77 W-ID             PIC 9(02) COMP VALUE ZEROS.
       77 W-QTD-ALOC       PIC 9(02) VALUE ZEROS.
       77 W-QTD-CARGA      PIC 9(03) VALUE ZEROS.
       77 W-QTD-HOR        PIC 9(05) VALUE ZEROS.
       77 W-QTD-CONFL      PIC 9(05) VALUE ZEROS.

       COPY RELPAG.

       01 TAB-QUADRO.
           03 TQ-AULA          OCCURS 6 TIMES.
              05 TQ-DIA        OCCURS 6 TIMES.
                 07 TQ-CEL-A   PIC X(11).
                 07 TQ-CEL-B   PIC X(11).
                 07 TQ-DISC    PIC 9(03).

       01 CAB-QUADRO.
           03 FILLER       PIC X(08) VALUE "AULA".
           03 FILLER       PIC X(12) VALUE "SEGUNDA".
           03 FILLER       PIC X(12) VALUE "TERCA".
           03 FILLER       PIC X(12) VALUE "QUARTA".
           03 FILLER       PIC X(12) VALUE "QUINTA".
           03 FILLER       PIC X(12) VALUE "SEXTA".
           03 FILLER       PIC X(12) VALUE "SABADO".

       01 LINHA-QUADRO.
           03 LQ-ROTULO    PIC X(08).
           03 LQ-CEL       OCCURS 6 TIMES.
              05 LQ-TEXTO  PIC X(11).
              05 FILLER    PIC X(01).

       01 W-CEL-TURMA.
           03 WCT-DISC     PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WCT-NOME     PIC X(07).
       01 W-CEL-OUTRA.
           03 WCO-TURMA    PIC X(06).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 WCO-DISC     PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
       01 W-CEL-SALA.
           03 FILLER       PIC X(03) VALUE "SL ".
           03 WCS-SALA     PIC X(06).
           03 FILLER       PIC X(02) VALUE SPACES.

       01 LINHA-CARGA.
           03 FILLER       PIC X(19) VALUE "  CARGA DA DISC.  ".
           03 LC-DISC      PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-NOME      PIC X(30).
           03 FILLER       PIC X(10) VALUE " PREVISTA ".
           03 LC-PREV      PIC Z9.
           03 FILLER       PIC X(10) VALUE "  ALOCADA ".
           03 LC-ALOC      PIC Z9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-VISAO WS-ENTIDADE
                                           WS-DIA WS-AULA
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO
           MOVE "REL066" TO W-REL-ID
           MOVE "REL066.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           CLOSE ARQDOCEN ARQGRADE TURMAS DISCIPLINAS FUNCIONARIOS
           DISPLAY "HORARIOS NO QUADRO: " W-QTD-HOR
           DISPLAY "CONFLITOS.........: " W-QTD-CONFL
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQDOCEN
           IF ST-ERRO-DOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DAS ATRIBUICOES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQGRADE
           IF ST-ERRO-GRD NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DA GRADE CURRICULAR ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT TURMAS
           IF ST-ERRO-TUR NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE TURMAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT DISCIPLINAS
           IF ST-ERRO-DIS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE DISCIPLINAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ FUNCIONARIOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "QUADRO DE HORARIOS POR TURMA" TO W-TITULO-REL
           MOVE CAB-QUADRO TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      * CADA HORARIO VAI PARA O SORT UMA VEZ POR VISAO: "1" TURMA,
      * "2" PROFESSOR (SO COM ATRIBUICAO EM VIGOR) E "3" SALA
       CARREGAR-SORT.
           OPEN INPUT ARQHORA
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM ARQHORA.DAT: NENHUM HORARIO MONTADO"
              MOVE "00" TO ST-ERRO
              GO TO CARREGAR-SORT-FIM.
       CARREGAR-SORT-LER.
           READ ARQHORA NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           ADD 1 TO W-QTD-HOR
           MOVE SPACES TO W-PROF
           MOVE HOR-TURMA      TO DOC-TURMA
           MOVE HOR-DISCIPLINA TO DOC-DISCIPLINA
           READ ARQDOCEN
           IF ST-ERRO-DOC = "00"
              IF DOC-DATA-FIM = ZEROS
                 MOVE DOC-FUNC TO W-PROF.
           MOVE "00" TO ST-ERRO-DOC
           MOVE HOR-DISCIPLINA TO DISC-CODIGO
           READ DISCIPLINAS
           IF ST-ERRO-DIS NOT = "00"
              MOVE "00" TO ST-ERRO-DIS
              MOVE SPACES TO DISC-NOME.
           MOVE HOR-DIA        TO WS-DIA
           MOVE HOR-AULA       TO WS-AULA
           MOVE HOR-DISCIPLINA TO WS-DISCIPLINA
           MOVE HOR-TURMA      TO WCO-TURMA
           MOVE HOR-DISCIPLINA TO WCO-DISC
           MOVE HOR-SALA       TO WCS-SALA
           MOVE "1"            TO WS-VISAO
           MOVE HOR-TURMA      TO WS-ENTIDADE
           MOVE HOR-DISCIPLINA TO WCT-DISC
           MOVE DISC-NOME      TO WCT-NOME
           MOVE W-CEL-TURMA    TO WS-CEL-A
           MOVE W-CEL-SALA     TO WS-CEL-B
           RELEASE WS-REG
           IF W-PROF NOT = SPACES
              MOVE "2"         TO WS-VISAO
              MOVE W-PROF      TO WS-ENTIDADE
              MOVE W-CEL-OUTRA TO WS-CEL-A
              MOVE W-CEL-SALA  TO WS-CEL-B
              RELEASE WS-REG.
           MOVE "3"            TO WS-VISAO
           MOVE HOR-SALA       TO WS-ENTIDADE
           MOVE W-CEL-OUTRA    TO WS-CEL-A
           IF W-PROF = SPACES
              MOVE "SEM PROF."  TO WS-CEL-B
           ELSE
              MOVE W-PROF       TO WS-CEL-B.
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQHORA.
       CARREGAR-SORT-FIM.
           EXIT.

       IMPRIMIR-SORT.
           MOVE SPACES TO TAB-QUADRO
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           IF W-PRIMEIRA = "N"
              PERFORM IMPRIMIR-QUADRO THRU IMPRIMIR-QUADRO-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

      * CADA VISAO COMECA EM PAGINA NOVA, COM O TITULO DELA
       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              MOVE "N"         TO W-PRIMEIRA
              MOVE WS-ENTIDADE TO W-ENT-ANT
           ELSE
              IF WS-VISAO NOT = W-VISAO-ANT
                                 OR WS-ENTIDADE NOT = W-ENT-ANT
                 PERFORM IMPRIMIR-QUADRO THRU IMPRIMIR-QUADRO-FIM
                 MOVE WS-ENTIDADE TO W-ENT-ANT.
           IF WS-VISAO NOT = W-VISAO-ANT
              PERFORM TROCAR-VISAO THRU TROCAR-VISAO-FIM.
           MOVE WS-AULA TO W-IA
           COMPUTE W-ID = WS-DIA - 1
           IF TQ-CEL-A (W-IA, W-ID) NOT = SPACES
              MOVE "*CONFLITO*" TO TQ-CEL-A (W-IA, W-ID)
              ADD 1 TO W-QTD-CONFL
           ELSE
              MOVE WS-CEL-A      TO TQ-CEL-A (W-IA, W-ID)
              MOVE WS-CEL-B      TO TQ-CEL-B (W-IA, W-ID)
              MOVE WS-DISCIPLINA TO TQ-DISC (W-IA, W-ID).
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       TROCAR-VISAO.
           MOVE WS-VISAO TO W-VISAO-ANT
           IF WS-VISAO = "2"
              MOVE "QUADRO DE HORARIOS POR PROFESSOR" TO W-TITULO-REL
           ELSE
              MOVE "QUADRO DE HORARIOS POR SALA" TO W-TITULO-REL.
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       TROCAR-VISAO-FIM.
           EXIT.

      * UM QUADRO OCUPA 15 LINHAS: SE NAO CABE NA PAGINA, VAI INTEIRO
      * PARA A SEGUINTE
       IMPRIMIR-QUADRO.
           IF W-LINPAG + 15 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           MOVE SPACES TO LINHA-REL
           IF W-VISAO-ANT = "1"
              MOVE W-ENT-ANT TO TURMA-CODIGO
              READ TURMAS
              IF ST-ERRO-TUR NOT = "00"
                 MOVE "00" TO ST-ERRO-TUR
                 MOVE SPACES TO TURMA-PERIODO.
           IF W-VISAO-ANT = "1"
              STRING "TURMA: "       DELIMITED BY SIZE
                     W-ENT-ANT       DELIMITED BY SIZE
                     "   PERIODO: "  DELIMITED BY SIZE
                     TURMA-PERIODO   DELIMITED BY SIZE
                     INTO LINHA-REL.
           IF W-VISAO-ANT = "2"
              MOVE W-ENT-ANT TO CODIGO
              READ FUNCIONARIOS
              IF ST-ERRO-FUN NOT = "00"
                 MOVE "00" TO ST-ERRO-FUN
                 MOVE "NAO CADASTRADO EM CADFUNC" TO NOME.
           IF W-VISAO-ANT = "2"
              STRING "PROFESSOR: "   DELIMITED BY SIZE
                     W-ENT-ANT       DELIMITED BY SIZE
                     "  "            DELIMITED BY SIZE
                     NOME            DELIMITED BY SIZE
                     INTO LINHA-REL.
           IF W-VISAO-ANT = "3"
              STRING "SALA: "        DELIMITED BY SIZE
                     W-ENT-ANT       DELIMITED BY SIZE
                     INTO LINHA-REL.
           WRITE LINHA-REL
           ADD 1 TO W-LINPAG
           PERFORM IMPRIMIR-AULA THRU IMPRIMIR-AULA-FIM
               VARYING W-IA FROM 1 BY 1 UNTIL W-IA > 6
           IF W-VISAO-ANT = "1"
              PERFORM CONFERIR-CARGA THRU CONFERIR-CARGA-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE SPACES TO TAB-QUADRO.
       IMPRIMIR-QUADRO-FIM.
           EXIT.

      * DUAS LINHAS POR AULA: A DE CIMA COM A DISCIPLINA (OU TURMA E
      * DISCIPLINA), A DE BAIXO COM A SALA (OU O PROFESSOR)
       IMPRIMIR-AULA.
           MOVE SPACES TO LINHA-QUADRO
           MOVE W-IA   TO LQ-ROTULO (3:1)
           PERFORM MONTAR-CEL-A THRU MONTAR-CEL-A-FIM
               VARYING W-ID FROM 1 BY 1 UNTIL W-ID > 6
           WRITE LINHA-REL FROM LINHA-QUADRO
           MOVE SPACES TO LINHA-QUADRO
           PERFORM MONTAR-CEL-B THRU MONTAR-CEL-B-FIM
               VARYING W-ID FROM 1 BY 1 UNTIL W-ID > 6
           WRITE LINHA-REL FROM LINHA-QUADRO
           ADD 2 TO W-LINPAG.
       IMPRIMIR-AULA-FIM.
           EXIT.

       MONTAR-CEL-A.
           MOVE TQ-CEL-A (W-IA, W-ID) TO LQ-TEXTO (W-ID).
       MONTAR-CEL-A-FIM.
           EXIT.

       MONTAR-CEL-B.
           MOVE TQ-CEL-B (W-IA, W-ID) TO LQ-TEXTO (W-ID).
       MONTAR-CEL-B-FIM.
           EXIT.

      * CARGA SEMANAL: SO SAEM AS DISCIPLINAS DA GRADE DA TURMA CUJAS
      * AULAS NO QUADRO NAO BATEM COM AS PREVISTAS
       CONFERIR-CARGA.
           MOVE ZEROS     TO W-QTD-CARGA
           MOVE W-ENT-ANT TO GRADE-TURMA
           MOVE ZEROS     TO GRADE-DISCIPLINA
           START ARQGRADE KEY IS NOT LESS CHAVE-GRADE
               INVALID KEY MOVE "23" TO ST-ERRO-GRD.
           IF ST-ERRO-GRD NOT = "00"
              MOVE "00" TO ST-ERRO-GRD
              GO TO CONFERIR-CARGA-FECHA.
       CONFERIR-CARGA-LER.
           READ ARQGRADE NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-GRD.
           IF ST-ERRO-GRD = "10"
              MOVE "00" TO ST-ERRO-GRD
              GO TO CONFERIR-CARGA-FECHA.
           IF GRADE-TURMA NOT = W-ENT-ANT(1:6)
              GO TO CONFERIR-CARGA-FECHA.
           MOVE ZEROS TO W-QTD-ALOC
           PERFORM CONTAR-CELULA THRU CONTAR-CELULA-FIM
               VARYING W-IA FROM 1 BY 1 UNTIL W-IA > 6
                 AFTER W-ID FROM 1 BY 1 UNTIL W-ID > 6
           IF W-QTD-ALOC = GRADE-AULAS-SEM
              GO TO CONFERIR-CARGA-LER.
           ADD 1 TO W-QTD-CARGA
           MOVE GRADE-DISCIPLINA TO DISC-CODIGO
           READ DISCIPLINAS
           IF ST-ERRO-DIS NOT = "00"
              MOVE "00" TO ST-ERRO-DIS
              MOVE SPACES TO DISC-NOME.
           MOVE GRADE-DISCIPLINA TO LC-DISC
           MOVE DISC-NOME        TO LC-NOME
           MOVE GRADE-AULAS-SEM  TO LC-PREV
           MOVE W-QTD-ALOC       TO LC-ALOC
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-CARGA
           ADD 1 TO W-LINPAG
           GO TO CONFERIR-CARGA-LER.
       CONFERIR-CARGA-FECHA.
           IF W-QTD-CARGA = ZEROS
              MOVE "  CARGA SEMANAL CONFERE COM A GRADE" TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-LINPAG.
       CONFERIR-CARGA-FIM.
           EXIT.

       CONTAR-CELULA.
           IF TQ-CEL-A (W-IA, W-ID) NOT = SPACES
              IF TQ-DISC (W-IA, W-ID) = GRADE-DISCIPLINA
                 ADD 1 TO W-QTD-ALOC.
       CONTAR-CELULA-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           IF W-LINPAG + 3 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE SPACES TO LINHA-REL
           STRING "HORARIOS NO QUADRO: " DELIMITED BY SIZE
                  W-QTD-HOR              DELIMITED BY SIZE
                  INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CONFLITOS DE PROFESSOR OU SALA: " DELIMITED BY SIZE
                  W-QTD-CONFL                        DELIMITED BY SIZE
                  INTO LINHA-REL
           WRITE LINHA-REL
           ADD 3 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
