       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL067.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * VAGAS, MATRICULADOS E FILA DE ESPERA POR TURMA   *
      **************************************************
      * UMA LINHA POR TURMA DO ARQTURMA.DAT COM AS VAGAS DO CADTURMA,
      * OS ALUNOS MATRICULADOS (RA DISTINTOS NO CADNOTAS.DAT), OS
      * CANDIDATOS ADMITIDOS AINDA NAO MATRICULADOS (VAGA RESERVADA),
      * OS INSCRITOS NA FILA DE ESPERA E AS VAGAS LIVRES -- MESMA
      * CONTAGEM DO CDMATRIC E DO SGB-050 (COPY VAGAVAL.). ABAIXO DE
      * CADA TURMA SAI A FILA, NA ORDEM DE INSCRICAO, COM OS
      * ADMITIDOS E OS INSCRITOS. TURMA COM MAIS OCUPADOS QUE VAGAS
      * (VAGAS REDUZIDAS NO CADTURMA DEPOIS DAS MATRICULAS) SAI COMO
      * "EXCEDIDA". PAGINADO PELO COPY RELPAG./RELPAGP. E
      * CATALOGADO. RODA SOB DEMANDA; SEM O ARQUIVO DE CANDIDATOS SO
      * OS MATRICULADOS SAO CONTADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURMA-CODIGO
                    FILE STATUS  IS ST-ERRO-TUR.

           SELECT NOTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
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

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTURMA.DAT".
       01 REGTURMA.
                03 TURMA-CODIGO         PIC X(6).
                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).

       FD NOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAS.DAT".
       01 REGNOTAS.
                03 CHAVE-NOTAS.
                   05 RA                PIC X(13).
                   05 DISCIPLINA        PIC 9(03).
                03 NOME                 PIC X(32).
                03 NOTA1                PIC 9(02).
                03 NOTA2                PIC 9(02).
                03 NOTA3                PIC 9(02).
                03 MEDIA                PIC 9(02).
                03 FALTA1               PIC 9(02).
                03 FALTA2               PIC 9(02).
                03 TOTAL-FALTAS         PIC 9(02).
                03 TOTAL-AULAS          PIC 9(03).
                03 LIMITE-FALTAS        PIC 9(03).
                03 PERC-FALTAS          PIC 9(03).
                03 SITUACAO             PIC X(20).
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

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL067.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-TUR      PIC X(02) VALUE "00".
       77 ST-ERRO-NOT      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-CONT-TURMAS    PIC 9(04) VALUE ZEROS.
       77 W-TOT-VAGAS      PIC 9(05) VALUE ZEROS.
       77 W-TOT-MATRIC     PIC 9(05) VALUE ZEROS.
       77 W-TOT-ADMIT      PIC 9(05) VALUE ZEROS.
       77 W-TOT-ESPERA     PIC 9(05) VALUE ZEROS.
       77 W-TOT-LOTADAS    PIC 9(04) VALUE ZEROS.

       COPY RELPAG.
       COPY VAGAVAL.

       01 CAB-VAGAS        PIC X(80) VALUE
          "TURMA  PERIODO VAGAS MATRIC ADMIT ESPERA LIVRES  SITUACAO".

       01 LINHA-TURMA.
           03 LT-TURMA     PIC X(07).
           03 LT-PERIODO   PIC X(08).
           03 LT-VAGAS     PIC ZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LT-MATRIC    PIC ZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LT-ADMIT     PIC ZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LT-ESPERA    PIC ZZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LT-LIVRES    PIC ---9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LT-SIT       PIC X(12).
       01 LINHA-FILA.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LF-ORDEM     PIC ZZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LF-NUMERO    PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LF-NOME      PIC X(32).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LF-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LF-SIT       PIC X(11).
       01 LINHA-GERAL-1.
           03 FILLER       PIC X(26) VALUE
              "TURMAS..................: ".
           03 LG-TURMAS    PIC ZZZ9.
           03 FILLER       PIC X(12) VALUE "   LOTADAS: ".
           03 LG-LOTADAS   PIC ZZZ9.
       01 LINHA-GERAL-2.
           03 FILLER       PIC X(26) VALUE
              "VAGAS (TURMAS C/ LIMITE): ".
           03 LG-VAGAS     PIC ZZZZ9.
           03 FILLER       PIC X(11) VALUE "  MATRIC: ".
           03 LG-MATRIC    PIC ZZZZ9.
           03 FILLER       PIC X(10) VALUE "  ADMIT: ".
           03 LG-ADMIT     PIC ZZZZ9.
           03 FILLER       PIC X(11) VALUE "  ESPERA: ".
           03 LG-ESPERA    PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           PERFORM IMPRIMIR-TURMAS THRU IMPRIMIR-TURMAS-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO
           MOVE "REL067" TO W-REL-ID
           MOVE "REL067.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           PERFORM FECHAR-CANDIDATOS THRU FECHAR-CANDIDATOS-FIM
           CLOSE TURMAS NOTAS
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT TURMAS
           IF ST-ERRO-TUR NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE TURMAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT NOTAS
           IF ST-ERRO-NOT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE NOTAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           PERFORM ABRIR-CANDIDATOS THRU ABRIR-CANDIDATOS-FIM
           MOVE "VAGAS E FILA DE ESPERA POR TURMA" TO W-TITULO-REL
           MOVE CAB-VAGAS TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      * TURMAS NA ORDEM DO CODIGO; CADA UMA COM A CONTAGEM E A FILA
       IMPRIMIR-TURMAS.
           READ TURMAS NEXT RECORD
               AT END GO TO IMPRIMIR-TURMAS-FIM.
           MOVE TURMA-CODIGO TO VV-TURMA
           MOVE TURMA-VAGAS  TO VV-VAGAS
           MOVE SPACES       TO VV-RA
           PERFORM CONTAR-VAGAS THRU CONTAR-VAGAS-FIM
           ADD 1 TO W-CONT-TURMAS
           ADD TURMA-VAGAS TO W-TOT-VAGAS
           ADD VV-MATRIC   TO W-TOT-MATRIC
           ADD VV-ADMIT    TO W-TOT-ADMIT
           ADD VV-ESPERA   TO W-TOT-ESPERA
           MOVE SPACES        TO LINHA-TURMA
           MOVE TURMA-CODIGO  TO LT-TURMA
           MOVE TURMA-PERIODO TO LT-PERIODO
           MOVE TURMA-VAGAS   TO LT-VAGAS
           MOVE VV-MATRIC     TO LT-MATRIC
           MOVE VV-ADMIT      TO LT-ADMIT
           MOVE VV-ESPERA     TO LT-ESPERA
           MOVE VV-LIVRES     TO LT-LIVRES
           MOVE "COM VAGA"    TO LT-SIT
           IF TURMA-VAGAS = ZEROS
              MOVE ZEROS        TO LT-LIVRES
              MOVE "SEM LIMITE" TO LT-SIT
           ELSE
              IF VV-LIVRES < ZEROS
                 MOVE "EXCEDIDA" TO LT-SIT
                 ADD 1 TO W-TOT-LOTADAS
              ELSE
                 IF VV-LIVRES = ZEROS
                    MOVE "LOTADA" TO LT-SIT
                    ADD 1 TO W-TOT-LOTADAS.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TURMA
           ADD 1 TO W-LINPAG
           IF VV-ADMIT + VV-ESPERA > ZEROS
              PERFORM LISTAR-FILA THRU LISTAR-FILA-FIM.
           GO TO IMPRIMIR-TURMAS.
       IMPRIMIR-TURMAS-FIM.
           EXIT.

      * ADMITIDOS E INSCRITOS DA TURMA PELA CHAVE DA FILA
       LISTAR-FILA.
           MOVE TURMA-CODIGO TO CAND-TURMA
           MOVE ZEROS        TO CAND-ORDEM
           START ARQCAND KEY IS NOT LESS CAND-FILA
               INVALID KEY MOVE "10" TO ST-ERRO-CAN.
           IF ST-ERRO-CAN NOT = "00"
              GO TO LISTAR-FILA-VOLTA.
       LISTAR-FILA-LER.
           READ ARQCAND NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-CAN.
           IF ST-ERRO-CAN NOT = "00"
              GO TO LISTAR-FILA-VOLTA.
           IF CAND-TURMA NOT = TURMA-CODIGO
              GO TO LISTAR-FILA-VOLTA.
           IF NOT CAND-INSCRITO AND NOT CAND-ADMITIDO
              GO TO LISTAR-FILA-LER.
           MOVE CAND-ORDEM      TO LF-ORDEM
           MOVE CAND-NUMERO     TO LF-NUMERO
           MOVE CAND-NOME       TO LF-NOME
           MOVE CAND-DATA-INSCR TO LF-DATA
           MOVE "INSCRITO"      TO LF-SIT
           IF CAND-ADMITIDO
              MOVE "ADMITIDO"   TO LF-SIT.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-FILA
           ADD 1 TO W-LINPAG
           GO TO LISTAR-FILA-LER.
       LISTAR-FILA-VOLTA.
           MOVE "00" TO ST-ERRO-CAN.
       LISTAR-FILA-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           MOVE W-CONT-TURMAS TO LG-TURMAS
           MOVE W-TOT-LOTADAS TO LG-LOTADAS
           MOVE W-TOT-VAGAS   TO LG-VAGAS
           MOVE W-TOT-MATRIC  TO LG-MATRIC
           MOVE W-TOT-ADMIT   TO LG-ADMIT
           MOVE W-TOT-ESPERA  TO LG-ESPERA
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-GERAL-1
           WRITE LINHA-REL FROM LINHA-GERAL-2.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
      *
       COPY VAGAVALP.
