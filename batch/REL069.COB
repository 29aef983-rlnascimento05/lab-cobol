       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL069.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * ESTATISTICA DE NOTAS POR TURMA, DISCIPLINA E      *
      * PROFESSOR                                         *
      **************************************************
      * O REL016 SO LISTA OS ALUNOS POR SITUACAO; A COORDENACAO
      * PRECISA VER QUAL DISCIPLINA OU PROFESSOR REPROVA FORA DO
      * NORMAL. RODADO NO FIM DO PERIODO LETIVO, ANTES DO FECHA001,
      * ESTE RELATORIO AGRUPA CADNOTAS.DAT POR TURMA + DISCIPLINA
      * (SORT, SO REGISTROS COM TURMA E SITUACAO JA CALCULADA) E
      * IMPRIME PARA CADA GRUPO: ALUNOS, MEDIA DAS MEDIAS, DESVIO
      * PADRAO, FALTAS MEDIAS (PERC-FALTAS), TAXAS DE APROVACAO,
      * RECUPERACAO E REPROVACAO, A DISTRIBUICAO POR FAIXA DE MEDIA
      * (0-2, 3-4, 5-6, 7-8, 9-10) E O PROFESSOR ATRIBUIDO EM
      * ARQDOCEN.DAT (NOME DE CADFUNC.DAT). PARA COMPARAR, BUSCA NO
      * HISTORICO CADNOTAH.DAT O ULTIMO PERIODO FECHADO DA MESMA
      * TURMA + DISCIPLINA ANTERIOR AO PERIODO ATUAL DA TURMA
      * (ARQTURMA.DAT). O GRUPO E MARCADO FORA DA TOLERANCIA QUANDO
      * A REPROVACAO PASSA A DA ESCOLA OU A DO PERIODO ANTERIOR EM
      * MAIS DE ESTATTOL PONTOS PERCENTUAIS (PADRAO 15), OU A MEDIA
      * SE AFASTA DA DA ESCOLA OU DA DO PERIODO ANTERIOR EM MAIS DE
      * ESTATMED PONTOS (PADRAO 2) -- PARAMETROS DO CDPARAM (COPY
      * PARAMVAL./PARAMVALP.). NO FIM, O RESUMO POR PROFESSOR E O
      * TOTAL DA ESCOLA. SAI EM REL069.TXT PELO COPY RELPAG./
      * RELPAGP., COM CATALOGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTAS
                    FILE STATUS  IS ST-ERRO.

           SELECT NOTASH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTASH
                    FILE STATUS  IS ST-ERRO-HIS.

           SELECT TURMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURMA-CODIGO
                    FILE STATUS  IS ST-ERRO-TUR.

           SELECT ARQDOCEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DOC
                    FILE STATUS  IS ST-ERRO-DOC.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT DISCIPLINAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DISC-CODIGO
                    FILE STATUS  IS ST-ERRO-DIS.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD NOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAS.DAT".

       01 REGNOTAS.
                03 CHAVE-NOTAS.
                   05 RA                PIC X(13).
                   05 DISCIPLINA        PIC 9(03).
                03 NOME-ALUNO           PIC X(32).
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

       FD NOTASH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAH.DAT".

       01 REGNOTASH.
                03 CHAVE-NOTASH.
                   05 HIS-RA            PIC X(13).
                   05 HIS-DISCIPLINA    PIC 9(03).
                   05 HIS-PERIODO       PIC X(06).
                03 HIS-NOME             PIC X(32).
                03 HIS-NOTA1            PIC 9(02).
                03 HIS-NOTA2            PIC 9(02).
                03 HIS-NOTA3            PIC 9(02).
                03 HIS-MEDIA            PIC 9(02).
                03 HIS-TOTAL-FALTAS     PIC 9(02).
                03 HIS-PERC-FALTAS      PIC 9(03).
                03 HIS-SITUACAO         PIC X(20).
                03 HIS-TURMA            PIC X(06).
                03 HIS-NOTA-EXAME       PIC 9(02).
                03 HIS-RESULT-FINAL     PIC X(20).

       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTURMA.DAT".
       01 REGTURMA.
                03 TURMA-CODIGO         PIC X(6).
                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).

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

       FD DISCIPLINAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DISC-CODIGO          PIC 9(3).
                03 DISC-NOME            PIC X(30).
                03 DISC-SITUACAO        PIC 9(1).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-TURMA             PIC X(6).
                03 WS-DISCIPLINA        PIC 9(3).
                03 WS-MEDIA             PIC 9(2).
                03 WS-FALTAS            PIC 9(3).
                03 WS-SIT               PIC X(1).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL069.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-HIS      PIC X(02) VALUE "00".
       77 ST-ERRO-TUR      PIC X(02) VALUE "00".
       77 ST-ERRO-DOC      PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-DIS      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       COPY PARAMVAL.
       77 W-TOL-TAXA       PIC 9(03) VALUE 15.
       77 W-TOL-MEDIA      PIC 9(02) VALUE 2.
       77 W-HIS-ABERTO     PIC X(01) VALUE "N".
       77 W-TUR-ABERTO     PIC X(01) VALUE "N".
       77 W-DOC-ABERTO     PIC X(01) VALUE "N".
       77 W-FUN-ABERTO     PIC X(01) VALUE "N".
       77 W-DIS-ABERTO     PIC X(01) VALUE "N".
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-TURMA-ANT      PIC X(06) VALUE SPACES.
       77 W-DISC-ANT       PIC 9(03) VALUE ZEROS.
       77 W-PERIODO        PIC X(06) VALUE SPACES.
       77 W-QTD-GRP        PIC 9(03) COMP VALUE ZEROS.
       77 W-QTD-PROF       PIC 9(03) COMP VALUE ZEROS.
       77 W-IND            PIC 9(03) COMP VALUE ZEROS.
       77 W-J              PIC 9(03) COMP VALUE ZEROS.
       77 W-F              PIC 9(01) VALUE ZEROS.
       77 W-ACHOU          PIC 9(03) COMP VALUE ZEROS.
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-FORA      PIC 9(04) VALUE ZEROS.
       77 W-VAR            PIC S9(04)V9(04) VALUE ZEROS.
       77 W-DIF            PIC S9(03)V99 VALUE ZEROS.
       77 W-PERC-APR       PIC 9(03)V9 VALUE ZEROS.
       77 W-PERC-REC       PIC 9(03)V9 VALUE ZEROS.
       77 W-PERC-REP       PIC 9(03)V9 VALUE ZEROS.
       77 W-ANT-MEDIA      PIC 9(02)V99 VALUE ZEROS.
       77 W-ANT-PERC-REP   PIC 9(03)V9 VALUE ZEROS.
       77 W-FORA           PIC X(01) VALUE "N".
       77 W-T-QTD          PIC 9(06) VALUE ZEROS.
       77 W-T-SOMA         PIC 9(08) VALUE ZEROS.
       77 W-T-REP          PIC 9(06) VALUE ZEROS.
       77 W-T-MEDIA        PIC 9(02)V99 VALUE ZEROS.
       77 W-T-PERC-REP     PIC 9(03)V9 VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-ANOMES.
          03 W-AM-AAAA      PIC 9(04).
          03 W-AM-MM        PIC 9(02).

      * ACUMULADORES DO GRUPO TURMA + DISCIPLINA EM APURACAO
       01 W-ACUM.
           03 W-G-QTD       PIC 9(05).
           03 W-G-SOMA      PIC 9(07).
           03 W-G-QUAD      PIC 9(09).
           03 W-G-FALTAS    PIC 9(08).
           03 W-G-APR       PIC 9(05).
           03 W-G-REC       PIC 9(05).
           03 W-G-REP       PIC 9(05).
           03 W-G-FAIXA     PIC 9(05) OCCURS 5 TIMES.

      * GRUPOS APURADOS, NA ORDEM DO SORT (TURMA + DISCIPLINA), COM
      * OS NUMEROS DO ULTIMO PERIODO FECHADO DO HISTORICO
       01 TAB-GRUPOS.
           03 GRP-ENT OCCURS 500 TIMES.
               05 GRP-TURMA       PIC X(06).
               05 GRP-DISC        PIC 9(03).
               05 GRP-PERIODO     PIC X(06).
               05 GRP-FUNC        PIC X(12).
               05 GRP-QTD         PIC 9(05).
               05 GRP-SOMA        PIC 9(07).
               05 GRP-MEDIA       PIC 9(02)V99.
               05 GRP-DP          PIC 9(02)V99.
               05 GRP-FALTAS      PIC 9(03)V9.
               05 GRP-FAIXA       PIC 9(05) OCCURS 5 TIMES.
               05 GRP-APR         PIC 9(05).
               05 GRP-REC         PIC 9(05).
               05 GRP-REP         PIC 9(05).
               05 GRP-ANT-PERIODO PIC X(06).
               05 GRP-ANT-QTD     PIC 9(05).
               05 GRP-ANT-SOMA    PIC 9(07).
               05 GRP-ANT-REP     PIC 9(05).

      * TOTAIS POR PROFESSOR (CODIGO DE CADFUNC)
       01 TAB-PROFS.
           03 PROF-ENT OCCURS 100 TIMES.
               05 PROF-FUNC       PIC X(12).
               05 PROF-GRUPOS     PIC 9(04).
               05 PROF-QTD        PIC 9(06).
               05 PROF-SOMA       PIC 9(08).
               05 PROF-REP        PIC 9(06).

       COPY RELPAG.

       01 LINHA-TOL.
           03 FILLER       PIC X(25) VALUE
              "TOLERANCIAS: REPROVACAO +".
           03 LT-TAXA      PIC ZZ9.
           03 FILLER       PIC X(17) VALUE " PONTOS PERC.   ".
           03 FILLER       PIC X(09) VALUE "MEDIA +/-".
           03 LT-MEDIA     PIC Z9.
           03 FILLER       PIC X(07) VALUE " PONTOS".
       01 LINHA-G1.
           03 FILLER       PIC X(06) VALUE "TURMA ".
           03 L1-TURMA     PIC X(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 L1-DISC      PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 L1-DISC-NOME PIC X(25).
           03 FILLER       PIC X(07) VALUE "  PROF ".
           03 L1-PROF      PIC X(28).
       01 LINHA-G2.
           03 FILLER       PIC X(10) VALUE "  ALUNOS: ".
           03 L2-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(09) VALUE "  MEDIA: ".
           03 L2-MEDIA     PIC Z9,99.
           03 FILLER       PIC X(10) VALUE "  DESVIO: ".
           03 L2-DP        PIC Z9,99.
           03 FILLER       PIC X(16) VALUE "  FALTAS MEDIAS ".
           03 L2-FALTAS    PIC ZZ9,9.
           03 FILLER       PIC X(01) VALUE "%".
       01 LINHA-G3.
           03 FILLER       PIC X(11) VALUE "  APROVADO ".
           03 L3-APR       PIC ZZ9,9.
           03 FILLER       PIC X(16) VALUE "%   RECUPERACAO ".
           03 L3-REC       PIC ZZ9,9.
           03 FILLER       PIC X(15) VALUE "%   REPROVADO ".
           03 L3-REP       PIC ZZ9,9.
           03 FILLER       PIC X(01) VALUE "%".
       01 LINHA-G4.
           03 FILLER       PIC X(14) VALUE "  FAIXAS  0-2:".
           03 L4-F1        PIC ZZZ9.
           03 FILLER       PIC X(06) VALUE "  3-4:".
           03 L4-F2        PIC ZZZ9.
           03 FILLER       PIC X(06) VALUE "  5-6:".
           03 L4-F3        PIC ZZZ9.
           03 FILLER       PIC X(06) VALUE "  7-8:".
           03 L4-F4        PIC ZZZ9.
           03 FILLER       PIC X(07) VALUE "  9-10:".
           03 L4-F5        PIC ZZZ9.
       01 LINHA-G5.
           03 FILLER       PIC X(11) VALUE "  ANTERIOR ".
           03 L5-PERIODO   PIC X(06).
           03 FILLER       PIC X(10) VALUE "  ALUNOS: ".
           03 L5-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(09) VALUE "  MEDIA: ".
           03 L5-MEDIA     PIC Z9,99.
           03 FILLER       PIC X(13) VALUE "  REPROVADO ".
           03 L5-REP       PIC ZZ9,9.
           03 FILLER       PIC X(01) VALUE "%".
       01 LINHA-G5-SEM.
           03 FILLER       PIC X(40) VALUE
              "  ANTERIOR: SEM PERIODO FECHADO".
       01 LINHA-G6.
           03 FILLER       PIC X(27) VALUE
              "  ** FORA DA TOLERANCIA: ".
           03 L6-TAXA      PIC X(18).
           03 L6-MEDIA     PIC X(14).
           03 L6-PERIODO   PIC X(18).
       01 LINHA-PROF-TIT.
           03 FILLER       PIC X(40) VALUE
              "RESUMO POR PROFESSOR".
       01 LINHA-PROF.
           03 LP-NOME      PIC X(30).
           03 FILLER       PIC X(08) VALUE " GRUPOS ".
           03 LP-GRUPOS    PIC ZZZ9.
           03 FILLER       PIC X(08) VALUE " ALUNOS ".
           03 LP-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " MEDIA ".
           03 LP-MEDIA     PIC Z9,99.
           03 FILLER       PIC X(07) VALUE " REPR. ".
           03 LP-REP       PIC ZZ9,9.
           03 FILLER       PIC X(01) VALUE "%".
       01 LINHA-GERAL.
           03 FILLER       PIC X(15) VALUE "ESCOLA  ALUNOS ".
           03 LG-QTD       PIC ZZZZZ9.
           03 FILLER       PIC X(08) VALUE "  MEDIA ".
           03 LG-MEDIA     PIC Z9,99.
           03 FILLER       PIC X(12) VALUE "  REPROVADO ".
           03 LG-REP       PIC ZZ9,9.
           03 FILLER       PIC X(01) VALUE "%".
       01 LINHA-GERAL2.
           03 FILLER       PIC X(29) VALUE
              "GRUPOS TURMA/DISCIPLINA....: ".
           03 LG-GRUPOS    PIC ZZZ9.
           03 FILLER       PIC X(24) VALUE
              "   FORA DA TOLERANCIA: ".
           03 LG-FORA      PIC ZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-ANO-HOJE TO W-AM-AAAA
           MOVE W-MES-HOJE TO W-AM-MM
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           MOVE ZEROS TO W-ACUM
           SORT WORK-SORT ON ASCENDING KEY WS-TURMA WS-DISCIPLINA
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE APURAR-SORT THRU APURAR-SORT-FIM
           PERFORM LER-HISTORICO THRU LER-HISTORICO-FIM
           PERFORM CALCULAR-GERAL THRU CALCULAR-GERAL-FIM
           MOVE 1 TO W-IND
           PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-FIM
               UNTIL W-IND > W-QTD-GRP
           PERFORM IMPRIMIR-PROFESSORES THRU IMPRIMIR-PROFESSORES-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "NOTAS LIDAS............: " W-CONT-LIDOS
           DISPLAY "GRUPOS TURMA/DISCIPLINA: " W-QTD-GRP
           DISPLAY "FORA DA TOLERANCIA.....: " W-CONT-FORA
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * SOBREPOE AS TOLERANCIAS PADRAO COM OS PARAMETROS ESTATTOL
      * (PONTOS PERCENTUAIS DE REPROVACAO) E ESTATMED (PONTOS DE
      * MEDIA), QUANDO CADASTRADOS NO CDPARAM
       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "ESTATTOL" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS AND PV-VALOR < 101
              MOVE PV-VALOR TO W-TOL-TAXA.
           MOVE "ESTATMED" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS AND PV-VALOR < 11
              MOVE PV-VALOR TO W-TOL-MEDIA.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

      * SO O RELATORIO E OBRIGATORIO; SEM HISTORICO, TURMAS,
      * ATRIBUICOES, FUNCIONARIOS OU DISCIPLINAS O RELATORIO SAI SEM
      * A COMPARACAO, O PERIODO, O PROFESSOR OU O NOME CORRESPONDENTE
       ABRIR-ARQS.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT NOTASH
           IF ST-ERRO-HIS = "00"
              MOVE "S" TO W-HIS-ABERTO.
           OPEN INPUT TURMAS
           IF ST-ERRO-TUR = "00"
              MOVE "S" TO W-TUR-ABERTO.
           OPEN INPUT ARQDOCEN
           IF ST-ERRO-DOC = "00"
              MOVE "S" TO W-DOC-ABERTO.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN = "00"
              MOVE "S" TO W-FUN-ABERTO.
           OPEN INPUT DISCIPLINAS
           IF ST-ERRO-DIS = "00"
              MOVE "S" TO W-DIS-ABERTO.
           MOVE "ESTATISTICA DE NOTAS POR TURMA, DISCIPLINA E PROFESSOR"
                                                  TO W-TITULO-REL
           MOVE SPACES TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE W-TOL-TAXA  TO LT-TAXA
           MOVE W-TOL-MEDIA TO LT-MEDIA
           WRITE LINHA-REL FROM LINHA-TOL
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG.
       ABRIR-ARQS-FIM.
           EXIT.

      * ENTRAM OS REGISTROS COM TURMA E COM A SITUACAO JA CALCULADA
      * PELO CADNOTAS; A SITUACAO VIRA A (APROVADO), R (RECUPERACAO)
      * OU P (REPROVADO). DISCIPLINA ENCERRADA POR TRANSFERENCIA DE
      * TURMA NAO ENTRA NA ESTATISTICA DA TURMA DE ORIGEM
       CARREGAR-SORT.
           OPEN INPUT NOTAS
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO NOTAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-SORT-LER.
           READ NOTAS NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           IF TURMA = SPACES OR SITUACAO = SPACES
                             OR SITUACAO = "TRANSFERIDO"
              GO TO CARREGAR-SORT-LER.
           ADD 1 TO W-CONT-LIDOS
           MOVE SPACES TO WS-SIT
           IF SITUACAO = "APROVADO"
              MOVE "A" TO WS-SIT.
           IF SITUACAO (1:11) = "RECUPERACAO"
              MOVE "R" TO WS-SIT.
           IF SITUACAO = "REPROVADO"
              MOVE "P" TO WS-SIT.
           MOVE TURMA       TO WS-TURMA
           MOVE DISCIPLINA  TO WS-DISCIPLINA
           MOVE MEDIA       TO WS-MEDIA
           IF MEDIA > 10
              MOVE 10 TO WS-MEDIA.
           MOVE PERC-FALTAS TO WS-FALTAS
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE NOTAS.
       CARREGAR-SORT-FIM.
           EXIT.

       APURAR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM APURAR-LINHAS THRU APURAR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           IF W-PRIMEIRA = "N"
              PERFORM GUARDAR-GRUPO THRU GUARDAR-GRUPO-FIM.
       APURAR-SORT-FIM.
           EXIT.

       APURAR-LINHAS.
           IF W-PRIMEIRA = "S"
              MOVE "N"           TO W-PRIMEIRA
              MOVE WS-TURMA      TO W-TURMA-ANT
              MOVE WS-DISCIPLINA TO W-DISC-ANT
           ELSE
              IF WS-TURMA NOT = W-TURMA-ANT
                 OR WS-DISCIPLINA NOT = W-DISC-ANT
                 PERFORM GUARDAR-GRUPO THRU GUARDAR-GRUPO-FIM
                 MOVE WS-TURMA      TO W-TURMA-ANT
                 MOVE WS-DISCIPLINA TO W-DISC-ANT.
           ADD 1 TO W-G-QTD
           ADD WS-MEDIA TO W-G-SOMA
           COMPUTE W-G-QUAD = W-G-QUAD + (WS-MEDIA * WS-MEDIA)
           ADD WS-FALTAS TO W-G-FALTAS
           MOVE 5 TO W-F
           IF WS-MEDIA < 9
              MOVE 4 TO W-F.
           IF WS-MEDIA < 7
              MOVE 3 TO W-F.
           IF WS-MEDIA < 5
              MOVE 2 TO W-F.
           IF WS-MEDIA < 3
              MOVE 1 TO W-F.
           ADD 1 TO W-G-FAIXA (W-F)
           IF WS-SIT = "A"
              ADD 1 TO W-G-APR.
           IF WS-SIT = "R"
              ADD 1 TO W-G-REC.
           IF WS-SIT = "P"
              ADD 1 TO W-G-REP.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       APURAR-LINHAS-FIM.
           EXIT.

      * FECHA O GRUPO: MEDIA, DESVIO PADRAO (RAIZ DA MEDIA DOS
      * QUADRADOS MENOS O QUADRADO DA MEDIA), FALTAS MEDIAS, PERIODO
      * ATUAL DA TURMA E PROFESSOR DA ATRIBUICAO
       GUARDAR-GRUPO.
           IF W-QTD-GRP NOT < 500
              DISPLAY "*** MAIS DE 500 GRUPOS - GRUPO IGNORADO: "
                      W-TURMA-ANT " " W-DISC-ANT
              GO TO GUARDAR-GRUPO-ZERA.
           ADD 1 TO W-QTD-GRP
           MOVE W-QTD-GRP TO W-IND
           MOVE W-TURMA-ANT TO GRP-TURMA (W-IND)
           MOVE W-DISC-ANT  TO GRP-DISC  (W-IND)
           MOVE W-G-QTD     TO GRP-QTD   (W-IND)
           MOVE W-G-SOMA    TO GRP-SOMA  (W-IND)
           MOVE W-G-APR     TO GRP-APR   (W-IND)
           MOVE W-G-REC     TO GRP-REC   (W-IND)
           MOVE W-G-REP     TO GRP-REP   (W-IND)
           MOVE 1 TO W-F.
       GUARDAR-GRUPO-FAIXA.
           MOVE W-G-FAIXA (W-F) TO GRP-FAIXA (W-IND W-F)
           ADD 1 TO W-F
           IF W-F < 6
              GO TO GUARDAR-GRUPO-FAIXA.
           COMPUTE GRP-MEDIA (W-IND) ROUNDED = W-G-SOMA / W-G-QTD
           COMPUTE GRP-FALTAS (W-IND) ROUNDED = W-G-FALTAS / W-G-QTD
           COMPUTE W-VAR ROUNDED = (W-G-QUAD / W-G-QTD)
                   - ((W-G-SOMA / W-G-QTD) * (W-G-SOMA / W-G-QTD))
           IF W-VAR > ZEROS
              COMPUTE GRP-DP (W-IND) ROUNDED = W-VAR ** 0,5
           ELSE
              MOVE ZEROS TO GRP-DP (W-IND).
           MOVE W-ANOMES TO W-PERIODO
           IF W-TUR-ABERTO = "S"
              MOVE W-TURMA-ANT TO TURMA-CODIGO
              READ TURMAS
              IF ST-ERRO-TUR = "00"
                 MOVE TURMA-PERIODO TO W-PERIODO.
           MOVE W-PERIODO TO GRP-PERIODO (W-IND)
           MOVE SPACES TO GRP-FUNC (W-IND)
           IF W-DOC-ABERTO = "S"
              MOVE W-TURMA-ANT TO DOC-TURMA
              MOVE W-DISC-ANT  TO DOC-DISCIPLINA
              READ ARQDOCEN
              IF ST-ERRO-DOC = "00"
                 MOVE DOC-FUNC TO GRP-FUNC (W-IND).
           MOVE SPACES TO GRP-ANT-PERIODO (W-IND)
           MOVE ZEROS  TO GRP-ANT-QTD (W-IND) GRP-ANT-SOMA (W-IND)
                          GRP-ANT-REP (W-IND)
           ADD W-G-QTD  TO W-T-QTD
           ADD W-G-SOMA TO W-T-SOMA
           ADD W-G-REP  TO W-T-REP
           IF GRP-FUNC (W-IND) NOT = SPACES
              PERFORM SOMAR-PROFESSOR THRU SOMAR-PROFESSOR-FIM.
       GUARDAR-GRUPO-ZERA.
           MOVE ZEROS TO W-ACUM.
       GUARDAR-GRUPO-FIM.
           EXIT.

      * ACUMULA O GRUPO W-IND NA LINHA DO PROFESSOR (MESMO ESQUEMA
      * DE TABELA DO REL049)
       SOMAR-PROFESSOR.
           MOVE 1 TO W-J.
       SOMAR-PROFESSOR-LER.
           IF W-J > W-QTD-PROF
              GO TO SOMAR-PROFESSOR-NOVO.
           IF PROF-FUNC (W-J) = GRP-FUNC (W-IND)
              GO TO SOMAR-PROFESSOR-SOMA.
           ADD 1 TO W-J
           GO TO SOMAR-PROFESSOR-LER.
       SOMAR-PROFESSOR-NOVO.
           IF W-QTD-PROF NOT < 100
              GO TO SOMAR-PROFESSOR-FIM.
           ADD 1 TO W-QTD-PROF
           MOVE W-QTD-PROF TO W-J
           MOVE GRP-FUNC (W-IND) TO PROF-FUNC (W-J)
           MOVE ZEROS TO PROF-GRUPOS (W-J) PROF-QTD (W-J)
                         PROF-SOMA (W-J) PROF-REP (W-J).
       SOMAR-PROFESSOR-SOMA.
           ADD 1 TO PROF-GRUPOS (W-J)
           ADD W-G-QTD  TO PROF-QTD  (W-J)
           ADD W-G-SOMA TO PROF-SOMA (W-J)
           ADD W-G-REP  TO PROF-REP  (W-J).
       SOMAR-PROFESSOR-FIM.
           EXIT.

      * PERCORRE O HISTORICO E GUARDA, PARA CADA GRUPO, O ULTIMO
      * PERIODO FECHADO ANTERIOR AO PERIODO ATUAL DA TURMA
       LER-HISTORICO.
           IF W-HIS-ABERTO NOT = "S" OR W-QTD-GRP = ZEROS
              GO TO LER-HISTORICO-FIM.
       LER-HISTORICO-LER.
           READ NOTASH NEXT RECORD
               AT END GO TO LER-HISTORICO-FIM.
           IF HIS-TURMA = SPACES OR HIS-SITUACAO = SPACES
              GO TO LER-HISTORICO-LER.
           PERFORM PROCURAR-GRUPO THRU PROCURAR-GRUPO-FIM
           IF W-ACHOU = ZEROS
              GO TO LER-HISTORICO-LER.
           MOVE W-ACHOU TO W-J
           IF HIS-PERIODO NOT < GRP-PERIODO (W-J)
              GO TO LER-HISTORICO-LER.
           IF HIS-PERIODO < GRP-ANT-PERIODO (W-J)
              GO TO LER-HISTORICO-LER.
           IF HIS-PERIODO > GRP-ANT-PERIODO (W-J)
              MOVE HIS-PERIODO TO GRP-ANT-PERIODO (W-J)
              MOVE ZEROS TO GRP-ANT-QTD (W-J) GRP-ANT-SOMA (W-J)
                            GRP-ANT-REP (W-J).
           ADD 1 TO GRP-ANT-QTD (W-J)
           IF HIS-MEDIA > 10
              ADD 10 TO GRP-ANT-SOMA (W-J)
           ELSE
              ADD HIS-MEDIA TO GRP-ANT-SOMA (W-J).
           IF HIS-SITUACAO = "REPROVADO"
              ADD 1 TO GRP-ANT-REP (W-J).
           GO TO LER-HISTORICO-LER.
       LER-HISTORICO-FIM.
           EXIT.

      * POSICAO DO GRUPO HIS-TURMA + HIS-DISCIPLINA EM W-ACHOU
      * (ZERO = TURMA/DISCIPLINA SEM NOTAS NO PERIODO ATUAL)
       PROCURAR-GRUPO.
           MOVE ZEROS TO W-ACHOU
           MOVE 1 TO W-J.
       PROCURAR-GRUPO-LER.
           IF W-J > W-QTD-GRP
              GO TO PROCURAR-GRUPO-FIM.
           IF GRP-TURMA (W-J) = HIS-TURMA
              AND GRP-DISC (W-J) = HIS-DISCIPLINA
              MOVE W-J TO W-ACHOU
              GO TO PROCURAR-GRUPO-FIM.
           ADD 1 TO W-J
           GO TO PROCURAR-GRUPO-LER.
       PROCURAR-GRUPO-FIM.
           EXIT.

       CALCULAR-GERAL.
           IF W-T-QTD = ZEROS
              GO TO CALCULAR-GERAL-FIM.
           COMPUTE W-T-MEDIA ROUNDED = W-T-SOMA / W-T-QTD
           COMPUTE W-T-PERC-REP ROUNDED = (W-T-REP * 100) / W-T-QTD.
       CALCULAR-GERAL-FIM.
           EXIT.

      * IMPRIME O GRUPO W-IND E MARCA O QUE ESTIVER FORA DA
      * TOLERANCIA CONTRA A ESCOLA E CONTRA O PERIODO ANTERIOR
       IMPRIMIR-GRUPO.
           MOVE GRP-TURMA (W-IND) TO L1-TURMA
           MOVE GRP-DISC  (W-IND) TO L1-DISC
           MOVE SPACES TO L1-DISC-NOME
           IF W-DIS-ABERTO = "S"
              MOVE GRP-DISC (W-IND) TO DISC-CODIGO
              READ DISCIPLINAS
              IF ST-ERRO-DIS = "00"
                 MOVE DISC-NOME TO L1-DISC-NOME.
           MOVE "SEM PROFESSOR ATRIBUIDO" TO L1-PROF
           IF GRP-FUNC (W-IND) NOT = SPACES
              MOVE GRP-FUNC (W-IND) TO L1-PROF
              IF W-FUN-ABERTO = "S"
                 MOVE GRP-FUNC (W-IND) TO CODIGO
                 READ FUNCIONARIOS
                 IF ST-ERRO-FUN = "00"
                    MOVE NOME TO L1-PROF.
           COMPUTE W-PERC-APR ROUNDED =
                   (GRP-APR (W-IND) * 100) / GRP-QTD (W-IND)
           COMPUTE W-PERC-REC ROUNDED =
                   (GRP-REC (W-IND) * 100) / GRP-QTD (W-IND)
           COMPUTE W-PERC-REP ROUNDED =
                   (GRP-REP (W-IND) * 100) / GRP-QTD (W-IND)
           MOVE GRP-QTD    (W-IND) TO L2-QTD
           MOVE GRP-MEDIA  (W-IND) TO L2-MEDIA
           MOVE GRP-DP     (W-IND) TO L2-DP
           MOVE GRP-FALTAS (W-IND) TO L2-FALTAS
           MOVE W-PERC-APR TO L3-APR
           MOVE W-PERC-REC TO L3-REC
           MOVE W-PERC-REP TO L3-REP
           MOVE GRP-FAIXA (W-IND 1) TO L4-F1
           MOVE GRP-FAIXA (W-IND 2) TO L4-F2
           MOVE GRP-FAIXA (W-IND 3) TO L4-F3
           MOVE GRP-FAIXA (W-IND 4) TO L4-F4
           MOVE GRP-FAIXA (W-IND 5) TO L4-F5
           MOVE "N" TO W-FORA
           MOVE SPACES TO L6-TAXA L6-MEDIA L6-PERIODO
           IF W-PERC-REP > W-T-PERC-REP + W-TOL-TAXA
              MOVE "S" TO W-FORA
              MOVE "REPROVACAO ESCOLA" TO L6-TAXA.
           COMPUTE W-DIF = GRP-MEDIA (W-IND) - W-T-MEDIA
           IF W-DIF < ZEROS
              COMPUTE W-DIF = ZEROS - W-DIF.
           IF W-DIF > W-TOL-MEDIA
              MOVE "S" TO W-FORA
              MOVE "MEDIA ESCOLA" TO L6-MEDIA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-G1
           WRITE LINHA-REL FROM LINHA-G2
           WRITE LINHA-REL FROM LINHA-G3
           WRITE LINHA-REL FROM LINHA-G4
           ADD 4 TO W-LINPAG
           IF GRP-ANT-QTD (W-IND) = ZEROS
              WRITE LINHA-REL FROM LINHA-G5-SEM
              ADD 1 TO W-LINPAG
              GO TO IMPRIMIR-GRUPO-MARCA.
           COMPUTE W-ANT-MEDIA ROUNDED =
                   GRP-ANT-SOMA (W-IND) / GRP-ANT-QTD (W-IND)
           COMPUTE W-ANT-PERC-REP ROUNDED =
                   (GRP-ANT-REP (W-IND) * 100) / GRP-ANT-QTD (W-IND)
           MOVE GRP-ANT-PERIODO (W-IND) TO L5-PERIODO
           MOVE GRP-ANT-QTD (W-IND)     TO L5-QTD
           MOVE W-ANT-MEDIA             TO L5-MEDIA
           MOVE W-ANT-PERC-REP          TO L5-REP
           WRITE LINHA-REL FROM LINHA-G5
           ADD 1 TO W-LINPAG
           IF W-PERC-REP > W-ANT-PERC-REP + W-TOL-TAXA
              MOVE "S" TO W-FORA
              MOVE "PERIODO ANTERIOR" TO L6-PERIODO.
           COMPUTE W-DIF = GRP-MEDIA (W-IND) - W-ANT-MEDIA
           IF W-DIF < ZEROS
              COMPUTE W-DIF = ZEROS - W-DIF.
           IF W-DIF > W-TOL-MEDIA
              MOVE "S" TO W-FORA
              MOVE "PERIODO ANTERIOR" TO L6-PERIODO.
       IMPRIMIR-GRUPO-MARCA.
           IF W-FORA = "S"
              ADD 1 TO W-CONT-FORA
              WRITE LINHA-REL FROM LINHA-G6
              ADD 1 TO W-LINPAG.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           ADD 1 TO W-IND.
       IMPRIMIR-GRUPO-FIM.
           EXIT.

       IMPRIMIR-PROFESSORES.
           IF W-QTD-PROF = ZEROS
              GO TO IMPRIMIR-PROFESSORES-FIM.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-PROF-TIT
           ADD 1 TO W-LINPAG
           MOVE 1 TO W-J.
       IMPRIMIR-PROFESSORES-LER.
           IF W-J > W-QTD-PROF
              WRITE LINHA-REL FROM ESPACOS-REL
              ADD 1 TO W-LINPAG
              GO TO IMPRIMIR-PROFESSORES-FIM.
           MOVE PROF-FUNC (W-J) TO LP-NOME
           IF W-FUN-ABERTO = "S"
              MOVE PROF-FUNC (W-J) TO CODIGO
              READ FUNCIONARIOS
              IF ST-ERRO-FUN = "00"
                 MOVE NOME TO LP-NOME.
           MOVE PROF-GRUPOS (W-J) TO LP-GRUPOS
           MOVE PROF-QTD    (W-J) TO LP-QTD
           COMPUTE W-ANT-MEDIA ROUNDED =
                   PROF-SOMA (W-J) / PROF-QTD (W-J)
           COMPUTE W-ANT-PERC-REP ROUNDED =
                   (PROF-REP (W-J) * 100) / PROF-QTD (W-J)
           MOVE W-ANT-MEDIA    TO LP-MEDIA
           MOVE W-ANT-PERC-REP TO LP-REP
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-PROF
           ADD 1 TO W-LINPAG
           ADD 1 TO W-J
           GO TO IMPRIMIR-PROFESSORES-LER.
       IMPRIMIR-PROFESSORES-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           MOVE W-T-QTD      TO LG-QTD
           MOVE W-T-MEDIA    TO LG-MEDIA
           MOVE W-T-PERC-REP TO LG-REP
           WRITE LINHA-REL FROM LINHA-GERAL
           MOVE W-QTD-GRP    TO LG-GRUPOS
           MOVE W-CONT-FORA  TO LG-FORA
           WRITE LINHA-REL FROM LINHA-GERAL2
           ADD 2 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE RELATORIO
           IF W-HIS-ABERTO = "S"
              CLOSE NOTASH.
           IF W-TUR-ABERTO = "S"
              CLOSE TURMAS.
           IF W-DOC-ABERTO = "S"
              CLOSE ARQDOCEN.
           IF W-FUN-ABERTO = "S"
              CLOSE FUNCIONARIOS.
           IF W-DIS-ABERTO = "S"
              CLOSE DISCIPLINAS.
           MOVE "REL069" TO W-REL-ID
           MOVE "REL069.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY PARAMVALP.

       COPY RELPAGP.
