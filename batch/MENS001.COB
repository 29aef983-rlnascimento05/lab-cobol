      * GRAVOU O CONTROLE CTRLCMP.DAT (COPY COMPVAL./COMPVALP.), A
      * COMPETENCIA VEM DE LA -- UMA REEXECUCAO ATRASADA AINDA
      * FECHA O MES CERTO; SEM O CONTROLE, TUDO SEGUE COMO SEMPRE.
      * 2026-10-15  BOLSAS E DESCONTOS: A MENSALIDADE SAI COM A MAIOR
      *             BOLSA ATIVA DO ALUNO EM ARQBOLSA.DAT (SGB-051) CUJA
      *             VIGENCIA (COMPETENCIA INICIAL A FINAL) COBRE A
      *             COMPETENCIA GERADA -- BOLSAS NAO SE SOMAM, E A
      *             VENCIDA DEIXA DE VALER SOZINHA. GRAVA O BRUTO, O
      *             DESCONTO, O TIPO E O INICIO DA BOLSA APLICADA;
      *             MENS-VALOR CONTINUA SENDO O VALOR COBRADO (LIQUIDO).
      *             SEM ARQBOLSA.DAT, TUDO SAI CHEIO COMO ANTES.
      * 2026-10-15  INFORMA AO JOB DA CADEIA O TOTAL DE ALUNOS ATIVOS
      *             LIDOS (COPY JOBCNT.), PARA A ESTATISTICA DE
      *             EXECUCAO DO HISTORICO JOBHIST.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQBOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BOLSA
                    FILE STATUS  IS ST-ERRO-BOL.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                   88 MENS-EM-ABERTO        VALUE "A".
                   88 MENS-QUITADA          VALUE "Q".
                03 MENS-VALOR-PAGO      PIC 9(6)V99.
                03 MENS-VALOR-BRUTO     PIC 9(6)V99.
                03 MENS-DESCONTO        PIC 9(6)V99.
                03 MENS-BOLSA-TIPO      PIC X(1).
                03 MENS-BOLSA-INICIO    PIC 9(6).

       FD ARQBOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBOLSA.DAT".
       01 REGBOLSA.
                03 CHAVE-BOLSA.
                   05 BOLSA-RA          PIC X(13).
                   05 BOLSA-INICIO      PIC 9(06).
                03 BOLSA-FIM            PIC 9(06).
                03 BOLSA-TIPO           PIC X(01).
                03 BOLSA-FORMA          PIC X(01).
                   88 BOLSA-PERCENTUAL      VALUE "P".
                   88 BOLSA-VALOR-FIXO      VALUE "V".
                03 BOLSA-PERC           PIC 9(03)V99.
                03 BOLSA-VALOR          PIC 9(06)V99.
                03 BOLSA-APROVACAO      PIC X(20).
                03 BOLSA-SITUACAO       PIC X(01).
                   88 BOLSA-ATIVA           VALUE "A".
                   88 BOLSA-CANCELADA       VALUE "C".
                03 BOLSA-DATA           PIC 9(08).
                03 BOLSA-OPERADOR       PIC X(08).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
       77 W-CONT-ALUNOS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-GERADAS   PIC 9(06) VALUE ZEROS.
       77 W-CONT-JA-GERADA PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-BOL      PIC X(02) VALUE "00".
       77 W-BOLSA-ABERTO   PIC X(01) VALUE "N".
       77 W-CONT-BOLSAS    PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.
       77 W-TOT-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-DESC-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77 W-BRUTO          PIC 9(06)V99 VALUE ZEROS.
       77 W-DESC-CALC      PIC 9(06)V99 VALUE ZEROS.
       77 W-DESC-MAIOR     PIC 9(06)V99 VALUE ZEROS.
       77 W-DESC-TIPO      PIC X(01) VALUE SPACES.
       77 W-DESC-INICIO    PIC 9(06) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
           DISPLAY "ALUNOS ATIVOS LIDOS....: " W-CONT-ALUNOS
           DISPLAY "MENSALIDADES GERADAS...: " W-CONT-GERADAS
           DISPLAY "JA GERADAS NO MES......: " W-CONT-JA-GERADA
           DISPLAY "COM BOLSA/DESCONTO.....: " W-CONT-BOLSAS
           MOVE W-TOT-DESCONTO TO W-TOT-DESC-ED
           DISPLAY "TOTAL DE DESCONTOS.....: " W-TOT-DESC-ED
           MOVE W-CONT-ALUNOS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

                      GOBACK
           ELSE
                    NEXT SENTENCE.
      * SEM ARQUIVO DE BOLSAS NINGUEM TEM DESCONTO
           OPEN INPUT ARQBOLSA
           IF ST-ERRO-BOL = "00"
              MOVE "S" TO W-BOLSA-ABERTO.
       ABRIR-ARQS-FIM.
           EXIT.

           MOVE "00" TO ST-ERRO
           MOVE ALUNO-RA       TO MENS-RA
           MOVE W-COMPET       TO MENS-COMPET
           MOVE VALOR-MENSAL   TO W-BRUTO
           PERFORM BUSCAR-BOLSA THRU BUSCAR-BOLSA-FIM
           MOVE W-BRUTO        TO MENS-VALOR-BRUTO
           MOVE W-DESC-MAIOR   TO MENS-DESCONTO
           MOVE W-DESC-TIPO    TO MENS-BOLSA-TIPO
           MOVE W-DESC-INICIO  TO MENS-BOLSA-INICIO
           COMPUTE MENS-VALOR = W-BRUTO - W-DESC-MAIOR
           MOVE W-HOJE-DMA-NUM TO MENS-DATA-GERACAO
           MOVE "A"            TO MENS-SITUACAO
           MOVE ZEROS          TO MENS-VALOR-PAGO
           WRITE REGMENS
           IF ST-ERRO NOT = "00" AND NOT = "02"
              DISPLAY "*** ERRO NA GRAVACAO DA MENSALIDADE ***"
              MOVE "00" TO ST-ERRO
              GO TO PROC-ALUNOS-PROX.
           MOVE "00" TO ST-ERRO
           ADD 1 TO W-CONT-GERADAS
           IF W-DESC-MAIOR > ZEROS
              ADD 1 TO W-CONT-BOLSAS
              ADD W-DESC-MAIOR TO W-TOT-DESCONTO.
       PROC-ALUNOS-PROX.
           PERFORM LER-ALUNO THRU LER-ALUNO-FIM.
       PROC-ALUNOS-FIM.
           EXIT.

      * PERCORRE AS BOLSAS DO RA (CHAVE RA + INICIO) E GUARDA A DE
      * MAIOR DESCONTO ENTRE AS ATIVAS COM A COMPETENCIA NA VIGENCIA;
      * O DESCONTO NUNCA PASSA DO BRUTO
       BUSCAR-BOLSA.
           MOVE ZEROS  TO W-DESC-MAIOR W-DESC-INICIO
           MOVE SPACES TO W-DESC-TIPO
           IF W-BOLSA-ABERTO NOT = "S"
              GO TO BUSCAR-BOLSA-FIM.
           MOVE ALUNO-RA TO BOLSA-RA
           MOVE ZEROS    TO BOLSA-INICIO
           START ARQBOLSA KEY IS NOT LESS THAN CHAVE-BOLSA
           IF ST-ERRO-BOL NOT = "00"
              GO TO BUSCAR-BOLSA-FIM.
       BUSCAR-BOLSA-LER.
           READ ARQBOLSA NEXT RECORD
           IF ST-ERRO-BOL NOT = "00"
              GO TO BUSCAR-BOLSA-FIM.
           IF BOLSA-RA NOT = ALUNO-RA
              GO TO BUSCAR-BOLSA-FIM.
           IF BOLSA-INICIO > W-COMPET
              GO TO BUSCAR-BOLSA-FIM.
           IF NOT BOLSA-ATIVA OR BOLSA-FIM < W-COMPET
              GO TO BUSCAR-BOLSA-LER.
           IF BOLSA-PERCENTUAL
              COMPUTE W-DESC-CALC ROUNDED =
                      W-BRUTO * BOLSA-PERC / 100
           ELSE
              MOVE BOLSA-VALOR TO W-DESC-CALC.
           IF W-DESC-CALC > W-BRUTO
              MOVE W-BRUTO TO W-DESC-CALC.
           IF W-DESC-CALC > W-DESC-MAIOR
              MOVE W-DESC-CALC  TO W-DESC-MAIOR
              MOVE BOLSA-TIPO   TO W-DESC-TIPO
              MOVE BOLSA-INICIO TO W-DESC-INICIO.
           GO TO BUSCAR-BOLSA-LER.
       BUSCAR-BOLSA-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE ARQALUNO
           CLOSE ARQMENS
           IF W-BOLSA-ABERTO = "S"
              CLOSE ARQBOLSA.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY PARAMVALP.

       COPY COMPVALP.

       COPY JOBCNTP.
