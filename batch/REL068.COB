       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL068.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * DESCONTOS DE MENSALIDADE POR TIPO DE BOLSA        *
      **************************************************
      * LE ARQMENS.DAT NA COMPETENCIA DO FECHAMENTO (CTRLCMP.DAT,
      * COPY COMPVAL./COMPVALP.; SEM O CONTROLE, A INFORMADA NO
      * CONSOLE, ZEROS = MES CORRENTE) E LISTA AS MENSALIDADES QUE O
      * MENS001 GEROU COM BOLSA OU DESCONTO (SGB-051): RA, NOME DO
      * ALUNO, TIPO DA BOLSA, BRUTO, DESCONTO E VALOR COBRADO. NO
      * FIM, O TOTAL DE MENSALIDADES E DE DESCONTO POR TIPO DE BOLSA
      * (TABELA TBOL, COPY TBOLSA.) E O TOTAL GERAL -- O QUANTO A
      * ESCOLA DEIXOU DE RECEBER NO MES EM CADA TIPO DE BENEFICIO.
      * SAI EM REL068.TXT PELAS ROTINAS COPY RELPAG./RELPAGP., COM
      * CATALOGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRLCMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CMP.

           SELECT ARQMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALUNO-RA
                    FILE STATUS  IS ST-ERRO-ALU.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD CTRLCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCMP.DAT".
       01 REGCMP.
                03 CMP-COMPET           PIC 9(06).

       FD ARQMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMENS.DAT".
       01 REGMENS.
                03 CHAVE-MENS.
                   05 MENS-RA           PIC X(13).
                   05 MENS-COMPET       PIC 9(6).
                03 MENS-VALOR           PIC 9(6)V99.
                03 MENS-DATA-GERACAO    PIC 9(8).
                03 MENS-SITUACAO        PIC X(1).
                   88 MENS-EM-ABERTO        VALUE "A".
                   88 MENS-QUITADA          VALUE "Q".
                03 MENS-VALOR-PAGO      PIC 9(6)V99.
                03 MENS-VALOR-BRUTO     PIC 9(6)V99.
                03 MENS-DESCONTO        PIC 9(6)V99.
                03 MENS-BOLSA-TIPO      PIC X(1).
                03 MENS-BOLSA-INICIO    PIC 9(6).

       FD ARQALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALUNO.DAT".
       01 REGALUNO.
                03 ALUNO-RA             PIC X(13).
                03 ALUNO-NOME           PIC X(32).
                03 ALUNO-DATANASC.
                    05 ALUNO-DIA        PIC 9(2).
                    05 ALUNO-MES        PIC 9(2).
                    05 ALUNO-ANO        PIC 9(4).
                03 ALUNO-RESPONSAVEL    PIC X(35).
                03 ALUNO-TELEFONE.
                   05 ALUNO-DDD         PIC 9(02).
                   05 ALUNO-TELNUM      PIC 9(9).
                03 ALUNO-EMAIL          PIC X(35).
                03 ALUNO-CEP            PIC 9(08).
                03 ALUNO-ENDNUM         PIC 9(4).
                03 ALUNO-SITUACAO       PIC X(1).
                   88 ALUNO-ATIVO           VALUE "A".
                   88 ALUNO-INATIVO         VALUE "I".

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL068.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-ALU      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       COPY COMPVAL.
       77 W-COMPET         PIC 9(06) VALUE ZEROS.
       77 W-CONT-MENS      PIC 9(06) VALUE ZEROS.
       77 W-CONT-DESC      PIC 9(06) VALUE ZEROS.
       77 W-TOT-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-LIQUIDO    PIC 9(09)V99 VALUE ZEROS.
       77 W-IND            PIC 9(01) VALUE ZEROS.
       01 IND              PIC 9(02) VALUE ZEROS.

       COPY TBOLSA.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-COMPET-R.
          03 W-COMPET-AAAA  PIC 9(04).
          03 W-COMPET-MM    PIC 9(02).
       01 W-COMPET-NUM REDEFINES W-COMPET-R
                                        PIC 9(06).

      * TOTAIS POR TIPO DE BOLSA, NA ORDEM DA TABELA TBOL; A QUINTA
      * POSICAO RECEBE TIPO QUE NAO ESTEJA MAIS NA TABELA
       01 TAB-TIPOS.
           03 TIPO-ENT OCCURS 5 TIMES.
               05 TIPO-QTD      PIC 9(05).
               05 TIPO-BRUTO    PIC 9(08)V99.
               05 TIPO-DESCONTO PIC 9(08)V99.

       COPY RELPAG.

       01 LINHA-DET.
           03 LD-RA        PIC X(13).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-NOME      PIC X(25).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-TIPO      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BRUTO     PIC ZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DESCONTO  PIC ZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VALOR     PIC ZZZZZ9,99.
       01 LINHA-TIPO.
           03 FILLER       PIC X(06) VALUE "TIPO: ".
           03 LT-TIPO      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-DESC      PIC X(23).
           03 FILLER       PIC X(07) VALUE " QTDE: ".
           03 LT-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(12) VALUE "  DESCONTO: ".
           03 LT-DESCONTO  PIC ZZZZZZZ9,99.
       01 LINHA-GERAL.
           03 FILLER       PIC X(29) VALUE
              "MENSALIDADES COM DESCONTO..: ".
           03 LG-CONT      PIC ZZZZZ9.
           03 FILLER       PIC X(12) VALUE "  DESCONTO: ".
           03 LG-DESCONTO  PIC ZZZZZZZZ9,99.
       01 LINHA-BRUTO.
           03 FILLER       PIC X(29) VALUE
              "MENSALIDADES DA COMPETENCIA: ".
           03 LB-CONT      PIC ZZZZZ9.
           03 FILLER       PIC X(12) VALUE "  BRUTO...: ".
           03 LB-BRUTO     PIC ZZZZZZZZ9,99.
       01 LINHA-LIQ.
           03 FILLER       PIC X(35) VALUE SPACES.
           03 FILLER       PIC X(12) VALUE "  COBRADO.: ".
           03 LL-LIQUIDO   PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-COMPET-N TO W-COMPET
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      W-COMPET
              GO TO INICIO-SEGUE.
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES CORRENTE): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              MOVE W-ANO-HOJE TO W-COMPET-AAAA
              MOVE W-MES-HOJE TO W-COMPET-MM
              MOVE W-COMPET-NUM TO W-COMPET.
       INICIO-SEGUE.
           MOVE ZEROS TO TAB-TIPOS
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM LER-MENS THRU LER-MENS-FIM
           PERFORM PROC-MENS THRU PROC-MENS-FIM
               UNTIL ST-ERRO = "10"
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "MENSALIDADES COM DESCONTO: " W-CONT-DESC
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT ARQMENS
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ MENSALIDADES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQALUNO
           IF ST-ERRO-ALU NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE ALUNOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "DESCONTOS DE MENSALIDADE POR TIPO DE BOLSA - "
                  W-COMPET DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE "RA            ALUNO                     T     BRUTO"
                                                  TO W-CAB-COL
           MOVE "  DESCONTO   COBRADO" TO W-CAB-COL (52:20)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       LER-MENS.
           READ ARQMENS NEXT RECORD
               AT END MOVE "10" TO ST-ERRO.
       LER-MENS-FIM.
           EXIT.

       PROC-MENS.
           IF MENS-COMPET NOT = W-COMPET
              GO TO PROC-MENS-PROX.
           ADD 1 TO W-CONT-MENS
           ADD MENS-VALOR-BRUTO TO W-TOT-BRUTO
           ADD MENS-VALOR       TO W-TOT-LIQUIDO
           IF MENS-DESCONTO = ZEROS
              GO TO PROC-MENS-PROX.
           ADD 1 TO W-CONT-DESC
           ADD MENS-DESCONTO TO W-TOT-DESCONTO
           PERFORM ACHAR-TIPO THRU ACHAR-TIPO-FIM
           ADD 1 TO TIPO-QTD (W-IND)
           ADD MENS-VALOR-BRUTO TO TIPO-BRUTO    (W-IND)
           ADD MENS-DESCONTO    TO TIPO-DESCONTO (W-IND)
           MOVE MENS-RA TO ALUNO-RA
           READ ARQALUNO
           IF ST-ERRO-ALU = "00"
              MOVE ALUNO-NOME TO LD-NOME
           ELSE
              MOVE "*** NAO CADASTRADO ***" TO LD-NOME.
           MOVE MENS-RA          TO LD-RA
           MOVE MENS-BOLSA-TIPO  TO LD-TIPO
           MOVE MENS-VALOR-BRUTO TO LD-BRUTO
           MOVE MENS-DESCONTO    TO LD-DESCONTO
           MOVE MENS-VALOR       TO LD-VALOR
           PERFORM CONTROLAR-QUEBRA-PAG
                                    THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG.
       PROC-MENS-PROX.
           PERFORM LER-MENS THRU LER-MENS-FIM.
       PROC-MENS-FIM.
           EXIT.

      * POSICAO DO TIPO DA BOLSA NA TABELA TBOL EM W-IND (5 = FORA)
       ACHAR-TIPO.
           MOVE 5 TO W-IND
           MOVE 1 TO IND.
       ACHAR-TIPO-LER.
           MOVE TBOL(IND) TO ALFABOL
           IF ALFABOL-COD = MENS-BOLSA-TIPO
              MOVE IND TO W-IND
              GO TO ACHAR-TIPO-FIM.
           ADD 1 TO IND
           IF IND NOT > 4
              GO TO ACHAR-TIPO-LER.
       ACHAR-TIPO-FIM.
           EXIT.

       IMPRIMIR-RESUMO.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE 1 TO W-IND.
       IMPRIMIR-RESUMO-LOOP.
           IF W-IND > 5
              GO TO IMPRIMIR-RESUMO-TOTAL.
           IF TIPO-QTD (W-IND) = ZEROS
              GO TO IMPRIMIR-RESUMO-PROX.
           IF W-IND = 5
              MOVE "?"                 TO LT-TIPO
              MOVE "TIPO FORA DA TABELA" TO LT-DESC
           ELSE
              MOVE TBOL(W-IND) TO ALFABOL
              MOVE ALFABOL-COD  TO LT-TIPO
              MOVE ALFABOL-DESC TO LT-DESC.
           MOVE TIPO-QTD      (W-IND) TO LT-QTD
           MOVE TIPO-DESCONTO (W-IND) TO LT-DESCONTO
           WRITE LINHA-REL FROM LINHA-TIPO.
       IMPRIMIR-RESUMO-PROX.
           ADD 1 TO W-IND
           GO TO IMPRIMIR-RESUMO-LOOP.
       IMPRIMIR-RESUMO-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE W-CONT-DESC    TO LG-CONT
           MOVE W-TOT-DESCONTO TO LG-DESCONTO
           WRITE LINHA-REL FROM LINHA-GERAL
           MOVE W-CONT-MENS    TO LB-CONT
           MOVE W-TOT-BRUTO    TO LB-BRUTO
           WRITE LINHA-REL FROM LINHA-BRUTO
           MOVE W-TOT-LIQUIDO  TO LL-LIQUIDO
           WRITE LINHA-REL FROM LINHA-LIQ.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE ARQMENS
           CLOSE ARQALUNO
           CLOSE RELATORIO
           MOVE "REL068" TO W-REL-ID
           MOVE "REL068.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           MOVE W-COMPET TO W-REL-PARMS (1:6)
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY COMPVALP.

       COPY RELPAGP.
