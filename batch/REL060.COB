       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL060.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * EXPOSICAO DE CREDITO DIARIA POR EMPRESA (CNPJ)  *
      **************************************************
      * PARA CADA EMPRESA DE CADCLIPJ.DAT, CALCULA PELO COPY
      * LIMPJVAL./LIMPJVALP. (O MESMO CALCULO DO SGB-004, DO SGB-025
      * E DO TOTEM) A EXPOSICAO DE CREDITO: SALDO DAS FATURAS PJ EM
      * ABERTO (ARQFATPJ.DAT), LOCACOES FECHADAS AINDA NAO FATURADAS
      * E LOCACOES ABERTAS PELA DIARIA. LISTA O LIMITE DO ARQLIMPJ.DAT
      * (MANTIDO NO CADCLI), CADA PARCELA, A EXPOSICAO, O MAIOR
      * ATRASO DE FATURA E A SITUACAO: RETIDA (FATURA VENCIDA HA MAIS
      * DE PJDIASATR DIAS), EXCEDE (EXPOSICAO ACIMA DO LIMITE),
      * S/LIMITE OU OK. EMPRESA SEM LIMITE, SEM EXPOSICAO E SEM
      * ATRASO NAO SAI. RETIDAS E EXCEDIDAS SAEM TAMBEM NO CONSOLE.
      * RODA TODO DIA NO JOB001 E PODE SER RODADO AVULSO; PAGINADO
      * PELAS ROTINAS COMPARTILHADAS COPY RELPAG./RELPAGP.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLIPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT ARQLIMPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LIM-CNPJ
                    FILE STATUS  IS ST-ERRO-LIM.

           SELECT ARQFATPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FAT-NUMERO
                    FILE STATUS  IS ST-ERRO-FAT.

           SELECT AUDLIMPJ ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-ALM.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIPJ.DAT".
       01 REGCLIPJ.
                03 CNPJ                 PIC 9(14).
                03 RAZAO-SOCIAL         PIC X(40).
                03 CONTATO              PIC X(35).
                03 EMAIL-PJ             PIC X(35).
                03 TELEFONE-PJ.
                   05 DDD-PJ            PIC 9(02).
                   05 TELNUM-PJ         PIC 9(9).
                03 SITUACAO-PJ          PIC X(1).

       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 CHAVE-LOC.
                   05 LOC-NUMERO        PIC 9(4).
                   05 LOC-SEQ           PIC 9(4).
                03 LOC-CPF              PIC 9(14).
                03 LOC-DATALOCACAO      PIC 9(8).
                03 LOC-DATADEVOLUCAO    PIC 9(8).
                03 LOC-VALORLOCACAO     PIC 9(6)V99.
                03 LOC-SITUACAO         PIC X(01).
                   88 LOC-ABERTA             VALUE "A".
                   88 LOC-FECHADA            VALUE "F".
                03 LOC-DATAPREVISTA     PIC 9(8).
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
                03 CHAVE-PAG.
                   05 PAG-NUMERO        PIC 9(4).
                   05 PAG-SEQ           PIC 9(4).
                03 PAG-RECIBO           PIC 9(8).
                03 PAG-VALOR            PIC 9(6)V99.
                03 PAG-FORMA            PIC 9(1).
                   88 PAG-DINHEIRO          VALUE 1.
                   88 PAG-CARTAO            VALUE 2.
                   88 PAG-PIX               VALUE 3.
                   88 PAG-CREDITO           VALUE 4.
                   88 PAG-BOLETO            VALUE 5.
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-LOCACAO      VALUES "L" " ".
                   88 PAG-ORIG-COBRANCA     VALUE "C".
                   88 PAG-ORIG-CAUCAO       VALUE "D".
                   88 PAG-ORIG-DEVCAUCAO    VALUE "V".
                   88 PAG-ORIG-ESTORNO      VALUE "E".
                   88 PAG-ORIG-FATURA       VALUE "F".
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD ARQLIMPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLIMPJ.DAT".
       01 REGLIMPJ.
                03 LIM-CNPJ             PIC 9(14).
                03 LIM-VALOR            PIC 9(08)V99.
                03 LIM-DATA-ALT         PIC 9(08).
                03 LIM-OPERADOR         PIC X(08).

       FD ARQFATPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFATPJ.DAT".
       01 REGFAT.
                03 FAT-NUMERO           PIC 9(6).
                03 FAT-CNPJ             PIC 9(14).
                03 FAT-COMPET           PIC 9(6).
                03 FAT-QTD-LOC          PIC 9(4).
                03 FAT-VALOR            PIC 9(8)V99.
                03 FAT-DATA-EMISSAO     PIC 9(8).
                03 FAT-SITUACAO         PIC X(01).
                   88 FAT-ABERTA            VALUE "A".
                   88 FAT-QUITADA           VALUE "Q".
                03 FAT-VALOR-PAGO       PIC 9(8)V99.
                03 FAT-NOSSO-NUM        PIC 9(10).

       FD AUDLIMPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDLIMPJ.DAT".
       01 REGAUDLIM.
                03 ALM-DATA             PIC 9(08).
                03 ALM-HORA             PIC 9(06).
                03 ALM-PROGRAMA         PIC X(08).
                03 ALM-CNPJ             PIC 9(14).
                03 ALM-TIPO             PIC X(01).
                03 ALM-EXPOSICAO        PIC 9(9)V99.
                03 ALM-ACRESCIMO        PIC 9(8)V99.
                03 ALM-LIMITE           PIC 9(8)V99.
                03 ALM-ATRASO           PIC 9(05).
                03 ALM-MOTIVO           PIC X(40).
                03 ALM-OPERADOR         PIC X(08).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL060.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-PJ       PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-PAG-ABERTO     PIC X(01) VALUE "N".
       77 W-VALOR-ED       PIC ZZZZZZZZ9,99.
      * TOTAIS DAS EMPRESAS LISTADAS
       77 W-QTD-LISTADAS   PIC 9(05) VALUE ZEROS.
       77 W-QTD-RETIDAS    PIC 9(05) VALUE ZEROS.
       77 W-QTD-EXCEDE     PIC 9(05) VALUE ZEROS.
       77 W-TOT-FATURAS    PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-NAO-FAT    PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-ABERTO     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-EXPOSICAO  PIC 9(11)V99 VALUE ZEROS.

       COPY RELPAG.
       COPY PARAMVAL.
       COPY LIMPJVAL.

       01 LINHA-EMPRESA.
           03 LE-CNPJ      PIC 9(14).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LE-RAZAO     PIC X(40).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 FILLER       PIC X(15) VALUE "MAIOR ATRASO: ".
           03 LE-ATRASO    PIC ZZZZ9.
       01 LINHA-VALORES.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LV-LIMITE    PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LV-FATURAS   PIC ZZZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LV-NAO-FAT   PIC ZZZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LV-ABERTO    PIC ZZZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LV-EXPOSICAO PIC ZZZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LV-SITUACAO  PIC X(08).
       01 LINHA-RESUMO.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-DESCRICAO PIC X(36).
           03 LR-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-GERAL.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LG-DESCRICAO PIC X(36).
           03 LG-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADCLIPJ
      * SEM CADASTRO DE EMPRESAS AINDA, O RELATORIO SAI VAZIO
           IF ST-ERRO-PJ NOT = "00" AND ST-ERRO-PJ NOT = "35"
              DISPLAY "*** ERRO NA ABERTURA DO CADASTRO PJ ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DAS LOCACOES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * SEM ARQPAG NENHUMA LOCACAO FECHADA FOI PAGA NO BALCAO
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG = "00"
              MOVE "S" TO W-PAG-ABERTO
           ELSE
              IF ST-ERRO-PAG NOT = "35"
                 DISPLAY "*** ERRO NA ABERTURA DOS PAGAMENTOS ***"
                 MOVE 12 TO RETURN-CODE
                 GOBACK.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           PERFORM ABRIR-LIMITE-PJ THRU ABRIR-LIMITE-PJ-FIM
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           IF ST-ERRO-PJ = "00"
              PERFORM LISTAR-EMPRESAS THRU LISTAR-EMPRESAS-FIM.
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO.
           IF ST-ERRO-PJ = "00"
              CLOSE CADCLIPJ.
           CLOSE ARQLOC
           IF W-PAG-ABERTO = "S"
              CLOSE ARQPAG.
           PERFORM FECHAR-LIMITE-PJ THRU FECHAR-LIMITE-PJ-FIM
           MOVE "REL060" TO W-REL-ID
           MOVE "REL060.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "EXPOSICAO DE CREDITO DIARIA POR EMPRESA"
                                                       TO W-TITULO-REL
           MOVE
           "        LIMITE      FATURAS NAO FATURADO      ABERTAS    EXP
      -    "OSICAO SITUACAO"
                                                       TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      * PERCORRE O CADASTRO DE EMPRESAS PELA CHAVE (CNPJ)
       LISTAR-EMPRESAS.
           MOVE ZEROS TO CNPJ
           START CADCLIPJ KEY IS NOT LESS CNPJ
               INVALID KEY GO TO LISTAR-EMPRESAS-FIM.
       LISTAR-EMPRESAS-LER.
           READ CADCLIPJ NEXT RECORD
               AT END GO TO LISTAR-EMPRESAS-FIM.
           MOVE CNPJ  TO LP-CNPJ
           MOVE ZEROS TO LP-ACRESCIMO
           PERFORM VERIF-LIMITE-PJ THRU VERIF-LIMITE-PJ-FIM
           IF LP-TEM-LIMITE NOT = "S" AND LP-EXPOSICAO = ZEROS
              AND LP-MAIOR-ATRASO = ZEROS
              GO TO LISTAR-EMPRESAS-LER.
           PERFORM IMPRIMIR-EMPRESA THRU IMPRIMIR-EMPRESA-FIM
           GO TO LISTAR-EMPRESAS-LER.
       LISTAR-EMPRESAS-FIM.
           EXIT.

      * DUAS LINHAS POR EMPRESA: IDENTIFICACAO COM O MAIOR ATRASO DE
      * FATURA EM DIAS, E OS VALORES COM A SITUACAO
       IMPRIMIR-EMPRESA.
           ADD 1 TO W-QTD-LISTADAS
           ADD LP-FATURAS      TO W-TOT-FATURAS
           ADD LP-NAO-FATURADO TO W-TOT-NAO-FAT
           ADD LP-EM-ABERTO    TO W-TOT-ABERTO
           ADD LP-EXPOSICAO    TO W-TOT-EXPOSICAO
           MOVE CNPJ            TO LE-CNPJ
           MOVE RAZAO-SOCIAL    TO LE-RAZAO
           MOVE LP-MAIOR-ATRASO TO LE-ATRASO
           IF LP-TEM-LIMITE = "S"
              MOVE LP-LIMITE  TO W-VALOR-ED
              MOVE W-VALOR-ED TO LV-LIMITE
           ELSE
              MOVE "  SEM LIMITE" TO LV-LIMITE.
           MOVE LP-FATURAS      TO LV-FATURAS
           MOVE LP-NAO-FATURADO TO LV-NAO-FAT
           MOVE LP-EM-ABERTO    TO LV-ABERTO
           MOVE LP-EXPOSICAO    TO LV-EXPOSICAO
           MOVE "OK"            TO LV-SITUACAO
           IF LP-TEM-LIMITE NOT = "S"
              MOVE "S/LIMITE" TO LV-SITUACAO.
           IF LP-EXCEDE = "S"
              MOVE "EXCEDE" TO LV-SITUACAO
              ADD 1 TO W-QTD-EXCEDE
              MOVE LP-EXPOSICAO TO W-VALOR-ED
              DISPLAY "*** REL060 - CNPJ " CNPJ
                      " LIMITE EXCEDIDO - EXPOSICAO: " W-VALOR-ED
                      " ***".
           IF LP-RETIDA = "S"
              MOVE "RETIDA" TO LV-SITUACAO
              ADD 1 TO W-QTD-RETIDAS
              DISPLAY "*** REL060 - CNPJ " CNPJ
                      " RETIDO - FATURA VENCIDA HA " LE-ATRASO
                      " DIAS ***".
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-EMPRESA
           WRITE LINHA-REL FROM LINHA-VALORES
           ADD 3 TO W-LINPAG.
       IMPRIMIR-EMPRESA-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAL DAS FATURAS PJ EM ABERTO" TO LR-DESCRICAO
           MOVE W-TOT-FATURAS TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "TOTAL DAS LOCACOES NAO FATURADAS" TO LR-DESCRICAO
           MOVE W-TOT-NAO-FAT TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "TOTAL DAS LOCACOES ABERTAS" TO LR-DESCRICAO
           MOVE W-TOT-ABERTO TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "EXPOSICAO TOTAL DAS EMPRESAS" TO LR-DESCRICAO
           MOVE W-TOT-EXPOSICAO TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "EMPRESAS LISTADAS" TO LG-DESCRICAO
           MOVE W-QTD-LISTADAS TO LG-QTD
           WRITE LINHA-REL FROM LINHA-GERAL
           MOVE "EMPRESAS COM LIMITE EXCEDIDO" TO LG-DESCRICAO
           MOVE W-QTD-EXCEDE TO LG-QTD
           WRITE LINHA-REL FROM LINHA-GERAL
           MOVE "EMPRESAS RETIDAS POR FATURA VENCIDA" TO LG-DESCRICAO
           MOVE W-QTD-RETIDAS TO LG-QTD
           WRITE LINHA-REL FROM LINHA-GERAL.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
       COPY PARAMVALP.
       COPY LIMPJVALP.
