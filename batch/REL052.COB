       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL052.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * EXTRATO DAS CARTEIRAS DE CREDITO PRE-PAGO E       *
      * PASSIVO DO CREDITO NAO UTILIZADO                  *
      **************************************************
      * O SGB-036 (CDCARTE) RECEBE AS RECARGAS; A LOCACAO, A
      * QUITACAO E A FATURA PJ DEBITAM A CARTEIRA (FORMA DE
      * PAGAMENTO 4). ESTE JOB, NA ROTINA NOTURNA (JOB001), IMPRIME
      * EM REL052.TXT O EXTRATO DO MES CORRENTE DE CADA CARTEIRA
      * (ARQCARTE.DAT + MOVIMENTOS EM ARQCARTM.DAT): SALDO ANTERIOR,
      * CADA RECARGA E DEBITO COM O RECIBO E O SALDO RESULTANTE, E O
      * SALDO ATUAL. CARTEIRA ZERADA E SEM MOVIMENTO NO MES NAO
      * SAI. NO FIM, A SOMA DOS SALDOS E O CREDITO AINDA NAO
      * UTILIZADO -- DINHEIRO RECEBIDO QUE A EMPRESA DEVE EM
      * SERVICO --, GRAVADA TAMBEM EM CTRLCART.DAT (DATA, CARTEIRAS
      * COM SALDO E TOTAL) PARA O REL039 LANCAR O PASSIVO
      * "CREDPREPAGO" NA EXPORTACAO CONTABIL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCARTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CART-DOC
                    FILE STATUS  IS ST-ERRO-CRT.

           SELECT ARQCARTM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CARTM
                    FILE STATUS  IS ST-ERRO-CRM.

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT CADCLIPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT CTRLCART ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTL.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQCARTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARTE.DAT".
       01 REGCARTE.
                03 CART-DOC             PIC 9(14).
                03 CART-SALDO           PIC 9(7)V99.
                03 CART-TOT-CRED        PIC 9(8)V99.
                03 CART-TOT-DEB         PIC 9(8)V99.
                03 CART-ULT-SEQ         PIC 9(06).
                03 CART-DATA-ULT        PIC 9(08).

       FD ARQCARTM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARTM.DAT".
       01 REGCARTM.
                03 CHAVE-CARTM.
                   05 CARTM-DOC         PIC 9(14).
                   05 CARTM-SEQ         PIC 9(06).
                03 CARTM-DATA           PIC 9(08).
                03 CARTM-TIPO           PIC X(01).
                   88 CARTM-RECARGA         VALUE "C".
                   88 CARTM-DEBITO          VALUE "D".
                03 CARTM-VALOR          PIC 9(6)V99.
                03 CARTM-SALDO          PIC 9(7)V99.
                03 CARTM-RECIBO         PIC 9(08).
                03 CARTM-ORIGEM         PIC X(01).
                03 CARTM-OPERADOR       PIC X(08).

       FD CLIENTES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.DAT".
       01 REGCLIENTES.
                03 CPF                  PIC 9(11).
                03 NOME                 PIC X(35).
                03 DATANASC.
                    05 DIA              PIC 9(2).
                    05 MES              PIC 9(2).
                    05 ANO              PIC 9(4).
                03 RG                   PIC X(20).
                03 CLICEP               PIC 9(08).
                03 ENDNUM               PIC 9(4).
                03 COMPLEMENTO          PIC X(12).
                03 EMAIL                PIC X(35).
                03 TELEFONE.
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

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

       FD CTRLCART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCART.DAT".
       01 REGCTRLCART.
                03 CC-DATA              PIC 9(08).
                03 CC-QTD               PIC 9(06).
                03 CC-TOTAL             PIC 9(09)V99.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL052.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-CRT      PIC X(02) VALUE "00".
       77 ST-ERRO-CRM      PIC X(02) VALUE "00".
       77 ST-ERRO-CLI      PIC X(02) VALUE "00".
       77 ST-ERRO-PJ       PIC X(02) VALUE "00".
       77 ST-ERRO-CTL      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-CLI-ABERTO     PIC X(01) VALUE "N".
       77 W-PJ-ABERTO      PIC X(01) VALUE "N".
       77 W-NOME           PIC X(40) VALUE SPACES.
       77 W-QTD-MOV        PIC 9(05) VALUE ZEROS.
       77 W-SALDO-ANT      PIC S9(7)V99 VALUE ZEROS.
       77 W-QTD-CART       PIC 9(06) VALUE ZEROS.
       77 W-QTD-EXTRATO    PIC 9(06) VALUE ZEROS.
       77 W-TOT-PASSIVO    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-RECARGA    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-DEBITO     PIC 9(09)V99 VALUE ZEROS.

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
       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).

       COPY RELPAG.

       01 LINHA-CART.
           03 FILLER       PIC X(05) VALUE "DOC: ".
           03 LC-DOC       PIC 9(14).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LC-NOME      PIC X(40).

       01 LINHA-MOV.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LM-DATA      PIC XX/XX/XXXX.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-DESCR     PIC X(16).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-RECIBO    PIC ZZZZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-VALOR     PIC -ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-SALDO     PIC Z.ZZZ.ZZ9,99.

       01 LINHA-TOT.
           03 LT-DESCR     PIC X(40).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LT-QTD       PIC ZZZ.ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           MOVE "EXTRATO DAS CARTEIRAS DE CREDITO PRE-PAGO"
                                                  TO W-TITULO-REL
           MOVE "   DATA        MOVIMENTO           RECIBO        VALO
      -         "R         SALDO"                  TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           PERFORM PROC-CARTEIRAS THRU PROC-CARTEIRAS-FIM
           PERFORM IMPRIMIR-TOTAIS THRU IMPRIMIR-TOTAIS-FIM
           PERFORM GRAVAR-PASSIVO THRU GRAVAR-PASSIVO-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "CARTEIRAS NO EXTRATO.......: " W-QTD-EXTRATO
           DISPLAY "CARTEIRAS COM SALDO........: " W-QTD-CART
           DISPLAY "CREDITO NAO UTILIZADO......: " W-TOT-PASSIVO
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
      * SEM ARQUIVO DE CARTEIRAS AINDA NAO HOUVE RECARGA: O EXTRATO
      * SAI VAZIO E O PASSIVO ZERADO, SEM DERRUBAR A ROTINA NOTURNA
           OPEN INPUT ARQCARTE
           IF ST-ERRO-CRT NOT = "00"
              IF ST-ERRO-CRT = "35"
                 MOVE "10" TO ST-ERRO-CRT
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CARTEIRAS ***"
                 MOVE 12 TO RETURN-CODE
                 GOBACK.
           IF ST-ERRO-CRT = "00"
              OPEN INPUT ARQCARTM
              IF ST-ERRO-CRM NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO EXTRATO CARTEIRAS ***"
                 MOVE 12 TO RETURN-CODE
                 GOBACK.
      * ABERTURAS TOLERANTES DOS CADASTROS, SO PARA O NOME
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO
           ELSE
              MOVE "N" TO W-CLI-ABERTO
              MOVE "00" TO ST-ERRO-CLI.
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO W-PJ-ABERTO
           ELSE
              MOVE "N" TO W-PJ-ABERTO
              MOVE "00" TO ST-ERRO-PJ.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * UMA CARTEIRA POR VEZ, NA ORDEM DO DOCUMENTO
       PROC-CARTEIRAS.
           IF ST-ERRO-CRT = "10"
              GO TO PROC-CARTEIRAS-FIM.
       PROC-CARTEIRAS-LER.
           READ ARQCARTE NEXT RECORD
               AT END GO TO PROC-CARTEIRAS-FIM.
           IF CART-SALDO > ZEROS
              ADD 1 TO W-QTD-CART
              ADD CART-SALDO TO W-TOT-PASSIVO.
           PERFORM CALC-SALDO-ANT THRU CALC-SALDO-ANT-FIM
           IF W-QTD-MOV = ZEROS AND CART-SALDO = ZEROS
              GO TO PROC-CARTEIRAS-LER.
           PERFORM IMPRIMIR-CARTEIRA THRU IMPRIMIR-CARTEIRA-FIM
           GO TO PROC-CARTEIRAS-LER.
       PROC-CARTEIRAS-FIM.
           EXIT.

      * SALDO ANTERIOR AO MES: O SALDO ANTES DO PRIMEIRO MOVIMENTO
      * DO MES (OU O SALDO ATUAL, SE NAO HOUVE MOVIMENTO NO MES)
       CALC-SALDO-ANT.
           MOVE ZEROS TO W-QTD-MOV
           MOVE CART-SALDO TO W-SALDO-ANT
           MOVE CART-DOC TO CARTM-DOC
           MOVE ZEROS    TO CARTM-SEQ
           START ARQCARTM KEY IS NOT LESS CHAVE-CARTM
               INVALID KEY GO TO CALC-SALDO-ANT-FIM.
       CALC-SALDO-ANT-LER.
           READ ARQCARTM NEXT RECORD
               AT END GO TO CALC-SALDO-ANT-FIM.
           IF CARTM-DOC NOT = CART-DOC
              GO TO CALC-SALDO-ANT-FIM.
           MOVE CARTM-DATA TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-HOJE-MM OR W-DMA-AAAA NOT = W-HOJE-AAAA
              GO TO CALC-SALDO-ANT-LER.
           IF W-QTD-MOV = ZEROS
              IF CARTM-RECARGA
                 COMPUTE W-SALDO-ANT = CARTM-SALDO - CARTM-VALOR
              ELSE
                 COMPUTE W-SALDO-ANT = CARTM-SALDO + CARTM-VALOR.
           ADD 1 TO W-QTD-MOV
           GO TO CALC-SALDO-ANT-LER.
       CALC-SALDO-ANT-FIM.
           EXIT.

       IMPRIMIR-CARTEIRA.
           ADD 1 TO W-QTD-EXTRATO
           PERFORM BUSCAR-NOME-DOC THRU BUSCAR-NOME-DOC-FIM
           MOVE CART-DOC TO LC-DOC
           MOVE W-NOME   TO LC-NOME
           WRITE LINHA-REL FROM LINHA-CART
           ADD 1 TO W-LINPAG
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           MOVE SPACES           TO LM-DATA
           MOVE "SALDO ANTERIOR" TO LM-DESCR
           MOVE ZEROS            TO LM-RECIBO LM-VALOR
           MOVE W-SALDO-ANT      TO LM-SALDO
           WRITE LINHA-REL FROM LINHA-MOV
           ADD 1 TO W-LINPAG
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           IF W-QTD-MOV = ZEROS
              GO TO IMPRIMIR-CARTEIRA-SALDO.
           MOVE CART-DOC TO CARTM-DOC
           MOVE ZEROS    TO CARTM-SEQ
           START ARQCARTM KEY IS NOT LESS CHAVE-CARTM
               INVALID KEY GO TO IMPRIMIR-CARTEIRA-SALDO.
       IMPRIMIR-CARTEIRA-LER.
           READ ARQCARTM NEXT RECORD
               AT END GO TO IMPRIMIR-CARTEIRA-SALDO.
           IF CARTM-DOC NOT = CART-DOC
              GO TO IMPRIMIR-CARTEIRA-SALDO.
           MOVE CARTM-DATA TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-HOJE-MM OR W-DMA-AAAA NOT = W-HOJE-AAAA
              GO TO IMPRIMIR-CARTEIRA-LER.
           MOVE CARTM-DATA   TO LM-DATA
           MOVE CARTM-RECIBO TO LM-RECIBO
           MOVE CARTM-SALDO  TO LM-SALDO
           IF CARTM-RECARGA
              MOVE "RECARGA"     TO LM-DESCR
              MOVE CARTM-VALOR   TO LM-VALOR
              ADD CARTM-VALOR    TO W-TOT-RECARGA
           ELSE
              PERFORM DESCR-DEBITO THRU DESCR-DEBITO-FIM
              COMPUTE LM-VALOR = ZEROS - CARTM-VALOR
              ADD CARTM-VALOR    TO W-TOT-DEBITO.
           WRITE LINHA-REL FROM LINHA-MOV
           ADD 1 TO W-LINPAG
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           GO TO IMPRIMIR-CARTEIRA-LER.
       IMPRIMIR-CARTEIRA-SALDO.
           MOVE SPACES           TO LM-DATA
           MOVE "SALDO ATUAL"    TO LM-DESCR
           MOVE ZEROS            TO LM-RECIBO LM-VALOR
           MOVE CART-SALDO       TO LM-SALDO
           WRITE LINHA-REL FROM LINHA-MOV
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM.
       IMPRIMIR-CARTEIRA-FIM.
           EXIT.

      * O DEBITO DIZ ONDE O CREDITO FOI GASTO, PELA ORIGEM DO
      * PAGAMENTO EM ARQPAG.DAT
       DESCR-DEBITO.
           MOVE "DEBITO"             TO LM-DESCR
           IF CARTM-ORIGEM = "L" OR CARTM-ORIGEM = SPACE
              MOVE "DEBITO LOCACAO"  TO LM-DESCR.
           IF CARTM-ORIGEM = "C"
              MOVE "DEBITO COBRANCA" TO LM-DESCR.
           IF CARTM-ORIGEM = "F"
              MOVE "DEBITO FATURA"   TO LM-DESCR.
       DESCR-DEBITO-FIM.
           EXIT.

      * BUSCA O NOME (OU A RAZAO SOCIAL, QUANDO O DOCUMENTO E CNPJ)
      * DO TITULAR, COMO O BUSCAR-NOME-DOC DO SGB-004
       BUSCAR-NOME-DOC.
           MOVE SPACES TO W-NOME
           IF CART-DOC > 99999999999
              GO TO BUSCAR-NOME-PJ.
           IF W-CLI-ABERTO NOT = "S"
              GO TO BUSCAR-NOME-DOC-FIM.
           MOVE CART-DOC TO CPF
           READ CLIENTES
           IF ST-ERRO-CLI = "00"
              MOVE NOME TO W-NOME.
           MOVE "00" TO ST-ERRO-CLI
           GO TO BUSCAR-NOME-DOC-FIM.
       BUSCAR-NOME-PJ.
           IF W-PJ-ABERTO NOT = "S"
              GO TO BUSCAR-NOME-DOC-FIM.
           MOVE CART-DOC TO CNPJ
           READ CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE RAZAO-SOCIAL TO W-NOME.
           MOVE "00" TO ST-ERRO-PJ.
       BUSCAR-NOME-DOC-FIM.
           EXIT.

       IMPRIMIR-TOTAIS.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "RECARGAS NO MES"          TO LT-DESCR
           MOVE ZEROS                      TO LT-QTD
           MOVE W-TOT-RECARGA              TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "DEBITOS NO MES"           TO LT-DESCR
           MOVE W-TOT-DEBITO               TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "CREDITO NAO UTILIZADO (PASSIVO)" TO LT-DESCR
           MOVE W-QTD-CART                 TO LT-QTD
           MOVE W-TOT-PASSIVO              TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 4 TO W-LINPAG.
       IMPRIMIR-TOTAIS-FIM.
           EXIT.

      * CONTROLE LIDO PELO REL039: SO A ULTIMA APURACAO INTERESSA
       GRAVAR-PASSIVO.
           OPEN OUTPUT CTRLCART
           IF ST-ERRO-CTL NOT = "00"
              DISPLAY "*** ERRO NO CONTROLE DO PASSIVO (CTRLCART) ***"
              GO TO GRAVAR-PASSIVO-FIM.
           MOVE W-HOJE-DMA-NUM TO CC-DATA
           MOVE W-QTD-CART     TO CC-QTD
           MOVE W-TOT-PASSIVO  TO CC-TOTAL
           WRITE REGCTRLCART
           CLOSE CTRLCART.
       GRAVAR-PASSIVO-FIM.
           EXIT.

       FECHAR-ARQS.
           IF ST-ERRO-CRT NOT = "10"
              CLOSE ARQCARTE ARQCARTM.
           IF W-CLI-ABERTO = "S"
              CLOSE CLIENTES.
           IF W-PJ-ABERTO = "S"
              CLOSE CADCLIPJ.
           CLOSE RELATORIO
           MOVE "REL052  "   TO W-REL-ID
           MOVE "REL052.TXT" TO W-REL-ARQ
           MOVE "EXTRATO DAS CARTEIRAS PRE-PAGAS" TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
