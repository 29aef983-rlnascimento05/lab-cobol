       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL065.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * VALOR RECUPERADO EM GARANTIA POR FORNECEDOR       *
      **************************************************
      * O SGB-005 E O SGB-011 ABREM, COM A CONFIRMACAO DO OPERADOR,
      * UMA RECLAMACAO EM ARQGARAN.DAT SEMPRE QUE A PECA CONSUMIDA
      * OU A BIKE CONSERTADA AINDA ESTA NA GARANTIA (COPY GARVAL./
      * GARVALP.); O SGB-048 ACOMPANHA A RECLAMACAO ATE O CREDITO OU
      * A RECUSA. ESTE JOB LISTA TODAS AS RECLAMACOES AGRUPADAS POR
      * FORNECEDOR, EM ORDEM DE NUMERO, COM O VALOR RECLAMADO E O
      * CREDITADO, E FECHA CADA FORNECEDOR COM O TOTAL RECLAMADO, O
      * RECUPERADO (CREDITADAS), O PERDIDO (RECUSADAS) E O QUE AINDA
      * ESTA EM ABERTO (ABERTAS E ENVIADAS), MAIS O TOTAL GERAL.
      * PAGINADO PELO COPY RELPAG./RELPAGP. E CATALOGADO. RODA NO
      * FECHAMENTO MENSAL (JOB002); SEM O ARQUIVO DE RECLAMACOES O
      * RELATORIO SAI VAZIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQGARAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GAR-NUMERO
                    FILE STATUS  IS ST-ERRO-GAR.

           SELECT ARQFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORN-CNPJ
                    FILE STATUS  IS ST-ERRO-GFO.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQGARAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGARAN.DAT".
       01 REGGAR.
                03 GAR-NUMERO           PIC 9(6).
                03 GAR-TIPO             PIC X(1).
                   88 GAR-DE-PECA           VALUE "P".
                   88 GAR-DE-BIKE           VALUE "B".
                03 GAR-FORNECEDOR       PIC 9(14).
                03 GAR-PECA             PIC X(8).
                03 GAR-QTD              PIC 9(3).
                03 GAR-BIKE             PIC 9(4).
                03 GAR-SEQ              PIC 9(4).
                03 GAR-PEDIDO           PIC 9(6).
                03 GAR-DATA-REF         PIC 9(8).
                03 GAR-DATA-SERV        PIC 9(8).
                03 GAR-VALOR            PIC 9(6)V99.
                03 GAR-DATA-ABERT       PIC 9(8).
                03 GAR-SITUACAO         PIC X(1).
                   88 GAR-ABERTA            VALUE "A".
                   88 GAR-ENVIADA           VALUE "E".
                   88 GAR-CREDITADA         VALUE "C".
                   88 GAR-RECUSADA          VALUE "R".
                03 GAR-VALOR-CRED       PIC 9(6)V99.
                03 GAR-DATA-SIT         PIC 9(8).
                03 GAR-OBS              PIC X(30).
                03 GAR-OPERADOR         PIC X(8).

       FD ARQFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORN.DAT".
       01 REGFORN.
                03 FORN-CNPJ            PIC 9(14).
                03 FORN-RAZAO           PIC X(40).
                03 FORN-CONTATO         PIC X(35).
                03 FORN-EMAIL           PIC X(35).
                03 FORN-TELEFONE.
                   05 FORN-DDD          PIC 9(02).
                   05 FORN-TELNUM       PIC 9(9).
                03 FORN-PRAZO-DIAS      PIC 9(3).
                03 FORN-SITUACAO        PIC X(1).
                   88 FORN-ATIVO            VALUE "A".
                   88 FORN-INATIVO          VALUE "I".
                03 FORN-GARANTIA-DIAS   PIC 9(3).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-FORNECEDOR        PIC 9(14).
                03 WS-NUMERO            PIC 9(6).
                03 WS-TIPO              PIC X(1).
                03 WS-ITEM              PIC X(8).
                03 WS-DATA-ABERT        PIC 9(8).
                03 WS-SITUACAO          PIC X(1).
                03 WS-VALOR             PIC 9(6)V99.
                03 WS-VALOR-CRED        PIC 9(6)V99.
                03 WS-OBS               PIC X(20).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL065.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-GAR      PIC X(02) VALUE "00".
       77 ST-ERRO-GFO      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-FORN-ABERTO    PIC X(01) VALUE "N".
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-FORN-ANT       PIC 9(14) VALUE ZEROS.
       77 W-QTD-FORN       PIC 9(05) VALUE ZEROS.
       77 W-RECL-FORN      PIC 9(08)V99 VALUE ZEROS.
       77 W-CRED-FORN      PIC 9(08)V99 VALUE ZEROS.
       77 W-RECU-FORN      PIC 9(08)V99 VALUE ZEROS.
       77 W-ABER-FORN      PIC 9(08)V99 VALUE ZEROS.
       77 W-QTD-GERAL      PIC 9(05) VALUE ZEROS.
       77 W-RECL-GERAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-CRED-GERAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-RECU-GERAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-ABER-GERAL     PIC 9(08)V99 VALUE ZEROS.

       COPY RELPAG.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

       01 CAB-GAR.
           03 FILLER       PIC X(21) VALUE
              "NUMERO T ITEM".
           03 FILLER       PIC X(14) VALUE "ABERTURA".
           03 FILLER       PIC X(12) VALUE "RECLAMADO".
           03 FILLER       PIC X(12) VALUE "CREDITADO".
           03 FILLER       PIC X(20) VALUE "OBSERVACAO".

       01 LINHA-FORN.
           03 FILLER       PIC X(12) VALUE "FORNECEDOR: ".
           03 LF-CNPJ      PIC 9(14).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LF-RAZAO     PIC X(40).

       01 LINHA-DET.
           03 LD-NUMERO    PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-TIPO      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ITEM      PIC X(08).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LD-ABERT     PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-SIT       PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VALOR     PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-CRED      PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-OBS       PIC X(20).
       01 LINHA-SUB-1.
           03 LS1-TITULO   PIC X(14) VALUE "  RECLAMACOES:".
           03 LS1-QTD      PIC ZZZZ9.
           03 FILLER       PIC X(14) VALUE "  RECLAMADO: ".
           03 LS1-RECL     PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(14) VALUE "  RECUPERADO: ".
           03 LS1-CRED     PIC ZZ.ZZZ.ZZ9,99.
       01 LINHA-SUB-2.
           03 FILLER       PIC X(19) VALUE SPACES.
           03 FILLER       PIC X(14) VALUE "  RECUSADO:  ".
           03 LS2-RECU     PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(14) VALUE "  EM ABERTO:  ".
           03 LS2-ABER     PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-FORNECEDOR
                          ON ASCENDING KEY WS-NUMERO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO.
           MOVE "REL065" TO W-REL-ID
           MOVE "REL065.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           DISPLAY "RECLAMACOES DE GARANTIA: " W-QTD-GERAL
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "GARANTIA RECUPERADA POR FORNECEDOR - "
                                             DELIMITED BY SIZE
                  W-DIA-HOJE DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  W-MES-HOJE DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  W-ANO-HOJE DELIMITED BY SIZE
                  INTO W-TITULO-REL
           MOVE CAB-GAR TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      * O ITEM RECLAMADO E A PECA OU, NA GARANTIA DO FABRICANTE, A
      * BIKE; A OBSERVACAO TRAZ O MOTIVO DA RECUSA
       CARREGAR-SORT.
           OPEN INPUT ARQGARAN
           IF ST-ERRO-GAR NOT = "00"
              DISPLAY "SEM ARQGARAN.DAT: NENHUMA RECLAMACAO ABERTA"
              MOVE "00" TO ST-ERRO-GAR
              GO TO CARREGAR-SORT-FIM.
       CARREGAR-SORT-LER.
           READ ARQGARAN NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           MOVE GAR-FORNECEDOR TO WS-FORNECEDOR
           MOVE GAR-NUMERO     TO WS-NUMERO
           MOVE GAR-TIPO       TO WS-TIPO
           IF GAR-DE-BIKE
              MOVE SPACES   TO WS-ITEM
              MOVE GAR-BIKE TO WS-ITEM (1:4)
           ELSE
              MOVE GAR-PECA TO WS-ITEM.
           MOVE GAR-DATA-ABERT TO WS-DATA-ABERT
           MOVE GAR-SITUACAO   TO WS-SITUACAO
           MOVE GAR-VALOR      TO WS-VALOR
           MOVE GAR-VALOR-CRED TO WS-VALOR-CRED
           MOVE GAR-OBS        TO WS-OBS
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQGARAN.
       CARREGAR-SORT-FIM.
           EXIT.

       IMPRIMIR-SORT.
           OPEN INPUT ARQFORN
           IF ST-ERRO-GFO = "00"
              MOVE "S" TO W-FORN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-GFO.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           IF W-PRIMEIRA = "N"
              PERFORM SUBTOTAL-FORN THRU SUBTOTAL-FORN-FIM.
           IF W-FORN-ABERTO = "S"
              CLOSE ARQFORN.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              MOVE "N"           TO W-PRIMEIRA
              MOVE WS-FORNECEDOR TO W-FORN-ANT
              PERFORM CABECALHO-FORN THRU CABECALHO-FORN-FIM
           ELSE
              IF WS-FORNECEDOR NOT = W-FORN-ANT
                 PERFORM SUBTOTAL-FORN THRU SUBTOTAL-FORN-FIM
                 MOVE WS-FORNECEDOR TO W-FORN-ANT
                 PERFORM CABECALHO-FORN THRU CABECALHO-FORN-FIM.
           ADD 1        TO W-QTD-FORN W-QTD-GERAL
           ADD WS-VALOR TO W-RECL-FORN W-RECL-GERAL
           IF WS-SITUACAO = "C"
              ADD WS-VALOR-CRED TO W-CRED-FORN W-CRED-GERAL
           ELSE
              IF WS-SITUACAO = "R"
                 ADD WS-VALOR TO W-RECU-FORN W-RECU-GERAL
              ELSE
                 ADD WS-VALOR TO W-ABER-FORN W-ABER-GERAL.
           MOVE SPACES        TO LINHA-DET
           MOVE WS-NUMERO     TO LD-NUMERO
           MOVE WS-TIPO       TO LD-TIPO
           MOVE WS-ITEM       TO LD-ITEM
           MOVE WS-DATA-ABERT TO LD-ABERT
           MOVE WS-SITUACAO   TO LD-SIT
           MOVE WS-VALOR      TO LD-VALOR
           MOVE WS-VALOR-CRED TO LD-CRED
           MOVE WS-OBS        TO LD-OBS
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

      * RECLAMACAO SEM FORNECEDOR (MODELO SEM CNPJ NO SGB-048) SAI
      * AGRUPADA NO CNPJ ZERO
       CABECALHO-FORN.
           MOVE W-FORN-ANT TO LF-CNPJ
           MOVE SPACES     TO LF-RAZAO
           IF W-FORN-ANT = ZEROS
              MOVE "SEM FORNECEDOR INFORMADO" TO LF-RAZAO
           ELSE
              IF W-FORN-ABERTO = "S"
                 MOVE W-FORN-ANT TO FORN-CNPJ
                 READ ARQFORN
                 IF ST-ERRO-GFO = "00"
                    MOVE FORN-RAZAO TO LF-RAZAO
                 ELSE
                    MOVE "00" TO ST-ERRO-GFO
                    MOVE "FORNECEDOR NAO CADASTRADO" TO LF-RAZAO.
           IF W-LINPAG + 2 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-FORN
           ADD 2 TO W-LINPAG.
       CABECALHO-FORN-FIM.
           EXIT.

       SUBTOTAL-FORN.
           MOVE W-QTD-FORN  TO LS1-QTD
           MOVE W-RECL-FORN TO LS1-RECL
           MOVE W-CRED-FORN TO LS1-CRED
           MOVE W-RECU-FORN TO LS2-RECU
           MOVE W-ABER-FORN TO LS2-ABER
           IF W-LINPAG + 2 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM LINHA-SUB-1
           WRITE LINHA-REL FROM LINHA-SUB-2
           ADD 2 TO W-LINPAG
           MOVE ZEROS TO W-QTD-FORN W-RECL-FORN W-CRED-FORN
                         W-RECU-FORN W-ABER-FORN.
       SUBTOTAL-FORN-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           IF W-LINPAG + 4 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAL GERAL  " TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTD-GERAL  TO LS1-QTD
           MOVE W-RECL-GERAL TO LS1-RECL
           MOVE W-CRED-GERAL TO LS1-CRED
           MOVE W-RECU-GERAL TO LS2-RECU
           MOVE W-ABER-GERAL TO LS2-ABER
           WRITE LINHA-REL FROM LINHA-SUB-1
           WRITE LINHA-REL FROM LINHA-SUB-2
           ADD 4 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
