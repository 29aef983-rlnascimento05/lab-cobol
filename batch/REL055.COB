       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL055.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CONTAS A PAGAR A VENCER NOS PROXIMOS 30 DIAS     *
      **************************************************
      * LE ARQCPAG.DAT (SGB-039/CDCPAG E RECEBIMENTO DO SGB-027),
      * SEPARA AS PARCELAS AINDA ABERTAS ("A") QUE VENCEM ATE 30
      * DIAS A PARTIR DA DATA DO DIA -- INCLUSIVE AS JA VENCIDAS E
      * NAO PAGAS -- E ORDENA POR VENCIMENTO. CADA PARCELA SAI NA
      * FAIXA VENCIDA, ATE 7 DIAS, 8 A 15 E 16 A 30, COM QUANTIDADE
      * E VALOR POR FAIXA NO FIM. RODA TODA SEGUNDA-FEIRA NO JOB001
      * E PODE SER RODADO AVULSO. PAGINADO PELAS ROTINAS
      * COMPARTILHADAS COPY RELPAG./RELPAGP.; AS DATAS LIMITE DE CADA
      * FAIXA SAEM DO AVANCO DE DATA DO COPY CALDIAS./CALDIASP.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CPG
                    ALTERNATE RECORD KEY IS CPG-FORNECEDOR
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQCPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCPAG.DAT".
       01 REGCPAG.
                03 CHAVE-CPG.
                   05 CPG-NUMERO        PIC 9(6).
                   05 CPG-PARCELA       PIC 9(2).
                03 CPG-FORNECEDOR       PIC 9(14).
                03 CPG-CREDOR           PIC X(30).
                03 CPG-NOTA             PIC X(10).
                03 CPG-ORIGEM           PIC X(01).
                03 CPG-PEDIDO           PIC 9(6).
                03 CPG-DESP-CHAVE.
                   05 CPG-DESP-FILIAL   PIC 9(1).
                   05 CPG-DESP-DATA     PIC 9(8).
                   05 CPG-DESP-SEQ      PIC 9(4).
                03 CPG-FILIAL           PIC 9(1).
                03 CPG-EMISSAO          PIC 9(8).
                03 CPG-VENCTO           PIC 9(8).
                03 CPG-VALOR            PIC 9(6)V99.
                03 CPG-SITUACAO         PIC X(01).
                   88 CPG-ABERTA            VALUE "A".
                03 CPG-DATA-PAGTO       PIC 9(8).
                03 CPG-VALOR-PAGO       PIC 9(6)V99.
                03 CPG-OPER-PAGTO       PIC X(8).
                03 CPG-OPERADOR         PIC X(8).
                03 CPG-DATA-LANC        PIC 9(8).

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-VENCTO-AMD        PIC 9(8).
                03 WS-NUMERO            PIC 9(6).
                03 WS-PARCELA           PIC 9(2).
                03 WS-CREDOR            PIC X(30).
                03 WS-NOTA              PIC X(10).
                03 WS-VALOR             PIC 9(6)V99.
                03 WS-FAIXA             PIC 9(1).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL055.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-CONT-GERAL     PIC 9(06) VALUE ZEROS.
       77 W-VALOR-GERAL    PIC 9(10)V99 VALUE ZEROS.
       77 W-VALOR-ED       PIC ZZZ.ZZ9,99.
       77 W-LIM-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-LIM-07         PIC 9(08) VALUE ZEROS.
       77 W-LIM-15         PIC 9(08) VALUE ZEROS.
       77 W-LIM-30         PIC 9(08) VALUE ZEROS.

       COPY RELPAG.
       COPY CALDIAS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).

       01 W-VENCTO.
          03 W-VENCTO-NUM   PIC 9(08).
       01 W-VENCTO-R REDEFINES W-VENCTO.
          03 W-DIA-VENC     PIC 9(02).
          03 W-MES-VENC     PIC 9(02).
          03 W-ANO-VENC     PIC 9(04).
       01 W-VENCTO-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-VENCTO-AMD-NUM REDEFINES W-VENCTO-AMD PIC 9(08).

      * FAIXAS DE VENCIMENTO E SEUS TOTAIS
       01 TAB-NOMES-FAIXA.
           03 FILLER       PIC X(08) VALUE "VENCIDA ".
           03 FILLER       PIC X(08) VALUE "ATE 7   ".
           03 FILLER       PIC X(08) VALUE "8 A 15  ".
           03 FILLER       PIC X(08) VALUE "16 A 30 ".
       01 TAB-NOMES-R REDEFINES TAB-NOMES-FAIXA.
           03 NOME-FAIXA   PIC X(08) OCCURS 4 TIMES.
       01 TAB-TOT-FAIXA.
           03 TOT-FAIXA OCCURS 4 TIMES.
              05 TOT-FX-QTD    PIC 9(06).
              05 TOT-FX-VALOR  PIC 9(10)V99.

       01 LINHA-DET.
           03 LD-VENCTO.
              05 LD-VENC-DD   PIC 9(02).
              05 FILLER       PIC X(01) VALUE "/".
              05 LD-VENC-MM   PIC 9(02).
              05 FILLER       PIC X(01) VALUE "/".
              05 LD-VENC-AAAA PIC 9(04).
              05 FILLER       PIC X(02) VALUE SPACES.
           03 LD-CONTA.
              05 LD-NUMERO    PIC 9(06).
              05 FILLER       PIC X(01) VALUE "/".
              05 LD-PARCELA   PIC 9(02).
              05 FILLER       PIC X(02) VALUE SPACES.
           03 LD-CREDOR    PIC X(26).
           03 LD-NOTA      PIC X(11).
           03 LD-VALOR     PIC X(12).
           03 LD-FAIXA     PIC X(08).
       01 LINHA-FAIXA.
           03 FILLER       PIC X(08) VALUE " FAIXA ".
           03 LF-NOME      PIC X(09).
           03 FILLER       PIC X(13) VALUE "PARCELAS: ".
           03 LF-QTD       PIC ZZZZZ9.
           03 FILLER       PIC X(10) VALUE "  VALOR: ".
           03 LF-VALOR     PIC ZZZZZZZZZ9,99.
       01 LINHA-GERAL.
           03 FILLER       PIC X(30) VALUE
              "TOTAL A PAGAR EM 30 DIAS:".
           03 LG-CONT      PIC ZZZZZ9.
           03 FILLER       PIC X(10) VALUE "  VALOR: ".
           03 LG-VALOR     PIC ZZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO TAB-TOT-FAIXA
           PERFORM CALC-LIMITES THRU CALC-LIMITES-FIM
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-VENCTO-AMD WS-NUMERO
                                           WS-PARCELA
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO.
           MOVE "REL055" TO W-REL-ID
           MOVE "REL055.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * DATAS LIMITE (AAAAMMDD) DE CADA FAIXA A PARTIR DE HOJE
       CALC-LIMITES.
           MOVE W-HOJE-NUM TO W-LIM-HOJE
           MOVE W-HOJE TO CD-CORRENTE
           MOVE ZEROS TO W-IND.
       CALC-LIMITES-DIA.
           PERFORM CD-PROX-DIA THRU CD-PROX-DIA-FIM
           ADD 1 TO W-IND
           IF W-IND = 7
              MOVE CD-CUR-NUM TO W-LIM-07.
           IF W-IND = 15
              MOVE CD-CUR-NUM TO W-LIM-15.
           IF W-IND < 30
              GO TO CALC-LIMITES-DIA.
           MOVE CD-CUR-NUM TO W-LIM-30.
       CALC-LIMITES-FIM.
           EXIT.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "CONTAS A PAGAR A VENCER EM 30 DIAS" TO W-TITULO-REL
           MOVE
           "VENCIMENTO  CONTA/PC   CREDOR                    DOCUMENTO
      -    "     VALOR  FAIXA"
                                                       TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

       CARREGAR-SORT.
           OPEN INPUT ARQCPAG
      * SEM ARQUIVO AINDA (NENHUMA CONTA LANCADA) SAI O RELATORIO VAZIO
           IF ST-ERRO = "35"
              MOVE "10" TO ST-ERRO
              GO TO CARREGAR-SORT-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DAS CONTAS A PAGAR ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           PERFORM LER-CPAG THRU LER-CPAG-FIM
           PERFORM SELECIONAR-VENC THRU SELECIONAR-VENC-FIM
               UNTIL ST-ERRO = "10"
           CLOSE ARQCPAG.
       CARREGAR-SORT-FIM.
           EXIT.

       LER-CPAG.
           READ ARQCPAG NEXT RECORD
               AT END MOVE "10" TO ST-ERRO.
       LER-CPAG-FIM.
           EXIT.

       SELECIONAR-VENC.
           IF NOT CPG-ABERTA
              GO TO SELECIONAR-VENC-LER.
           MOVE CPG-VENCTO TO W-VENCTO-NUM
           MOVE W-ANO-VENC TO W-AMD-AAAA
           MOVE W-MES-VENC TO W-AMD-MM
           MOVE W-DIA-VENC TO W-AMD-DD
           IF W-VENCTO-AMD-NUM > W-LIM-30
              GO TO SELECIONAR-VENC-LER.
           MOVE 4 TO WS-FAIXA
           IF W-VENCTO-AMD-NUM NOT > W-LIM-15
              MOVE 3 TO WS-FAIXA.
           IF W-VENCTO-AMD-NUM NOT > W-LIM-07
              MOVE 2 TO WS-FAIXA.
           IF W-VENCTO-AMD-NUM < W-LIM-HOJE
              MOVE 1 TO WS-FAIXA.
           MOVE W-VENCTO-AMD-NUM TO WS-VENCTO-AMD
           MOVE CPG-NUMERO       TO WS-NUMERO
           MOVE CPG-PARCELA      TO WS-PARCELA
           MOVE CPG-CREDOR       TO WS-CREDOR
           MOVE CPG-NOTA         TO WS-NOTA
           MOVE CPG-VALOR        TO WS-VALOR
           RELEASE WS-REG.
       SELECIONAR-VENC-LER.
           PERFORM LER-CPAG THRU LER-CPAG-FIM.
       SELECIONAR-VENC-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10".
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           ADD 1 TO W-CONT-GERAL
           ADD WS-VALOR TO W-VALOR-GERAL
           ADD 1 TO TOT-FX-QTD (WS-FAIXA)
           ADD WS-VALOR TO TOT-FX-VALOR (WS-FAIXA)
           MOVE WS-VENCTO-AMD TO W-VENCTO-AMD-NUM
           MOVE SPACES        TO LINHA-DET
           MOVE W-AMD-DD      TO LD-VENC-DD
           MOVE W-AMD-MM      TO LD-VENC-MM
           MOVE W-AMD-AAAA    TO LD-VENC-AAAA
           MOVE "/"           TO LD-VENCTO (3:1) LD-VENCTO (6:1)
           MOVE WS-NUMERO     TO LD-NUMERO
           MOVE "/"           TO LD-CONTA (7:1)
           MOVE WS-PARCELA    TO LD-PARCELA
           MOVE WS-CREDOR     TO LD-CREDOR
           MOVE WS-NOTA       TO LD-NOTA
           MOVE WS-VALOR      TO W-VALOR-ED
           MOVE W-VALOR-ED    TO LD-VALOR
           MOVE NOME-FAIXA (WS-FAIXA) TO LD-FAIXA
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           PERFORM IMPRIMIR-FAIXA THRU IMPRIMIR-FAIXA-FIM
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND > 4
           MOVE W-CONT-GERAL  TO LG-CONT
           MOVE W-VALOR-GERAL TO LG-VALOR
           WRITE LINHA-REL FROM LINHA-GERAL.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       IMPRIMIR-FAIXA.
           MOVE NOME-FAIXA (W-IND)   TO LF-NOME
           MOVE TOT-FX-QTD (W-IND)   TO LF-QTD
           MOVE TOT-FX-VALOR (W-IND) TO LF-VALOR
           WRITE LINHA-REL FROM LINHA-FAIXA.
       IMPRIMIR-FAIXA-FIM.
           EXIT.

       COPY RELPAGP.
       COPY CALDIASP.
