       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL056.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * EXTRATO DE CONTAS A PAGAR POR FORNECEDOR         *
      **************************************************
      * LE ARQCPAG.DAT (SGB-039/CDCPAG E RECEBIMENTO DO SGB-027) E
      * LISTA TODAS AS PARCELAS -- ABERTAS, PAGAS E CANCELADAS --
      * AGRUPADAS POR FORNECEDOR (CNPJ, COM A RAZAO SOCIAL DO
      * CADASTRO ARQFORN.DAT) OU, NAS CONTAS AVULSAS SEM FORNECEDOR,
      * PELO NOME DO CREDOR. CADA GRUPO FECHA COM O TOTAL EM ABERTO
      * E O TOTAL PAGO, E O RELATORIO COM OS TOTAIS GERAIS. O CNPJ
      * E PEDIDO NO CONSOLE (0 = TODOS OS FORNECEDORES). PAGINADO
      * PELAS ROTINAS COMPARTILHADAS COPY RELPAG./RELPAGP.
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

           SELECT ARQFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORN-CNPJ
                    FILE STATUS  IS ST-ERRO-FOR.

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
                03 CPG-DATA-PAGTO       PIC 9(8).
                03 CPG-VALOR-PAGO       PIC 9(6)V99.
                03 CPG-OPER-PAGTO       PIC X(8).
                03 CPG-OPERADOR         PIC X(8).
                03 CPG-DATA-LANC        PIC 9(8).

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
                03 FORN-GARANTIA-DIAS   PIC 9(3).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-FORNECEDOR        PIC 9(14).
                03 WS-CREDOR            PIC X(30).
                03 WS-NUMERO            PIC 9(6).
                03 WS-PARCELA           PIC 9(2).
                03 WS-NOTA              PIC X(10).
                03 WS-VENCTO            PIC 9(8).
                03 WS-VALOR             PIC 9(6)V99.
                03 WS-SITUACAO          PIC X(01).
                03 WS-DATA-PAGTO        PIC 9(8).
                03 WS-VALOR-PAGO        PIC 9(6)V99.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL056.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-FOR      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-FORN-ABERTO    PIC X(01) VALUE "N".
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-CNPJ-PED       PIC 9(14) VALUE ZEROS.
       77 W-FORN-ANT       PIC 9(14) VALUE ZEROS.
       77 W-CRED-ANT       PIC X(30) VALUE SPACES.
       77 W-ABERTO-GRP     PIC 9(08)V99 VALUE ZEROS.
       77 W-PAGO-GRP       PIC 9(08)V99 VALUE ZEROS.
       77 W-ABERTO-GERAL   PIC 9(10)V99 VALUE ZEROS.
       77 W-PAGO-GERAL     PIC 9(10)V99 VALUE ZEROS.
       77 W-CONT-GERAL     PIC 9(06) VALUE ZEROS.
       77 W-VALOR-ED       PIC ZZZ.ZZ9,99.
       77 W-DATA-ED-TXT    PIC X(10) VALUE SPACES.

       COPY RELPAG.

       01 W-DATA.
          03 W-DATA-NUM     PIC 9(08).
       01 W-DATA-R REDEFINES W-DATA.
          03 W-DIA-DATA     PIC 9(02).
          03 W-MES-DATA     PIC 9(02).
          03 W-ANO-DATA     PIC 9(04).
       01 W-DATA-ED.
          03 W-ED-DD        PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 W-ED-MM        PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 W-ED-AAAA      PIC 9(04).

       01 LINHA-GRUPO.
           03 FILLER       PIC X(12) VALUE "FORNECEDOR: ".
           03 LGR-CNPJ     PIC X(16).
           03 LGR-NOME     PIC X(40).
       01 LINHA-DET.
           03 LD-CONTA.
              05 LD-NUMERO    PIC 9(06).
              05 FILLER       PIC X(01) VALUE "/".
              05 LD-PARCELA   PIC 9(02).
              05 FILLER       PIC X(02) VALUE SPACES.
           03 LD-NOTA      PIC X(11).
           03 LD-VENCTO    PIC X(12).
           03 LD-VALOR     PIC X(12).
           03 LD-SIT       PIC X(05).
           03 LD-PAGTO     PIC X(12).
           03 LD-VALOR-PAGO PIC X(12).
       01 LINHA-SUB.
           03 FILLER       PIC X(22) VALUE
              "   TOTAL EM ABERTO: ".
           03 LS-ABERTO    PIC ZZZZZZZ9,99.
           03 FILLER       PIC X(15) VALUE "   TOTAL PAGO: ".
           03 LS-PAGO      PIC ZZZZZZZ9,99.
       01 LINHA-GERAL.
           03 FILLER       PIC X(20) VALUE "TOTAL GERAL ABERTO: ".
           03 LG-ABERTO    PIC ZZZZZZZZZ9,99.
           03 FILLER       PIC X(10) VALUE "   PAGO: ".
           03 LG-PAGO      PIC ZZZZZZZZZ9,99.
           03 FILLER       PIC X(12) VALUE "  PARCELAS: ".
           03 LG-CONT      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CNPJ DO FORNECEDOR (0 = TODOS): "
           ACCEPT W-CNPJ-PED
           OPEN INPUT ARQFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FORN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FOR.
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-FORNECEDOR WS-CREDOR
                                           WS-NUMERO WS-PARCELA
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO.
           IF W-FORN-ABERTO = "S"
              CLOSE ARQFORN.
           MOVE "REL056" TO W-REL-ID
           MOVE "REL056.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           IF W-CNPJ-PED NOT = ZEROS
              MOVE W-CNPJ-PED TO W-REL-PARMS (1:14).
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
           MOVE "EXTRATO DE CONTAS A PAGAR POR FORNECEDOR"
                                                       TO W-TITULO-REL
           MOVE
           "CONTA/PC   DOCUMENTO  VENCIMENTO       VALOR  SIT  PAGO EM
      -    "     VALOR PAGO"
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
           PERFORM SELECIONAR-CPAG THRU SELECIONAR-CPAG-FIM
               UNTIL ST-ERRO = "10"
           CLOSE ARQCPAG.
       CARREGAR-SORT-FIM.
           EXIT.

       LER-CPAG.
           READ ARQCPAG NEXT RECORD
               AT END MOVE "10" TO ST-ERRO.
       LER-CPAG-FIM.
           EXIT.

       SELECIONAR-CPAG.
           IF W-CNPJ-PED = ZEROS OR CPG-FORNECEDOR = W-CNPJ-PED
              MOVE CPG-FORNECEDOR TO WS-FORNECEDOR
              MOVE CPG-CREDOR     TO WS-CREDOR
              MOVE CPG-NUMERO     TO WS-NUMERO
              MOVE CPG-PARCELA    TO WS-PARCELA
              MOVE CPG-NOTA       TO WS-NOTA
              MOVE CPG-VENCTO     TO WS-VENCTO
              MOVE CPG-VALOR      TO WS-VALOR
              MOVE CPG-SITUACAO   TO WS-SITUACAO
              MOVE CPG-DATA-PAGTO TO WS-DATA-PAGTO
              MOVE CPG-VALOR-PAGO TO WS-VALOR-PAGO
              RELEASE WS-REG.
           PERFORM LER-CPAG THRU LER-CPAG-FIM.
       SELECIONAR-CPAG-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           IF W-PRIMEIRA = "N"
              PERFORM IMPRIMIR-SUBTOTAL THRU IMPRIMIR-SUBTOTAL-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

      * CONTA SEM FORNECEDOR (CNPJ ZERO) AGRUPA PELO NOME DO CREDOR
       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-FIM
           ELSE
              IF WS-FORNECEDOR NOT = W-FORN-ANT
                 OR (WS-FORNECEDOR = ZEROS
                     AND WS-CREDOR NOT = W-CRED-ANT)
                 PERFORM IMPRIMIR-SUBTOTAL THRU IMPRIMIR-SUBTOTAL-FIM
                 PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-FIM.
           ADD 1 TO W-CONT-GERAL
           MOVE SPACES        TO LINHA-DET
           MOVE WS-NUMERO     TO LD-NUMERO
           MOVE "/"           TO LD-CONTA (7:1)
           MOVE WS-PARCELA    TO LD-PARCELA
           MOVE WS-NOTA       TO LD-NOTA
           MOVE WS-VENCTO     TO W-DATA-NUM
           PERFORM EDITAR-DATA THRU EDITAR-DATA-FIM
           MOVE W-DATA-ED-TXT TO LD-VENCTO
           MOVE WS-VALOR      TO W-VALOR-ED
           MOVE W-VALOR-ED    TO LD-VALOR
           IF WS-SITUACAO = "A"
              MOVE "ABER" TO LD-SIT
              ADD WS-VALOR TO W-ABERTO-GRP W-ABERTO-GERAL.
           IF WS-SITUACAO = "X"
              MOVE "CANC" TO LD-SIT.
           IF WS-SITUACAO = "P"
              MOVE "PAGA" TO LD-SIT
              ADD WS-VALOR-PAGO TO W-PAGO-GRP W-PAGO-GERAL
              MOVE WS-DATA-PAGTO TO W-DATA-NUM
              PERFORM EDITAR-DATA THRU EDITAR-DATA-FIM
              MOVE W-DATA-ED-TXT TO LD-PAGTO
              MOVE WS-VALOR-PAGO TO W-VALOR-ED
              MOVE W-VALOR-ED    TO LD-VALOR-PAGO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       IMPRIMIR-GRUPO.
           MOVE WS-FORNECEDOR TO W-FORN-ANT
           MOVE WS-CREDOR     TO W-CRED-ANT
           MOVE SPACES        TO LINHA-GRUPO (13:)
           MOVE WS-CREDOR     TO LGR-NOME
           IF WS-FORNECEDOR = ZEROS
              MOVE "(SEM CNPJ)" TO LGR-CNPJ
           ELSE
              MOVE WS-FORNECEDOR TO LGR-CNPJ
              PERFORM BUSCAR-RAZAO THRU BUSCAR-RAZAO-FIM.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-GRUPO
           ADD 2 TO W-LINPAG.
       IMPRIMIR-GRUPO-FIM.
           EXIT.

       BUSCAR-RAZAO.
           IF W-FORN-ABERTO NOT = "S"
              GO TO BUSCAR-RAZAO-FIM.
           MOVE WS-FORNECEDOR TO FORN-CNPJ
           READ ARQFORN
           IF ST-ERRO-FOR = "00"
              MOVE FORN-RAZAO TO LGR-NOME.
           MOVE "00" TO ST-ERRO-FOR.
       BUSCAR-RAZAO-FIM.
           EXIT.

       IMPRIMIR-SUBTOTAL.
           MOVE W-ABERTO-GRP TO LS-ABERTO
           MOVE W-PAGO-GRP   TO LS-PAGO
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-SUB
           ADD 1 TO W-LINPAG
           MOVE ZEROS TO W-ABERTO-GRP W-PAGO-GRP.
       IMPRIMIR-SUBTOTAL-FIM.
           EXIT.

      * DDMMAAAA GRAVADO -> DD/MM/AAAA NA LINHA
       EDITAR-DATA.
           MOVE SPACES TO W-DATA-ED-TXT
           IF W-DATA-NUM = ZEROS
              GO TO EDITAR-DATA-FIM.
           MOVE W-DIA-DATA TO W-ED-DD
           MOVE W-MES-DATA TO W-ED-MM
           MOVE W-ANO-DATA TO W-ED-AAAA
           MOVE W-DATA-ED  TO W-DATA-ED-TXT.
       EDITAR-DATA-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE W-ABERTO-GERAL TO LG-ABERTO
           MOVE W-PAGO-GERAL   TO LG-PAGO
           MOVE W-CONT-GERAL   TO LG-CONT
           WRITE LINHA-REL FROM LINHA-GERAL.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
