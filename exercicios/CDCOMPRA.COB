      * 2026-09-02  FORNECEDOR DO PEDIDO VALIDADO CONTRA O CADASTRO
      *             ARQFORN.DAT (CADFORN) QUANDO ELE EXISTE, COM O
      *             CNPJ CARIMBADO NO MOVIMENTO DE ENTRADA.
      * 2026-10-15  NOTA FISCAL DO FORNECEDOR LANCADA NO RECEBIMENTO
      *             COMO CONTA A PAGAR EM ARQCPAG.DAT (COPY CPAGVAL),
      *             COM NUMERO, EMISSAO, VALOR E PARCELAS; A BAIXA
      *             FICA COM O SGB-039 (CDCPAG).
      * 2026-10-15  O RECEBIMENTO GRAVA NA PECA A DATA, O PEDIDO E O
      *             FORNECEDOR DO ULTIMO LOTE ENTREGUE, DE ONDE CORRE
      *             O PRAZO DE GARANTIA CONFERIDO PELO SGB-005 E PELO
      *             SGB-011 (COPY GARVAL.).
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PCMOV
                    FILE STATUS  IS ST-ERRO-MOV.

           SELECT ARQCPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CPG
                    ALTERNATE RECORD KEY IS CPG-FORNECEDOR
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CPG.

           SELECT CTRLCPAG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CCP.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 FORN-SITUACAO        PIC X(1).
                   88 FORN-ATIVO            VALUE "A".
                   88 FORN-INATIVO          VALUE "I".
                03 FORN-GARANTIA-DIAS   PIC 9(3).

       FD ARQPECA
               LABEL RECORD IS STANDARD
                03 PECA-QTD-ESTOQUE     PIC 9(5).
                03 PECA-CUSTO-UNIT      PIC 9(6)V99.
                03 PECA-ESTOQUE-MIN     PIC 9(5).
                03 PECA-GARANTIA-DIAS   PIC 9(3).
                03 PECA-ULT-RECEB       PIC 9(8).
                03 PECA-ULT-PEDIDO      PIC 9(6).
                03 PECA-ULT-FORN        PIC 9(14).

       FD ARQPCMOV
               LABEL RECORD IS STANDARD
                   88 PCMOV-AJUSTE-ENT      VALUE "A".
                   88 PCMOV-AJUSTE-SAI      VALUE "S".
                03 PCMOV-FORNECEDOR     PIC 9(14).

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
                   88 CPG-DO-RECEBIMENTO    VALUE "R".
                   88 CPG-MANUAL            VALUE "M".
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
                   88 CPG-PAGA              VALUE "P".
                   88 CPG-CANCELADA         VALUE "X".
                03 CPG-DATA-PAGTO       PIC 9(8).
                03 CPG-VALOR-PAGO       PIC 9(6)V99.
                03 CPG-OPER-PAGTO       PIC X(8).
                03 CPG-OPERADOR         PIC X(8).
                03 CPG-DATA-LANC        PIC 9(8).

       FD CTRLCPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCPAG.DAT".
       01 REG-CTRLCPAG.
                03 CTRL-ULT-CPAG        PIC 9(6).

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-QTD-ITENS  PIC 9(02) VALUE ZEROS.
       77 W-DIVERG     PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-TOT-RECEB  PIC 9(06)V99 VALUE ZEROS.
       77 W-PRAZO      PIC 9(03) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.

       COPY CPAGVAL.
       COPY CALDIAS.
       COPY DATAVAL.

       01 W-NF-EMISSAO.
          03 W-NF-EMI-DD    PIC 9(02).
          03 W-NF-EMI-MM    PIC 9(02).
          03 W-NF-EMI-AAAA  PIC 9(04).
       01 W-NF-EMISSAO-NUM REDEFINES W-NF-EMISSAO
                                        PIC 9(08).

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
                 MOVE "ERRO NA ABERTURA DO ARQ FORNECEDORES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP4.
           OPEN I-O ARQCPAG
           IF ST-ERRO-CPG NOT = "00"
               IF ST-ERRO-CPG = "30" OR "35"
                      OPEN OUTPUT ARQCPAG
                      CLOSE ARQCPAG
                      GO TO INC-OP4
               ELSE
                      MOVE "ERRO NA ABERTURA DAS CONTAS A PAGAR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
      * COMBINADO DO PEDIDO
      *-------------------------------------------------------------
       RECEBER-PEDIDO.
                MOVE ZEROS TO W-PED-PED W-DIVERG W-TOT-RECEB
                DISPLAY (06, 05) "NUMERO DO PEDIDO:"
                ACCEPT  (06, 23) W-PED-PED
                ACCEPT W-ACT FROM ESCAPE KEY
                   ADD 1 TO W-DIVERG
                   DISPLAY (W-LIN, 53) "DIVERGE".
                MOVE W-QTD-REC TO PEDIT-QTD-RECEBIDA
                COMPUTE W-TOT-RECEB = W-TOT-RECEB
                                    + (W-QTD-REC * PEDIT-PRECO-UNIT)
                REWRITE REGPEDIT
                IF W-QTD-REC > ZEROS
                   PERFORM POSTAR-ENTRADA THRU POSTAR-ENTRADA-FIM.
                ELSE
                   MOVE "PEDIDO RECEBIDO SEM DIVERGENCIAS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF W-TOT-RECEB > ZEROS
                   GO TO LANCAR-NOTA.
                GO TO MENU-PED.
      *-------------------------------------------------------------
      * LANCAR-NOTA: A NOTA FISCAL QUE VEIO COM A ENTREGA VIRA CONTA
      * A PAGAR EM ARQCPAG.DAT (ORIGEM "R"), COM O VALOR RECEBIDO
      * COMO SUGESTAO E O PRIMEIRO VENCIMENTO PELO PRAZO DO
      * FORNECEDOR (30 DIAS QUANDO NAO HOUVER PRAZO CADASTRADO). AS
      * DEMAIS PARCELAS VENCEM DE 30 EM 30 DIAS.
      *-------------------------------------------------------------
       LANCAR-NOTA.
                MOVE SPACES TO PP-CREDOR
                MOVE 30 TO W-PRAZO
                IF W-FORN-ABERTO = "S"
                   MOVE PED-FORNECEDOR TO FORN-CNPJ
                   READ ARQFORN
                   IF ST-ERRO-FOR NOT = "00"
                      MOVE "00" TO ST-ERRO-FOR
                   ELSE
                      MOVE FORN-RAZAO (1:30) TO PP-CREDOR
                      IF FORN-PRAZO-DIAS > ZEROS
                         MOVE FORN-PRAZO-DIAS TO W-PRAZO.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CONTA A PAGAR DO PEDIDO"
                DISPLAY (02, 29) W-PED-PED
                DISPLAY (04, 05) "FORNECEDOR:"
                DISPLAY (04, 17) PED-FORNECEDOR
                DISPLAY (04, 33) PP-CREDOR
                MOVE W-TOT-RECEB TO W-VALOR-ED
                DISPLAY (05, 05) "TOTAL RECEBIDO:"
                DISPLAY (05, 21) W-VALOR-ED
                DISPLAY (07, 05) "NOTA FISCAL (ESC=NAO LANCAR):"
                DISPLAY (08, 05) "EMISSAO (DDMMAAAA):"
                DISPLAY (09, 05) "VALOR DA NOTA:"
                DISPLAY (10, 05) "PARCELAS (1 A 12):"
                DISPLAY (11, 05) "1O VENCIMENTO (DDMMAAAA):".
       LANCAR-NOTA-NUM.
                MOVE SPACES TO PP-NOTA
                ACCEPT  (07, 35) PP-NOTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE "NOTA NAO LANCADA NO CONTAS A PAGAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-PED.
                IF PP-NOTA = SPACES
                   MOVE "*** NUMERO DA NOTA DEVE SER INFORMADO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANCAR-NOTA-NUM.
                MOVE W-HOJE-DMA-NUM TO W-NF-EMISSAO-NUM.
       LANCAR-NOTA-EMIS.
                ACCEPT  (08, 25) W-NF-EMISSAO-NUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANCAR-NOTA-NUM.
                MOVE W-NF-EMI-DD   TO DV-DIA
                MOVE W-NF-EMI-MM   TO DV-MES
                MOVE W-NF-EMI-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK OR DV-DIA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANCAR-NOTA-EMIS.
                MOVE W-TOT-RECEB TO PP-VALOR.
       LANCAR-NOTA-VALOR.
                ACCEPT  (09, 20) PP-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANCAR-NOTA-EMIS.
                IF PP-VALOR = ZEROS
                   MOVE "*** VALOR DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANCAR-NOTA-VALOR.
                MOVE 1 TO PP-QTD-PARC.
       LANCAR-NOTA-PARC.
                ACCEPT  (10, 24) PP-QTD-PARC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANCAR-NOTA-VALOR.
                IF PP-QTD-PARC < 1 OR PP-QTD-PARC > 12
                   MOVE "*** PARCELAS DE 1 A 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANCAR-NOTA-PARC.
                MOVE W-NF-EMI-AAAA TO CD-CUR-AAAA
                MOVE W-NF-EMI-MM   TO CD-CUR-MM
                MOVE W-NF-EMI-DD   TO CD-CUR-DD
                MOVE W-PRAZO       TO PP-DIAS-SOMAR
                PERFORM AVANCAR-DIAS THRU AVANCAR-DIAS-FIM
                MOVE CD-CUR-DD     TO PP-V1-DD
                MOVE CD-CUR-MM     TO PP-V1-MM
                MOVE CD-CUR-AAAA   TO PP-V1-AAAA.
       LANCAR-NOTA-VENC.
                ACCEPT  (11, 31) PP-VENCTO1-NUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANCAR-NOTA-PARC.
                MOVE PP-V1-DD   TO DV-DIA
                MOVE PP-V1-MM   TO DV-MES
                MOVE PP-V1-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK OR DV-DIA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANCAR-NOTA-VENC.
       LANCAR-NOTA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK? (S / N):"
                ACCEPT  (23, 59) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANCAR-NOTA-VENC.
                IF W-OPCAO = "N" OR "n"
                   MOVE "NOTA NAO LANCADA NO CONTAS A PAGAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-PED.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANCAR-NOTA-OPC.
                MOVE PED-FORNECEDOR   TO PP-FORNECEDOR
                MOVE "R"              TO PP-ORIGEM
                MOVE W-PED-PED        TO PP-PEDIDO
                MOVE ZEROS            TO PP-DESP-CHAVE PP-FILIAL
                MOVE W-NF-EMISSAO-NUM TO PP-EMISSAO
                MOVE W-OPERADOR       TO PP-OPERADOR
                PERFORM GERAR-PARCELAS THRU GERAR-PARCELAS-FIM
                IF PP-GRAVADAS = PP-QTD-PARC
                   MOVE "NOTA LANCADA NO CONTAS A PAGAR" TO MENS
                ELSE
                   MOVE "ERRO NA GRAVACAO DAS PARCELAS DA NOTA"
                                                       TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-PED.
      * ENTRADA NO ESTOQUE: MOVIMENTO "E" EM ARQPCMOV.DAT SOB O
      * NUMERO RESERVADO 0000 (SEQ = 4 DIGITOS BAIXOS DO PEDIDO),
                   GO TO POSTAR-ENTRADA-FIM.
                ADD W-QTD-REC TO PECA-QTD-ESTOQUE
                MOVE PEDIT-PRECO-UNIT TO PECA-CUSTO-UNIT
      * O PRAZO DE GARANTIA DA PECA CORRE DESTE RECEBIMENTO
                MOVE W-HOJE-DMA-NUM   TO PECA-ULT-RECEB
                MOVE PED-NUMERO       TO PECA-ULT-PEDIDO
                MOVE PED-FORNECEDOR   TO PECA-ULT-FORN
                REWRITE REGPECA
                MOVE ZEROS            TO PCMOV-NUMERO
                MOVE W-PED-PED (3:4)  TO PCMOV-SEQ
      **********************
      *
       ROT-FIM.
                CLOSE ARQPEDC ARQPEDIT ARQPECA ARQPCMOV ARQCPAG.
                IF W-FORN-ABERTO = "S"
                   CLOSE ARQFORN.
                EXIT PROGRAM.
                STOP RUN.
      *
      **********************
      * ROTINAS DE APOIO   *
      **********************
      *
       COPY CPAGVALP.
       COPY CALDIASP.
       COPY DATAVALP.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
