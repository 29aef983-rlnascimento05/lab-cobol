      * 2026-09-02  FECHAMENTO CONTABIL (ARQFECH.DAT, SGB-034): COM O
      * MODULO CAIXA FECHADO ATE HOJE, O PROGRAMA RECUSA QUALQUER
      * MOVIMENTO -- O MES EXPORTADO PELO REL039 NAO MUDA MAIS.
      * 2026-10-15  BOLSAS E DESCONTOS (SGB-051): A LISTA DO RA MOSTRA
      * O BRUTO E O DESCONTO GRAVADOS PELO MENS001 AO LADO DO VALOR
      * COBRADO, E O RECIBO TRAZ A LINHA DA BOLSA APLICADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   88 MENS-EM-ABERTO        VALUE "A".
                   88 MENS-QUITADA          VALUE "Q".
                03 MENS-VALOR-PAGO      PIC 9(6)V99.
                03 MENS-VALOR-BRUTO     PIC 9(6)V99.
                03 MENS-DESCONTO        PIC 9(6)V99.
                03 MENS-BOLSA-TIPO      PIC X(1).
                03 MENS-BOLSA-INICIO    PIC 9(6).

       FD ARQALUNO
               LABEL RECORD IS STANDARD
                   88 PAG-DINHEIRO          VALUE 1.
                   88 PAG-CARTAO            VALUE 2.
                   88 PAG-PIX               VALUE 3.
                   88 PAG-CREDITO           VALUE 4.
                   88 PAG-BOLETO            VALUE 5.
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).
       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       77 W-PAG-FORMA   PIC 9(01) VALUE ZEROS.
       77 W-PROX-RECIBO PIC 9(08) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZZZ9,99.
       01 IND          PIC 9(02) VALUE ZEROS.

       COPY TBOLSA.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
       01 LIN-MENSAL.
           03 LM-COMPET    PIC 9(06).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-BRUTO     PIC ZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-DESCONTO  PIC ZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-VALOR     PIC ZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-PAGO      PIC ZZZZZ9,99.
           03 RL-VALOR     PIC ZZZZZ9,99.
           03 FILLER       PIC X(09) VALUE "  FORMA: ".
           03 RL-FORMA     PIC X(08).
       01 REC-LIN-BOL.
           03 FILLER       PIC X(07) VALUE "BRUTO: ".
           03 RL-BRUTO     PIC ZZZZZ9,99.
           03 FILLER       PIC X(12) VALUE "  DESCONTO: ".
           03 RL-DESCONTO  PIC ZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 RL-BOLSA     PIC X(23).
       01 REC-LIN-SAL.
           03 FILLER       PIC X(17) VALUE "SALDO DEVEDOR: ".
           03 RL-SALDO     PIC ZZZZZ9,99.
      * LISTA AS MENSALIDADES DO RA (ABERTAS E QUITADAS)
       LISTAR-MENSAL.
                MOVE 8 TO W-LIN
                DISPLAY (07, 05) "COMPET      BRUTO   DESCONTO"
                DISPLAY (07, 33) "      VALOR       PAGO  SITUACAO"
                MOVE W-RA  TO MENS-RA
                MOVE ZEROS TO MENS-COMPET
                START ARQMENS KEY IS NOT LESS CHAVE-MENS
                IF W-LIN > 18
                   GO TO LISTAR-MENSAL-LER.
                MOVE MENS-COMPET     TO LM-COMPET
                MOVE MENS-VALOR-BRUTO TO LM-BRUTO
                MOVE MENS-DESCONTO   TO LM-DESCONTO
                MOVE MENS-VALOR      TO LM-VALOR
                MOVE MENS-VALOR-PAGO TO LM-PAGO
                IF MENS-EM-ABERTO
                WRITE LINHA-REL FROM REC-LIN-NUM
                WRITE LINHA-REL FROM REC-LIN-MEN
                WRITE LINHA-REL FROM REC-LIN-VAL
                IF MENS-DESCONTO > ZEROS
                   PERFORM BUSCAR-TIPO-BOLSA THRU BUSCAR-TIPO-BOLSA-FIM
                   MOVE MENS-VALOR-BRUTO TO RL-BRUTO
                   MOVE MENS-DESCONTO    TO RL-DESCONTO
                   WRITE LINHA-REL FROM REC-LIN-BOL.
                WRITE LINHA-REL FROM REC-LIN-SAL
                WRITE LINHA-REL FROM REC-LIN-OPER
                WRITE LINHA-REL FROM ESPACOS-REL
                CLOSE RELATORIO.
       IMPRIMIR-RECIBO-FIM.
                EXIT.
      * DESCRICAO DO TIPO DA BOLSA APLICADA (TABELA TBOL) EM RL-BOLSA
       BUSCAR-TIPO-BOLSA.
                MOVE SPACES TO RL-BOLSA
                MOVE 1 TO IND.
       BUSCAR-TIPO-BOLSA-LER.
                MOVE TBOL(IND) TO ALFABOL
                IF ALFABOL-COD = MENS-BOLSA-TIPO
                   MOVE ALFABOL-DESC TO RL-BOLSA
                   GO TO BUSCAR-TIPO-BOLSA-FIM.
                ADD 1 TO IND
                IF IND NOT > 4
                   GO TO BUSCAR-TIPO-BOLSA-LER.
       BUSCAR-TIPO-BOLSA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
