      *-----------------------------------------------------------------
      * CAMPOS DO LANCAMENTO DE CONTAS A PAGAR EM ARQCPAG.DAT (UMA
      * CONTA = NUMERO SEQUENCIAL DE CTRLCPAG.DAT; CADA PARCELA E UM
      * REGISTRO, CHAVE NUMERO + PARCELA, COM CHAVE ALTERNATIVA PELO
      * CNPJ DO FORNECEDOR). A CONTA NASCE NO RECEBIMENTO DO PEDIDO
      * DE COMPRA (SGB-027/CDCOMPRA, ORIGEM "R") OU DIGITADA NO
      * SGB-039/CDCPAG (ORIGEM "M" -- ALUGUEL, LUZ E AS DEMAIS
      * DESPESAS DO CDDESP); A COMISSAO MENSAL DE PARCEIRO INDICADOR
      * E LANCADA PELO COMIS001 (ORIGEM "C"). O PROGRAMA QUE FIZER
      * COPY CPAGVAL. DEVE TER NA FILE SECTION O ARQCPAG.DAT (REGCPAG,
      * CHAVE CHAVE-CPG, FILE STATUS ST-ERRO-CPG) E O CTRLCPAG.DAT
      * (REG-CTRLCPAG, CTRL-ULT-CPAG, FILE STATUS ST-ERRO-CCP), MAIS O
      * COPY CALDIAS. COM O ARQCALEND.DAT, E NA PROCEDURE DIVISION
      * COPY CPAGVALP. E COPY CALDIASP. ROTINAS:
      *     GERAR-PARCELAS: O CHAMADOR PREENCHE PP-FORNECEDOR,
      *         PP-CREDOR, PP-NOTA, PP-ORIGEM, PP-PEDIDO,
      *         PP-DESP-CHAVE, PP-FILIAL, PP-EMISSAO (DDMMAAAA),
      *         PP-VALOR (TOTAL), PP-QTD-PARC (1 A 12), PP-VENCTO1
      *         (PRIMEIRO VENCIMENTO, DDMMAAAA) E PP-OPERADOR; A
      *         ROTINA TIRA O NUMERO (PP-NUMERO), DIVIDE O VALOR EM
      *         PARCELAS IGUAIS (A ULTIMA LEVA OS CENTAVOS) DE
      *         PP-INTERVALO EM PP-INTERVALO DIAS E DEVOLVE EM
      *         PP-GRAVADAS QUANTAS PARCELAS FORAM GRAVADAS;
      *     AVANCAR-DIAS: SOMA PP-DIAS-SOMAR DIAS A DATA QUE ESTIVER
      *         EM CD-CORRENTE (AAAAMMDD), PELO CD-PROX-DIA.
      *-----------------------------------------------------------------
       77 ST-ERRO-CPG      PIC X(02) VALUE "00".
       77 ST-ERRO-CCP      PIC X(02) VALUE "00".
       77 PP-NUMERO        PIC 9(06) VALUE ZEROS.
       77 PP-FORNECEDOR    PIC 9(14) VALUE ZEROS.
       77 PP-CREDOR        PIC X(30) VALUE SPACES.
       77 PP-NOTA          PIC X(10) VALUE SPACES.
       77 PP-ORIGEM        PIC X(01) VALUE SPACES.
       77 PP-PEDIDO        PIC 9(06) VALUE ZEROS.
       77 PP-FILIAL        PIC 9(01) VALUE ZEROS.
       77 PP-EMISSAO       PIC 9(08) VALUE ZEROS.
       77 PP-VALOR         PIC 9(06)V99 VALUE ZEROS.
       77 PP-QTD-PARC      PIC 9(02) VALUE ZEROS.
       77 PP-OPERADOR      PIC X(08) VALUE SPACES.
       77 PP-GRAVADAS      PIC 9(02) VALUE ZEROS.
       77 PP-PARC          PIC 9(02) VALUE ZEROS.
       77 PP-VLR-PARC      PIC 9(06)V99 VALUE ZEROS.
       77 PP-VLR-ULT       PIC 9(06)V99 VALUE ZEROS.
       77 PP-INTERVALO     PIC 9(03) VALUE 30.
       77 PP-DIAS-SOMAR    PIC 9(03) VALUE ZEROS.
       77 PP-DIAS          PIC 9(03) COMP VALUE ZEROS.
       01 PP-DESP-CHAVE.
           03 PP-DESP-FILIAL   PIC 9(01).
           03 PP-DESP-DATA     PIC 9(08).
           03 PP-DESP-SEQ      PIC 9(04).
       01 PP-VENCTO1.
           03 PP-V1-DD     PIC 9(02).
           03 PP-V1-MM     PIC 9(02).
           03 PP-V1-AAAA   PIC 9(04).
       01 PP-VENCTO1-NUM REDEFINES PP-VENCTO1 PIC 9(08).
       01 PP-HOJE.
           03 PP-HOJE-AAAA PIC 9(04).
           03 PP-HOJE-MM   PIC 9(02).
           03 PP-HOJE-DD   PIC 9(02).
