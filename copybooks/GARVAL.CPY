      *-----------------------------------------------------------------
      * CAMPOS DA RECLAMACAO DE GARANTIA JUNTO AO FORNECEDOR. A PECA
      * TEM PRAZO DE GARANTIA PROPRIO EM ARQPECA.DAT (SGB-012) OU
      * HERDA O PRAZO PADRAO DO FORNECEDOR DO ULTIMO RECEBIMENTO EM
      * ARQFORN.DAT (CADFORN); A BIKE TEM A GARANTIA DO FABRICANTE
      * POR MARCA/MODELO EM ARQGARMOD.DAT (SGB-048). O PROGRAMA QUE
      * FIZER COPY GARVAL. DEVE TER NA FILE SECTION O ARQGARAN.DAT
      * (REGGAR, CHAVE GAR-NUMERO, FILE STATUS ST-ERRO-GAR), O
      * CONTROLE CTRLGAR.DAT (REG-CTRLGAR COM CTRL-ULT-GAR, FILE
      * STATUS ST-ERRO-CGR), O ARQGARMOD.DAT (REGGMOD, CHAVE
      * CHAVE-GMOD = GMOD-MARCA + GMOD-MODELO, FILE STATUS
      * ST-ERRO-GMD), O ARQFORN.DAT (REGFORN, CHAVE FORN-CNPJ, FILE
      * STATUS ST-ERRO-GFO), O REGPECA E O REGBIKE E, NA PROCEDURE
      * DIVISION, COPY GARVALP. COM AS ROTINAS ABRIR-GARANTIA
      * (ARQGARAN.DAT CRIADO NA PRIMEIRA VEZ; SEM ARQGARMOD.DAT OU
      * ARQFORN.DAT SO VALE A GARANTIA GRAVADA NA PROPRIA PECA),
      * VERIFICAR-GARANTIA-PECA (REGPECA LIDO, DATA DO SERVICO EM
      * GV-DATA E QUANTIDADE EM GV-QTD; DEVOLVE GV-EM-GARANTIA = "S"
      * QUANDO O SERVICO CAI DENTRO DO PRAZO CONTADO DO ULTIMO
      * RECEBIMENTO DA PECA, COM FORNECEDOR, PEDIDO, DATA DO
      * RECEBIMENTO, VENCIMENTO DA GARANTIA E VALOR RECLAMAVEL),
      * VERIFICAR-GARANTIA-BIKE (REGBIKE LIDO E GV-DATA; MESMA
      * DEVOLUCAO, CONTADA DA DATA DE COMPRA DA BIKE, SEM VALOR --
      * O VALOR E O CUSTO DO SERVICO, POSTO PELO PROGRAMA),
      * ABRIR-RECLAMACAO (GV-* PREENCHIDOS MAIS A CHAVE DO SERVICO
      * EM GV-BIKE/GV-SEQ E O OPERADOR EM GV-OPERADOR; GRAVA A
      * RECLAMACAO "A" EM ARQGARAN.DAT E DEVOLVE O NUMERO EM
      * GV-NUMERO, ZERO SE NAO GRAVOU) E FECHAR-GARANTIA.
      * DIAS CONTADOS NO CALENDARIO COMERCIAL (MES DE 30 DIAS).
      *-----------------------------------------------------------------
       77 ST-ERRO-GAR      PIC X(02) VALUE "00".
       77 ST-ERRO-CGR      PIC X(02) VALUE "00".
       77 ST-ERRO-GMD      PIC X(02) VALUE "00".
       77 ST-ERRO-GFO      PIC X(02) VALUE "00".
       77 GV-ABERTO        PIC X(01) VALUE "N".
       77 GV-MOD-ABERTO    PIC X(01) VALUE "N".
       77 GV-FORN-ABERTO   PIC X(01) VALUE "N".
       77 GV-EM-GARANTIA   PIC X(01) VALUE "N".
       77 GV-TIPO          PIC X(01) VALUE SPACES.
       77 GV-DATA          PIC 9(08) VALUE ZEROS.
       77 GV-QTD           PIC 9(03) VALUE ZEROS.
       77 GV-PECA          PIC X(08) VALUE SPACES.
       77 GV-FORNECEDOR    PIC 9(14) VALUE ZEROS.
       77 GV-PEDIDO        PIC 9(06) VALUE ZEROS.
       77 GV-DATA-REF      PIC 9(08) VALUE ZEROS.
       77 GV-LIMITE        PIC 9(08) VALUE ZEROS.
       77 GV-VALOR         PIC 9(06)V99 VALUE ZEROS.
       77 GV-BIKE          PIC 9(04) VALUE ZEROS.
       77 GV-SEQ           PIC 9(04) VALUE ZEROS.
       77 GV-OPERADOR      PIC X(08) VALUE SPACES.
       77 GV-NUMERO        PIC 9(06) VALUE ZEROS.
       77 GV-DIAS          PIC 9(04) VALUE ZEROS.
       77 GV-DIAS-REF      PIC 9(07) VALUE ZEROS.
       77 GV-DIAS-SERV     PIC 9(07) VALUE ZEROS.
       77 GV-DIAS-RESTO    PIC 9(07) VALUE ZEROS.
       01 GV-DMA.
          03 GV-DMA-DD      PIC 9(02).
          03 GV-DMA-MM      PIC 9(02).
          03 GV-DMA-AAAA    PIC 9(04).
       01 GV-DMA-NUM REDEFINES GV-DMA
                                        PIC 9(08).
       01 GV-HOJE.
          03 GV-HOJE-AAAA   PIC 9(04).
          03 GV-HOJE-MM     PIC 9(02).
          03 GV-HOJE-DD     PIC 9(02).
