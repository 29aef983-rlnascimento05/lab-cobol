      *-----------------------------------------------------------------
      * CAMPOS DA CARTEIRA DE CREDITO PRE-PAGO DO CLIENTE, POR
      * CPF/CNPJ (ARQCARTE.DAT, SALDO) COM O EXTRATO DE MOVIMENTOS
      * EM ARQCARTM.DAT (RECARGAS E DEBITOS). O PROGRAMA QUE FIZER
      * COPY CARTVAL. DEVE TER NA FILE SECTION O ARQCARTE.DAT
      * (REGCARTE, CHAVE CART-DOC, FILE STATUS ST-ERRO-CRT) E O
      * ARQCARTM.DAT (REGCARTM, CHAVE CHAVE-CARTM = CARTM-DOC +
      * CARTM-SEQ, FILE STATUS ST-ERRO-CRM) E, NA PROCEDURE DIVISION,
      * COPY CARTVALP. COM AS ROTINAS ABRIR-CARTEIRA (CRIA OS DOIS
      * ARQUIVOS NA PRIMEIRA VEZ), CONSULTAR-CARTEIRA (POE O
      * DOCUMENTO EM CT-DOC; DEVOLVE O SALDO EM CT-SALDO, ZERO SEM
      * CARTEIRA), CREDITAR-CARTEIRA E DEBITAR-CARTEIRA (DOCUMENTO EM
      * CT-DOC, VALOR EM CT-VALOR, DATA DDMMAAAA EM CT-DATA, RECIBO
      * EM CT-RECIBO, ORIGEM DO PAGAMENTO EM CT-ORIGEM E OPERADOR EM
      * CT-OPERADOR; DEVOLVEM CT-OK = "S" E O NOVO SALDO EM CT-SALDO,
      * OU O MOTIVO DA RECUSA EM CT-MOTIVO -- DEBITO MAIOR QUE O
      * SALDO E RECUSADO SEM MEXER NA CARTEIRA) E FECHAR-CARTEIRA.
      *-----------------------------------------------------------------
       77 ST-ERRO-CRT      PIC X(02) VALUE "00".
       77 ST-ERRO-CRM      PIC X(02) VALUE "00".
       77 CT-ABERTO        PIC X(01) VALUE "N".
       77 CT-DOC           PIC 9(14) VALUE ZEROS.
       77 CT-VALOR         PIC 9(6)V99 VALUE ZEROS.
       77 CT-SALDO         PIC 9(7)V99 VALUE ZEROS.
       77 CT-DATA          PIC 9(08) VALUE ZEROS.
       77 CT-RECIBO        PIC 9(08) VALUE ZEROS.
       77 CT-ORIGEM        PIC X(01) VALUE SPACES.
       77 CT-OPERADOR      PIC X(08) VALUE SPACES.
       77 CT-TIPO          PIC X(01) VALUE SPACES.
       77 CT-OK            PIC X(01) VALUE "N".
       77 CT-MOTIVO        PIC X(40) VALUE SPACES.
