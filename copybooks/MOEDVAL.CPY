      *-----------------------------------------------------------------
      * CAMPOS DO PAGAMENTO EM DINHEIRO DE MOEDA ESTRANGEIRA. A
      * COTACAO DO DIA (REAIS POR UNIDADE DA MOEDA) FICA EM
      * ARQCAMB.DAT, MANTIDO PELO SGB-038 (CDCAMBIO); O VALOR DEVIDO
      * CONTINUA SENDO GRAVADO EM REAIS NO ARQPAG.DAT E A MOEDA, O
      * VALOR ORIGINAL E A COTACAO USADA FICAM NO ARQPAGME.DAT, COM
      * A MESMA CHAVE DO PAGAMENTO. O PROGRAMA QUE FIZER COPY
      * MOEDVAL. DEVE TER NA FILE SECTION O ARQCAMB.DAT (REGCAMB,
      * CHAVE CHAVE-CAMB = CAMB-MOEDA + CAMB-DATA, FILE STATUS
      * ST-ERRO-CMB) E O ARQPAGME.DAT (REGPAGME, CHAVE CHAVE-PAGME =
      * PME-NUMERO + PME-SEQ, FILE STATUS ST-ERRO-PME) E, NA
      * PROCEDURE DIVISION, COPY MOEDVALP. COM AS ROTINAS
      * ABRIR-MOEDA (ABERTURA TOLERANTE: SEM ARQCAMB.DAT NENHUMA
      * MOEDA ESTRANGEIRA E ACEITA; O ARQPAGME.DAT E CRIADO NA
      * PRIMEIRA VEZ), BUSCAR-COTACAO (MOEDA EM MO-MOEDA, DATA
      * DDMMAAAA EM MO-DATA E VALOR EM REAIS EM MO-VALOR-BRL;
      * DEVOLVE MO-ACHOU = "S" COM A COTACAO EM MO-TAXA E O VALOR NA
      * MOEDA EM MO-VALOR-ORIG, OU O MOTIVO EM MO-MOTIVO),
      * CONVERTER-MOEDA (REFAZ MO-VALOR-ORIG COM A MO-TAXA JA
      * CARREGADA), GRAVAR-PAG-MOEDA (CHAVE DO PAGAMENTO GRAVADO EM
      * MO-NUMERO/MO-SEQ, ORIGEM EM MO-ORIGEM, REFERENCIA EM
      * MO-REF-NUMERO/MO-REF-SEQ E OPERADOR EM MO-OPERADOR),
      * LER-PAG-MOEDA (CHAVE EM MO-NUMERO/MO-SEQ; DEVOLVE MO-ACHOU
      * = "S" COM A MOEDA, O VALOR ORIGINAL E A COTACAO DO
      * PAGAMENTO), BUSCAR-MOEDA-CAUCAO (CHAVE DA LOCACAO EM
      * MO-REF-NUMERO/MO-REF-SEQ; REENCONTRA A MOEDA E A COTACAO DA
      * CAUCAO RETIDA, PARA A DEVOLUCAO SAIR NA MESMA MOEDA E PELA
      * MESMA COTACAO; MO-MOEDA EM BRANCO QUANDO FOI EM REAIS),
      * MONTAR-LIN-MOEDA (PREENCHE MO-LIN-RECIBO, A LINHA DO RECIBO
      * COM OS DOIS VALORES) E FECHAR-MOEDA.
      * MO-MOEDA EM BRANCO INDICA PAGAMENTO EM REAIS.
      *-----------------------------------------------------------------
       77 ST-ERRO-CMB      PIC X(02) VALUE "00".
       77 ST-ERRO-PME      PIC X(02) VALUE "00".
       77 MO-ABERTO        PIC X(01) VALUE "N".
       77 MO-CAMB-ABERTO   PIC X(01) VALUE "N".
       77 MO-MOEDA         PIC X(03) VALUE SPACES.
       77 MO-DATA          PIC 9(08) VALUE ZEROS.
       77 MO-TAXA          PIC 9(03)V9(06) VALUE ZEROS.
       77 MO-ACHOU         PIC X(01) VALUE "N".
       77 MO-VALOR-BRL     PIC 9(6)V99 VALUE ZEROS.
       77 MO-VALOR-ORIG    PIC 9(7)V99 VALUE ZEROS.
       77 MO-NUMERO        PIC 9(04) VALUE ZEROS.
       77 MO-SEQ           PIC 9(04) VALUE ZEROS.
       77 MO-ORIGEM        PIC X(01) VALUE SPACES.
       77 MO-REF-NUMERO    PIC 9(04) VALUE ZEROS.
       77 MO-REF-SEQ       PIC 9(04) VALUE ZEROS.
       77 MO-OPERADOR      PIC X(08) VALUE SPACES.
       77 MO-MOTIVO        PIC X(40) VALUE SPACES.
       01 MO-LIN-RECIBO.
           03 FILLER       PIC X(13) VALUE "PAGO EM MOEDA".
           03 FILLER       PIC X(02) VALUE ": ".
           03 MO-RL-MOEDA  PIC X(03).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 MO-RL-VALOR  PIC ZZZZZZ9,99.
           03 FILLER       PIC X(11) VALUE "  COTACAO: ".
           03 MO-RL-TAXA   PIC ZZ9,999999.
           03 FILLER       PIC X(09) VALUE "  EM R$: ".
           03 MO-RL-BRL    PIC ZZZZZ9,99.
