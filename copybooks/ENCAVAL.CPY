      *-----------------------------------------------------------------
      * CAMPOS DOS ENCARGOS DE ATRASO (MULTA E JUROS DE MORA) NA
      * QUITACAO DE COBRANCA (SGB-018) E DE FATURA PJ (SGB-020). A
      * MULTA E UM PERCENTUAL UNICO SOBRE O VALOR PAGO EM ATRASO
      * (PARAMETRO MULTAPERC DO CDPARAM, PADRAO 2%) E OS JUROS SAO
      * UM PERCENTUAL AO MES PRO RATA DIA (PARAMETRO JUROSMES,
      * PADRAO 1% AO MES), OS DOIS EM CENTESIMOS DE PONTO NO
      * CDPARAM (200 = 2,00%). OS DIAS DE ATRASO CONTAM NO ANO
      * COMERCIAL DE 360 DIAS, COMO NA REGUA DO COBR001. O PROGRAMA
      * QUE FIZER COPY ENCAVAL. DEVE TER TAMBEM COPY PARAMVAL. (COM
      * O ARQPARAM.DAT NA FILE SECTION) E A TRILHA DE DISPENSAS
      * AUDENCAR.DAT (SELECT AUDENCAR ... ORGANIZATION SEQUENTIAL,
      * FILE STATUS ST-ERRO-AEN, FD COM 01 REGAUDENC NO LEIAUTE
      * AEN-) E, NA PROCEDURE DIVISION, COPY ENCAVALP. COM AS
      * ROTINAS LER-PARAM-ENCARGOS (UMA VEZ NO INICIO),
      * CALC-ENCARGOS (DATA DO DOCUMENTO DDMMAAAA EM EN-DATA-DOC,
      * PRAZO ATE O VENCIMENTO EM EN-PRAZO, DATA DO PAGAMENTO
      * DDMMAAAA EM EN-DATA-PAG E VALOR PAGO EM EN-BASE; DEVOLVE
      * EN-DIAS, EN-MULTA, EN-JUROS, EN-TOTAL E EN-VALOR-TOTAL),
      * APLICAR-DISPENSA (ZERA A COBRANCA DOS ENCARGOS, GUARDANDO OS
      * VALORES CALCULADOS PARA A TRILHA), GRAVAR-DISPENSA (ORIGEM
      * EM EN-ORIGEM, DOCUMENTO EM EN-DOC, REFERENCIA EM EN-REF,
      * RECIBO EM EN-RECIBO, MOTIVO EM EN-MOTIVO, SUPERVISOR EM
      * EN-SUPERVISOR E OPERADOR EM EN-OPERADOR) E
      * MONTAR-LIN-ENCARGOS (PREENCHE AS LINHAS DO RECIBO).
      * A DISPENSA EXIGE APROVACAO DE NIVEL 3, FEITA PELO PROGRAMA.
      *-----------------------------------------------------------------
       77 ST-ERRO-AEN      PIC X(02) VALUE "00".
       77 EN-MULTA-PERC    PIC 9(03)V99 VALUE 2,00.
       77 EN-JUROS-MES     PIC 9(03)V99 VALUE 1,00.
       77 EN-PRAZO         PIC 9(03) VALUE ZEROS.
       77 EN-DATA-DOC      PIC 9(08) VALUE ZEROS.
       77 EN-DATA-PAG      PIC 9(08) VALUE ZEROS.
       77 EN-BASE          PIC 9(06)V99 VALUE ZEROS.
       77 EN-DIAS          PIC 9(05) VALUE ZEROS.
       77 EN-MULTA         PIC 9(06)V99 VALUE ZEROS.
       77 EN-JUROS         PIC 9(06)V99 VALUE ZEROS.
       77 EN-TOTAL         PIC 9(06)V99 VALUE ZEROS.
       77 EN-VALOR-TOTAL   PIC 9(06)V99 VALUE ZEROS.
       77 EN-DIAS-DOC      PIC 9(07) VALUE ZEROS.
       77 EN-DIAS-PAG      PIC 9(07) VALUE ZEROS.
       77 EN-ATRASO        PIC S9(07) VALUE ZEROS.
       77 EN-DISPENSA      PIC X(01) VALUE "N".
       77 EN-ORIGEM        PIC X(01) VALUE SPACE.
       77 EN-DOC           PIC 9(14) VALUE ZEROS.
       77 EN-REF           PIC 9(06) VALUE ZEROS.
       77 EN-RECIBO        PIC 9(08) VALUE ZEROS.
       77 EN-MOTIVO        PIC X(40) VALUE SPACES.
       77 EN-SUPERVISOR    PIC X(08) VALUE SPACES.
       77 EN-OPERADOR      PIC X(08) VALUE SPACES.
       01 EN-DMA.
           03 EN-DMA-DD    PIC 9(02).
           03 EN-DMA-MM    PIC 9(02).
           03 EN-DMA-AAAA  PIC 9(04).
       01 EN-DMA-NUM REDEFINES EN-DMA PIC 9(08).
       01 EN-AGORA.
           03 EN-AGORA-HMS PIC 9(06).
           03 FILLER       PIC 9(02).
       01 EN-LIN-RECIBO.
           03 FILLER       PIC X(07) VALUE "MULTA: ".
           03 EN-RL-MULTA  PIC ZZZZZ9,99.
           03 FILLER       PIC X(09) VALUE "  JUROS (".
           03 EN-RL-DIAS   PIC ZZZZ9.
           03 FILLER       PIC X(08) VALUE " DIAS): ".
           03 EN-RL-JUROS  PIC ZZZZZ9,99.
           03 FILLER       PIC X(14) VALUE "  TOTAL PAGO: ".
           03 EN-RL-TOTAL  PIC ZZZZZ9,99.
       01 EN-LIN-DISPENSA.
           03 FILLER       PIC X(31) VALUE
              "ENCARGOS DE ATRASO DISPENSADOS ".
           03 FILLER       PIC X(15) VALUE "- SUPERVISOR: ".
           03 EN-RL-SUPERV PIC X(08).
