      *-----------------------------------------------------------------
      * CAMPOS DA CONSULTA AO CADASTRO DE AFASTAMENTOS ARQAFAST.DAT
      * (MANTIDO PELO SGB-045, CDAFAST: CHAVE CODIGO + INICIO EM
      * DDMMAAAA, TIPO D=DOENCA M=MATERNIDADE A=ACIDENTE DE TRABALHO,
      * PREVISAO DE FIM, RETORNO EFETIVO -- ZEROS ENQUANTO AFASTADO --
      * E NUMERO DO ATESTADO). O PROGRAMA QUE FIZER COPY AFASVAL. DEVE
      * TER NA FILE SECTION O PROPRIO ARQUIVO ARQAFAST.DAT (REGAFAST,
      * CHAVE CHAVE-AFA, ACESSO DINAMICO, FILE STATUS ST-ERRO-AFA) E,
      * NA PROCEDURE DIVISION, COPY AFASVALP. COM AS ROTINAS
      *   ABRIR-AFASTAMENTOS    ABERTURA TOLERANTE: ARQUIVO AUSENTE =
      *                         NINGUEM AFASTADO, COMO ANTES;
      *   FECHAR-AFASTAMENTOS;
      *   VERIFICAR-AFASTAMENTO CODIGO EM AF-CODIGO E DATA (AAAAMMDD)
      *                         EM AF-REF-NUM; DEVOLVE AF-AFASTADO
      *                         "S"/"N", O TIPO EM AF-TIPO E A
      *                         PREVISAO DE FIM EM AF-PREV-FIM;
      *   CONTAR-AFASTAMENTO    CODIGO EM AF-CODIGO E PERIODO
      *                         (AAAAMMDD) EM AF-INI-NUM/AF-FIM-NUM;
      *                         DEVOLVE EM AF-DIAS OS DIAS AFASTADO
      *                         NO PERIODO (QUALQUER TIPO), EM
      *                         AF-DIAS-INSS OS DIAS DE DOENCA OU
      *                         ACIDENTE ALEM DOS 15 PRIMEIROS DE CADA
      *                         AFASTAMENTO (PAGOS PELO INSS, NAO PELA
      *                         EMPRESA) E EM AF-RETORNO-ULT O ULTIMO
      *                         RETORNO DESSES AFASTAMENTOS (AAAAMMDD;
      *                         99999999 = AINDA NAO VOLTOU).
      * OS DIAS SAO CONTADOS NO CALENDARIO COMERCIAL (ANO DE 360 DIAS,
      * MES DE 30), O MESMO DO REL021 E DO ARQV001. O AFASTAMENTO VAI
      * DO INICIO AO DIA ANTERIOR AO RETORNO; SEM RETORNO, CONTINUA.
      *-----------------------------------------------------------------
       77 ST-ERRO-AFA      PIC X(02) VALUE "00".
       77 AF-ABERTO        PIC X(01) VALUE "N".
       77 AF-CODIGO        PIC X(12) VALUE SPACES.
       77 AF-AFASTADO      PIC X(01) VALUE "N".
       77 AF-TIPO          PIC X(01) VALUE SPACES.
       77 AF-PREV-FIM      PIC 9(08) VALUE ZEROS.
       77 AF-DIAS          PIC 9(05) VALUE ZEROS.
       77 AF-DIAS-INSS     PIC 9(05) VALUE ZEROS.
       77 AF-RETORNO-ULT   PIC 9(08) VALUE ZEROS.
       77 AF-N-REF         PIC 9(07) COMP VALUE ZEROS.
       77 AF-N-INI         PIC 9(07) COMP VALUE ZEROS.
       77 AF-N-FIM         PIC 9(07) COMP VALUE ZEROS.
       77 AF-N-AFI         PIC 9(07) COMP VALUE ZEROS.
       77 AF-N-AFF         PIC 9(07) COMP VALUE ZEROS.
       77 AF-N-A           PIC 9(07) COMP VALUE ZEROS.
       77 AF-N-B           PIC 9(07) COMP VALUE ZEROS.
       01 AF-DATA-REF.
          03 AF-REF-AAAA    PIC 9(04).
          03 AF-REF-MM      PIC 9(02).
          03 AF-REF-DD      PIC 9(02).
       01 AF-REF-NUM REDEFINES AF-DATA-REF PIC 9(08).
       01 AF-DATA-INI.
          03 AF-INI-AAAA    PIC 9(04).
          03 AF-INI-MM      PIC 9(02).
          03 AF-INI-DD      PIC 9(02).
       01 AF-INI-NUM REDEFINES AF-DATA-INI PIC 9(08).
       01 AF-DATA-FIM.
          03 AF-FIM-AAAA    PIC 9(04).
          03 AF-FIM-MM      PIC 9(02).
          03 AF-FIM-DD      PIC 9(02).
       01 AF-FIM-NUM REDEFINES AF-DATA-FIM PIC 9(08).
      * DATA DO REGISTRO (DDMMAAAA) E A MESMA EM AAAAMMDD
       01 AF-DMA.
          03 AF-DMA-DD      PIC 9(02).
          03 AF-DMA-MM      PIC 9(02).
          03 AF-DMA-AAAA    PIC 9(04).
       01 AF-DMA-NUM REDEFINES AF-DMA PIC 9(08).
       01 AF-AMD.
          03 AF-AMD-AAAA    PIC 9(04).
          03 AF-AMD-MM      PIC 9(02).
          03 AF-AMD-DD      PIC 9(02).
       01 AF-AMD-NUM REDEFINES AF-AMD PIC 9(08).
