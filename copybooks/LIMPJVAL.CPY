      *-----------------------------------------------------------------
      * CAMPOS DO LIMITE DE CREDITO E DA RETENCAO DO CLIENTE PJ. O
      * LIMITE DE CADA CNPJ FICA EM ARQLIMPJ.DAT, MANTIDO PELO CADCLI
      * (F5 NA TELA DA EMPRESA); CNPJ SEM LIMITE CADASTRADO (OU COM
      * LIMITE ZERO) NAO TEM TETO, SO A RETENCAO POR ATRASO. A
      * EXPOSICAO DA EMPRESA E A SOMA DE:
      *   - SALDO DAS FATURAS EM ABERTO DO ARQFATPJ.DAT;
      *   - LOCACOES FECHADAS SEM PAGAMENTO EM ARQPAG.DAT CUJA
      *     COMPETENCIA DA DEVOLUCAO AINDA NAO FOI FATURADA PARA O
      *     CNPJ (O QUE O PROXIMO FATPJ001 VAI FATURAR);
      *   - LOCACOES ABERTAS VALORADAS PELA DIARIA GRAVADA NA
      *     LOCACAO VEZES OS DIAS CORRIDOS ATE HOJE (MINIMO UM DIA).
      * A EMPRESA FICA RETIDA QUANDO TEM FATURA EM ABERTO VENCIDA HA
      * MAIS DE PJDIASATR DIAS (CDPARAM, PADRAO 15); O VENCIMENTO E
      * A EMISSAO MAIS FATPRAZO DIAS (CDPARAM, PADRAO 10, COMO NO
      * SGB-020). DIAS NO ANO COMERCIAL DE 360 DIAS.
      * O PROGRAMA QUE FIZER COPY LIMPJVAL. DEVE TER COPY PARAMVAL.
      * (COM O ARQPARAM.DAT NA FILE SECTION) E NA FILE SECTION O
      * ARQLIMPJ.DAT (REGLIMPJ, CHAVE LIM-CNPJ, FILE STATUS
      * ST-ERRO-LIM), O ARQFATPJ.DAT (REGFAT, CHAVE FAT-NUMERO,
      * FILE STATUS ST-ERRO-FAT), O ARQLOC.DAT DE 108 BYTES (COM A
      * CHAVE ALTERNATIVA LOC-CPF), O ARQPAG.DAT ABERTO (CHAVE-PAG) E
      * A TRILHA AUDLIMPJ.DAT (SELECT AUDLIMPJ ... ORGANIZATION
      * SEQUENTIAL, FILE STATUS ST-ERRO-ALM, FD COM 01 REGAUDLIM NO
      * LEIAUTE ALM-), MESMO QUE O PROGRAMA NAO LIBERE NADA. NA
      * PROCEDURE DIVISION, COPY LIMPJVALP. COM AS ROTINAS
      * ABRIR-LIMITE-PJ (UMA VEZ NO INICIO: LE OS PARAMETROS E ABRE
      * ARQLIMPJ E ARQFATPJ DE FORMA TOLERANTE), CALC-EXPOSICAO-PJ
      * (CNPJ EM LP-CNPJ; DEVOLVE LP-LIMITE, LP-FATURAS,
      * LP-NAO-FATURADO, LP-EM-ABERTO, LP-EXPOSICAO E O MAIOR ATRASO
      * EM LP-MAIOR-ATRASO), VERIF-LIMITE-PJ (MESMA ENTRADA MAIS O
      * VALOR NOVO EM LP-ACRESCIMO; DEVOLVE LP-RETIDA = "S" PARA
      * FATURA VENCIDA ALEM DA TOLERANCIA E LP-EXCEDE = "S" QUANDO A
      * EXPOSICAO MAIS O ACRESCIMO PASSA DO LIMITE, COM O MOTIVO EM
      * LP-MOTIVO), GRAVAR-LIBERACAO-PJ (LIBERACAO AVULSA DE NIVEL 3:
      * PROGRAMA EM LP-PROGRAMA, TIPO "R" RETENCAO OU "L" LIMITE EM
      * LP-TIPO, JUSTIFICATIVA EM LP-JUSTIFICATIVA E OPERADOR EM
      * LP-OPERADOR) E FECHAR-LIMITE-PJ. O CALCULO PRESERVA O
      * REGISTRO CORRENTE DE ARQLOC E A CHAVE-PAG DO PROGRAMA.
      *-----------------------------------------------------------------
       77 ST-ERRO-LIM      PIC X(02) VALUE "00".
       77 ST-ERRO-FAT      PIC X(02) VALUE "00".
       77 ST-ERRO-ALM      PIC X(02) VALUE "00".
       77 LP-LIM-ABERTO    PIC X(01) VALUE "N".
       77 LP-FAT-ABERTO    PIC X(01) VALUE "N".
       77 LP-PRAZO-FAT     PIC 9(03) VALUE 10.
       77 LP-DIAS-TOL      PIC 9(03) VALUE 15.
       77 LP-CNPJ          PIC 9(14) VALUE ZEROS.
       77 LP-ACRESCIMO     PIC 9(08)V99 VALUE ZEROS.
       77 LP-TEM-LIMITE    PIC X(01) VALUE "N".
       77 LP-LIMITE        PIC 9(08)V99 VALUE ZEROS.
       77 LP-FATURAS       PIC 9(09)V99 VALUE ZEROS.
       77 LP-NAO-FATURADO  PIC 9(09)V99 VALUE ZEROS.
       77 LP-EM-ABERTO     PIC 9(09)V99 VALUE ZEROS.
       77 LP-EXPOSICAO     PIC 9(09)V99 VALUE ZEROS.
       77 LP-MAIOR-ATRASO  PIC 9(05) VALUE ZEROS.
       77 LP-QTD-VENCIDAS  PIC 9(04) VALUE ZEROS.
       77 LP-RETIDA        PIC X(01) VALUE "N".
       77 LP-EXCEDE        PIC X(01) VALUE "N".
       77 LP-MOTIVO        PIC X(40) VALUE SPACES.
       77 LP-FIM           PIC X(01) VALUE "N".
       77 LP-PAGO          PIC X(01) VALUE "N".
       77 LP-COMP-ACHADA   PIC X(01) VALUE "N".
       77 LP-DIAS-HOJE     PIC 9(07) VALUE ZEROS.
       77 LP-DIAS-DOC      PIC 9(07) VALUE ZEROS.
       77 LP-ATRASO        PIC S9(07) VALUE ZEROS.
       77 LP-DIAS-LOC      PIC 9(05) VALUE ZEROS.
       77 LP-SALDO-FAT     PIC 9(08)V99 VALUE ZEROS.
       77 LP-ATRASO-ED     PIC ZZZZ9.
       77 LP-IND           PIC 9(03) COMP VALUE ZEROS.
       77 LP-QTD-COMP      PIC 9(03) COMP VALUE ZEROS.
       77 LP-PROGRAMA      PIC X(08) VALUE SPACES.
       77 LP-TIPO          PIC X(01) VALUE SPACE.
       77 LP-JUSTIFICATIVA PIC X(40) VALUE SPACES.
       77 LP-OPERADOR      PIC X(08) VALUE SPACES.
      * COMPETENCIAS (AAAAMM) JA FATURADAS PARA O CNPJ EM ARQFATPJ
       01 LP-TAB-COMPET.
           03 LP-COMPET     PIC 9(06) OCCURS 120 TIMES.
       01 LP-COMP-LOC.
           03 LP-CL-AAAA    PIC 9(04).
           03 LP-CL-MM      PIC 9(02).
       01 LP-COMP-LOC-NUM REDEFINES LP-COMP-LOC PIC 9(06).
       01 LP-HOJE.
           03 LP-HOJE-AAAA  PIC 9(04).
           03 LP-HOJE-MM    PIC 9(02).
           03 LP-HOJE-DD    PIC 9(02).
       01 LP-DMA.
           03 LP-DMA-DD     PIC 9(02).
           03 LP-DMA-MM     PIC 9(02).
           03 LP-DMA-AAAA   PIC 9(04).
       01 LP-DMA-NUM REDEFINES LP-DMA PIC 9(08).
       01 LP-AGORA.
           03 LP-AGORA-HMS  PIC 9(06).
           03 FILLER        PIC 9(02).
      * REGISTRO CORRENTE DE ARQLOC E CHAVE-PAG GUARDADOS DURANTE A
      * VARREDURA DAS LOCACOES DO CNPJ
       01 LP-LOC-SALVO     PIC X(108) VALUE SPACES.
       01 LP-PAG-SALVO     PIC X(08) VALUE SPACES.
