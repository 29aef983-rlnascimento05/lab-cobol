      *-----------------------------------------------------------------
      * CAMPOS DO ACESSO AO CADASTRO DE BATERIAS DAS BIKES ELETRICAS
      * (CATEGORIA "E") EM ARQBAT.DAT E AO HISTORICO DE MOVIMENTOS
      * DA BATERIA EM ARQBATM.DAT (MANTIDOS PELO SGB-056). CADA
      * BATERIA TEM NUMERO DE SERIE, CAPACIDADE, COMPRA, FORNECEDOR,
      * CICLOS DE CARGA, SITUACAO (A = INSTALADA NA BIKE BAT-BIKE,
      * C = CARREGANDO, D = DISPONIVEL, B = BAIXADA), HORAS DE
      * LOCACAO ACUMULADAS E A DATA EM QUE FOI VISTA PELA ULTIMA VEZ.
      * O PROGRAMA QUE FIZER COPY BATVAL. DEVE TER NA FILE SECTION OS
      * DOIS ARQUIVOS (REGBAT, CHAVE BAT-SERIE E CHAVE ALTERNATIVA
      * BAT-BIKE COM DUPLICATAS, FILE STATUS ST-ERRO-BAT; REGBATM,
      * CHAVE CHAVE-BATM, FILE STATUS ST-ERRO-BTM) E, NA PROCEDURE
      * DIVISION, COPY BATVALP. COM AS ROTINAS ABRIR-BATERIA (CRIA OS
      * ARQUIVOS NA PRIMEIRA VEZ; ERRO DE ABERTURA DEIXA BT-ABERTO
      * "N"), LER-BATERIA (SERIE EM BT-SERIE; DEVOLVE BT-ACHOU = "S"
      * COM A BATERIA NO REGBAT), BUSCAR-BATERIA-BIKE (BIKE EM
      * BT-BIKE; DEVOLVE BT-ACHOU = "S" COM A BATERIA INSTALADA NELA
      * NO REGBAT E A SERIE EM BT-SERIE), GRAVAR-MOV-BATERIA
      * (MOVIMENTO BT-TIPO DA BATERIA DO REGBAT COM BT-BIKE, BT-HORAS,
      * BT-CONFERE, BT-TEXTO E BT-OPERADOR), REGISTRAR-DEVOL-BATERIA
      * (NA DEVOLUCAO DA LOCACAO DA BIKE BT-BIKE SOMA BT-HORAS NA
      * BATERIA INSTALADA, MARCA A DATA EM QUE FOI VISTA E GRAVA O
      * MOVIMENTO "D") E FECHAR-BATERIA.
      *-----------------------------------------------------------------
       77 ST-ERRO-BAT      PIC X(02) VALUE "00".
       77 ST-ERRO-BTM      PIC X(02) VALUE "00".
       77 BT-ABERTO        PIC X(01) VALUE "N".
       77 BT-SERIE         PIC X(15) VALUE SPACES.
       77 BT-BIKE          PIC 9(04) VALUE ZEROS.
       77 BT-ACHOU         PIC X(01) VALUE "N".
       77 BT-TIPO          PIC X(01) VALUE SPACES.
       77 BT-HORAS         PIC 9(04) VALUE ZEROS.
       77 BT-CONFERE       PIC X(01) VALUE SPACES.
       77 BT-TEXTO         PIC X(40) VALUE SPACES.
       77 BT-OPERADOR      PIC X(08) VALUE SPACES.
       77 BT-PROX-SEQ      PIC 9(04) VALUE ZEROS.
       01 BT-HOJE.
          03 BT-ANO-HOJE    PIC 9(04).
          03 BT-MES-HOJE    PIC 9(02).
          03 BT-DIA-HOJE    PIC 9(02).
       01 BT-DATA-DMA.
          03 BT-DMA-DD      PIC 9(02).
          03 BT-DMA-MM      PIC 9(02).
          03 BT-DMA-AAAA    PIC 9(04).
       01 BT-DATA-DMA-NUM REDEFINES BT-DATA-DMA
                                        PIC 9(08).
       01 BT-AGORA.
          03 BT-AGORA-HHMM  PIC 9(04).
          03 FILLER         PIC 9(04).
