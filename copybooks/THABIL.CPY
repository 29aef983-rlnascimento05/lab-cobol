      *-----------------------------------------------------------------
      * TABELA DE HABILIDADES CERTIFICADAS DA OFICINA, COMPARTILHADA
      * POR SGB-046 (CDHABIL), SGB-011 (CDOS, TIPO DE SERVICO DA
      * ORDEM) E REL063, PARA QUE UMA NOVA HABILIDADE OU A CORRECAO
      * DE UMA DESCRICAO SO PRECISE SER FEITA NESTE LUGAR. CADA
      * ENTRADA E O CODIGO (2) + A DESCRICAO (22).
      *-----------------------------------------------------------------
       01 TABHABIL.
           03 TH1 PIC X(48) VALUE
           "FHFREIO HIDRAULICO      MEMOTOR E BATERIA E-BIKE".
           03 TH2 PIC X(48) VALUE
           "SUSUSPENSAO             RDRAIAMENTO DE RODA     ".
       01 TABHAB REDEFINES TABHABIL.
           03 THAB        PIC X(24) OCCURS 4 TIMES.
       01 ALFAHAB.
             03 ALFAHAB-COD  PIC X(02).
             03 ALFAHAB-DESC PIC X(22).
