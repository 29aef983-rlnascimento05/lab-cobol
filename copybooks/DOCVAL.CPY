      *-----------------------------------------------------------------
      * CAMPOS DAS VALIDACOES DE DOCUMENTO E CONTATO -- DIGITO
      * VERIFICADOR DO CPF E DO CNPJ (MODULO 11, REJEITANDO OS
      * DIGITOS TODOS IGUAIS), FORMATO DO EMAIL E DDD CONTRA A TABELA
      * DE CODIGOS DE AREA -- COM O MESMO CRITERIO DO VALIDA-CPF,
      * VALIDA-CNPJ, VALIDA-EMAIL E VALIDA-DDD DO CADCLI, PARA QUE UM
      * PROGRAMA DE LOTE CONFIRA O CADASTRO COM A MESMA REGRA DA
      * TELA QUE O GRAVOU.
      *
      * O PROGRAMA QUE FIZER COPY DOCVAL. MOVE O DADO (QUALQUER QUE
      * SEJA O NOME DO CAMPO NO PROGRAMA) PARA DC-CPF, DC-CNPJ,
      * DC-EMAIL OU DC-DDD, EXECUTA A ROTINA CORRESPONDENTE DO COPY
      * DOCVALP. (VALIDAR-CPF, VALIDAR-CNPJ, VALIDAR-EMAIL OU
      * VALIDAR-DDD) E TESTA DC-CPF-VALIDO, DC-CNPJ-VALIDO,
      * DC-EMAIL-VALIDO OU DC-DDD-VALIDO ("S"/"N"). EMAIL EM BRANCO
      * E VALIDO (CAMPO OPCIONAL); QUEM EXIGE O EMAIL TESTA SPACES
      * ANTES.
      *-----------------------------------------------------------------
       01 DC-CPF             PIC 9(11) VALUE ZEROS.
       01 DC-CPF-TAB REDEFINES DC-CPF.
           03 DC-CPF-D       PIC 9(01) OCCURS 11 TIMES.
       01 DC-CNPJ            PIC 9(14) VALUE ZEROS.
       01 DC-CNPJ-TAB REDEFINES DC-CNPJ.
           03 DC-CNPJ-D      PIC 9(01) OCCURS 14 TIMES.
       01 DC-TABPESO1.
           03 FILLER         PIC X(12) VALUE "543298765432".
       01 DC-TABPESO1-R REDEFINES DC-TABPESO1.
           03 DC-PESO1       PIC 9(01) OCCURS 12 TIMES.
       01 DC-TABPESO2.
           03 FILLER         PIC X(13) VALUE "6543298765432".
       01 DC-TABPESO2-R REDEFINES DC-TABPESO2.
           03 DC-PESO2       PIC 9(01) OCCURS 13 TIMES.
       77 DC-IND             PIC 9(02) VALUE 1.
       77 DC-PESO            PIC 9(02) VALUE 0.
       77 DC-SOMA            PIC 9(05) VALUE 0.
       77 DC-RESTO           PIC 9(02) VALUE 0.
       77 DC-AUX             PIC 9(05) VALUE 0.
       77 DC-DV              PIC 9(01) VALUE 0.
       77 DC-CPF-VALIDO      PIC X(01) VALUE "S".
       77 DC-CNPJ-VALIDO     PIC X(01) VALUE "S".
      * EMAIL
       01 DC-EMAIL           PIC X(40) VALUE SPACES.
       77 DC-EMAIL-USER      PIC X(40) VALUE SPACES.
       77 DC-EMAIL-DOM       PIC X(40) VALUE SPACES.
       77 DC-CONT-ARROBA     PIC 9(02) VALUE 0.
       77 DC-CONT-PONTO      PIC 9(02) VALUE 0.
       77 DC-EMAIL-VALIDO    PIC X(01) VALUE "S".
      * TABELA DE DDDS VALIDOS (A MESMA TBDDD DO CADCLI)
       01 DC-TABDDD.
           03 FILLER PIC X(44) VALUE
           "11121314151617181921222427283132333435373841".
           03 FILLER PIC X(44) VALUE
           "42434445464748495153545561626364656667686971".
           03 FILLER PIC X(44) VALUE
           "73747577798182838485868788899192939495969798".
           03 FILLER PIC X(02) VALUE "99".
       01 DC-TABDDD-AUX REDEFINES DC-TABDDD.
           03 DC-TBDDD       PIC 9(02) OCCURS 67 TIMES.
       77 DC-DDD             PIC 9(02) VALUE ZEROS.
       77 DC-DDD-IND         PIC 9(02) VALUE 1.
       77 DC-DDD-VALIDO      PIC X(01) VALUE "S".
