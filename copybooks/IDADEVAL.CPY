      *-----------------------------------------------------------------
      * CAMPOS DO CALCULO DE IDADE DO CLIENTE (MAIORIDADE AOS 18
      * ANOS). O PROGRAMA QUE FIZER COPY IDADEVAL. DEVE, ANTES DE
      * CHAMAR CALCULAR-IDADE (COPY IDADEVALP. NA PROCEDURE
      * DIVISION), MOVER A DATA DE NASCIMENTO PARA ID-NASC-DIA/
      * ID-NASC-MES/ID-NASC-ANO E A DATA DE HOJE (AAAAMMDD) PARA
      * ID-HOJE, E DEPOIS TESTAR A CONDICAO ID-MENOR. NASCIMENTO NAO
      * INFORMADO (ANO ZERADO) NAO E TRATADO COMO MENOR.
      *-----------------------------------------------------------------
       77 ID-NASC-DIA        PIC 9(02) VALUE ZEROS.
       77 ID-NASC-MES        PIC 9(02) VALUE ZEROS.
       77 ID-NASC-ANO        PIC 9(04) VALUE ZEROS.
       77 ID-MAIORIDADE      PIC 9(02) VALUE 18.
       77 ID-IDADE           PIC 9(03) VALUE ZEROS.
       77 ID-FLAG            PIC X(01) VALUE "N".
           88 ID-MENOR           VALUE "S".
       01 ID-HOJE            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES ID-HOJE.
           03 ID-HOJE-ANO    PIC 9(04).
           03 ID-HOJE-MES    PIC 9(02).
           03 ID-HOJE-DIA    PIC 9(02).
