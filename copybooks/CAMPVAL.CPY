      *-----------------------------------------------------------------
      * CAMPOS DA VALIDACAO DE CAMPANHA PROMOCIONAL NO ARQUIVO
      * ARQCAMP.DAT (MANTIDO PELO SGB-035/CDCAMP). O PROGRAMA QUE
      * FIZER COPY CAMPVAL. DEVE TER NA FILE SECTION O PROPRIO
      * ARQCAMP.DAT (REGCAMP, CHAVE CAMP-CODIGO, FILE STATUS
      * ST-ERRO-CMP) E O ARQCAMPU.DAT DE USOS POR CPF (REGCAMPU,
      * CHAVE CHAVE-CAMPU = CAMPU-CODIGO + CAMPU-CPF, FILE STATUS
      * ST-ERRO-CMU) E, NA PROCEDURE DIVISION, COPY CAMPVALP. COM
      * AS ROTINAS ABRIR-CAMPANHA (ABERTURA TOLERANTE: SEM
      * ARQCAMP.DAT NENHUMA CAMPANHA E ACEITA), VALIDAR-CAMPANHA
      * (POE O CODIGO EM CA-CODIGO, O CPF EM CA-CPF, A DATA DA
      * LOCACAO, DDMMAAAA, EM CA-DATA, A FILIAL E A CATEGORIA DA
      * BIKE EM CA-FILIAL/CA-CATEGORIA; DEVOLVE CA-VALIDA = "S" OU
      * O MOTIVO DA RECUSA EM CA-MOTIVO), CALC-DESC-CAMPANHA (ABATE
      * O DESCONTO DA CAMPANHA JA LIDA DE CA-BASE, DEVOLVENDO O
      * VALOR ABATIDO EM CA-DESCONTO), USAR-CAMPANHA (CONTA O USO
      * NO TOTAL DA CAMPANHA E NO CPF, DEPOIS DA LOCACAO GRAVADA) E
      * FECHAR-CAMPANHA.
      *-----------------------------------------------------------------
       77 ST-ERRO-CMP      PIC X(02) VALUE "00".
       77 ST-ERRO-CMU      PIC X(02) VALUE "00".
       77 CA-ABERTO        PIC X(01) VALUE "N".
       77 CA-CODIGO        PIC X(06) VALUE SPACES.
       77 CA-CPF           PIC 9(14) VALUE ZEROS.
       77 CA-FILIAL        PIC 9(01) VALUE ZEROS.
       77 CA-CATEGORIA     PIC X(01) VALUE SPACES.
       77 CA-VALIDA        PIC X(01) VALUE "N".
       77 CA-MOTIVO        PIC X(40) VALUE SPACES.
       77 CA-BASE          PIC 9(6)V99 VALUE ZEROS.
       77 CA-DESCONTO      PIC 9(6)V99 VALUE ZEROS.
       77 CA-DATA-AMD      PIC 9(08) VALUE ZEROS.
       77 CA-INI-AMD       PIC 9(08) VALUE ZEROS.
       77 CA-FIM-AMD       PIC 9(08) VALUE ZEROS.
       77 CA-DIASEM        PIC 9(01) VALUE ZEROS.
       77 CA-ZC-M          PIC 9(02) VALUE ZEROS.
       77 CA-ZC-A          PIC 9(04) VALUE ZEROS.
       77 CA-ZC-J          PIC 9(02) VALUE ZEROS.
       77 CA-ZC-K          PIC 9(02) VALUE ZEROS.
       77 CA-ZC-T1         PIC 9(04) VALUE ZEROS.
       77 CA-ZC-T2         PIC 9(04) VALUE ZEROS.
       77 CA-ZC-T3         PIC 9(04) VALUE ZEROS.
       77 CA-ZC-T4         PIC 9(04) VALUE ZEROS.
       77 CA-ZC-H          PIC 9(04) VALUE ZEROS.
       01 CA-DATA.
          03 CA-DATA-DD    PIC 9(02).
          03 CA-DATA-MM    PIC 9(02).
          03 CA-DATA-AAAA  PIC 9(04).
       01 CA-DATA-NUM REDEFINES CA-DATA PIC 9(08).
       01 CA-DMA.
          03 CA-DMA-DD     PIC 9(02).
          03 CA-DMA-MM     PIC 9(02).
          03 CA-DMA-AAAA   PIC 9(04).
       01 CA-DMA-NUM REDEFINES CA-DMA PIC 9(08).
