      *-----------------------------------------------------------------
      * CAMPOS DO CONDUTOR AUTORIZADO DA EMPRESA (CLIENTE PJ). CADA
      * CNPJ DE CADCLIPJ.DAT TEM SUA LISTA DE CONDUTORES EM
      * ARQCONDU.DAT, MANTIDA PELO CADCLI (F4 NA TELA DA EMPRESA):
      * CPF, NOME, ATIVO (S/N) E CATEGORIA DE BIKE PERMITIDA (EM
      * BRANCO = QUALQUER CATEGORIA). O PROGRAMA QUE FIZER COPY
      * CONDVAL. DEVE TER NA FILE SECTION O ARQCONDU.DAT (REGCOND,
      * CHAVE CHAVE-COND = COND-CNPJ + COND-CPF, FILE STATUS
      * ST-ERRO-CND) E, NA PROCEDURE DIVISION, COPY CONDVALP. COM AS
      * ROTINAS ABRIR-CONDUTOR (ABERTURA TOLERANTE: SEM O ARQUIVO,
      * NENHUM CONDUTOR E AUTORIZADO), LER-CONDUTOR (CNPJ EM
      * CN-CNPJ E CPF EM CN-CPF; DEVOLVE CN-ACHOU = "S" COM O NOME
      * EM CN-NOME), VALIDAR-CONDUTOR (MESMA ENTRADA MAIS A
      * CATEGORIA DA BIKE EM CN-CATEGORIA; DEVOLVE CN-VALIDO = "S"
      * SO PARA CONDUTOR CADASTRADO, ATIVO E LIBERADO NA CATEGORIA,
      * OU O MOTIVO DA RECUSA EM CN-MOTIVO) E FECHAR-CONDUTOR.
      *-----------------------------------------------------------------
       77 ST-ERRO-CND      PIC X(02) VALUE "00".
       77 CN-ABERTO        PIC X(01) VALUE "N".
       77 CN-CNPJ          PIC 9(14) VALUE ZEROS.
       77 CN-CPF           PIC 9(11) VALUE ZEROS.
       77 CN-CATEGORIA     PIC X(01) VALUE SPACES.
       77 CN-ACHOU         PIC X(01) VALUE "N".
       77 CN-VALIDO        PIC X(01) VALUE "N".
       77 CN-NOME          PIC X(35) VALUE SPACES.
       77 CN-MOTIVO        PIC X(40) VALUE SPACES.
