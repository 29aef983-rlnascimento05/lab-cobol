      *-----------------------------------------------------------------
      * CAMPOS DO PARCEIRO INDICADOR (HOTEL, POUSADA OU AGENCIA DE
      * TURISMO QUE MANDA CLIENTES EM TROCA DE COMISSAO). OS
      * PARCEIROS FICAM EM ARQPARC.DAT, MANTIDO PELO CADPARC: CODIGO,
      * CNPJ, NOME, PERCENTUAL DE COMISSAO, DADOS BANCARIOS E
      * SITUACAO A/I. O CODIGO DO PARCEIRO E OPCIONAL NA ABERTURA DA
      * LOCACAO E FICA EM LOC-PARCEIRO; O COMIS001 APURA A COMISSAO
      * NO FECHAMENTO DO MES. O PROGRAMA QUE FIZER COPY PARCVAL.
      * DEVE TER NA FILE SECTION O ARQPARC.DAT (REGPARC, CHAVE
      * PARC-CODIGO, FILE STATUS ST-ERRO-PRC) E, NA PROCEDURE
      * DIVISION, COPY PARCVALP. COM AS ROTINAS ABRIR-PARCEIRO
      * (ABERTURA TOLERANTE: SEM O ARQUIVO, NENHUM CODIGO E ACEITO),
      * LER-PARCEIRO (CODIGO EM PC-CODIGO; DEVOLVE PC-ACHOU = "S"
      * COM O NOME EM PC-NOME E O PERCENTUAL EM PC-PERC),
      * VALIDAR-PARCEIRO (MESMA ENTRADA; DEVOLVE PC-VALIDO = "S" SO
      * PARA PARCEIRO CADASTRADO E ATIVO, OU O MOTIVO DA RECUSA EM
      * PC-MOTIVO) E FECHAR-PARCEIRO.
      *-----------------------------------------------------------------
       77 ST-ERRO-PRC      PIC X(02) VALUE "00".
       77 PC-ABERTO        PIC X(01) VALUE "N".
       77 PC-CODIGO        PIC 9(04) VALUE ZEROS.
       77 PC-ACHOU         PIC X(01) VALUE "N".
       77 PC-VALIDO        PIC X(01) VALUE "N".
       77 PC-NOME          PIC X(40) VALUE SPACES.
       77 PC-PERC          PIC 9(02)V99 VALUE ZEROS.
       77 PC-MOTIVO        PIC X(40) VALUE SPACES.
