      *-----------------------------------------------------------------
      * CAMPOS DO ACESSO AOS CHAMADOS DE RECLAMACAO DE CLIENTES (SAC)
      * EM ARQSAC.DAT E AS NOTAS DE ACOMPANHAMENTO EM ARQSACN.DAT
      * (MANTIDOS PELO SGB-055). O PROGRAMA QUE FIZER COPY SACVAL.
      * DEVE TER NA FILE SECTION OS DOIS ARQUIVOS (REGSAC, CHAVE
      * SAC-NUMERO, FILE STATUS ST-ERRO-SAC; REGSACN, CHAVE
      * CHAVE-SACN, FILE STATUS ST-ERRO-SCN) E, NA PROCEDURE
      * DIVISION, COPY SACVALP. COM AS ROTINAS ABRIR-SAC (ABERTURA
      * TOLERANTE: SEM ARQSAC.DAT NAO HA CHAMADO, SC-ABERTO FICA
      * "N"), LER-CHAMADO (POE O NUMERO EM SC-NUMERO, CHAMA, E TESTA
      * SC-ACHADO; O CHAMADO FICA NO REGSAC), GRAVAR-NOTA-SAC (NOTA
      * COM DATA E HORA PARA O CHAMADO DO REGSAC, TEXTO EM SC-TEXTO E
      * OPERADOR EM SC-OPERADOR), CONCLUIR-ACAO-SAC (MARCA FEITO O
      * ESTORNO OU A BAIXA PEDIDO NA RESOLUCAO DO CHAMADO E GRAVA A
      * NOTA EM SC-TEXTO) E FECHAR-SAC.
      *-----------------------------------------------------------------
       77 ST-ERRO-SAC      PIC X(02) VALUE "00".
       77 ST-ERRO-SCN      PIC X(02) VALUE "00".
       77 SC-ABERTO        PIC X(01) VALUE "N".
       77 SC-NUMERO        PIC 9(06) VALUE ZEROS.
       77 SC-ACHADO        PIC X(01) VALUE "N".
       77 SC-TEXTO         PIC X(60) VALUE SPACES.
       77 SC-OPERADOR      PIC X(08) VALUE SPACES.
       77 SC-PROX-SEQ      PIC 9(03) VALUE ZEROS.
       01 SC-HOJE.
          03 SC-ANO-HOJE    PIC 9(04).
          03 SC-MES-HOJE    PIC 9(02).
          03 SC-DIA-HOJE    PIC 9(02).
       01 SC-DATA-DMA.
          03 SC-DMA-DD      PIC 9(02).
          03 SC-DMA-MM      PIC 9(02).
          03 SC-DMA-AAAA    PIC 9(04).
       01 SC-DATA-DMA-NUM REDEFINES SC-DATA-DMA
                                        PIC 9(08).
       01 SC-AGORA.
          03 SC-AGORA-HHMM  PIC 9(04).
          03 FILLER         PIC 9(04).
