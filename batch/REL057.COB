       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL057.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * PREVISAO DE CAIXA SEMANA A SEMANA (13 SEMANAS)   *
      **************************************************
      * A PERGUNTA DE TODA SEGUNDA-FEIRA ("VAI TER DINHEIRO PARA A
      * FOLHA DO DIA 5?") EXIGIA ABRIR O REL032, AS FATURAS PJ, OS
      * PEDIDOS DO CDCOMPRA E A FOLHA NA MAO. ESTE RELATORIO PROJETA
      * 13 SEMANAS A PARTIR DE HOJE (SEMANA 1 = HOJE A HOJE + 6) E,
      * PARA CADA UMA, IMPRIME O SALDO INICIAL, AS ENTRADAS E SAIDAS
      * POR CATEGORIA E O SALDO FINAL, COM LINHA DE ALERTA QUANDO O
      * SALDO FINAL DA SEMANA FICA NEGATIVO. ITEM JA VENCIDO E AINDA
      * EM ABERTO CAI NA SEMANA 1; ITEM DEPOIS DA 13A SEMANA FICA DE
      * FORA. FONTES:
      *   ENTRADAS
      *     COBRANCAS   ARQCOB.DAT EM ABERTO, PELO SALDO, NO
      *                 VENCIMENTO DO BOLETO REGISTRADO (ARQBOLET.DAT)
      *                 OU NA DATA DA COBRANCA;
      *     FATURAS PJ  ARQFATPJ.DAT EM ABERTO, PELO SALDO, NO
      *                 VENCIMENTO DO BOLETO OU NA EMISSAO + FATPRAZO
      *                 DIAS (CDPARAM, PADRAO 30);
      *     ASSINATURAS ARQASSIN.DAT ATIVAS, PRECO DO PLANO NO DIA 1
      *                 DE CADA MES DA VIGENCIA AINDA NAO PAGO;
      *     MENSALIDADE ARQMENS.DAT EM ABERTO NO DIA MENSDIAVENC
      *                 (PADRAO 10) DA COMPETENCIA E, NOS MESES AINDA
      *                 NAO GERADOS PELO MENS001, ALUNOS ATIVOS X
      *                 MENSALESC (PADRAO 500);
      *   SAIDAS
      *     PEDIDOS     ARQPEDC.DAT EM ABERTO, SALDO A RECEBER DOS
      *                 ITENS, NA EMISSAO + PRAZO DO FORNECEDOR
      *                 (ARQFORN.DAT, PADRAO 30 DIAS);
      *     CONTAS      PARCELAS ABERTAS DE ARQCPAG.DAT NO VENCIMENTO;
      *     FOLHA       LIQUIDO TOTAL DA ULTIMA COMPETENCIA DE
      *                 ARQFOLHAH.DAT, REPETIDO NO DIA FOLHADIAPG
      *                 (PADRAO 5) DE CADA MES;
      *     DESPESAS    TIPO DE DESPESA (ARQDESP.DAT/CDDESP) LANCADO
      *                 NOS DOIS ULTIMOS MESES FECHADOS E TIDO COMO
      *                 RECORRENTE: REPETE O VALOR DO ULTIMO MES NO
      *                 MESMO DIA DE CADA MES.
      * O SALDO INICIAL E O PARAMETRO SALDOCAIXA DO CDPARAM (EM
      * REAIS INTEIROS), ATUALIZADO PELO FINANCEIRO ANTES DA RODADA.
      * FONTE SEM ARQUIVO (MODULO NAO USADO) E SO IGNORADA. RODA TODA
      * SEGUNDA-FEIRA NO JOB001 E PODE SER RODADO AVULSO. PAGINADO
      * PELAS ROTINAS COMPARTILHADAS COPY RELPAG./RELPAGP.; AS DATAS
      * DAS SEMANAS SAEM DO AVANCO DE DATA DO COPY CALDIAS./CALDIASP.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COB
                    FILE STATUS  IS ST-ERRO-COB.

           SELECT ARQBOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-NOSSO-NUM
                    FILE STATUS  IS ST-ERRO-BOL.

           SELECT ARQFATPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FAT-NUMERO
                    FILE STATUS  IS ST-ERRO-FAT.

           SELECT ARQASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASSIN-CPF
                    FILE STATUS  IS ST-ERRO-ASS.

           SELECT ARQPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLANO-CODIGO
                    FILE STATUS  IS ST-ERRO-PLA.

           SELECT ARQMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MENS
                    FILE STATUS  IS ST-ERRO-MEN.

           SELECT ARQALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALUNO-RA
                    FILE STATUS  IS ST-ERRO-ALU.

           SELECT ARQPEDC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-ERRO-PED.

           SELECT ARQPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PEDIT
                    FILE STATUS  IS ST-ERRO-ITM.

           SELECT ARQFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORN-CNPJ
                    FILE STATUS  IS ST-ERRO-FOR.

           SELECT ARQCPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CPG
                    ALTERNATE RECORD KEY IS CPG-FORNECEDOR
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CPG.

           SELECT ARQFOLHAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FH
                    FILE STATUS  IS ST-ERRO-FLH.

           SELECT ARQDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DESP
                    FILE STATUS  IS ST-ERRO-DSP.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REGCOB.
                03 CHAVE-COB.
                   05 COB-CPF           PIC 9(14).
                   05 COB-SEQ           PIC 9(4).
                03 COB-NUMERO           PIC 9(4).
                03 COB-LOCSEQ           PIC 9(4).
                03 COB-DATA             PIC 9(8).
                03 COB-VALOR            PIC 9(6)V99.
                03 COB-SITUACAO         PIC X(01).
                   88 COB-EM-ABERTO         VALUE "A".
                03 COB-VALOR-PAGO       PIC 9(6)V99.
                03 COB-ESTAGIO          PIC X(01).
                03 COB-NOSSO-NUM        PIC 9(10).

       FD ARQBOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBOLET.DAT".
       01 REGBOLET.
                03 BOL-NOSSO-NUM        PIC 9(10).
                03 BOL-TIPO             PIC X(01).
                03 BOL-DOC              PIC 9(14).
                03 BOL-COB-SEQ          PIC 9(04).
                03 BOL-FAT-NUMERO       PIC 9(06).
                03 BOL-VALOR            PIC 9(8)V99.
                03 BOL-EMISSAO          PIC 9(08).
                03 BOL-VENCTO           PIC 9(08).
                03 BOL-SITUACAO         PIC X(01).
                   88 BOL-REGISTRADO        VALUE "R".
                03 BOL-VALOR-PAGO       PIC 9(8)V99.
                03 BOL-DATA-PAGTO       PIC 9(08).
                03 BOL-RECIBO           PIC 9(08).

       FD ARQFATPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFATPJ.DAT".
       01 REGFAT.
                03 FAT-NUMERO           PIC 9(6).
                03 FAT-CNPJ             PIC 9(14).
                03 FAT-COMPET           PIC 9(6).
                03 FAT-QTD-LOC          PIC 9(4).
                03 FAT-VALOR            PIC 9(8)V99.
                03 FAT-DATA-EMISSAO     PIC 9(8).
                03 FAT-SITUACAO         PIC X(01).
                   88 FAT-ABERTA            VALUE "A".
                03 FAT-VALOR-PAGO       PIC 9(8)V99.
                03 FAT-NOSSO-NUM        PIC 9(10).

       FD ARQASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASSIN.DAT".
       01 REGASSIN.
                03 ASSIN-CPF            PIC 9(14).
                03 ASSIN-PLANO          PIC 9(3).
                03 ASSIN-INICIO         PIC 9(8).
                03 ASSIN-FIM            PIC 9(8).
                03 ASSIN-MES-REF        PIC 9(6).
                03 ASSIN-USOS-MES       PIC 9(3).
                03 ASSIN-PAGO-ATE       PIC 9(6).
                03 ASSIN-SITUACAO       PIC X(1).
                   88 ASSIN-ATIVA           VALUE "A".

       FD ARQPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLANO.DAT".
       01 REGPLANO.
                03 PLANO-CODIGO         PIC 9(3).
                03 PLANO-DESCRICAO      PIC X(20).
                03 PLANO-PRECO          PIC 9(6)V99.
                03 PLANO-LOC-INCL       PIC 9(3).
                03 PLANO-CATEGORIA      PIC X(1).
                03 PLANO-SITUACAO       PIC X(1).

       FD ARQMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMENS.DAT".
       01 REGMENS.
                03 CHAVE-MENS.
                   05 MENS-RA           PIC X(13).
                   05 MENS-COMPET       PIC 9(6).
                03 MENS-VALOR           PIC 9(6)V99.
                03 MENS-DATA-GERACAO    PIC 9(8).
                03 MENS-SITUACAO        PIC X(1).
                   88 MENS-EM-ABERTO        VALUE "A".
                03 MENS-VALOR-PAGO      PIC 9(6)V99.
                03 MENS-VALOR-BRUTO     PIC 9(6)V99.
                03 MENS-DESCONTO        PIC 9(6)V99.
                03 MENS-BOLSA-TIPO      PIC X(1).
                03 MENS-BOLSA-INICIO    PIC 9(6).

       FD ARQALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALUNO.DAT".
       01 REGALUNO.
                03 ALUNO-RA             PIC X(13).
                03 ALUNO-NOME           PIC X(32).
                03 ALUNO-DATANASC.
                    05 ALUNO-DIA        PIC 9(2).
                    05 ALUNO-MES        PIC 9(2).
                    05 ALUNO-ANO        PIC 9(4).
                03 ALUNO-RESPONSAVEL    PIC X(35).
                03 ALUNO-TELEFONE.
                   05 ALUNO-DDD         PIC 9(02).
                   05 ALUNO-TELNUM      PIC 9(9).
                03 ALUNO-EMAIL          PIC X(35).
                03 ALUNO-CEP            PIC 9(08).
                03 ALUNO-ENDNUM         PIC 9(4).
                03 ALUNO-SITUACAO       PIC X(1).
                   88 ALUNO-ATIVO           VALUE "A".

       FD ARQPEDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDC.DAT".
       01 REGPED.
                03 PED-NUMERO           PIC 9(6).
                03 PED-FORNECEDOR       PIC 9(14).
                03 PED-DATA-EMISSAO     PIC 9(8).
                03 PED-DATA-RECEB       PIC 9(8).
                03 PED-SITUACAO         PIC X(1).
                   88 PED-ABERTO            VALUE "A".

       FD ARQPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDIT.DAT".
       01 REGPEDIT.
                03 CHAVE-PEDIT.
                   05 PEDIT-NUMERO      PIC 9(6).
                   05 PEDIT-ITEM        PIC 9(2).
                03 PEDIT-PECA           PIC X(8).
                03 PEDIT-QTD-PEDIDA     PIC 9(5).
                03 PEDIT-PRECO-UNIT     PIC 9(6)V99.
                03 PEDIT-QTD-RECEBIDA   PIC 9(5).

       FD ARQFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORN.DAT".
       01 REGFORN.
                03 FORN-CNPJ            PIC 9(14).
                03 FORN-RAZAO           PIC X(40).
                03 FORN-CONTATO         PIC X(35).
                03 FORN-EMAIL           PIC X(35).
                03 FORN-TELEFONE.
                   05 FORN-DDD          PIC 9(02).
                   05 FORN-TELNUM       PIC 9(9).
                03 FORN-PRAZO-DIAS      PIC 9(3).
                03 FORN-SITUACAO        PIC X(1).
                03 FORN-GARANTIA-DIAS   PIC 9(3).

       FD ARQCPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCPAG.DAT".
       01 REGCPAG.
                03 CHAVE-CPG.
                   05 CPG-NUMERO        PIC 9(6).
                   05 CPG-PARCELA       PIC 9(2).
                03 CPG-FORNECEDOR       PIC 9(14).
                03 CPG-CREDOR           PIC X(30).
                03 CPG-NOTA             PIC X(10).
                03 CPG-ORIGEM           PIC X(01).
                03 CPG-PEDIDO           PIC 9(6).
                03 CPG-DESP-CHAVE.
                   05 CPG-DESP-FILIAL   PIC 9(1).
                   05 CPG-DESP-DATA     PIC 9(8).
                   05 CPG-DESP-SEQ      PIC 9(4).
                03 CPG-FILIAL           PIC 9(1).
                03 CPG-EMISSAO          PIC 9(8).
                03 CPG-VENCTO           PIC 9(8).
                03 CPG-VALOR            PIC 9(6)V99.
                03 CPG-SITUACAO         PIC X(01).
                   88 CPG-ABERTA            VALUE "A".
                03 CPG-DATA-PAGTO       PIC 9(8).
                03 CPG-VALOR-PAGO       PIC 9(6)V99.
                03 CPG-OPER-PAGTO       PIC X(8).
                03 CPG-OPERADOR         PIC X(8).
                03 CPG-DATA-LANC        PIC 9(8).

       FD ARQFOLHAH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHAH.DAT".
       01 REGFH.
                03 CHAVE-FH.
                   05 FH-CODIGO         PIC X(12).
                   05 FH-COMPET         PIC 9(6).
                03 FH-BRUTO             PIC 9(8)V99.
                03 FH-INSS              PIC 9(7)V99.
                03 FH-IRRF              PIC 9(7)V99.
                03 FH-LIQUIDO           PIC 9(8)V99.

       FD ARQDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDESP.DAT".
       01 REGDESP.
                03 CHAVE-DESP.
                   05 DESP-FILIAL       PIC 9(01).
                   05 DESP-DATA         PIC 9(08).
                   05 DESP-SEQ          PIC 9(04).
                03 DESP-TIPO            PIC X(15).
                03 DESP-VALOR           PIC 9(06)V99.
                03 DESP-OPERADOR        PIC X(08).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL057.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-COB      PIC X(02) VALUE "00".
       77 ST-ERRO-BOL      PIC X(02) VALUE "00".
       77 ST-ERRO-FAT      PIC X(02) VALUE "00".
       77 ST-ERRO-ASS      PIC X(02) VALUE "00".
       77 ST-ERRO-PLA      PIC X(02) VALUE "00".
       77 ST-ERRO-MEN      PIC X(02) VALUE "00".
       77 ST-ERRO-ALU      PIC X(02) VALUE "00".
       77 ST-ERRO-PED      PIC X(02) VALUE "00".
       77 ST-ERRO-ITM      PIC X(02) VALUE "00".
       77 ST-ERRO-FOR      PIC X(02) VALUE "00".
       77 ST-ERRO-CPG      PIC X(02) VALUE "00".
       77 ST-ERRO-FLH      PIC X(02) VALUE "00".
       77 ST-ERRO-DSP      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-BOLET-ABERTO   PIC X(01) VALUE "N".
       77 W-PLANO-ABERTO   PIC X(01) VALUE "N".
       77 W-FORN-ABERTO    PIC X(01) VALUE "N".
       77 W-PEDC-ABERTO    PIC X(01) VALUE "N".
       77 W-SEM            PIC 9(02) COMP VALUE ZEROS.
       77 W-SEM-ACHADA     PIC 9(02) COMP VALUE ZEROS.
       77 W-CAT            PIC 9(02) COMP VALUE ZEROS.
       77 W-MES            PIC 9(02) COMP VALUE ZEROS.
       77 W-QTD-MESES      PIC 9(02) COMP VALUE ZEROS.
       77 W-IND-DESP       PIC 9(03) COMP VALUE ZEROS.
       77 W-QTD-DESP       PIC 9(03) COMP VALUE ZEROS.
       77 W-DIAS-SOMAR     PIC 9(03) VALUE ZEROS.
       77 W-DIAS-CONT      PIC 9(03) COMP VALUE ZEROS.
       77 W-SO-FUTURO      PIC X(01) VALUE "N".
       77 W-VALOR-LANC     PIC 9(10)V99 VALUE ZEROS.
       77 W-FIM-HORIZ      PIC 9(08) VALUE ZEROS.
       77 W-COMPET-FIM     PIC 9(06) VALUE ZEROS.
       77 W-COMPET-INI     PIC 9(06) VALUE ZEROS.
       77 W-COMPET-LIM     PIC 9(06) VALUE ZEROS.
       77 W-COMPET-ULT     PIC 9(06) VALUE ZEROS.
       77 W-COMPET-PEN     PIC 9(06) VALUE ZEROS.
       77 W-COMPET-AUX     PIC 9(06) VALUE ZEROS.
       77 W-MENS-ULT       PIC 9(06) VALUE ZEROS.
       77 W-QTD-ALUNOS     PIC 9(06) VALUE ZEROS.
       77 W-FOLHA-COMPET   PIC 9(06) VALUE ZEROS.
       77 W-FOLHA-LIQ      PIC 9(10)V99 VALUE ZEROS.
       77 W-PED-ANT        PIC 9(06) VALUE ZEROS.
       77 W-PED-VALIDO     PIC X(01) VALUE "N".
       77 W-PED-VENCTO     PIC 9(08) VALUE ZEROS.
       77 W-DIA-MES        PIC 9(02) VALUE ZEROS.
       77 W-SALDO          PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-ENTRADAS   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-SAIDAS     PIC 9(10)V99 VALUE ZEROS.
       77 W-SEMANAS-NEG    PIC 9(02) VALUE ZEROS.
       77 W-ALERTA-ED      PIC Z9.
      * PARAMETROS DO CDPARAM (PADRAO DO PROGRAMA QUANDO AUSENTES)
       77 W-SALDO-INICIAL  PIC 9(07) VALUE ZEROS.
       77 W-FAT-PRAZO      PIC 9(03) VALUE 30.
       77 W-MENS-DIA       PIC 9(02) VALUE 10.
       77 W-MENS-VALOR     PIC 9(07) VALUE 500.
       77 W-FOLHA-DIA      PIC 9(02) VALUE 5.

       COPY RELPAG.
       COPY CALDIAS.
       COPY PARAMVAL.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).

      * DATA DOS ARQUIVOS (DDMMAAAA) E A MESMA DATA EM AAAAMMDD, QUE
      * E A QUE SE COMPARA COM AS SEMANAS
       01 W-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DMA-NUM REDEFINES W-DMA PIC 9(08).
       01 W-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-AMD-NUM REDEFINES W-AMD PIC 9(08).
       01 W-AMD-COMPET REDEFINES W-AMD.
          03 W-AMD-AAAAMM   PIC 9(06).
          03 FILLER         PIC 9(02).
       01 W-COMPET-R.
          03 W-COMPET-AAAA  PIC 9(04).
          03 W-COMPET-MM    PIC 9(02).
       01 W-COMPET-NUM REDEFINES W-COMPET-R PIC 9(06).

      * AS 13 SEMANAS (DATAS EM AAAAMMDD) E O VALOR DE CADA CATEGORIA
      * NA SEMANA: 1 A 4 ENTRADAS, 5 A 8 SAIDAS
       01 TAB-SEMANAS.
           03 SEMANA OCCURS 13 TIMES.
              05 SEM-INICIO     PIC 9(08).
              05 SEM-FIM        PIC 9(08).
              05 SEM-VALOR      PIC 9(10)V99 OCCURS 8 TIMES.

      * MESES (AAAAMM) QUE O HORIZONTE TOCA, PARA AS PROJECOES MENSAIS
       01 TAB-MESES.
           03 MES-COMPET        PIC 9(06) OCCURS 5 TIMES.

       01 TAB-NOMES-CAT.
           03 FILLER PIC X(34) VALUE
              "(+) COBRANCAS EM ABERTO".
           03 FILLER PIC X(34) VALUE
              "(+) FATURAS PJ".
           03 FILLER PIC X(34) VALUE
              "(+) ASSINATURAS".
           03 FILLER PIC X(34) VALUE
              "(+) MENSALIDADES ESCOLARES".
           03 FILLER PIC X(34) VALUE
              "(-) PEDIDOS DE COMPRA EM ABERTO".
           03 FILLER PIC X(34) VALUE
              "(-) CONTAS A PAGAR".
           03 FILLER PIC X(34) VALUE
              "(-) FOLHA DE PAGAMENTO (LIQUIDO)".
           03 FILLER PIC X(34) VALUE
              "(-) DESPESAS RECORRENTES".
       01 TAB-NOMES-R REDEFINES TAB-NOMES-CAT.
           03 NOME-CAT          PIC X(34) OCCURS 8 TIMES.
       01 TAB-TOT-CAT.
           03 TOT-CAT OCCURS 8 TIMES.
              05 TOT-CAT-QTD    PIC 9(06).
              05 TOT-CAT-VALOR  PIC 9(10)V99.

      * TIPOS DE DESPESA DOS DOIS ULTIMOS MESES FECHADOS
       01 TAB-DESP.
           03 TD-ITEM OCCURS 60 TIMES.
              05 TD-TIPO        PIC X(15).
              05 TD-NO-PEN      PIC X(01).
              05 TD-NO-ULT      PIC X(01).
              05 TD-VALOR       PIC 9(08)V99.
              05 TD-DIA         PIC 9(02).

       01 LINHA-SEMANA.
           03 FILLER       PIC X(07) VALUE "SEMANA ".
           03 LS-SEMANA    PIC 99.
           03 FILLER       PIC X(03) VALUE " - ".
           03 LS-INICIO    PIC 99/99/9999.
           03 FILLER       PIC X(03) VALUE " A ".
           03 LS-FIM       PIC 99/99/9999.
       01 LINHA-ITEM.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LI-DESCR     PIC X(34).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LI-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.
       01 LINHA-ALERTA.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 FILLER       PIC X(50) VALUE
              "*** ALERTA: SALDO FINAL NEGATIVO NESTA SEMANA ***".
       01 LINHA-TIT-RESUMO.
           03 FILLER       PIC X(40) VALUE
              "RESUMO DAS 13 SEMANAS".
       01 LINHA-CAB-RESUMO.
           03 FILLER       PIC X(40) VALUE
              "SEM INICIO            ENTRADAS          ".
           03 FILLER       PIC X(40) VALUE
              "SAIDAS      SALDO FINAL".
       01 LINHA-RESUMO.
           03 LR-SEMANA    PIC 99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-INICIO    PIC 99/99/9999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-ENTRADAS  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-SAIDAS    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-ALERTA    PIC X(08).
       01 LINHA-CAT.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LC-DESCR     PIC X(34).
           03 FILLER       PIC X(07) VALUE " ITENS ".
           03 LC-QTD       PIC ZZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LC-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-PREMISSA.
           03 LP-TEXTO     PIC X(50).
           03 LP-VALOR     PIC Z.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO TAB-SEMANAS TAB-MESES TAB-TOT-CAT
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM CALC-SEMANAS THRU CALC-SEMANAS-FIM
           PERFORM CALC-MESES THRU CALC-MESES-FIM
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           PERFORM PREVER-COBRANCAS THRU PREVER-COBRANCAS-FIM
           PERFORM PREVER-FATURAS THRU PREVER-FATURAS-FIM
           PERFORM PREVER-ASSINATURAS THRU PREVER-ASSINATURAS-FIM
           PERFORM PREVER-MENSALIDADES THRU PREVER-MENSALIDADES-FIM
           PERFORM PREVER-PEDIDOS THRU PREVER-PEDIDOS-FIM
           PERFORM PREVER-CONTAS THRU PREVER-CONTAS-FIM
           PERFORM PREVER-FOLHA THRU PREVER-FOLHA-FIM
           PERFORM PREVER-DESPESAS THRU PREVER-DESPESAS-FIM
           PERFORM IMPRIMIR-PREMISSAS THRU IMPRIMIR-PREMISSAS-FIM
           MOVE W-SALDO-INICIAL TO W-SALDO
           PERFORM IMPRIMIR-SEMANA THRU IMPRIMIR-SEMANA-FIM
               VARYING W-SEM FROM 1 BY 1
               UNTIL W-SEM > 13
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           CLOSE RELATORIO.
           MOVE "REL057" TO W-REL-ID
           MOVE "REL057.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           MOVE "SALDO INICIAL" TO W-REL-PARMS
           MOVE W-SALDO-INICIAL TO W-REL-PARMS (15:7)
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           IF W-SEMANAS-NEG > ZEROS
              MOVE W-SEMANAS-NEG TO W-ALERTA-ED
              DISPLAY "*** ALERTA: SALDO NEGATIVO PREVISTO EM "
                      W-ALERTA-ED " SEMANA(S) - VER REL057.TXT ***".
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "SALDOCAIXA" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              MOVE PV-VALOR TO W-SALDO-INICIAL.
           MOVE "FATPRAZO" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS AND PV-VALOR < 1000
              MOVE PV-VALOR TO W-FAT-PRAZO.
           MOVE "MENSDIAVENC" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS AND PV-VALOR < 29
              MOVE PV-VALOR TO W-MENS-DIA.
           MOVE "MENSALESC" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-MENS-VALOR.
           MOVE "FOLHADIAPG" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS AND PV-VALOR < 29
              MOVE PV-VALOR TO W-FOLHA-DIA.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

      * SEMANA 1 COMECA HOJE; CADA SEMANA TEM 7 DIAS CORRIDOS
       CALC-SEMANAS.
           MOVE W-HOJE TO CD-CORRENTE
           PERFORM CALC-UMA-SEMANA THRU CALC-UMA-SEMANA-FIM
               VARYING W-SEM FROM 1 BY 1
               UNTIL W-SEM > 13
           MOVE SEM-FIM (13) TO W-FIM-HORIZ.
       CALC-SEMANAS-FIM.
           EXIT.

       CALC-UMA-SEMANA.
           MOVE CD-CUR-NUM TO SEM-INICIO (W-SEM)
           MOVE 6 TO W-DIAS-SOMAR
           PERFORM SOMAR-DIAS THRU SOMAR-DIAS-FIM
           MOVE CD-CUR-NUM TO SEM-FIM (W-SEM)
           PERFORM CD-PROX-DIA THRU CD-PROX-DIA-FIM.
       CALC-UMA-SEMANA-FIM.
           EXIT.

      * SOMA W-DIAS-SOMAR DIAS CORRIDOS A DATA EM CD-CORRENTE
       SOMAR-DIAS.
           MOVE ZEROS TO W-DIAS-CONT.
       SOMAR-DIAS-LOOP.
           IF W-DIAS-CONT NOT < W-DIAS-SOMAR
              GO TO SOMAR-DIAS-FIM.
           PERFORM CD-PROX-DIA THRU CD-PROX-DIA-FIM
           ADD 1 TO W-DIAS-CONT
           GO TO SOMAR-DIAS-LOOP.
       SOMAR-DIAS-FIM.
           EXIT.

      * COMPETENCIAS (AAAAMM) DO MES DE HOJE ATE O DO FIM DO HORIZONTE
       CALC-MESES.
           MOVE W-FIM-HORIZ TO W-AMD-NUM
           MOVE W-AMD-AAAAMM TO W-COMPET-FIM
           MOVE W-ANO-HOJE TO W-COMPET-AAAA
           MOVE W-MES-HOJE TO W-COMPET-MM
           MOVE ZEROS TO W-QTD-MESES.
       CALC-MESES-LOOP.
           IF W-COMPET-NUM > W-COMPET-FIM OR W-QTD-MESES = 5
              GO TO CALC-MESES-FIM.
           ADD 1 TO W-QTD-MESES
           MOVE W-COMPET-NUM TO MES-COMPET (W-QTD-MESES)
           ADD 1 TO W-COMPET-MM
           IF W-COMPET-MM > 12
              MOVE 01 TO W-COMPET-MM
              ADD 1 TO W-COMPET-AAAA.
           GO TO CALC-MESES-LOOP.
       CALC-MESES-FIM.
           EXIT.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "PREVISAO DE CAIXA - PROXIMAS 13 SEMANAS"
                                                       TO W-TITULO-REL
           MOVE
           "SEMANA / LANCAMENTO                                 VALOR"
                                                       TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * LANCA W-VALOR-LANC NA CATEGORIA W-CAT, NA SEMANA DA DATA EM
      * W-AMD-NUM. DATA ANTERIOR A HOJE CAI NA SEMANA 1 (ITEM VENCIDO
      * AINDA A RECEBER OU A PAGAR), A NAO SER EM PROJECAO
      * (W-SO-FUTURO = "S"), EM QUE A DATA QUE JA PASSOU E DESPREZADA.
      *-----------------------------------------------------------------
       LANCAR-PREVISAO.
           IF W-VALOR-LANC = ZEROS
              GO TO LANCAR-PREVISAO-FIM.
           IF W-SO-FUTURO = "S" AND W-AMD-NUM < SEM-INICIO (1)
              GO TO LANCAR-PREVISAO-FIM.
           PERFORM LOCALIZAR-SEMANA THRU LOCALIZAR-SEMANA-FIM
           IF W-SEM-ACHADA = ZEROS
              GO TO LANCAR-PREVISAO-FIM.
           ADD W-VALOR-LANC TO SEM-VALOR (W-SEM-ACHADA, W-CAT)
           ADD 1 TO TOT-CAT-QTD (W-CAT)
           ADD W-VALOR-LANC TO TOT-CAT-VALOR (W-CAT).
       LANCAR-PREVISAO-FIM.
           EXIT.

       LOCALIZAR-SEMANA.
           MOVE ZEROS TO W-SEM-ACHADA
           IF W-AMD-NUM > W-FIM-HORIZ
              GO TO LOCALIZAR-SEMANA-FIM.
           IF W-AMD-NUM < SEM-INICIO (1)
              MOVE 1 TO W-SEM-ACHADA
              GO TO LOCALIZAR-SEMANA-FIM.
           MOVE 13 TO W-SEM.
       LOCALIZAR-SEMANA-TESTA.
           IF W-AMD-NUM NOT < SEM-INICIO (W-SEM)
              MOVE W-SEM TO W-SEM-ACHADA
              GO TO LOCALIZAR-SEMANA-FIM.
           SUBTRACT 1 FROM W-SEM
           GO TO LOCALIZAR-SEMANA-TESTA.
       LOCALIZAR-SEMANA-FIM.
           EXIT.

       CONVERTER-DMA.
           MOVE W-DMA-AAAA TO W-AMD-AAAA
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-DD   TO W-AMD-DD.
       CONVERTER-DMA-FIM.
           EXIT.

      * VENCIMENTO DO BOLETO REGISTRADO DO ITEM (NOSSO NUMERO JA EM
      * BOL-NOSSO-NUM); DEVOLVE W-AMD-NUM ZERADO QUANDO NAO HA
       LER-BOLETO.
           MOVE ZEROS TO W-AMD-NUM
           IF W-BOLET-ABERTO NOT = "S" OR BOL-NOSSO-NUM = ZEROS
              GO TO LER-BOLETO-FIM.
           READ ARQBOLET
           IF ST-ERRO-BOL NOT = "00"
              MOVE "00" TO ST-ERRO-BOL
              GO TO LER-BOLETO-FIM.
           IF BOL-REGISTRADO
              MOVE BOL-VENCTO TO W-DMA-NUM
              PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM.
       LER-BOLETO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ENTRADAS
      *-----------------------------------------------------------------
       PREVER-COBRANCAS.
           MOVE 1 TO W-CAT
           MOVE "N" TO W-SO-FUTURO
           OPEN INPUT ARQBOLET
           IF ST-ERRO-BOL = "00"
              MOVE "S" TO W-BOLET-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-BOL.
           OPEN INPUT ARQCOB
           IF ST-ERRO-COB = "35"
              GO TO PREVER-COBRANCAS-FIM.
           IF ST-ERRO-COB NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO COBRANCAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       PREVER-COBRANCAS-LER.
           READ ARQCOB NEXT RECORD
               AT END GO TO PREVER-COBRANCAS-FECHA.
           IF NOT COB-EM-ABERTO OR COB-VALOR-PAGO NOT < COB-VALOR
              GO TO PREVER-COBRANCAS-LER.
           COMPUTE W-VALOR-LANC = COB-VALOR - COB-VALOR-PAGO
           MOVE COB-NOSSO-NUM TO BOL-NOSSO-NUM
           PERFORM LER-BOLETO THRU LER-BOLETO-FIM
           IF W-AMD-NUM = ZEROS
              MOVE COB-DATA TO W-DMA-NUM
              PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM.
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM
           GO TO PREVER-COBRANCAS-LER.
       PREVER-COBRANCAS-FECHA.
           CLOSE ARQCOB.
       PREVER-COBRANCAS-FIM.
           EXIT.

       PREVER-FATURAS.
           MOVE 2 TO W-CAT
           MOVE "N" TO W-SO-FUTURO
           OPEN INPUT ARQFATPJ
           IF ST-ERRO-FAT = "35"
              GO TO PREVER-FATURAS-BOL.
           IF ST-ERRO-FAT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO FATURAS PJ ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       PREVER-FATURAS-LER.
           READ ARQFATPJ NEXT RECORD
               AT END GO TO PREVER-FATURAS-FECHA.
           IF NOT FAT-ABERTA OR FAT-VALOR-PAGO NOT < FAT-VALOR
              GO TO PREVER-FATURAS-LER.
           COMPUTE W-VALOR-LANC = FAT-VALOR - FAT-VALOR-PAGO
           MOVE FAT-NOSSO-NUM TO BOL-NOSSO-NUM
           PERFORM LER-BOLETO THRU LER-BOLETO-FIM
           IF W-AMD-NUM = ZEROS
              MOVE FAT-DATA-EMISSAO TO W-DMA-NUM
              PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
              MOVE W-AMD TO CD-CORRENTE
              MOVE W-FAT-PRAZO TO W-DIAS-SOMAR
              PERFORM SOMAR-DIAS THRU SOMAR-DIAS-FIM
              MOVE CD-CUR-NUM TO W-AMD-NUM.
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM
           GO TO PREVER-FATURAS-LER.
       PREVER-FATURAS-FECHA.
           CLOSE ARQFATPJ.
       PREVER-FATURAS-BOL.
           IF W-BOLET-ABERTO = "S"
              CLOSE ARQBOLET
              MOVE "N" TO W-BOLET-ABERTO.
       PREVER-FATURAS-FIM.
           EXIT.

      * CADA MES DO HORIZONTE DENTRO DA VIGENCIA E AINDA NAO PAGO
      * (ASSIN-PAGO-ATE) ENTRA PELO PRECO DO PLANO NO DIA 1
       PREVER-ASSINATURAS.
           MOVE 3 TO W-CAT
           MOVE "N" TO W-SO-FUTURO
           OPEN INPUT ARQASSIN
           IF ST-ERRO-ASS = "35"
              GO TO PREVER-ASSINATURAS-FIM.
           IF ST-ERRO-ASS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO ASSINATURAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQPLANO
           IF ST-ERRO-PLA NOT = "00"
              MOVE "00" TO ST-ERRO-PLA
              CLOSE ARQASSIN
              GO TO PREVER-ASSINATURAS-FIM.
       PREVER-ASSINATURAS-LER.
           READ ARQASSIN NEXT RECORD
               AT END GO TO PREVER-ASSINATURAS-FECHA.
           IF NOT ASSIN-ATIVA
              GO TO PREVER-ASSINATURAS-LER.
           MOVE ASSIN-PLANO TO PLANO-CODIGO
           READ ARQPLANO
           IF ST-ERRO-PLA NOT = "00"
              MOVE "00" TO ST-ERRO-PLA
              GO TO PREVER-ASSINATURAS-LER.
           MOVE ASSIN-INICIO TO W-DMA-NUM
           PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
           MOVE W-AMD-AAAAMM TO W-COMPET-INI
           MOVE 999999 TO W-COMPET-LIM
           IF ASSIN-FIM NOT = ZEROS
              MOVE ASSIN-FIM TO W-DMA-NUM
              PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
              MOVE W-AMD-AAAAMM TO W-COMPET-LIM.
           PERFORM PREVER-ASSIN-MES THRU PREVER-ASSIN-MES-FIM
               VARYING W-MES FROM 1 BY 1
               UNTIL W-MES > W-QTD-MESES
           GO TO PREVER-ASSINATURAS-LER.
       PREVER-ASSINATURAS-FECHA.
           CLOSE ARQASSIN ARQPLANO.
       PREVER-ASSINATURAS-FIM.
           EXIT.

       PREVER-ASSIN-MES.
           IF MES-COMPET (W-MES) NOT > ASSIN-PAGO-ATE
              OR MES-COMPET (W-MES) < W-COMPET-INI
              OR MES-COMPET (W-MES) > W-COMPET-LIM
              GO TO PREVER-ASSIN-MES-FIM.
           MOVE MES-COMPET (W-MES) TO W-AMD-AAAAMM
           MOVE 01 TO W-AMD-DD
           MOVE PLANO-PRECO TO W-VALOR-LANC
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM.
       PREVER-ASSIN-MES-FIM.
           EXIT.

      * MENSALIDADES JA GERADAS E EM ABERTO NO DIA DE VENCIMENTO DA
      * COMPETENCIA; MESES AINDA NAO GERADOS PELOS ALUNOS ATIVOS
       PREVER-MENSALIDADES.
           MOVE 4 TO W-CAT
           MOVE "N" TO W-SO-FUTURO
           MOVE ZEROS TO W-MENS-ULT W-QTD-ALUNOS
           OPEN INPUT ARQMENS
           IF ST-ERRO-MEN = "35"
              GO TO PREVER-MENSALIDADES-FIM.
           IF ST-ERRO-MEN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO MENSALIDADES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       PREVER-MENSALIDADES-LER.
           READ ARQMENS NEXT RECORD
               AT END GO TO PREVER-MENSALIDADES-FECHA.
           IF MENS-COMPET > W-MENS-ULT
              MOVE MENS-COMPET TO W-MENS-ULT.
           IF NOT MENS-EM-ABERTO OR MENS-VALOR-PAGO NOT < MENS-VALOR
              GO TO PREVER-MENSALIDADES-LER.
           COMPUTE W-VALOR-LANC = MENS-VALOR - MENS-VALOR-PAGO
           MOVE MENS-COMPET TO W-AMD-AAAAMM
           MOVE W-MENS-DIA TO W-AMD-DD
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM
           GO TO PREVER-MENSALIDADES-LER.
       PREVER-MENSALIDADES-FECHA.
           CLOSE ARQMENS.
           OPEN INPUT ARQALUNO
           IF ST-ERRO-ALU NOT = "00"
              MOVE "00" TO ST-ERRO-ALU
              GO TO PREVER-MENSALIDADES-FIM.
       PREVER-MENSALIDADES-ALU.
           READ ARQALUNO NEXT RECORD
               AT END GO TO PREVER-MENSALIDADES-PROJ.
           IF ALUNO-ATIVO
              ADD 1 TO W-QTD-ALUNOS.
           GO TO PREVER-MENSALIDADES-ALU.
       PREVER-MENSALIDADES-PROJ.
           CLOSE ARQALUNO
           COMPUTE W-VALOR-LANC = W-QTD-ALUNOS * W-MENS-VALOR
           PERFORM PREVER-MENS-MES THRU PREVER-MENS-MES-FIM
               VARYING W-MES FROM 1 BY 1
               UNTIL W-MES > W-QTD-MESES.
       PREVER-MENSALIDADES-FIM.
           EXIT.

       PREVER-MENS-MES.
           IF MES-COMPET (W-MES) NOT > W-MENS-ULT
              GO TO PREVER-MENS-MES-FIM.
           MOVE MES-COMPET (W-MES) TO W-AMD-AAAAMM
           MOVE W-MENS-DIA TO W-AMD-DD
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM.
       PREVER-MENS-MES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDAS
      *-----------------------------------------------------------------
      * SALDO A RECEBER DE CADA ITEM DE PEDIDO EM ABERTO, NA EMISSAO
      * DO PEDIDO + PRAZO DE PAGAMENTO DO FORNECEDOR. O QUE JA FOI
      * RECEBIDO VIROU PARCELA EM ARQCPAG.DAT E SAI NAS CONTAS.
       PREVER-PEDIDOS.
           MOVE 5 TO W-CAT
           MOVE "N" TO W-SO-FUTURO
           MOVE ZEROS TO W-PED-ANT
           MOVE "N" TO W-PED-VALIDO
           OPEN INPUT ARQPEDIT
           IF ST-ERRO-ITM = "35"
              GO TO PREVER-PEDIDOS-FIM.
           IF ST-ERRO-ITM NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DOS ITENS DE PEDIDO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQPEDC
           IF ST-ERRO-PED NOT = "00"
              MOVE "00" TO ST-ERRO-PED
              CLOSE ARQPEDIT
              GO TO PREVER-PEDIDOS-FIM.
           OPEN INPUT ARQFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FORN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FOR.
       PREVER-PEDIDOS-LER.
           READ ARQPEDIT NEXT RECORD
               AT END GO TO PREVER-PEDIDOS-FECHA.
           IF PEDIT-NUMERO NOT = W-PED-ANT
              MOVE PEDIT-NUMERO TO W-PED-ANT
              PERFORM LER-PEDIDO THRU LER-PEDIDO-FIM.
           IF W-PED-VALIDO NOT = "S"
              OR PEDIT-QTD-RECEBIDA NOT < PEDIT-QTD-PEDIDA
              GO TO PREVER-PEDIDOS-LER.
           COMPUTE W-VALOR-LANC =
                   (PEDIT-QTD-PEDIDA - PEDIT-QTD-RECEBIDA)
                   * PEDIT-PRECO-UNIT
           MOVE W-PED-VENCTO TO W-AMD-NUM
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM
           GO TO PREVER-PEDIDOS-LER.
       PREVER-PEDIDOS-FECHA.
           CLOSE ARQPEDIT ARQPEDC
           IF W-FORN-ABERTO = "S"
              CLOSE ARQFORN
              MOVE "N" TO W-FORN-ABERTO.
       PREVER-PEDIDOS-FIM.
           EXIT.

       LER-PEDIDO.
           MOVE "N" TO W-PED-VALIDO
           MOVE PEDIT-NUMERO TO PED-NUMERO
           READ ARQPEDC
           IF ST-ERRO-PED NOT = "00"
              MOVE "00" TO ST-ERRO-PED
              GO TO LER-PEDIDO-FIM.
           IF NOT PED-ABERTO
              GO TO LER-PEDIDO-FIM.
           MOVE "S" TO W-PED-VALIDO
           MOVE 30 TO W-DIAS-SOMAR
           IF W-FORN-ABERTO = "S"
              MOVE PED-FORNECEDOR TO FORN-CNPJ
              READ ARQFORN
              IF ST-ERRO-FOR = "00"
                 IF FORN-PRAZO-DIAS > ZEROS
                    MOVE FORN-PRAZO-DIAS TO W-DIAS-SOMAR
                 ELSE
                    NEXT SENTENCE
              ELSE
                 MOVE "00" TO ST-ERRO-FOR.
           MOVE PED-DATA-EMISSAO TO W-DMA-NUM
           PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
           MOVE W-AMD TO CD-CORRENTE
           PERFORM SOMAR-DIAS THRU SOMAR-DIAS-FIM
           MOVE CD-CUR-NUM TO W-PED-VENCTO.
       LER-PEDIDO-FIM.
           EXIT.

       PREVER-CONTAS.
           MOVE 6 TO W-CAT
           MOVE "N" TO W-SO-FUTURO
           OPEN INPUT ARQCPAG
           IF ST-ERRO-CPG = "35"
              GO TO PREVER-CONTAS-FIM.
           IF ST-ERRO-CPG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DAS CONTAS A PAGAR ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       PREVER-CONTAS-LER.
           READ ARQCPAG NEXT RECORD
               AT END GO TO PREVER-CONTAS-FECHA.
           IF NOT CPG-ABERTA
              GO TO PREVER-CONTAS-LER.
           MOVE CPG-VALOR TO W-VALOR-LANC
           MOVE CPG-VENCTO TO W-DMA-NUM
           PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM
           GO TO PREVER-CONTAS-LER.
       PREVER-CONTAS-FECHA.
           CLOSE ARQCPAG.
       PREVER-CONTAS-FIM.
           EXIT.

      * LIQUIDO TOTAL DA COMPETENCIA MAIS RECENTE DO HISTORICO DA
      * FOLHA, REPETIDO NO DIA DE PAGAMENTO DE CADA MES AINDA A VIR
       PREVER-FOLHA.
           MOVE 7 TO W-CAT
           MOVE "S" TO W-SO-FUTURO
           MOVE ZEROS TO W-FOLHA-COMPET W-FOLHA-LIQ
           OPEN INPUT ARQFOLHAH
           IF ST-ERRO-FLH = "35"
              GO TO PREVER-FOLHA-FIM.
           IF ST-ERRO-FLH NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO HISTORICO DA FOLHA ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       PREVER-FOLHA-LER.
           READ ARQFOLHAH NEXT RECORD
               AT END GO TO PREVER-FOLHA-PROJ.
           IF FH-COMPET < W-FOLHA-COMPET
              GO TO PREVER-FOLHA-LER.
           IF FH-COMPET > W-FOLHA-COMPET
              MOVE FH-COMPET TO W-FOLHA-COMPET
              MOVE ZEROS TO W-FOLHA-LIQ.
           ADD FH-LIQUIDO TO W-FOLHA-LIQ
           GO TO PREVER-FOLHA-LER.
       PREVER-FOLHA-PROJ.
           CLOSE ARQFOLHAH
           MOVE W-FOLHA-LIQ TO W-VALOR-LANC
           PERFORM PREVER-FOLHA-MES THRU PREVER-FOLHA-MES-FIM
               VARYING W-MES FROM 1 BY 1
               UNTIL W-MES > W-QTD-MESES.
       PREVER-FOLHA-FIM.
           EXIT.

       PREVER-FOLHA-MES.
           MOVE MES-COMPET (W-MES) TO W-AMD-AAAAMM
           MOVE W-FOLHA-DIA TO W-AMD-DD
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM.
       PREVER-FOLHA-MES-FIM.
           EXIT.

      * TIPO DE DESPESA LANCADO NO PENULTIMO E NO ULTIMO MES FECHADO
      * E RECORRENTE: REPETE O TOTAL DO ULTIMO MES, NO DIA DO ULTIMO
      * LANCAMENTO DELE (LIMITADO A 28), EM CADA MES AINDA A VIR
       PREVER-DESPESAS.
           MOVE 8 TO W-CAT
           MOVE "S" TO W-SO-FUTURO
           MOVE ZEROS TO W-QTD-DESP
           MOVE W-ANO-HOJE TO W-COMPET-AAAA
           MOVE W-MES-HOJE TO W-COMPET-MM
           PERFORM VOLTAR-MES THRU VOLTAR-MES-FIM
           MOVE W-COMPET-NUM TO W-COMPET-ULT
           PERFORM VOLTAR-MES THRU VOLTAR-MES-FIM
           MOVE W-COMPET-NUM TO W-COMPET-PEN
           OPEN INPUT ARQDESP
           IF ST-ERRO-DSP = "35"
              GO TO PREVER-DESPESAS-FIM.
           IF ST-ERRO-DSP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DESPESAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       PREVER-DESPESAS-LER.
           READ ARQDESP NEXT RECORD
               AT END GO TO PREVER-DESPESAS-PROJ.
           MOVE DESP-DATA TO W-DMA-NUM
           PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
           MOVE W-AMD-AAAAMM TO W-COMPET-AUX
           IF W-COMPET-AUX NOT = W-COMPET-ULT
              AND W-COMPET-AUX NOT = W-COMPET-PEN
              GO TO PREVER-DESPESAS-LER.
           PERFORM ACHAR-TIPO-DESP THRU ACHAR-TIPO-DESP-FIM
           IF W-IND-DESP = ZEROS
              GO TO PREVER-DESPESAS-LER.
           IF W-COMPET-AUX = W-COMPET-PEN
              MOVE "S" TO TD-NO-PEN (W-IND-DESP)
              GO TO PREVER-DESPESAS-LER.
           MOVE "S" TO TD-NO-ULT (W-IND-DESP)
           ADD DESP-VALOR TO TD-VALOR (W-IND-DESP)
           IF W-DMA-DD > TD-DIA (W-IND-DESP)
              MOVE W-DMA-DD TO TD-DIA (W-IND-DESP).
           GO TO PREVER-DESPESAS-LER.
       PREVER-DESPESAS-PROJ.
           CLOSE ARQDESP
           PERFORM PREVER-DESP-TIPO THRU PREVER-DESP-TIPO-FIM
               VARYING W-IND-DESP FROM 1 BY 1
               UNTIL W-IND-DESP > W-QTD-DESP.
       PREVER-DESPESAS-FIM.
           EXIT.

       VOLTAR-MES.
           IF W-COMPET-MM = 01
              MOVE 12 TO W-COMPET-MM
              SUBTRACT 1 FROM W-COMPET-AAAA
           ELSE
              SUBTRACT 1 FROM W-COMPET-MM.
       VOLTAR-MES-FIM.
           EXIT.

      * POSICAO DE DESP-TIPO NA TABELA (INCLUI SE AINDA NAO ESTA);
      * W-IND-DESP ZERADO QUANDO A TABELA ESTA CHEIA
       ACHAR-TIPO-DESP.
           MOVE 1 TO W-IND-DESP.
       ACHAR-TIPO-DESP-TESTA.
           IF W-IND-DESP > W-QTD-DESP
              GO TO ACHAR-TIPO-DESP-NOVO.
           IF TD-TIPO (W-IND-DESP) = DESP-TIPO
              GO TO ACHAR-TIPO-DESP-FIM.
           ADD 1 TO W-IND-DESP
           GO TO ACHAR-TIPO-DESP-TESTA.
       ACHAR-TIPO-DESP-NOVO.
           IF W-QTD-DESP NOT < 60
              MOVE ZEROS TO W-IND-DESP
              GO TO ACHAR-TIPO-DESP-FIM.
           ADD 1 TO W-QTD-DESP
           MOVE W-QTD-DESP TO W-IND-DESP
           MOVE DESP-TIPO TO TD-TIPO (W-IND-DESP)
           MOVE "N" TO TD-NO-PEN (W-IND-DESP) TD-NO-ULT (W-IND-DESP)
           MOVE ZEROS TO TD-VALOR (W-IND-DESP) TD-DIA (W-IND-DESP).
       ACHAR-TIPO-DESP-FIM.
           EXIT.

       PREVER-DESP-TIPO.
           IF TD-NO-PEN (W-IND-DESP) NOT = "S"
              OR TD-NO-ULT (W-IND-DESP) NOT = "S"
              GO TO PREVER-DESP-TIPO-FIM.
           MOVE TD-DIA (W-IND-DESP) TO W-DIA-MES
           IF W-DIA-MES > 28
              MOVE 28 TO W-DIA-MES.
           MOVE TD-VALOR (W-IND-DESP) TO W-VALOR-LANC
           PERFORM PREVER-DESP-MES THRU PREVER-DESP-MES-FIM
               VARYING W-MES FROM 1 BY 1
               UNTIL W-MES > W-QTD-MESES.
       PREVER-DESP-TIPO-FIM.
           EXIT.

       PREVER-DESP-MES.
           MOVE MES-COMPET (W-MES) TO W-AMD-AAAAMM
           MOVE W-DIA-MES TO W-AMD-DD
           PERFORM LANCAR-PREVISAO THRU LANCAR-PREVISAO-FIM.
       PREVER-DESP-MES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRESSAO
      *-----------------------------------------------------------------
       IMPRIMIR-PREMISSAS.
           MOVE SPACES TO LINHA-PREMISSA
           MOVE "SALDO INICIAL EM REAIS (SALDOCAIXA)..............:"
                                                          TO LP-TEXTO
           MOVE W-SALDO-INICIAL TO LP-VALOR
           PERFORM GRAVAR-PREMISSA THRU GRAVAR-PREMISSA-FIM
           MOVE "DIAS DA EMISSAO AO VENCIMENTO DA FATURA (FATPRAZO):"
                                                          TO LP-TEXTO
           MOVE W-FAT-PRAZO TO LP-VALOR
           PERFORM GRAVAR-PREMISSA THRU GRAVAR-PREMISSA-FIM
           MOVE "DIA DE VENCIMENTO DA MENSALIDADE (MENSDIAVENC)...:"
                                                          TO LP-TEXTO
           MOVE W-MENS-DIA TO LP-VALOR
           PERFORM GRAVAR-PREMISSA THRU GRAVAR-PREMISSA-FIM
           MOVE "MENSALIDADE DOS MESES NAO GERADOS (MENSALESC)....:"
                                                          TO LP-TEXTO
           MOVE W-MENS-VALOR TO LP-VALOR
           PERFORM GRAVAR-PREMISSA THRU GRAVAR-PREMISSA-FIM
           MOVE "DIA DE PAGAMENTO DA FOLHA (FOLHADIAPG)...........:"
                                                          TO LP-TEXTO
           MOVE W-FOLHA-DIA TO LP-VALOR
           PERFORM GRAVAR-PREMISSA THRU GRAVAR-PREMISSA-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG.
       IMPRIMIR-PREMISSAS-FIM.
           EXIT.

       GRAVAR-PREMISSA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-PREMISSA
           ADD 1 TO W-LINPAG.
       GRAVAR-PREMISSA-FIM.
           EXIT.

      * UM BLOCO POR SEMANA; O BLOCO NAO E QUEBRADO ENTRE PAGINAS
       IMPRIMIR-SEMANA.
           IF W-LINPAG > W-MAX-LINHAS - 17
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           MOVE ZEROS TO W-TOT-ENTRADAS W-TOT-SAIDAS
           MOVE W-SEM TO LS-SEMANA
           MOVE SEM-INICIO (W-SEM) TO W-AMD-NUM
           PERFORM MONTAR-DMA THRU MONTAR-DMA-FIM
           MOVE W-DMA-NUM TO LS-INICIO
           MOVE SEM-FIM (W-SEM) TO W-AMD-NUM
           PERFORM MONTAR-DMA THRU MONTAR-DMA-FIM
           MOVE W-DMA-NUM TO LS-FIM
           WRITE LINHA-REL FROM LINHA-SEMANA
           ADD 1 TO W-LINPAG
           MOVE "SALDO INICIAL" TO LI-DESCR
           MOVE W-SALDO TO LI-VALOR
           PERFORM GRAVAR-ITEM THRU GRAVAR-ITEM-FIM
           PERFORM IMPRIMIR-CATEGORIA THRU IMPRIMIR-CATEGORIA-FIM
               VARYING W-CAT FROM 1 BY 1
               UNTIL W-CAT > 8
           COMPUTE W-SALDO = W-SALDO + W-TOT-ENTRADAS - W-TOT-SAIDAS
           MOVE "TOTAL DE ENTRADAS" TO LI-DESCR
           MOVE W-TOT-ENTRADAS TO LI-VALOR
           PERFORM GRAVAR-ITEM THRU GRAVAR-ITEM-FIM
           MOVE "TOTAL DE SAIDAS" TO LI-DESCR
           MOVE W-TOT-SAIDAS TO LI-VALOR
           PERFORM GRAVAR-ITEM THRU GRAVAR-ITEM-FIM
           MOVE "SALDO FINAL" TO LI-DESCR
           MOVE W-SALDO TO LI-VALOR
           PERFORM GRAVAR-ITEM THRU GRAVAR-ITEM-FIM
           IF W-SALDO < ZEROS
              ADD 1 TO W-SEMANAS-NEG
              WRITE LINHA-REL FROM LINHA-ALERTA
              ADD 1 TO W-LINPAG.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG.
       IMPRIMIR-SEMANA-FIM.
           EXIT.

       IMPRIMIR-CATEGORIA.
           IF W-CAT < 5
              ADD SEM-VALOR (W-SEM, W-CAT) TO W-TOT-ENTRADAS
           ELSE
              ADD SEM-VALOR (W-SEM, W-CAT) TO W-TOT-SAIDAS.
           MOVE NOME-CAT (W-CAT) TO LI-DESCR
           MOVE SEM-VALOR (W-SEM, W-CAT) TO LI-VALOR
           PERFORM GRAVAR-ITEM THRU GRAVAR-ITEM-FIM.
       IMPRIMIR-CATEGORIA-FIM.
           EXIT.

       GRAVAR-ITEM.
           WRITE LINHA-REL FROM LINHA-ITEM
           ADD 1 TO W-LINPAG.
       GRAVAR-ITEM-FIM.
           EXIT.

       MONTAR-DMA.
           MOVE W-AMD-DD   TO W-DMA-DD
           MOVE W-AMD-MM   TO W-DMA-MM
           MOVE W-AMD-AAAA TO W-DMA-AAAA.
       MONTAR-DMA-FIM.
           EXIT.

      * QUADRO FINAL: UMA LINHA POR SEMANA E O QUE ENTROU DE CADA
      * FONTE NO HORIZONTE
       IMPRIMIR-RESUMO.
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TIT-RESUMO
           WRITE LINHA-REL FROM LINHA-CAB-RESUMO
           ADD 2 TO W-LINPAG
           MOVE W-SALDO-INICIAL TO W-SALDO
           PERFORM IMPRIMIR-LINHA-RESUMO THRU IMPRIMIR-LINHA-RESUMO-FIM
               VARYING W-SEM FROM 1 BY 1
               UNTIL W-SEM > 13
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           PERFORM IMPRIMIR-TOT-CAT THRU IMPRIMIR-TOT-CAT-FIM
               VARYING W-CAT FROM 1 BY 1
               UNTIL W-CAT > 8.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

       IMPRIMIR-LINHA-RESUMO.
           MOVE ZEROS TO W-TOT-ENTRADAS W-TOT-SAIDAS
           PERFORM SOMAR-CATEGORIA THRU SOMAR-CATEGORIA-FIM
               VARYING W-CAT FROM 1 BY 1
               UNTIL W-CAT > 8
           COMPUTE W-SALDO = W-SALDO + W-TOT-ENTRADAS - W-TOT-SAIDAS
           MOVE SPACES TO LINHA-RESUMO
           MOVE W-SEM TO LR-SEMANA
           MOVE SEM-INICIO (W-SEM) TO W-AMD-NUM
           PERFORM MONTAR-DMA THRU MONTAR-DMA-FIM
           MOVE W-DMA-NUM TO LR-INICIO
           MOVE W-TOT-ENTRADAS TO LR-ENTRADAS
           MOVE W-TOT-SAIDAS TO LR-SAIDAS
           MOVE W-SALDO TO LR-SALDO
           IF W-SALDO < ZEROS
              MOVE "NEGATIVO" TO LR-ALERTA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-RESUMO
           ADD 1 TO W-LINPAG.
       IMPRIMIR-LINHA-RESUMO-FIM.
           EXIT.

       SOMAR-CATEGORIA.
           IF W-CAT < 5
              ADD SEM-VALOR (W-SEM, W-CAT) TO W-TOT-ENTRADAS
           ELSE
              ADD SEM-VALOR (W-SEM, W-CAT) TO W-TOT-SAIDAS.
       SOMAR-CATEGORIA-FIM.
           EXIT.

       IMPRIMIR-TOT-CAT.
           MOVE NOME-CAT (W-CAT)      TO LC-DESCR
           MOVE TOT-CAT-QTD (W-CAT)   TO LC-QTD
           MOVE TOT-CAT-VALOR (W-CAT) TO LC-VALOR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-CAT
           ADD 1 TO W-LINPAG.
       IMPRIMIR-TOT-CAT-FIM.
           EXIT.

       COPY RELPAGP.
       COPY CALDIASP.
       COPY PARAMVALP.
