      * MES APURADO VEM DE LA EM VEZ DA DATA DO DIA -- UMA
      * REEXECUCAO ATRASADA AINDA FECHA O MES CERTO; SEM O
      * CONTROLE, TUDO SEGUE COMO SEMPRE.
      * 2026-10-15  CREDPREPAGO: O CREDITO PRE-PAGO AINDA NAO
      *             UTILIZADO NAS CARTEIRAS DOS CLIENTES (APURADO
      *             PELO REL052 NA ROTINA NOTURNA, CTRLCART.DAT) SAI
      *             COMO LANCAMENTO "CREDPREPAGO" NA FILIAL 0 --
      *             E DINHEIRO RECEBIDO QUE AINDA E DEVIDO EM SERVICO.
      * 2026-10-15  PAGFORN/PAGDESP: CADA PARCELA DE CONTAS A PAGAR
      *             PAGA NO MES (ARQCPAG.DAT, BAIXADA PELO
      *             SGB-039/CDCPAG) SAI NA DATA E PELO VALOR DO
      *             PAGAMENTO -- "PAGFORN" PARA NOTA DE COMPRA DO
      *             RECEBIMENTO DE PEDIDO, "PAGDESP" PARA CONTA
      *             AVULSA -- NA FILIAL DA CONTA.
      * 2026-10-15  MULTAMORA/JUROSMORA: A MULTA E OS JUROS DE ATRASO
      *             RECEBIDOS NO MES NA QUITACAO DE COBRANCA E DE
      *             FATURA PJ (LINHAS DE ORIGEM "U" E "J" EM
      *             ARQPAG.DAT, SGB-018/SGB-020) SAEM COMO RECEITAS
      *             PROPRIAS, CADA UMA NA SUA CONTA, NA FILIAL DA
      *             BIKE DA COBRANCA (FATURA PJ NA FILIAL 0).
      * 2026-10-15  COMISSAO/PAGCOMISSAO: A COMISSAO DE PARCEIRO
      *             INDICADOR LANCADA PELO COMIS001 EM ARQCPAG.DAT
      *             (ORIGEM "C") SAI COMO "COMISSAO" NO MES DA
      *             EMISSAO, PELO VALOR DA CONTA, E A PARCELA PAGA SAI
      *             COMO "PAGCOMISSAO" EM VEZ DE "PAGDESP".
      * 2026-10-15  INFORMA AO JOB DA CADEIA O TOTAL DE LANCAMENTOS
      *             EXPORTADOS (COPY JOBCNT.), PARA A ESTATISTICA DE
      *             EXECUCAO DO HISTORICO JOBHIST.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DESP
                    FILE STATUS  IS ST-ERRO-DSP.

           SELECT ARQCPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CPG
                    ALTERNATE RECORD KEY IS CPG-FORNECEDOR
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CPG.

           SELECT CTRLCART ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CCT.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       FD ARQMANUT
               LABEL RECORD IS STANDARD
                03 DESP-TIPO            PIC X(15).
                03 DESP-VALOR           PIC 9(06)V99.
                03 DESP-OPERADOR        PIC X(08).

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
                   88 CPG-DO-RECEBIMENTO    VALUE "R".
                   88 CPG-COMISSAO          VALUE "C".
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
                   88 CPG-PAGA              VALUE "P".
                   88 CPG-CANCELADA         VALUE "X".
                03 CPG-DATA-PAGTO       PIC 9(8).
                03 CPG-VALOR-PAGO       PIC 9(6)V99.
                03 CPG-OPER-PAGTO       PIC X(8).
                03 CPG-OPERADOR         PIC X(8).
                03 CPG-DATA-LANC        PIC 9(8).

       FD CTRLCART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCART.DAT".
       01 REGCTRLCART.
                03 CC-DATA              PIC 9(08).
                03 CC-QTD               PIC 9(06).
                03 CC-TOTAL             PIC 9(09)V99.

       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
                03 CHAVE-PAG.
                   05 PAG-NUMERO        PIC 9(4).
                   05 PAG-SEQ           PIC 9(4).
                03 PAG-RECIBO           PIC 9(8).
                03 PAG-VALOR            PIC 9(6)V99.
                03 PAG-FORMA            PIC 9(1).
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-MULTA        VALUE "U".
                   88 PAG-ORIG-JUROS        VALUE "J".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       77 ST-ERRO-DSP      PIC X(02) VALUE "00".
       77 W-DESP-ABERTO    PIC X(01) VALUE "N".
       77 W-CONT-DESPFIL   PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-CCT      PIC X(02) VALUE "00".
       77 W-CONT-CREDPRE   PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-CPG      PIC X(02) VALUE "00".
       77 W-CPAG-ABERTO    PIC X(01) VALUE "N".
       77 W-CONT-CPAG      PIC 9(06) VALUE ZEROS.
       77 W-CONT-COMISSAO  PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 W-PAG-ABERTO     PIC X(01) VALUE "N".
       77 W-CONT-ENCARGOS  PIC 9(06) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LT-VALOR     PIC 9(12)V99.
       77 W-CONT-LANC      PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM EXPORTAR-BAIXAS THRU EXPORTAR-BAIXAS-FIM
           PERFORM EXPORTAR-VENDAS THRU EXPORTAR-VENDAS-FIM
           PERFORM EXPORTAR-DESPFIL THRU EXPORTAR-DESPFIL-FIM
           PERFORM EXPORTAR-CREDPREPAGO THRU EXPORTAR-CREDPREPAGO-FIM
           PERFORM EXPORTAR-CONTASPAG THRU EXPORTAR-CONTASPAG-FIM
           PERFORM EXPORTAR-ENCARGOS THRU EXPORTAR-ENCARGOS-FIM
           MOVE W-CONT-LANC TO LT-LINHAS
           MOVE W-TOTAL-EXP TO LT-VALOR
           MOVE SPACES      TO LINHA-EXP
           DISPLAY "LANCAMENTOS DE BAIXA COBR..: " W-CONT-BAIXAS
           DISPLAY "LANCAMENTOS DE VENDA BIKE..: " W-CONT-VENDAS
           DISPLAY "LANCAMENTOS DESPESA FILIAL.: " W-CONT-DESPFIL
           DISPLAY "LANCAMENTOS CRED. PRE-PAGO.: " W-CONT-CREDPRE
           DISPLAY "PAGAMENTOS CONTAS A PAGAR..: " W-CONT-CPAG
           DISPLAY "COMISSOES DE PARCEIROS.....: " W-CONT-COMISSAO
           DISPLAY "LANCAMENTOS MULTA/JUROS....: " W-CONT-ENCARGOS
           DISPLAY "SEM MAPEAMENTO (EXCECOES)..: " W-CONT-SEMCONTA
           DISPLAY "TOTAL DO LOTE EXPORTADO....: " W-TOTAL-EXP
           MOVE W-CONT-LANC TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           PERFORM GRAVAR-CTRL-EXPORT THRU GRAVAR-CTRL-EXPORT-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.
           ELSE
              MOVE "N" TO W-VEN-ABERTO
              MOVE "00" TO ST-ERRO-VEN.
      * ABERTURA TOLERANTE DO ARQUIVO DE CONTAS A PAGAR
           OPEN INPUT ARQCPAG
           IF ST-ERRO-CPG = "00"
              MOVE "S" TO W-CPAG-ABERTO
           ELSE
              MOVE "N" TO W-CPAG-ABERTO
              MOVE "00" TO ST-ERRO-CPG.
      * ABERTURA TOLERANTE DO ARQUIVO DE PAGAMENTOS (ENCARGOS)
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG = "00"
              MOVE "S" TO W-PAG-ABERTO
           ELSE
              MOVE "N" TO W-PAG-ABERTO
              MOVE "00" TO ST-ERRO-PAG.
       ABRIR-ARQS-FIM.
           EXIT.

       EXPORTAR-DESPFIL-FIM.
           EXIT.

      * CREDITO PRE-PAGO: UMA LINHA NA FILIAL 0 COM O SALDO DAS
      * CARTEIRAS NA ULTIMA APURACAO DO REL052 (CTRLCART.DAT). SEM
      * O CONTROLE, OU COM O PASSIVO ZERADO, NAO HA O QUE LANCAR
       EXPORTAR-CREDPREPAGO.
           OPEN INPUT CTRLCART
           IF ST-ERRO-CCT NOT = "00"
              MOVE "00" TO ST-ERRO-CCT
              GO TO EXPORTAR-CREDPREPAGO-FIM.
           READ CTRLCART
               AT END MOVE ZEROS TO CC-TOTAL.
           CLOSE CTRLCART
           IF CC-TOTAL = ZEROS
              GO TO EXPORTAR-CREDPREPAGO-FIM.
           MOVE "CREDPREPAGO" TO LL-TIPO
           MOVE CC-DATA       TO LL-DATA
           MOVE ZEROS         TO LL-FILIAL
           MOVE CC-TOTAL      TO LL-VALOR
           PERFORM GRAVAR-LANC THRU GRAVAR-LANC-FIM
           ADD 1 TO W-CONT-CREDPRE.
       EXPORTAR-CREDPREPAGO-FIM.
           EXIT.

      * CONTAS A PAGAR: UMA LINHA POR PARCELA PAGA NO MES CORRENTE
      * (ARQCPAG.DAT, DATA DO PAGAMENTO DDMMAAAA), PELO VALOR PAGO;
      * A COMISSAO DE PARCEIRO AINDA SAI NO MES DA EMISSAO
       EXPORTAR-CONTASPAG.
           IF W-CPAG-ABERTO NOT = "S"
              GO TO EXPORTAR-CONTASPAG-FIM.
       EXPORTAR-CONTASPAG-LER.
           READ ARQCPAG NEXT RECORD
               AT END GO TO EXPORTAR-CONTASPAG-FIM.
           IF CPG-COMISSAO AND NOT CPG-CANCELADA
              PERFORM EXPORTAR-COMISSAO THRU EXPORTAR-COMISSAO-FIM.
           IF NOT CPG-PAGA
              GO TO EXPORTAR-CONTASPAG-LER.
           MOVE CPG-DATA-PAGTO TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO EXPORTAR-CONTASPAG-LER.
           IF CPG-DO-RECEBIMENTO
              MOVE "PAGFORN"  TO LL-TIPO
           ELSE
              IF CPG-COMISSAO
                 MOVE "PAGCOMISSAO" TO LL-TIPO
              ELSE
                 MOVE "PAGDESP"  TO LL-TIPO.
           MOVE CPG-DATA-PAGTO TO LL-DATA
           MOVE CPG-FILIAL     TO LL-FILIAL
           MOVE CPG-VALOR-PAGO TO LL-VALOR
           PERFORM GRAVAR-LANC THRU GRAVAR-LANC-FIM
           ADD 1 TO W-CONT-CPAG
           GO TO EXPORTAR-CONTASPAG-LER.
       EXPORTAR-CONTASPAG-FIM.
           EXIT.

      * COMISSAO DE PARCEIRO INDICADOR (COMIS001): A DESPESA NASCE NA
      * EMISSAO DA CONTA, NO ULTIMO DIA DA COMPETENCIA APURADA
       EXPORTAR-COMISSAO.
           MOVE CPG-EMISSAO TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO EXPORTAR-COMISSAO-FIM.
           MOVE "COMISSAO"     TO LL-TIPO
           MOVE CPG-EMISSAO    TO LL-DATA
           MOVE CPG-FILIAL     TO LL-FILIAL
           MOVE CPG-VALOR      TO LL-VALOR
           PERFORM GRAVAR-LANC THRU GRAVAR-LANC-FIM
           ADD 1 TO W-CONT-COMISSAO.
       EXPORTAR-COMISSAO-FIM.
           EXIT.

      * MULTAMORA/JUROSMORA: UMA LINHA POR ENCARGO DE ATRASO RECEBIDO
      * NO MES CORRENTE (ARQPAG.DAT, ORIGENS "U" E "J", DATA
      * DDMMAAAA), NA FILIAL DA BIKE DA COBRANCA; FATURA PJ NAO TEM
      * BIKE E FICA NA FILIAL 0
       EXPORTAR-ENCARGOS.
           IF W-PAG-ABERTO NOT = "S"
              GO TO EXPORTAR-ENCARGOS-FIM.
       EXPORTAR-ENCARGOS-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO EXPORTAR-ENCARGOS-FIM.
           IF NOT PAG-ORIG-MULTA AND NOT PAG-ORIG-JUROS
              GO TO EXPORTAR-ENCARGOS-LER.
           MOVE PAG-DATA TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO EXPORTAR-ENCARGOS-LER.
           IF PAG-ORIG-MULTA
              MOVE "MULTAMORA" TO LL-TIPO
           ELSE
              MOVE "JUROSMORA" TO LL-TIPO.
           MOVE ZEROS TO LL-FILIAL
           IF PAG-REF-NUMERO NOT = ZEROS
              MOVE PAG-REF-NUMERO TO NUMERO
              READ ARQBIKE
              IF ST-ERRO = "00"
                 MOVE FILIAL TO LL-FILIAL
              ELSE
                 MOVE "00" TO ST-ERRO.
           MOVE PAG-DATA  TO LL-DATA
           MOVE PAG-VALOR TO LL-VALOR
           PERFORM GRAVAR-LANC THRU GRAVAR-LANC-FIM
           ADD 1 TO W-CONT-ENCARGOS
           GO TO EXPORTAR-ENCARGOS-LER.
       EXPORTAR-ENCARGOS-FIM.
           EXIT.

      * PROCURA O MAPEAMENTO DO TIPO NO PLANO DE CONTAS (FILIAL
      * ESPECIFICA PREVALECE SOBRE A FILIAL 0); LANCAMENTO MAPEADO
      * SAI COMO PARTIDA DOBRADA, SEM MAPEAMENTO VAI PARA A LISTA
       FECHAR-ARQS.
           IF W-DESP-ABERTO = "S"
              CLOSE ARQDESP.
           IF W-CPAG-ABERTO = "S"
              CLOSE ARQCPAG.
           IF W-PAG-ABERTO = "S"
              CLOSE ARQPAG.
           IF W-CONTA-ABERTO = "S"
              CLOSE ARQCONTA.
           CLOSE EXCECAO.

       COPY PARAMVALP.
       COPY COMPVALP.

       COPY JOBCNTP.
