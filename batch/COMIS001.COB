       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMIS001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * COMISSAO MENSAL DOS PARCEIROS INDICADORES        *
      **************************************************
      * HOTEIS E AGENCIAS QUE MANDAM TURISTAS RECEBEM UM PERCENTUAL
      * DO QUE OS HOSPEDES PAGAM DE LOCACAO, E A CONTA ERA FEITA NUMA
      * PLANILHA DE MEMORIA. O PARCEIRO ESTA EM ARQPARC.DAT (CADPARC,
      * MENU 66) E O CODIGO DELE E INFORMADO NA ABERTURA DA LOCACAO
      * (SGB-004, SGB-025 E TOTEM) E GRAVADO EM LOC-PARCEIRO. ESTE
      * PASSO MENSAL DO JOB002 APURA, NA COMPETENCIA (CTRLCMP.DAT,
      * COPY COMPVAL.; SEM O CONTROLE, O MES DA DATA DO DIA):
      *   RECEBIDO  PAGAMENTOS DE LOCACAO DATADOS NO MES EM ARQPAG.DAT
      *             -- DEVOLUCAO ("L"), BIKE DE CONTRATO DE GRUPO
      *             ("G") E QUITACAO DE COBRANCA ("C", PELA LOCACAO
      *             DA COBRANCA EM ARQCOB.DAT) -- DE LOCACAO COM
      *             PARCEIRO, PROCURADA EM ARQLOC.DAT E, SE JA
      *             ARQUIVADA, EM ARQLOCH.DAT;
      *   ESTORNOS  ESTORNOS DATADOS NO MES EM ARQESTOR.DAT (SGB-019)
      *             DESSES MESMOS PAGAMENTOS, MESMO QUE O PAGAMENTO
      *             SEJA DE MES ANTERIOR.
      * A COMISSAO E A BASE LIQUIDA (RECEBIDO - ESTORNOS) VEZES O
      * PERCENTUAL ATUAL DO PARCEIRO; BASE NEGATIVA DA COMISSAO ZERO
      * E NAO PASSA PARA O MES SEGUINTE. SAI UM EXTRATO POR PARCEIRO
      * (PAGINA PROPRIA, COM OS DADOS BANCARIOS) EM COMIS001.TXT,
      * CATALOGADO, E A COMISSAO VIRA CONTA A PAGAR EM ARQCPAG.DAT
      * (COPY CPAGVAL., ORIGEM "C", NOTA "COM" + AAAAMM, EMISSAO NO
      * ULTIMO DIA DA COMPETENCIA, VENCIMENTO NO DIA W-DIA-VENCTO DO
      * MES SEGUINTE), QUE O REL039 LEVA PARA A CONTABILIDADE.
      * REEXECUTAR A MESMA COMPETENCIA REIMPRIME O EXTRATO MAS NAO
      * LANCA A CONTA DE NOVO: A CONTA NAO CANCELADA DO MESMO CNPJ E
      * NOTA E MOSTRADA COMO JA LANCADA. PARCEIRO INATIVO AINDA
      * RECEBE PELO QUE INDICOU QUANDO ATIVO; CODIGO SEM CADASTRO
      * SAI NO EXTRATO, SEM CONTA A PAGAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRLCMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CMP.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT ARQESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    FILE STATUS  IS ST-ERRO-EST.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT ARQLOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOCH
                    FILE STATUS  IS ST-ERRO-LCH.

           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COB
                    FILE STATUS  IS ST-ERRO-COB.

           SELECT ARQPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARC-CODIGO
                    FILE STATUS  IS ST-ERRO-PRC.

           SELECT ARQCPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CPG
                    ALTERNATE RECORD KEY IS CPG-FORNECEDOR
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CPG.

           SELECT CTRLCPAG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CCP.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD CTRLCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCMP.DAT".
       01 REGCMP.
                03 CMP-COMPET           PIC 9(06).

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
                   88 PAG-ORIG-LOCACAO      VALUES "L" " ".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-COBRANCA     VALUE "C".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD ARQESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTOR.DAT".
       01 REGESTOR.
                03 CHAVE-EST.
                   05 EST-NUMERO        PIC 9(4).
                   05 EST-SEQ           PIC 9(4).
                03 EST-BIKE             PIC 9(4).
                03 EST-RECIBO           PIC 9(8).
                03 EST-VALOR            PIC 9(6)V99.
                03 EST-MOTIVO           PIC X(40).
                03 EST-DATA             PIC 9(8).
                03 EST-OPERADOR         PIC X(8).

       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 CHAVE-LOC.
                   05 LOC-NUMERO        PIC 9(4).
                   05 LOC-SEQ           PIC 9(4).
                03 LOC-CPF              PIC 9(14).
                03 LOC-DATALOCACAO      PIC 9(8).
                03 LOC-DATADEVOLUCAO    PIC 9(8).
                03 LOC-VALORLOCACAO     PIC 9(6)V99.
                03 LOC-SITUACAO         PIC X(01).
                03 LOC-DATAPREVISTA     PIC 9(8).
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

       FD ARQLOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCH.DAT".
       01 REGLOCH.
                03 CHAVE-LOCH.
                   05 LOCH-NUMERO       PIC 9(4).
                   05 LOCH-SEQ          PIC 9(4).
                03 LOCH-CPF             PIC 9(14).
                03 LOCH-DATALOCACAO     PIC 9(8).
                03 LOCH-DATADEVOLUCAO   PIC 9(8).
                03 LOCH-VALORLOCACAO    PIC 9(6)V99.
                03 LOCH-SITUACAO        PIC X(01).
                03 LOCH-DATAPREVISTA    PIC 9(8).
                03 LOCH-RENOVACOES      PIC 9(2).
                03 LOCH-HORALOCACAO     PIC 9(4).
                03 LOCH-HORADEVOLUCAO   PIC 9(4).
                03 LOCH-CAMPANHA        PIC X(06).
                03 LOCH-DESC-CAMP       PIC 9(4)V99.
                03 LOCH-FILIAL-ORIG     PIC 9(01).
                03 LOCH-FILIAL-DEV      PIC 9(01).
                03 LOCH-TAXA-RET        PIC 9(4)V99.
                03 LOCH-CONTRATO        PIC 9(08).
                03 LOCH-CONDUTOR        PIC 9(11).
                03 LOCH-PARCEIRO        PIC 9(04).

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
                03 COB-VALOR-PAGO       PIC 9(6)V99.
                03 COB-ESTAGIO          PIC X(01).
                03 COB-NOSSO-NUM        PIC 9(10).

       FD ARQPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARC.DAT".
       01 REGPARC.
                03 PARC-CODIGO          PIC 9(04).
                03 PARC-CNPJ            PIC 9(14).
                03 PARC-NOME            PIC X(40).
                03 PARC-PERC-COMIS      PIC 9(02)V99.
                03 PARC-BANCO           PIC 9(03).
                03 PARC-AGENCIA         PIC 9(05).
                03 PARC-CONTA           PIC X(12).
                03 PARC-SITUACAO        PIC X(01).
                03 PARC-DATA-ALT        PIC 9(08).

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
                   88 CPG-CANCELADA         VALUE "X".
                03 CPG-DATA-PAGTO       PIC 9(8).
                03 CPG-VALOR-PAGO       PIC 9(6)V99.
                03 CPG-OPER-PAGTO       PIC X(8).
                03 CPG-OPERADOR         PIC X(8).
                03 CPG-DATA-LANC        PIC 9(8).

       FD CTRLCPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCPAG.DAT".
       01 REG-CTRLCPAG.
                03 CTRL-ULT-CPAG        PIC 9(6).

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-PARCEIRO          PIC 9(04).
                03 WS-TIPO              PIC 9(01).
                03 WS-DATA-AMD          PIC 9(08).
                03 WS-RECIBO            PIC 9(08).
                03 WS-DATA              PIC 9(08).
                03 WS-ORIGEM            PIC X(01).
                03 WS-BIKE              PIC 9(04).
                03 WS-LOCSEQ            PIC 9(04).
                03 WS-CPF               PIC 9(14).
                03 WS-VALOR             PIC 9(06)V99.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMIS001.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       COPY CPAGVAL.
       COPY CALDIAS.
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-EST      PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-LCH      PIC X(02) VALUE "00".
       77 ST-ERRO-COB      PIC X(02) VALUE "00".
       77 ST-ERRO-PRC      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-EST-ABERTO     PIC X(01) VALUE "N".
       77 W-LCH-ABERTO     PIC X(01) VALUE "N".
       77 W-COB-ABERTO     PIC X(01) VALUE "N".
       77 W-PRC-ABERTO     PIC X(01) VALUE "N".
       77 W-ACHOU          PIC X(01) VALUE "N".
       77 W-JA-LANCADA     PIC X(01) VALUE "N".
       77 W-DIA-VENCTO     PIC 9(02) VALUE 10.
       77 W-PARCEIRO       PIC 9(04) VALUE ZEROS.
       77 W-BIKE           PIC 9(04) VALUE ZEROS.
       77 W-LOCSEQ         PIC 9(04) VALUE ZEROS.
       77 W-CPF            PIC 9(14) VALUE ZEROS.
       77 W-RECEBIDO       PIC 9(08)V99 VALUE ZEROS.
       77 W-ESTORNADO      PIC 9(08)V99 VALUE ZEROS.
       77 W-BASE           PIC S9(08)V99 VALUE ZEROS.
       77 W-COMISSAO       PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTAL-COMIS    PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-PAG       PIC 9(06) VALUE ZEROS.
       77 W-CONT-EST       PIC 9(06) VALUE ZEROS.
       77 W-CONT-PARC      PIC 9(04) VALUE ZEROS.
       77 W-CONT-CONTAS    PIC 9(04) VALUE ZEROS.
       77 W-CONT-JA        PIC 9(04) VALUE ZEROS.

       COPY RELPAG.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       01 W-DATA-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD
                                        PIC 9(08).

      * NOTA DA CONTA A PAGAR: "COM" + COMPETENCIA AAAAMM
       01 W-NOTA.
          03 FILLER         PIC X(03) VALUE "COM".
          03 W-NOTA-AAAA    PIC 9(04).
          03 W-NOTA-MM      PIC 9(02).
          03 FILLER         PIC X(01) VALUE SPACE.

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           03 LP-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO       PIC 9(04).

       01 LINHA-PARC-1.
           03 FILLER       PIC X(10) VALUE "PARCEIRO: ".
           03 LP1-CODIGO   PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LP1-NOME     PIC X(40).
           03 FILLER       PIC X(07) VALUE "  CNPJ ".
           03 LP1-CNPJ     PIC 9(14).

       01 LINHA-PARC-2.
           03 FILLER       PIC X(10) VALUE "BANCO:    ".
           03 LP2-BANCO    PIC 9(03).
           03 FILLER       PIC X(10) VALUE "  AGENCIA ".
           03 LP2-AGENCIA  PIC 9(05).
           03 FILLER       PIC X(08) VALUE "  CONTA ".
           03 LP2-CONTA    PIC X(12).
           03 FILLER       PIC X(11) VALUE "  SITUACAO ".
           03 LP2-SITUACAO PIC X(08).

       01 LINHA-PARC-NC.
           03 FILLER       PIC X(10) VALUE "PARCEIRO: ".
           03 LPN-CODIGO   PIC 9(04).
           03 FILLER       PIC X(40) VALUE
               " *** NAO CADASTRADO EM ARQPARC.DAT ***  ".

       01 LINHA-DET.
           03 LD-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-RECIBO    PIC ZZZZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-TIPO      PIC X(10).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BIKE      PIC 9(04).
           03 FILLER       PIC X(01) VALUE "/".
           03 LD-LOCSEQ    PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-CPF       PIC 9(14).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VALOR     PIC ZZZ.ZZ9,99-.

       01 LINHA-TOTAL.
           03 LT-TEXTO     PIC X(40).
           03 LT-VALOR     PIC ZZ.ZZZ.ZZ9,99-.

       01 LINHA-PERC.
           03 FILLER       PIC X(20) VALUE "COMISSAO DE ".
           03 LPC-PERC     PIC Z9,99.
           03 FILLER       PIC X(15) VALUE " %".
           03 LPC-VALOR    PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-CONTA.
           03 LCT-TEXTO    PIC X(26).
           03 LCT-NUMERO   PIC ZZZZZ9.
           03 FILLER       PIC X(09) VALUE "  VENCTO ".
           03 LCT-VENCTO   PIC 99/99/9999.

       01 LINHA-AVISO.
           03 LA-TEXTO     PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-ANO-HOJE
              MOVE CP-CMP-MM   TO W-MES-HOJE
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N.
           MOVE W-ANO-HOJE TO W-NOTA-AAAA
           MOVE W-MES-HOJE TO W-NOTA-MM
           PERFORM DEFINIR-DATAS-CONTA THRU DEFINIR-DATAS-CONTA-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-PARCEIRO WS-TIPO
                                           WS-DATA-AMD WS-RECIBO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "PAGAMENTOS COM PARCEIRO...: " W-CONT-PAG
           DISPLAY "ESTORNOS COM PARCEIRO.....: " W-CONT-EST
           DISPLAY "PARCEIROS NO EXTRATO......: " W-CONT-PARC
           DISPLAY "CONTAS A PAGAR LANCADAS...: " W-CONT-CONTAS
           DISPLAY "CONTAS JA LANCADAS ANTES..: " W-CONT-JA
           DISPLAY "TOTAL DE COMISSOES........: " W-TOTAL-COMIS
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * EMISSAO NO ULTIMO DIA DA COMPETENCIA (O CD-PROX-DIA DEIXA O
      * ULTIMO DIA DO MES EM CD-MES-LIM) E VENCIMENTO NO DIA
      * W-DIA-VENCTO DO MES SEGUINTE
       DEFINIR-DATAS-CONTA.
           MOVE W-ANO-HOJE TO CD-CUR-AAAA
           MOVE W-MES-HOJE TO CD-CUR-MM
           MOVE 01         TO CD-CUR-DD
           PERFORM CD-PROX-DIA THRU CD-PROX-DIA-FIM
           MOVE CD-MES-LIM TO W-DMA-DD
           MOVE W-MES-HOJE TO W-DMA-MM
           MOVE W-ANO-HOJE TO W-DMA-AAAA
           MOVE W-DATA-DMA-NUM TO PP-EMISSAO
           MOVE W-DIA-VENCTO TO PP-V1-DD
           MOVE W-MES-HOJE   TO PP-V1-MM
           MOVE W-ANO-HOJE   TO PP-V1-AAAA
           ADD 1 TO PP-V1-MM
           IF PP-V1-MM > 12
              MOVE 01 TO PP-V1-MM
              ADD 1 TO PP-V1-AAAA.
       DEFINIR-DATAS-CONTA-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO PAG ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DO HISTORICO, DAS COBRANCAS, DOS ESTORNOS
      * E DOS PARCEIROS: SEM O ARQUIVO, SO NAO HA O QUE PROCURAR NELE
           OPEN INPUT ARQLOCH
           IF ST-ERRO-LCH = "00"
              MOVE "S" TO W-LCH-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-LCH.
           OPEN INPUT ARQCOB
           IF ST-ERRO-COB = "00"
              MOVE "S" TO W-COB-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-COB.
           OPEN INPUT ARQESTOR
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-EST.
           OPEN INPUT ARQPARC
           IF ST-ERRO-PRC = "00"
              MOVE "S" TO W-PRC-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PRC.
       ABRIR-ARQS-CPAG.
           OPEN I-O ARQCPAG
           IF ST-ERRO-CPG NOT = "00"
               IF ST-ERRO-CPG = "30" OR "35"
                      OPEN OUTPUT ARQCPAG
                      CLOSE ARQCPAG
                      GO TO ABRIR-ARQS-CPAG
               ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO ARQ CPAG ***"
                      MOVE 12 TO RETURN-CODE
                      GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ENTRADA DO SORT: PAGAMENTOS DE LOCACAO DO MES (TIPO 1) E
      * ESTORNOS DO MES (TIPO 2) DE LOCACAO COM PARCEIRO
      *-----------------------------------------------------------------
       CARREGAR-SORT.
           PERFORM CARREGAR-PAGAMENTOS THRU CARREGAR-PAGAMENTOS-FIM
           PERFORM CARREGAR-ESTORNOS THRU CARREGAR-ESTORNOS-FIM.
       CARREGAR-SORT-FIM.
           EXIT.

       CARREGAR-PAGAMENTOS.
           CONTINUE.
       CARREGAR-PAGAMENTOS-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO CARREGAR-PAGAMENTOS-FIM.
           MOVE PAG-DATA TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO CARREGAR-PAGAMENTOS-LER.
           PERFORM LOCACAO-DO-PAG THRU LOCACAO-DO-PAG-FIM
           IF W-PARCEIRO = ZEROS
              GO TO CARREGAR-PAGAMENTOS-LER.
           MOVE 1          TO WS-TIPO
           MOVE PAG-DATA   TO WS-DATA
           MOVE PAG-RECIBO TO WS-RECIBO
           MOVE PAG-VALOR  TO WS-VALOR
           PERFORM LIBERAR-REG THRU LIBERAR-REG-FIM
           ADD 1 TO W-CONT-PAG
           GO TO CARREGAR-PAGAMENTOS-LER.
       CARREGAR-PAGAMENTOS-FIM.
           EXIT.

      * O ESTORNO TEM A CHAVE-PAG DO PAGAMENTO ORIGINAL: E ELE QUE
      * DIZ DE QUAL LOCACAO (E PARCEIRO) O VALOR SAI
       CARREGAR-ESTORNOS.
           IF W-EST-ABERTO NOT = "S"
              GO TO CARREGAR-ESTORNOS-FIM.
       CARREGAR-ESTORNOS-LER.
           READ ARQESTOR NEXT RECORD
               AT END GO TO CARREGAR-ESTORNOS-FIM.
           MOVE EST-DATA TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO CARREGAR-ESTORNOS-LER.
           MOVE CHAVE-EST TO CHAVE-PAG
           READ ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              MOVE "00" TO ST-ERRO-PAG
              GO TO CARREGAR-ESTORNOS-LER.
           PERFORM LOCACAO-DO-PAG THRU LOCACAO-DO-PAG-FIM
           IF W-PARCEIRO = ZEROS
              GO TO CARREGAR-ESTORNOS-LER.
           MOVE 2          TO WS-TIPO
           MOVE EST-DATA   TO WS-DATA
           MOVE EST-RECIBO TO WS-RECIBO
           MOVE EST-VALOR  TO WS-VALOR
           PERFORM LIBERAR-REG THRU LIBERAR-REG-FIM
           ADD 1 TO W-CONT-EST
           GO TO CARREGAR-ESTORNOS-LER.
       CARREGAR-ESTORNOS-FIM.
           EXIT.

       LIBERAR-REG.
           MOVE W-PARCEIRO TO WS-PARCEIRO
           MOVE WS-DATA    TO W-DATA-DMA-NUM
           MOVE W-DMA-AAAA TO W-AMD-AAAA
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-DD   TO W-AMD-DD
           MOVE W-DATA-AMD-NUM TO WS-DATA-AMD
           MOVE PAG-ORIGEM TO WS-ORIGEM
           IF PAG-ORIGEM = SPACE
              MOVE "L" TO WS-ORIGEM.
           MOVE W-BIKE     TO WS-BIKE
           MOVE W-LOCSEQ   TO WS-LOCSEQ
           MOVE W-CPF      TO WS-CPF
           RELEASE WS-REG.
       LIBERAR-REG-FIM.
           EXIT.

      * LOCACAO DO LANCAMENTO CORRENTE DE ARQPAG E O PARCEIRO DELA
      * (ZERO QUANDO NAO E PAGAMENTO DE LOCACAO OU NAO HA PARCEIRO).
      * DEVOLUCAO E BIKE DE GRUPO FICAM SOB A PROPRIA CHAVE-LOC; A
      * QUITACAO APONTA A COBRANCA, QUE APONTA A LOCACAO
       LOCACAO-DO-PAG.
           MOVE ZEROS TO W-PARCEIRO W-BIKE W-LOCSEQ W-CPF
           IF PAG-ORIG-LOCACAO OR PAG-ORIG-GRUPO
              IF PAG-NUMERO = ZEROS
                 GO TO LOCACAO-DO-PAG-FIM
              ELSE
                 MOVE PAG-NUMERO TO W-BIKE
                 MOVE PAG-SEQ    TO W-LOCSEQ
                 GO TO LOCACAO-DO-PAG-LER.
           IF NOT PAG-ORIG-COBRANCA OR W-COB-ABERTO NOT = "S"
              GO TO LOCACAO-DO-PAG-FIM.
           MOVE PAG-REF-CPF    TO COB-CPF
           MOVE PAG-REF-SEQ    TO COB-SEQ
           READ ARQCOB
           IF ST-ERRO-COB NOT = "00"
              MOVE "00" TO ST-ERRO-COB
              GO TO LOCACAO-DO-PAG-FIM.
           MOVE COB-NUMERO TO W-BIKE
           MOVE COB-LOCSEQ TO W-LOCSEQ.
       LOCACAO-DO-PAG-LER.
           MOVE W-BIKE   TO LOC-NUMERO
           MOVE W-LOCSEQ TO LOC-SEQ
           READ ARQLOC
           IF ST-ERRO-LOC = "00"
              MOVE LOC-PARCEIRO TO W-PARCEIRO
              MOVE LOC-CPF      TO W-CPF
              GO TO LOCACAO-DO-PAG-FIM.
           MOVE "00" TO ST-ERRO-LOC
           IF W-LCH-ABERTO NOT = "S"
              GO TO LOCACAO-DO-PAG-FIM.
           MOVE W-BIKE   TO LOCH-NUMERO
           MOVE W-LOCSEQ TO LOCH-SEQ
           READ ARQLOCH
           IF ST-ERRO-LCH = "00"
              MOVE LOCH-PARCEIRO TO W-PARCEIRO
              MOVE LOCH-CPF      TO W-CPF
           ELSE
              MOVE "00" TO ST-ERRO-LCH.
       LOCACAO-DO-PAG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDA DO SORT: QUEBRA POR PARCEIRO, UM EXTRATO POR PAGINA
      *-----------------------------------------------------------------
       IMPRIMIR-SORT.
           MOVE "EXTRATO DE COMISSAO DO PARCEIRO INDICADOR"
                                                  TO W-TITULO-REL
           MOVE "DATA         RECIBO MOVIMENTO  LOCACAO   CLIENTE       
      -         "       VALOR"               TO W-CAB-COL
           MOVE ZEROS TO W-PARCEIRO
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           IF ST-RETORNO = "10"
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
              PERFORM IMPRIMIR-PREMISSA THRU IMPRIMIR-PREMISSA-FIM
              MOVE "NENHUMA LOCACAO DE PARCEIRO PAGA OU ESTORNADA NA COM
      -            "PETENCIA"                   TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO IMPRIMIR-SORT-FIM.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           PERFORM FECHAR-PARCEIRO THRU FECHAR-PARCEIRO-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAL DE COMISSOES DA COMPETENCIA" TO LT-TEXTO
           MOVE W-TOTAL-COMIS TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF WS-PARCEIRO NOT = W-PARCEIRO
              IF W-PARCEIRO NOT = ZEROS
                 PERFORM FECHAR-PARCEIRO THRU FECHAR-PARCEIRO-FIM
                 PERFORM ABRIR-PARCEIRO THRU ABRIR-PARCEIRO-FIM
              ELSE
                 PERFORM ABRIR-PARCEIRO THRU ABRIR-PARCEIRO-FIM.
           MOVE WS-DATA   TO LD-DATA
           MOVE WS-RECIBO TO LD-RECIBO
           MOVE WS-BIKE   TO LD-BIKE
           MOVE WS-LOCSEQ TO LD-LOCSEQ
           MOVE WS-CPF    TO LD-CPF
           IF WS-TIPO = 1
              ADD WS-VALOR TO W-RECEBIDO
              MOVE WS-VALOR TO LD-VALOR
              MOVE "PAGTO"  TO LD-TIPO
              MOVE WS-ORIGEM TO LD-TIPO (7:1)
           ELSE
              ADD WS-VALOR TO W-ESTORNADO
              COMPUTE LD-VALOR = ZEROS - WS-VALOR
              MOVE "ESTORNO" TO LD-TIPO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

      * NOVO PARCEIRO: PAGINA NOVA COM O CADASTRO E OS DADOS BANCARIOS
       ABRIR-PARCEIRO.
           MOVE WS-PARCEIRO TO W-PARCEIRO
           MOVE ZEROS TO W-RECEBIDO W-ESTORNADO
           ADD 1 TO W-CONT-PARC
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           PERFORM IMPRIMIR-PREMISSA THRU IMPRIMIR-PREMISSA-FIM
           MOVE "N" TO W-ACHOU
           IF W-PRC-ABERTO = "S"
              MOVE W-PARCEIRO TO PARC-CODIGO
              READ ARQPARC
              IF ST-ERRO-PRC = "00"
                 MOVE "S" TO W-ACHOU
              ELSE
                 MOVE "00" TO ST-ERRO-PRC.
           IF W-ACHOU NOT = "S"
              MOVE W-PARCEIRO TO LPN-CODIGO
              WRITE LINHA-REL FROM LINHA-PARC-NC
              WRITE LINHA-REL FROM ESPACOS-REL
              ADD 2 TO W-LINPAG
              GO TO ABRIR-PARCEIRO-FIM.
           MOVE PARC-CODIGO   TO LP1-CODIGO
           MOVE PARC-NOME     TO LP1-NOME
           MOVE PARC-CNPJ     TO LP1-CNPJ
           MOVE PARC-BANCO    TO LP2-BANCO
           MOVE PARC-AGENCIA  TO LP2-AGENCIA
           MOVE PARC-CONTA    TO LP2-CONTA
           IF PARC-SITUACAO = "A"
              MOVE "ATIVO"    TO LP2-SITUACAO
           ELSE
              MOVE "INATIVO"  TO LP2-SITUACAO.
           WRITE LINHA-REL FROM LINHA-PARC-1
           WRITE LINHA-REL FROM LINHA-PARC-2
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 3 TO W-LINPAG.
       ABRIR-PARCEIRO-FIM.
           EXIT.

       IMPRIMIR-PREMISSA.
           MOVE W-MES-HOJE TO LP-MES
           MOVE W-ANO-HOJE TO LP-ANO
           WRITE LINHA-REL FROM LINHA-PREMISSA
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-PREMISSA-FIM.
           EXIT.

      * FIM DO PARCEIRO: TOTAIS, COMISSAO E A CONTA A PAGAR
       FECHAR-PARCEIRO.
           COMPUTE W-BASE = W-RECEBIDO - W-ESTORNADO
           MOVE ZEROS TO W-COMISSAO
           IF W-ACHOU = "S" AND W-BASE > ZEROS
              COMPUTE W-COMISSAO ROUNDED =
                      W-BASE * PARC-PERC-COMIS / 100.
           ADD W-COMISSAO TO W-TOTAL-COMIS
           IF W-LINPAG + 8 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "RECEBIDO NO MES (LOCACOES)" TO LT-TEXTO
           MOVE W-RECEBIDO TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "ESTORNOS NO MES"            TO LT-TEXTO
           COMPUTE LT-VALOR = ZEROS - W-ESTORNADO
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "BASE LIQUIDA"               TO LT-TEXTO
           MOVE W-BASE TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 4 TO W-LINPAG
           IF W-ACHOU NOT = "S"
              MOVE "PARCEIRO SEM CADASTRO - SEM COMISSAO" TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO FECHAR-PARCEIRO-FIM.
           MOVE PARC-PERC-COMIS TO LPC-PERC
           MOVE W-COMISSAO      TO LPC-VALOR
           WRITE LINHA-REL FROM LINHA-PERC
           ADD 1 TO W-LINPAG
           IF W-COMISSAO = ZEROS
              MOVE "SEM COMISSAO A PAGAR NA COMPETENCIA" TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO FECHAR-PARCEIRO-FIM.
           PERFORM LANCAR-CONTA THRU LANCAR-CONTA-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-CONTA
           ADD 2 TO W-LINPAG.
       FECHAR-PARCEIRO-FIM.
           EXIT.

      * CONTA A PAGAR DA COMISSAO, SO SE A COMPETENCIA AINDA NAO FOI
      * LANCADA PARA O CNPJ (CONTA "C" NAO CANCELADA COM A MESMA NOTA)
       LANCAR-CONTA.
           MOVE "N" TO W-JA-LANCADA
           MOVE PARC-CNPJ TO CPG-FORNECEDOR
           START ARQCPAG KEY IS NOT LESS CPG-FORNECEDOR
               INVALID KEY GO TO LANCAR-CONTA-GERAR.
       LANCAR-CONTA-LER.
           READ ARQCPAG NEXT RECORD
               AT END GO TO LANCAR-CONTA-GERAR.
           IF CPG-FORNECEDOR NOT = PARC-CNPJ
              GO TO LANCAR-CONTA-GERAR.
           IF NOT CPG-COMISSAO OR CPG-NOTA NOT = W-NOTA
              OR CPG-CANCELADA
              GO TO LANCAR-CONTA-LER.
           MOVE "S" TO W-JA-LANCADA
           ADD 1 TO W-CONT-JA
           MOVE "CONTA A PAGAR JA LANCADA:" TO LCT-TEXTO
           MOVE CPG-NUMERO TO LCT-NUMERO
           MOVE CPG-VENCTO TO LCT-VENCTO
           GO TO LANCAR-CONTA-FIM.
       LANCAR-CONTA-GERAR.
           MOVE "00"            TO ST-ERRO-CPG
           MOVE PARC-CNPJ       TO PP-FORNECEDOR
           MOVE PARC-NOME       TO PP-CREDOR
           MOVE W-NOTA          TO PP-NOTA
           MOVE "C"             TO PP-ORIGEM
           MOVE ZEROS           TO PP-PEDIDO PP-FILIAL
           MOVE ZEROS           TO PP-DESP-CHAVE
           MOVE W-COMISSAO      TO PP-VALOR
           MOVE 1               TO PP-QTD-PARC
           MOVE "COMIS001"      TO PP-OPERADOR
           PERFORM GERAR-PARCELAS THRU GERAR-PARCELAS-FIM
           IF PP-GRAVADAS = ZEROS
              MOVE "*** ERRO AO GRAVAR A CONTA ***" TO LCT-TEXTO
              MOVE ZEROS TO LCT-NUMERO
           ELSE
              ADD 1 TO W-CONT-CONTAS
              MOVE "CONTA A PAGAR LANCADA:" TO LCT-TEXTO
              MOVE PP-NUMERO TO LCT-NUMERO.
           MOVE PP-VENCTO1-NUM TO LCT-VENCTO.
       LANCAR-CONTA-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-LCH-ABERTO = "S"
              CLOSE ARQLOCH.
           IF W-COB-ABERTO = "S"
              CLOSE ARQCOB.
           IF W-EST-ABERTO = "S"
              CLOSE ARQESTOR.
           IF W-PRC-ABERTO = "S"
              CLOSE ARQPARC.
           CLOSE ARQPAG
           CLOSE ARQLOC
           CLOSE ARQCPAG
           CLOSE RELATORIO
           MOVE "COMIS001"     TO W-REL-ID
           MOVE "COMIS001.TXT" TO W-REL-ARQ
           MOVE SPACES         TO W-REL-PARMS
           STRING "COMISSAO DE PARCEIROS " W-ANO-HOJE W-MES-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
       COPY CPAGVALP.
       COPY CALDIASP.
