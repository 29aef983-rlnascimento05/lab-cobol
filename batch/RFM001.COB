       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFM001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * SEGMENTACAO RFM DOS CLIENTES PARA O MARKETING     *
      **************************************************
      * O MARKETING MANDAVA A MESMA CAMPANHA PARA TODA A BASE DE
      * CLIENTES. ESTE PASSO MENSAL DO JOB002 PONTUA CADA CLIENTE
      * PESSOA FISICA, NA COMPETENCIA (CTRLCMP.DAT, COPY COMPVAL.;
      * SEM O CONTROLE, O MES DA DATA DO DIA), DE 1 A 5 EM:
      *   R  RECENCIA   DIAS DA ULTIMA DEVOLUCAO (LOC-DATADEVOLUCAO
      *                 EM ARQLOC.DAT OU NO HISTORICO ARQLOCH.DAT)
      *                 ATE O FIM DA COMPETENCIA, NO ANO COMERCIAL
      *                 DE 360 DIAS;
      *   F  FREQUENCIA LOCACOES DEVOLVIDAS NOS 12 MESES ATE A
      *                 COMPETENCIA, ARQLOC.DAT MAIS ARQLOCH.DAT;
      *   M  VALOR      PAGAMENTOS DO CLIENTE NOS MESMOS 12 MESES EM
      *                 ARQPAG.DAT (LOCACAO, GRUPO, QUITACAO,
      *                 BOLETO, MULTA, JUROS E ASSINATURA, PELO
      *                 PAG-REF-CPF) MENOS OS ESTORNOS DELES NO
      *                 PERIODO EM ARQESTOR.DAT. CAUCAO E SUA
      *                 DEVOLUCAO NAO SAO GASTO, A RECARGA DA CARTEIRA
      *                 JA APARECE NA LOCACAO PAGA COM O CREDITO E A
      *                 MENSALIDADE ESCOLAR E OUTRO NEGOCIO.
      * AS FAIXAS DE CADA NOTA ESTAO NA TABELA TAB-FAIXAS E O
      * SEGMENTO SAI DAS TRES NOTAS, NESTA ORDEM DE TESTE:
      *   CAMPEOES            R, F E M DE 4 PARA CIMA
      *   EM RISCO            VINHA SEMPRE (F 3+) E PAROU (R ATE 2)
      *   GRANDES GASTADORES  M DE 4 PARA CIMA
      *   FIEIS               F DE 4 PARA CIMA
      *   NOVOS               R 4+ COM UMA LOCACAO NO PERIODO
      *   PROMISSORES         R 3+
      *   HIBERNANDO          R 2
      *   PERDIDOS            R 1
      * SO ENTRA QUEM JA DEVOLVEU AO MENOS UMA LOCACAO; DOCUMENTO DE
      * 14 DIGITOS (EMPRESA) FICA DE FORA. A FILIAL DO CLIENTE E A
      * DE RETIRADA DA ULTIMA LOCACAO.
      * SAIDAS:
      *   RFMEXT.TXT  EXTRATO PARA A FERRAMENTA DE EMAIL, TEXTO
      *               DELIMITADO POR ";" NOS MOLDES DO NOTIFICA.TXT:
      *     CPF;NOME;EMAIL;SEGMENTO;R;F;M;FILIAL;ULTDEV;QTD;VALOR
      *               (ULTDEV DDMMAAAA, VALOR EM CENTAVOS SEM
      *               VIRGULA). SO SAI O CLIENTE COM OPT-IN DE
      *               MARKETING GRAVADO NO ARQCONS.DAT (CANAL "M",
      *               CDCONSEN), SEM OPT-OUT DE EMAIL E COM EMAIL NO
      *               CADASTRO (COPY CONSVAL./CONSVALP.);
      *   RFM001.TXT  RESUMO IMPRESSO, CATALOGADO: QUANTIDADE DE
      *               CLIENTES POR SEGMENTO E FILIAL (TODOS OS
      *               CLIENTES PONTUADOS, COM OU SEM CONSENTIMENTO) E
      *               A CONTAGEM DO EXTRATO.
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

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT ARQCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONS
                    FILE STATUS  IS ST-ERRO-CNS.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RFMEXT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-EXT.

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
                   88 LOC-FECHADA           VALUE "F".
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
                   88 PAG-ORIG-GASTO        VALUES "L" " " "G" "C"
                                                   "B" "U" "J" "A".
                   88 PAG-ORIG-LOCACAO      VALUES "L" " ".
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

       FD CLIENTES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.DAT".
       01 REGCLIENTES.
                03 CPF                  PIC 9(11).
                03 NOME                 PIC X(35).
                03 DATANASC.
                    05 DIA              PIC 9(2).
                    05 MES              PIC 9(2).
                    05 ANO              PIC 9(4).
                03 RG                   PIC X(20).
                03 CLICEP               PIC 9(08).
                03 ENDNUM               PIC 9(4).
                03 COMPLEMENTO          PIC X(12).
                03 EMAIL                PIC X(35).
                03 TELEFONE.
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD ARQCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONS.DAT".
       01 REGCONS.
                03 CHAVE-CONS.
                   05 CONS-CPF          PIC 9(14).
                   05 CONS-CANAL        PIC X(01).
                03 CONS-OPTIN           PIC X(01).
                03 CONS-DATA            PIC 9(08).
                03 CONS-OPERADOR        PIC X(08).

      * TIPO 1 = LOCACAO DEVOLVIDA, 2 = PAGAMENTO, 3 = ESTORNO; NA
      * MESMA DATA A ORDEM NAO IMPORTA, E A ULTIMA LOCACAO LIDA DO
      * CLIENTE E A MAIS RECENTE
       SD WORK-SORT.
       01 WS-REG.
                03 WS-CPF               PIC 9(14).
                03 WS-DATA-AMD          PIC 9(08).
                03 WS-TIPO              PIC 9(01).
                03 WS-FILIAL            PIC 9(01).
                03 WS-VALOR             PIC 9(06)V99.

       FD RFMEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RFMEXT.TXT".
       01 LINHA-EXT                    PIC X(140).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RFM001.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       COPY CONSVAL.
       COPY TFILIAL.
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-LCH      PIC X(02) VALUE "00".
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-EST      PIC X(02) VALUE "00".
       77 ST-ERRO-CLI      PIC X(02) VALUE "00".
       77 ST-ERRO-EXT      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-LCH-ABERTO     PIC X(01) VALUE "N".
       77 W-EST-ABERTO     PIC X(01) VALUE "N".
       77 W-INI-AMD        PIC 9(08) VALUE ZEROS.
       77 W-FIM-AMD        PIC 9(08) VALUE ZEROS.
       77 W-DIAS-FIM       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-DEV       PIC 9(07) VALUE ZEROS.
       77 W-CPF-ATUAL      PIC 9(14) VALUE ZEROS.
       77 W-DOC            PIC 9(14) VALUE ZEROS.
       77 W-ULT-DEV        PIC 9(08) VALUE ZEROS.
       77 W-FILIAL         PIC 9(01) VALUE ZEROS.
       77 W-FREQ           PIC 9(04) VALUE ZEROS.
       77 W-MONET          PIC S9(08)V99 VALUE ZEROS.
       77 W-RECENCIA       PIC S9(07) VALUE ZEROS.
       77 W-NOTA-R         PIC 9(01) VALUE ZEROS.
       77 W-NOTA-F         PIC 9(01) VALUE ZEROS.
       77 W-NOTA-M         PIC 9(01) VALUE ZEROS.
       77 W-SEG            PIC 9(02) COMP VALUE ZEROS.
       77 W-COL            PIC 9(02) COMP VALUE ZEROS.
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-CONT-LOC       PIC 9(07) VALUE ZEROS.
       77 W-CONT-PAG       PIC 9(07) VALUE ZEROS.
       77 W-CONT-EST       PIC 9(07) VALUE ZEROS.
       77 W-CONT-CLASSIF   PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-LOC   PIC 9(06) VALUE ZEROS.
       77 W-CONT-PJ        PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-CLI   PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-OPTIN PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-EMAIL PIC 9(06) VALUE ZEROS.
       77 W-CONT-EXTRATO   PIC 9(06) VALUE ZEROS.

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

      * FAIXAS DAS NOTAS 5, 4, 3 E 2 (ABAIXO DA ULTIMA FAIXA, NOTA
      * 1): RECENCIA EM DIAS ATE (NAO MAIS QUE), FREQUENCIA EM
      * LOCACOES E VALOR EM REAIS A PARTIR DE (NAO MENOS QUE)
       01 TAB-FAIXAS.
           03 FILLER       PIC 9(04) VALUE 0030.
           03 FILLER       PIC 9(04) VALUE 0060.
           03 FILLER       PIC 9(04) VALUE 0120.
           03 FILLER       PIC 9(04) VALUE 0240.
           03 FILLER       PIC 9(04) VALUE 0024.
           03 FILLER       PIC 9(04) VALUE 0012.
           03 FILLER       PIC 9(04) VALUE 0006.
           03 FILLER       PIC 9(04) VALUE 0002.
           03 FILLER       PIC 9(04) VALUE 1500.
           03 FILLER       PIC 9(04) VALUE 0800.
           03 FILLER       PIC 9(04) VALUE 0400.
           03 FILLER       PIC 9(04) VALUE 0150.
       01 TAB-FAIXAS-R REDEFINES TAB-FAIXAS.
           03 FX-RECENCIA  PIC 9(04) OCCURS 4 TIMES.
           03 FX-FREQ      PIC 9(04) OCCURS 4 TIMES.
           03 FX-VALOR     PIC 9(04) OCCURS 4 TIMES.

       01 TAB-NOMES-SEG.
           03 FILLER       PIC X(18) VALUE "CAMPEOES".
           03 FILLER       PIC X(18) VALUE "FIEIS".
           03 FILLER       PIC X(18) VALUE "GRANDES GASTADORES".
           03 FILLER       PIC X(18) VALUE "EM RISCO".
           03 FILLER       PIC X(18) VALUE "NOVOS".
           03 FILLER       PIC X(18) VALUE "PROMISSORES".
           03 FILLER       PIC X(18) VALUE "HIBERNANDO".
           03 FILLER       PIC X(18) VALUE "PERDIDOS".
       01 TAB-NOMES-SEG-R REDEFINES TAB-NOMES-SEG.
           03 NOME-SEG     PIC X(18) OCCURS 8 TIMES.

      * CLIENTES POR SEGMENTO (LINHA 9 = TOTAL) E FILIAL (COLUNAS 1
      * A 5; 6 = SEM FILIAL; 7 = TOTAL)
       01 TAB-SEG.
           03 SEG-LIN OCCURS 9 TIMES.
              05 SEG-QTD   PIC 9(06) COMP OCCURS 7 TIMES.

       01 LINHA-EXT-REC.
           03 LE-CPF       PIC 9(11).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-NOME      PIC X(35).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-EMAIL     PIC X(35).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-SEGMENTO  PIC X(18).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-NOTA-R    PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-NOTA-F    PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-NOTA-M    PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-FILIAL    PIC X(13).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-ULT-DEV   PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-QTD       PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-VALOR     PIC 9(08)V99.

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           03 LP-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO       PIC 9(04).
           03 FILLER       PIC X(29) VALUE
               "   FREQUENCIA E VALOR DE 12 ".
           03 FILLER       PIC X(21) VALUE "MESES".

       01 LINHA-CAB-SEG.
           03 FILLER       PIC X(19) VALUE "SEGMENTO".
           03 LCS-COLUNA OCCURS 7 TIMES.
              05 LCS-NOME  PIC X(07).
              05 FILLER    PIC X(01).

       01 LINHA-SEG.
           03 LS-NOME      PIC X(19).
           03 LS-COLUNA OCCURS 7 TIMES.
              05 LS-QTD    PIC ZZZZZZ9.
              05 FILLER    PIC X(01).

       01 LINHA-TOTAL.
           03 LT-TEXTO     PIC X(40).
           03 LT-QTD       PIC ZZZ.ZZ9.

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
           PERFORM DEFINIR-PERIODO THRU DEFINIR-PERIODO-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           INITIALIZE TAB-SEG
           SORT WORK-SORT ON ASCENDING KEY WS-CPF WS-DATA-AMD WS-TIPO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE APURAR-SORT THRU APURAR-SORT-FIM
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "LOCACOES DEVOLVIDAS LIDAS.: " W-CONT-LOC
           DISPLAY "PAGAMENTOS NO PERIODO.....: " W-CONT-PAG
           DISPLAY "ESTORNOS NO PERIODO.......: " W-CONT-EST
           DISPLAY "CLIENTES SEGMENTADOS......: " W-CONT-CLASSIF
           DISPLAY "NO EXTRATO DE MARKETING...: " W-CONT-EXTRATO
           DISPLAY "SEM OPT-IN DE MARKETING...: " W-CONT-SEM-OPTIN
           DISPLAY "EMAIL VETADO OU EM BRANCO.: " W-CONT-SEM-EMAIL
           DISPLAY "SEM CLIENTE CADASTRADO....: " W-CONT-SEM-CLI
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * PERIODO DE 12 MESES: DO MES SEGUINTE AO DA COMPETENCIA NO ANO
      * ANTERIOR ATE O FIM DA COMPETENCIA (DIA 31 SERVE DE TETO NA
      * COMPARACAO AAAAMMDD). A RECENCIA CONTA ATE O DIA 30 DA
      * COMPETENCIA NO ANO COMERCIAL
       DEFINIR-PERIODO.
           MOVE W-ANO-HOJE TO W-AMD-AAAA
           MOVE W-MES-HOJE TO W-AMD-MM
           MOVE 31         TO W-AMD-DD
           MOVE W-DATA-AMD-NUM TO W-FIM-AMD
           SUBTRACT 1 FROM W-AMD-AAAA
           MOVE W-DATA-AMD-NUM TO W-INI-AMD
           COMPUTE W-DIAS-FIM =
                   (W-ANO-HOJE * 360) + (W-MES-HOJE * 30) + 30.
       DEFINIR-PERIODO-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO PAG ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CLIENTES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DO HISTORICO E DOS ESTORNOS: SEM O
      * ARQUIVO, SO NAO HA O QUE SOMAR DELE
           OPEN INPUT ARQLOCH
           IF ST-ERRO-LCH = "00"
              MOVE "S" TO W-LCH-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-LCH.
           OPEN INPUT ARQESTOR
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-EST.
           PERFORM ABRIR-CONSENT THRU ABRIR-CONSENT-FIM
           OPEN OUTPUT RFMEXT
           IF ST-ERRO-EXT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO RFMEXT ***"
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
      * ENTRADA DO SORT: LOCACOES DEVOLVIDAS ATE O FIM DA COMPETENCIA
      * (QUALQUER DATA, PARA A RECENCIA), PAGAMENTOS E ESTORNOS DO
      * PERIODO DE 12 MESES
      *-----------------------------------------------------------------
       CARREGAR-SORT.
           PERFORM CARREGAR-LOCACOES THRU CARREGAR-LOCACOES-FIM
           PERFORM CARREGAR-HISTORICO THRU CARREGAR-HISTORICO-FIM
           PERFORM CARREGAR-PAGAMENTOS THRU CARREGAR-PAGAMENTOS-FIM
           PERFORM CARREGAR-ESTORNOS THRU CARREGAR-ESTORNOS-FIM.
       CARREGAR-SORT-FIM.
           EXIT.

       CARREGAR-LOCACOES.
           CONTINUE.
       CARREGAR-LOCACOES-LER.
           READ ARQLOC NEXT RECORD
               AT END GO TO CARREGAR-LOCACOES-FIM.
           IF NOT LOC-FECHADA OR LOC-DATADEVOLUCAO = ZEROS
              GO TO CARREGAR-LOCACOES-LER.
           MOVE LOC-DATADEVOLUCAO TO W-DATA-DMA-NUM
           PERFORM CONVERTER-DATA THRU CONVERTER-DATA-FIM
           IF W-DATA-AMD-NUM > W-FIM-AMD
              GO TO CARREGAR-LOCACOES-LER.
           MOVE LOC-CPF         TO WS-CPF
           MOVE 1               TO WS-TIPO
           MOVE LOC-FILIAL-ORIG TO WS-FILIAL
           MOVE ZEROS           TO WS-VALOR
           PERFORM LIBERAR-REG THRU LIBERAR-REG-FIM
           ADD 1 TO W-CONT-LOC
           GO TO CARREGAR-LOCACOES-LER.
       CARREGAR-LOCACOES-FIM.
           EXIT.

       CARREGAR-HISTORICO.
           IF W-LCH-ABERTO NOT = "S"
              GO TO CARREGAR-HISTORICO-FIM.
       CARREGAR-HISTORICO-LER.
           READ ARQLOCH NEXT RECORD
               AT END GO TO CARREGAR-HISTORICO-FIM.
           IF LOCH-SITUACAO NOT = "F" OR LOCH-DATADEVOLUCAO = ZEROS
              GO TO CARREGAR-HISTORICO-LER.
           MOVE LOCH-DATADEVOLUCAO TO W-DATA-DMA-NUM
           PERFORM CONVERTER-DATA THRU CONVERTER-DATA-FIM
           IF W-DATA-AMD-NUM > W-FIM-AMD
              GO TO CARREGAR-HISTORICO-LER.
           MOVE LOCH-CPF         TO WS-CPF
           MOVE 1                TO WS-TIPO
           MOVE LOCH-FILIAL-ORIG TO WS-FILIAL
           MOVE ZEROS            TO WS-VALOR
           PERFORM LIBERAR-REG THRU LIBERAR-REG-FIM
           ADD 1 TO W-CONT-LOC
           GO TO CARREGAR-HISTORICO-LER.
       CARREGAR-HISTORICO-FIM.
           EXIT.

       CARREGAR-PAGAMENTOS.
           CONTINUE.
       CARREGAR-PAGAMENTOS-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO CARREGAR-PAGAMENTOS-FIM.
           IF NOT PAG-ORIG-GASTO
              GO TO CARREGAR-PAGAMENTOS-LER.
           MOVE PAG-DATA TO W-DATA-DMA-NUM
           PERFORM CONVERTER-DATA THRU CONVERTER-DATA-FIM
           IF W-DATA-AMD-NUM NOT > W-INI-AMD
              OR W-DATA-AMD-NUM > W-FIM-AMD
              GO TO CARREGAR-PAGAMENTOS-LER.
           PERFORM DOCUMENTO-DO-PAG THRU DOCUMENTO-DO-PAG-FIM
           IF W-DOC = ZEROS
              GO TO CARREGAR-PAGAMENTOS-LER.
           MOVE W-DOC     TO WS-CPF
           MOVE 2         TO WS-TIPO
           MOVE ZEROS     TO WS-FILIAL
           MOVE PAG-VALOR TO WS-VALOR
           PERFORM LIBERAR-REG THRU LIBERAR-REG-FIM
           ADD 1 TO W-CONT-PAG
           GO TO CARREGAR-PAGAMENTOS-LER.
       CARREGAR-PAGAMENTOS-FIM.
           EXIT.

      * O ESTORNO TEM A CHAVE-PAG DO PAGAMENTO ORIGINAL: E ELE QUE
      * DIZ SE O VALOR ERA GASTO E DE QUAL CLIENTE
       CARREGAR-ESTORNOS.
           IF W-EST-ABERTO NOT = "S"
              GO TO CARREGAR-ESTORNOS-FIM.
       CARREGAR-ESTORNOS-LER.
           READ ARQESTOR NEXT RECORD
               AT END GO TO CARREGAR-ESTORNOS-FIM.
           MOVE EST-DATA TO W-DATA-DMA-NUM
           PERFORM CONVERTER-DATA THRU CONVERTER-DATA-FIM
           IF W-DATA-AMD-NUM NOT > W-INI-AMD
              OR W-DATA-AMD-NUM > W-FIM-AMD
              GO TO CARREGAR-ESTORNOS-LER.
           MOVE CHAVE-EST TO CHAVE-PAG
           READ ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              MOVE "00" TO ST-ERRO-PAG
              GO TO CARREGAR-ESTORNOS-LER.
           IF NOT PAG-ORIG-GASTO
              GO TO CARREGAR-ESTORNOS-LER.
           PERFORM DOCUMENTO-DO-PAG THRU DOCUMENTO-DO-PAG-FIM
           IF W-DOC = ZEROS
              GO TO CARREGAR-ESTORNOS-LER.
           MOVE W-DOC     TO WS-CPF
           MOVE 3         TO WS-TIPO
           MOVE ZEROS     TO WS-FILIAL
           MOVE EST-VALOR TO WS-VALOR
           PERFORM LIBERAR-REG THRU LIBERAR-REG-FIM
           ADD 1 TO W-CONT-EST
           GO TO CARREGAR-ESTORNOS-LER.
       CARREGAR-ESTORNOS-FIM.
           EXIT.

      * CLIENTE DO LANCAMENTO CORRENTE DE ARQPAG: O PAG-REF-CPF; NOS
      * PAGAMENTOS DE LOCACAO ANTIGOS, GRAVADOS SEM ELE, O CPF DA
      * LOCACAO DA PROPRIA CHAVE-PAG (ARQLOC OU ARQLOCH)
       DOCUMENTO-DO-PAG.
           MOVE PAG-REF-CPF TO W-DOC
           IF W-DOC NOT = ZEROS OR NOT PAG-ORIG-LOCACAO
              OR PAG-NUMERO = ZEROS
              GO TO DOCUMENTO-DO-PAG-FIM.
           MOVE CHAVE-PAG TO CHAVE-LOC
           READ ARQLOC
           IF ST-ERRO-LOC = "00"
              MOVE LOC-CPF TO W-DOC
              GO TO DOCUMENTO-DO-PAG-FIM.
           MOVE "00" TO ST-ERRO-LOC
           IF W-LCH-ABERTO NOT = "S"
              GO TO DOCUMENTO-DO-PAG-FIM.
           MOVE CHAVE-PAG TO CHAVE-LOCH
           READ ARQLOCH
           IF ST-ERRO-LCH = "00"
              MOVE LOCH-CPF TO W-DOC
           ELSE
              MOVE "00" TO ST-ERRO-LCH.
       DOCUMENTO-DO-PAG-FIM.
           EXIT.

       CONVERTER-DATA.
           MOVE W-DMA-AAAA TO W-AMD-AAAA
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-DD   TO W-AMD-DD.
       CONVERTER-DATA-FIM.
           EXIT.

       LIBERAR-REG.
           MOVE W-DATA-AMD-NUM TO WS-DATA-AMD
           RELEASE WS-REG.
       LIBERAR-REG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDA DO SORT: QUEBRA POR CLIENTE, NOTAS, SEGMENTO, CONTAGEM
      * POR FILIAL E LINHA DO EXTRATO
      *-----------------------------------------------------------------
       APURAR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           IF ST-RETORNO = "10"
              GO TO APURAR-SORT-FIM.
           PERFORM INICIAR-CLIENTE THRU INICIAR-CLIENTE-FIM
           PERFORM APURAR-LINHAS THRU APURAR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           PERFORM FECHAR-CLIENTE THRU FECHAR-CLIENTE-FIM.
       APURAR-SORT-FIM.
           EXIT.

       APURAR-LINHAS.
           IF WS-CPF NOT = W-CPF-ATUAL
              PERFORM FECHAR-CLIENTE THRU FECHAR-CLIENTE-FIM
              PERFORM INICIAR-CLIENTE THRU INICIAR-CLIENTE-FIM.
           IF WS-TIPO = 1
              MOVE WS-DATA-AMD TO W-ULT-DEV
              MOVE WS-FILIAL   TO W-FILIAL
              IF WS-DATA-AMD > W-INI-AMD
                 ADD 1 TO W-FREQ.
           IF WS-TIPO = 2
              ADD WS-VALOR TO W-MONET.
           IF WS-TIPO = 3
              SUBTRACT WS-VALOR FROM W-MONET.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       APURAR-LINHAS-FIM.
           EXIT.

       INICIAR-CLIENTE.
           MOVE WS-CPF TO W-CPF-ATUAL
           MOVE ZEROS  TO W-ULT-DEV W-FILIAL W-FREQ W-MONET.
       INICIAR-CLIENTE-FIM.
           EXIT.

       FECHAR-CLIENTE.
           IF W-ULT-DEV = ZEROS
              ADD 1 TO W-CONT-SEM-LOC
              GO TO FECHAR-CLIENTE-FIM.
           IF W-CPF-ATUAL > 99999999999
              ADD 1 TO W-CONT-PJ
              GO TO FECHAR-CLIENTE-FIM.
           IF W-MONET < ZEROS
              MOVE ZEROS TO W-MONET.
           MOVE W-ULT-DEV TO W-DATA-AMD-NUM
           COMPUTE W-DIAS-DEV =
                   (W-AMD-AAAA * 360) + (W-AMD-MM * 30) + W-AMD-DD
           COMPUTE W-RECENCIA = W-DIAS-FIM - W-DIAS-DEV
           IF W-RECENCIA < ZEROS
              MOVE ZEROS TO W-RECENCIA.
           PERFORM PONTUAR-CLIENTE THRU PONTUAR-CLIENTE-FIM
           PERFORM SEGMENTAR-CLIENTE THRU SEGMENTAR-CLIENTE-FIM
           MOVE W-FILIAL TO W-COL
           IF W-COL < 1 OR W-COL > 5
              MOVE 6 TO W-COL.
           ADD 1 TO SEG-QTD (W-SEG, W-COL) SEG-QTD (W-SEG, 7)
                    SEG-QTD (9, W-COL)     SEG-QTD (9, 7)
           ADD 1 TO W-CONT-CLASSIF
           PERFORM EXTRAIR-CLIENTE THRU EXTRAIR-CLIENTE-FIM.
       FECHAR-CLIENTE-FIM.
           EXIT.

      * NOTA 5 NA PRIMEIRA FAIXA ATINGIDA, 4 NA SEGUNDA E ASSIM POR
      * DIANTE; FORA DAS QUATRO FAIXAS, NOTA 1
       PONTUAR-CLIENTE.
           MOVE 1 TO W-NOTA-R W-NOTA-F W-NOTA-M
           MOVE 1 TO W-IND.
       PONTUAR-CLIENTE-R.
           IF W-RECENCIA NOT > FX-RECENCIA (W-IND)
              COMPUTE W-NOTA-R = 6 - W-IND
           ELSE
              IF W-IND < 4
                 ADD 1 TO W-IND
                 GO TO PONTUAR-CLIENTE-R.
           MOVE 1 TO W-IND.
       PONTUAR-CLIENTE-F.
           IF W-FREQ NOT < FX-FREQ (W-IND)
              COMPUTE W-NOTA-F = 6 - W-IND
           ELSE
              IF W-IND < 4
                 ADD 1 TO W-IND
                 GO TO PONTUAR-CLIENTE-F.
           MOVE 1 TO W-IND.
       PONTUAR-CLIENTE-M.
           IF W-MONET NOT < FX-VALOR (W-IND)
              COMPUTE W-NOTA-M = 6 - W-IND
           ELSE
              IF W-IND < 4
                 ADD 1 TO W-IND
                 GO TO PONTUAR-CLIENTE-M.
       PONTUAR-CLIENTE-FIM.
           EXIT.

       SEGMENTAR-CLIENTE.
           IF W-NOTA-R NOT < 4 AND W-NOTA-F NOT < 4
                               AND W-NOTA-M NOT < 4
              MOVE 1 TO W-SEG
              GO TO SEGMENTAR-CLIENTE-FIM.
           IF W-NOTA-R NOT > 2 AND W-NOTA-F NOT < 3
              MOVE 4 TO W-SEG
              GO TO SEGMENTAR-CLIENTE-FIM.
           IF W-NOTA-M NOT < 4
              MOVE 3 TO W-SEG
              GO TO SEGMENTAR-CLIENTE-FIM.
           IF W-NOTA-F NOT < 4
              MOVE 2 TO W-SEG
              GO TO SEGMENTAR-CLIENTE-FIM.
           IF W-NOTA-R NOT < 4 AND W-FREQ NOT > 1
              MOVE 5 TO W-SEG
              GO TO SEGMENTAR-CLIENTE-FIM.
           IF W-NOTA-R NOT < 3
              MOVE 6 TO W-SEG
              GO TO SEGMENTAR-CLIENTE-FIM.
           IF W-NOTA-R = 2
              MOVE 7 TO W-SEG
           ELSE
              MOVE 8 TO W-SEG.
       SEGMENTAR-CLIENTE-FIM.
           EXIT.

      * LINHA DO EXTRATO: SO COM OPT-IN DE MARKETING, EMAIL SEM
      * OPT-OUT E EMAIL PREENCHIDO NO CADASTRO
       EXTRAIR-CLIENTE.
           MOVE W-CPF-ATUAL TO CPF
           READ CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              MOVE "00" TO ST-ERRO-CLI
              ADD 1 TO W-CONT-SEM-CLI
              GO TO EXTRAIR-CLIENTE-FIM.
           MOVE W-CPF-ATUAL TO CV-CPF
           PERFORM VERIF-CONSENT THRU VERIF-CONSENT-FIM
           IF CV-MKT-OK NOT = "S"
              ADD 1 TO W-CONT-SEM-OPTIN
              GO TO EXTRAIR-CLIENTE-FIM.
           IF CV-EMAIL-OK NOT = "S" OR EMAIL = SPACES
              ADD 1 TO W-CONT-SEM-EMAIL
              GO TO EXTRAIR-CLIENTE-FIM.
           MOVE CPF             TO LE-CPF
           MOVE NOME            TO LE-NOME
           MOVE EMAIL           TO LE-EMAIL
           MOVE NOME-SEG (W-SEG) TO LE-SEGMENTO
           MOVE W-NOTA-R        TO LE-NOTA-R
           MOVE W-NOTA-F        TO LE-NOTA-F
           MOVE W-NOTA-M        TO LE-NOTA-M
           IF W-COL < 6
              MOVE TBFILIAL (W-COL) TO LE-FILIAL
           ELSE
              MOVE SPACES TO LE-FILIAL.
           MOVE W-ULT-DEV  TO W-DATA-AMD-NUM
           MOVE W-AMD-DD   TO W-DMA-DD
           MOVE W-AMD-MM   TO W-DMA-MM
           MOVE W-AMD-AAAA TO W-DMA-AAAA
           MOVE W-DATA-DMA-NUM TO LE-ULT-DEV
           MOVE W-FREQ     TO LE-QTD
           MOVE W-MONET    TO LE-VALOR
           WRITE LINHA-EXT FROM LINHA-EXT-REC
           ADD 1 TO W-CONT-EXTRATO.
       EXTRAIR-CLIENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * RESUMO IMPRESSO: CLIENTES POR SEGMENTO E FILIAL E A CONTAGEM
      * DO EXTRATO
      *-----------------------------------------------------------------
       IMPRIMIR-RESUMO.
           MOVE "SEGMENTACAO RFM DOS CLIENTES POR FILIAL"
                                                  TO W-TITULO-REL
           MOVE 1 TO W-IND.
       IMPRIMIR-RESUMO-CAB.
           MOVE TBFILIAL (W-IND) TO LCS-NOME (W-IND)
           IF W-IND < 5
              ADD 1 TO W-IND
              GO TO IMPRIMIR-RESUMO-CAB.
           MOVE "S/FIL"  TO LCS-NOME (6)
           MOVE "  TOTAL" TO LCS-NOME (7)
           MOVE LINHA-CAB-SEG TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE W-MES-HOJE TO LP-MES
           MOVE W-ANO-HOJE TO LP-ANO
           WRITE LINHA-REL FROM LINHA-PREMISSA
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG
           IF W-CONT-CLASSIF = ZEROS
              MOVE "NENHUM CLIENTE COM LOCACAO DEVOLVIDA ATE A COMPETENC
      -            "IA"                         TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO IMPRIMIR-RESUMO-FIM.
           MOVE 1 TO W-SEG.
       IMPRIMIR-RESUMO-SEG.
           IF W-SEG < 9
              MOVE NOME-SEG (W-SEG) TO LS-NOME
           ELSE
              WRITE LINHA-REL FROM ESPACOS-REL
              ADD 1 TO W-LINPAG
              MOVE "TOTAL" TO LS-NOME.
           MOVE 1 TO W-COL.
       IMPRIMIR-RESUMO-COL.
           MOVE SEG-QTD (W-SEG, W-COL) TO LS-QTD (W-COL)
           IF W-COL < 7
              ADD 1 TO W-COL
              GO TO IMPRIMIR-RESUMO-COL.
           WRITE LINHA-REL FROM LINHA-SEG
           ADD 1 TO W-LINPAG
           IF W-SEG < 9
              ADD 1 TO W-SEG
              GO TO IMPRIMIR-RESUMO-SEG.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "CLIENTES NO EXTRATO DE MARKETING" TO LT-TEXTO
           MOVE W-CONT-EXTRATO   TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "FORA: SEM OPT-IN DE MARKETING"    TO LT-TEXTO
           MOVE W-CONT-SEM-OPTIN TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "FORA: EMAIL VETADO OU EM BRANCO"  TO LT-TEXTO
           MOVE W-CONT-SEM-EMAIL TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "FORA: SEM CADASTRO EM CADCLIENTES" TO LT-TEXTO
           MOVE W-CONT-SEM-CLI   TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 5 TO W-LINPAG.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-LCH-ABERTO = "S"
              CLOSE ARQLOCH.
           IF W-EST-ABERTO = "S"
              CLOSE ARQESTOR.
           IF CV-ABERTO = "S"
              CLOSE ARQCONS.
           CLOSE ARQLOC
           CLOSE ARQPAG
           CLOSE CLIENTES
           CLOSE RFMEXT
           CLOSE RELATORIO
           MOVE "RFM001"     TO W-REL-ID
           MOVE "RFM001.TXT" TO W-REL-ARQ
           MOVE SPACES       TO W-REL-PARMS
           STRING "SEGMENTACAO RFM " W-ANO-HOJE W-MES-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
       COPY CONSVALP.
