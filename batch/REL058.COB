       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL058.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * ORCADO X REALIZADO POR FILIAL E CONTA CONTABIL    *
      **************************************************
      * O REL050 DIZ DEPOIS DO FATO QUANTO CADA FILIAL GANHOU E
      * GASTOU; AS METAS DIGITADAS NO SGB-040 (CDMETA, ARQMETA.DAT,
      * POR ANO, MES, FILIAL E CONTA) DAO O ALVO. ESTE RELATORIO
      * CRUZA OS DOIS NA COMPETENCIA DE FECHAMENTO (CTRLCMP.DAT DO
      * JOB002, COPY COMPVAL.; SEM O CONTROLE, O MES DA DATA DO DIA)
      * E NO ACUMULADO DO ANO (JANEIRO ATE A COMPETENCIA).
      * O REALIZADO VEM DAS MESMAS FONTES DO REL050, LEVADO PARA A
      * CONTA PELO PLANO DE CONTAS (ARQCONTA.DAT, CDCONTA) COMO O
      * REL039 FAZ NA CONTABILIDADE -- LINHA DA FILIAL PREVALECE
      * SOBRE A FILIAL 0:
      *     RECEITA DAS LOCACOES FECHADAS (ARQLOC)  CREDITO RECEITA
      *     CUSTO DOS SERVICOS DE OFICINA (ARQMANUT) DEBITO DESPESA
      *     DESPESAS LANCADAS NO CDDESP (ARQDESP)   DEBITO DESPFILIAL
      * RECEITA E OFICINA CAEM NA FILIAL DA BIKE; DESPESA DE FILIAL
      * 0 E META DE FILIAL 0 FICAM NA SECAO "GERAL". TIPO SEM
      * MAPEAMENTO VAI PARA A LINHA "SEM CONTA" EM VEZ DE SUMIR.
      * CADA MOVIMENTO E CADA META ENTRAM NO SORT DUAS VEZES: NA
      * FILIAL E NA CHAVE 9, QUE FECHA O RELATORIO COMO SECAO
      * CONSOLIDADA. POR CONTA SAEM DUAS LINHAS (MES E ACUMULADO)
      * COM ORCADO, REALIZADO, VARIACAO EM VALOR (REALIZADO -
      * ORCADO) E EM PERCENTUAL SOBRE O ORCADO; A LINHA E MARCADA
      * "*ACIMA"/"*ABAIXO" QUANDO A VARIACAO PASSA DA TOLERANCIA
      * ORCTOLPERC DO CDPARAM (PADRAO 10%), E "S/ORC" QUANDO HA
      * REALIZADO SEM META. SAIDA EM REL058.TXT.
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

           SELECT ARQMETA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-META
                    FILE STATUS  IS ST-ERRO-MET.

           SELECT ARQCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONTA
                    FILE STATUS  IS ST-ERRO-CTA.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT ARQMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MANUT
                    FILE STATUS  IS ST-ERRO-MAN.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

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

       FD ARQMETA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMETA.DAT".
       01 REGMETA.
                03 CHAVE-META.
                   05 META-ANO          PIC 9(04).
                   05 META-MES          PIC 9(02).
                   05 META-FILIAL       PIC 9(01).
                   05 META-CONTA        PIC 9(08).
                03 META-VALOR           PIC 9(09)V99.
                03 META-DATA-ALT        PIC 9(08).
                03 META-OPERADOR        PIC X(08).

       FD ARQCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONTA.DAT".
       01 REGCONTA.
                03 CHAVE-CONTA.
                   05 CONTA-TIPO        PIC X(11).
                   05 CONTA-FILIAL      PIC 9(01).
                03 CONTA-DEBITO         PIC 9(08).
                03 CONTA-CREDITO        PIC 9(08).
                03 CONTA-DATA-ALT       PIC 9(08).
                03 CONTA-OPERADOR       PIC X(08).

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
                   88 LOC-ABERTA             VALUE "A".
                   88 LOC-FECHADA            VALUE "F".
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

       FD ARQMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMANUT.DAT".
       01 REGMANUT.
                03 CHAVE-MANUT.
                   05 MANUT-NUMERO       PIC 9(4).
                   05 MANUT-SEQ          PIC 9(4).
                03 MANUT-DATASERVICO     PIC 9(8).
                03 MANUT-DESCRICAO       PIC X(40).
                03 MANUT-CUSTO           PIC 9(6)V99.
                03 MANUT-MECANICO        PIC X(12).
                03 MANUT-HORAS           PIC 9(3)V9.

       FD ARQBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBIKE.DAT".
       01 REGBIKE.
                03 NUMERO            PIC 9(4).
                03 MARCA             PIC X(20).
                03 MODELO            PIC X(20).
                03 CATEGORIA         PIC X(01).
                03 ARO               PIC 9(2).
                03 COR               PIC 9(1).
                03 CORDESCRICAO      PIC X(13).
                03 VALORCOMPRA       PIC 9(6)V99.
                03 VALORLOCACAO      PIC 9(6)V99.
                03 DATACOMPRA        PIC 9(8).
                03 DATAUTILIZACAO    PIC 9(8).
                03 SITUACAO          PIC X(1).
                03 SITUACAODESCRICAO PIC X(13).
                03 FILIAL            PIC 9(01).
                03 FILIALDESCRICAO PIC X(13).

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

       SD WORK-SORT.
       01 WS-REG.
                03 WS-FILIAL            PIC 9(01).
                03 WS-CONTA             PIC 9(08).
                03 WS-ORC-MES           PIC 9(09)V99.
                03 WS-REAL-MES          PIC 9(09)V99.
                03 WS-ORC-ACUM          PIC 9(09)V99.
                03 WS-REAL-ACUM         PIC 9(09)V99.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL058.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       COPY PARAMVAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-MET      PIC X(02) VALUE "00".
       77 ST-ERRO-CTA      PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-MAN      PIC X(02) VALUE "00".
       77 ST-ERRO-DSP      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-META-ABERTO    PIC X(01) VALUE "N".
       77 W-CONTA-ABERTO   PIC X(01) VALUE "N".
       77 W-DESP-ABERTO    PIC X(01) VALUE "N".
       77 W-MAPEADO        PIC X(01) VALUE "N".
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-F              PIC 9(01) VALUE ZEROS.
       77 W-FX             PIC 9(01) VALUE ZEROS.
       77 W-FIL-ANT        PIC 9(01) VALUE ZEROS.
       77 W-CTA-ANT        PIC 9(08) VALUE ZEROS.
       77 W-TIPO-BUSCA     PIC X(11) VALUE SPACES.
       77 W-VALOR-MOV      PIC 9(09)V99 VALUE ZEROS.
       77 W-MES-MOV        PIC 9(02) VALUE ZEROS.
       77 W-TOLERANCIA     PIC 9(03) VALUE 10.
       77 W-ORC            PIC 9(11)V99 VALUE ZEROS.
       77 W-REAL           PIC 9(11)V99 VALUE ZEROS.
       77 W-VAR            PIC S9(11)V99 VALUE ZEROS.
       77 W-PERC           PIC S9(05)V9 VALUE ZEROS.
       77 W-PERC-ABS       PIC 9(05)V9 VALUE ZEROS.
       77 W-CONT-METAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-MOVS      PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEMCONTA  PIC 9(06) VALUE ZEROS.
       77 W-CONT-LINHAS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-FORA      PIC 9(06) VALUE ZEROS.

      * CONTA DE CADA TIPO DE MOVIMENTO POR FILIAL (0 A 5 NAS
      * POSICOES 1 A 6), LIDA UMA VEZ DO PLANO DE CONTAS
       01 TAB-MAPA.
           03 MP-FIL OCCURS 6 TIMES.
               05 MP-RECEITA   PIC 9(08).
               05 MP-OFICINA   PIC 9(08).
               05 MP-DESPFIL   PIC 9(08).

      * ACUMULADOS DA CONTA EM QUEBRA
       01 W-ACUM-CONTA.
           03 AC-ORC-MES       PIC 9(11)V99.
           03 AC-REAL-MES      PIC 9(11)V99.
           03 AC-ORC-ACUM      PIC 9(11)V99.
           03 AC-REAL-ACUM     PIC 9(11)V99.

       COPY TFILIAL.
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

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           03 LP-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO       PIC 9(04).
           03 FILLER       PIC X(19) VALUE
               "   ACUMULADO: 01 A ".
           03 LP-MES2      PIC 9(02).
           03 FILLER       PIC X(16) VALUE
               "   TOLERANCIA: ".
           03 LP-TOL       PIC ZZ9.
           03 FILLER       PIC X(01) VALUE "%".

       01 LINHA-FIL.
           03 FILLER       PIC X(08) VALUE "FILIAL: ".
           03 LF-NOME      PIC X(20).

       01 LINHA-DET.
           03 LD-CONTA     PIC X(09).
           03 LD-PER       PIC X(05).
           03 LD-ORC       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-REAL      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VAR       PIC ZZ.ZZZ.ZZ9,99-.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-PERC      PIC ZZZZ9,9-.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-FLAG      PIC X(07).

       01 LINHA-RODAPE.
           03 FILLER       PIC X(36) VALUE
               "LINHAS FORA DA TOLERANCIA / S/ORC: ".
           03 LR-FORA      PIC ZZZ.ZZ9.
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
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM CARREGAR-MAPA THRU CARREGAR-MAPA-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-FILIAL WS-CONTA
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "METAS NO PERIODO..........: " W-CONT-METAS
           DISPLAY "MOVIMENTOS REALIZADOS.....: " W-CONT-MOVS
           DISPLAY "MOVIMENTOS SEM CONTA......: " W-CONT-SEMCONTA
           DISPLAY "LINHAS FORA DA TOLERANCIA.: " W-CONT-FORA
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "ORCTOLPERC" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR < 1000
              MOVE PV-VALOR TO W-TOLERANCIA.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQMANUT
           IF ST-ERRO-MAN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO MANUT ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQBIKE
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DAS METAS: SEM O ARQUIVO, O RELATORIO SAI
      * SO COM O REALIZADO (TUDO "S/ORC")
           OPEN INPUT ARQMETA
           IF ST-ERRO-MET = "00"
              MOVE "S" TO W-META-ABERTO
           ELSE
              MOVE "N" TO W-META-ABERTO
              MOVE "00" TO ST-ERRO-MET
              DISPLAY "*** METAS ORCAMENTARIAS AUSENTES (CDMETA) ***".
      * ABERTURA TOLERANTE DO PLANO DE CONTAS: SEM O ARQUIVO, TODO
      * REALIZADO CAI NA LINHA "SEM CONTA"
           OPEN INPUT ARQCONTA
           IF ST-ERRO-CTA = "00"
              MOVE "S" TO W-CONTA-ABERTO
           ELSE
              MOVE "N" TO W-CONTA-ABERTO
              MOVE "00" TO ST-ERRO-CTA
              DISPLAY "*** PLANO DE CONTAS AUSENTE (CDCONTA) ***".
      * ABERTURA TOLERANTE DO ARQUIVO DE DESPESAS (CDDESP)
           OPEN INPUT ARQDESP
           IF ST-ERRO-DSP = "00"
              MOVE "S" TO W-DESP-ABERTO
           ELSE
              MOVE "N" TO W-DESP-ABERTO
              MOVE "00" TO ST-ERRO-DSP.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * CONTA DE CADA TIPO POR FILIAL: RECEITA NO CREDITO, OFICINA E
      * DESPESA DE FILIAL NO DEBITO; ZERO = SEM MAPEAMENTO
       CARREGAR-MAPA.
           MOVE ZEROS TO TAB-MAPA
           MOVE ZEROS TO W-F.
       CARREGAR-MAPA-LOOP.
           IF W-F > 5
              GO TO CARREGAR-MAPA-FIM.
           MOVE "RECEITA" TO W-TIPO-BUSCA
           PERFORM BUSCAR-CONTA THRU BUSCAR-CONTA-FIM
           IF W-MAPEADO = "S"
              MOVE CONTA-CREDITO TO MP-RECEITA (W-F + 1).
           MOVE "DESPESA" TO W-TIPO-BUSCA
           PERFORM BUSCAR-CONTA THRU BUSCAR-CONTA-FIM
           IF W-MAPEADO = "S"
              MOVE CONTA-DEBITO TO MP-OFICINA (W-F + 1).
           MOVE "DESPFILIAL" TO W-TIPO-BUSCA
           PERFORM BUSCAR-CONTA THRU BUSCAR-CONTA-FIM
           IF W-MAPEADO = "S"
              MOVE CONTA-DEBITO TO MP-DESPFIL (W-F + 1).
           ADD 1 TO W-F
           GO TO CARREGAR-MAPA-LOOP.
       CARREGAR-MAPA-FIM.
           EXIT.

       BUSCAR-CONTA.
           MOVE "N" TO W-MAPEADO
           IF W-CONTA-ABERTO NOT = "S"
              GO TO BUSCAR-CONTA-FIM.
           MOVE W-TIPO-BUSCA TO CONTA-TIPO
           MOVE W-F          TO CONTA-FILIAL
           READ ARQCONTA
           IF ST-ERRO-CTA = "00"
              MOVE "S" TO W-MAPEADO
              GO TO BUSCAR-CONTA-FIM.
           MOVE "00" TO ST-ERRO-CTA
           MOVE ZEROS TO CONTA-FILIAL
           READ ARQCONTA
           IF ST-ERRO-CTA = "00"
              MOVE "S" TO W-MAPEADO.
           MOVE "00" TO ST-ERRO-CTA.
       BUSCAR-CONTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ENTRADA DO SORT: METAS DO ANO ATE A COMPETENCIA E MOVIMENTOS
      * REALIZADOS NO MESMO PERIODO, JA NA CONTA CONTABIL
      *-----------------------------------------------------------------
       CARREGAR-SORT.
           PERFORM CARREGAR-METAS THRU CARREGAR-METAS-FIM
           PERFORM CARREGAR-RECEITAS THRU CARREGAR-RECEITAS-FIM
           PERFORM CARREGAR-OFICINA THRU CARREGAR-OFICINA-FIM
           PERFORM CARREGAR-DESPESAS THRU CARREGAR-DESPESAS-FIM.
       CARREGAR-SORT-FIM.
           EXIT.

       CARREGAR-METAS.
           IF W-META-ABERTO NOT = "S"
              GO TO CARREGAR-METAS-FIM.
           MOVE W-ANO-HOJE TO META-ANO
           MOVE ZEROS TO META-MES META-FILIAL META-CONTA
           START ARQMETA KEY IS NOT LESS THAN CHAVE-META
               INVALID KEY GO TO CARREGAR-METAS-FIM.
       CARREGAR-METAS-LER.
           READ ARQMETA NEXT RECORD
               AT END GO TO CARREGAR-METAS-FIM.
           IF META-ANO NOT = W-ANO-HOJE OR META-MES > W-MES-HOJE
              GO TO CARREGAR-METAS-FIM.
           IF META-FILIAL > 5
              GO TO CARREGAR-METAS-LER.
           MOVE ZEROS TO WS-REAL-MES WS-REAL-ACUM WS-ORC-MES
           MOVE META-VALOR TO WS-ORC-ACUM
           IF META-MES = W-MES-HOJE
              MOVE META-VALOR TO WS-ORC-MES.
           MOVE META-CONTA  TO WS-CONTA
           MOVE META-FILIAL TO WS-FILIAL
           PERFORM LIBERAR-REG THRU LIBERAR-REG-FIM
           ADD 1 TO W-CONT-METAS
           GO TO CARREGAR-METAS-LER.
       CARREGAR-METAS-FIM.
           EXIT.

      * RECEITA DAS LOCACOES FECHADAS NO ANO ATE A COMPETENCIA, NA
      * FILIAL DA BIKE
       CARREGAR-RECEITAS.
           CONTINUE.
       CARREGAR-RECEITAS-LER.
           READ ARQLOC NEXT RECORD
               AT END GO TO CARREGAR-RECEITAS-FIM.
           IF NOT LOC-FECHADA
              GO TO CARREGAR-RECEITAS-LER.
           MOVE LOC-DATADEVOLUCAO TO W-DATA-DMA-NUM
           IF W-DMA-AAAA NOT = W-ANO-HOJE OR W-DMA-MM > W-MES-HOJE
              OR W-DMA-MM = ZEROS
              GO TO CARREGAR-RECEITAS-LER.
           MOVE LOC-NUMERO TO NUMERO
           READ ARQBIKE
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO CARREGAR-RECEITAS-LER.
           PERFORM DEFINIR-FX THRU DEFINIR-FX-FIM
           MOVE MP-RECEITA (W-FX + 1) TO WS-CONTA
           MOVE LOC-VALORLOCACAO TO W-VALOR-MOV
           PERFORM LIBERAR-REALIZADO THRU LIBERAR-REALIZADO-FIM
           GO TO CARREGAR-RECEITAS-LER.
       CARREGAR-RECEITAS-FIM.
           EXIT.

      * CUSTO DOS SERVICOS DE OFICINA, NA FILIAL DA BIKE
       CARREGAR-OFICINA.
           CONTINUE.
       CARREGAR-OFICINA-LER.
           READ ARQMANUT NEXT RECORD
               AT END GO TO CARREGAR-OFICINA-FIM.
           MOVE MANUT-DATASERVICO TO W-DATA-DMA-NUM
           IF W-DMA-AAAA NOT = W-ANO-HOJE OR W-DMA-MM > W-MES-HOJE
              OR W-DMA-MM = ZEROS
              GO TO CARREGAR-OFICINA-LER.
           MOVE MANUT-NUMERO TO NUMERO
           READ ARQBIKE
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO CARREGAR-OFICINA-LER.
           PERFORM DEFINIR-FX THRU DEFINIR-FX-FIM
           MOVE MP-OFICINA (W-FX + 1) TO WS-CONTA
           MOVE MANUT-CUSTO TO W-VALOR-MOV
           PERFORM LIBERAR-REALIZADO THRU LIBERAR-REALIZADO-FIM
           GO TO CARREGAR-OFICINA-LER.
       CARREGAR-OFICINA-FIM.
           EXIT.

      * DESPESAS LANCADAS NO CDDESP, NA FILIAL DO LANCAMENTO
       CARREGAR-DESPESAS.
           IF W-DESP-ABERTO NOT = "S"
              GO TO CARREGAR-DESPESAS-FIM.
       CARREGAR-DESPESAS-LER.
           READ ARQDESP NEXT RECORD
               AT END GO TO CARREGAR-DESPESAS-FIM.
           MOVE DESP-DATA TO W-DATA-DMA-NUM
           IF W-DMA-AAAA NOT = W-ANO-HOJE OR W-DMA-MM > W-MES-HOJE
              OR W-DMA-MM = ZEROS
              GO TO CARREGAR-DESPESAS-LER.
           MOVE DESP-FILIAL TO W-FX
           IF W-FX > 5
              MOVE ZEROS TO W-FX.
           MOVE MP-DESPFIL (W-FX + 1) TO WS-CONTA
           MOVE DESP-VALOR TO W-VALOR-MOV
           PERFORM LIBERAR-REALIZADO THRU LIBERAR-REALIZADO-FIM
           GO TO CARREGAR-DESPESAS-LER.
       CARREGAR-DESPESAS-FIM.
           EXIT.

      * FILIAL DA BIKE; FORA DE 1 A 5 FICA NA SECAO GERAL
       DEFINIR-FX.
           MOVE FILIAL TO W-FX
           IF W-FX > 5
              MOVE ZEROS TO W-FX.
       DEFINIR-FX-FIM.
           EXIT.

      * MOVIMENTO REALIZADO (W-VALOR-MOV, MES EM W-DMA-MM, CONTA JA
      * EM WS-CONTA) NA FILIAL W-FX
       LIBERAR-REALIZADO.
           MOVE ZEROS TO WS-ORC-MES WS-ORC-ACUM WS-REAL-MES
           MOVE W-VALOR-MOV TO WS-REAL-ACUM
           IF W-DMA-MM = W-MES-HOJE
              MOVE W-VALOR-MOV TO WS-REAL-MES.
           MOVE W-FX TO WS-FILIAL
           IF WS-CONTA = ZEROS
              ADD 1 TO W-CONT-SEMCONTA.
           PERFORM LIBERAR-REG THRU LIBERAR-REG-FIM
           ADD 1 TO W-CONT-MOVS.
       LIBERAR-REALIZADO-FIM.
           EXIT.

      * CADA REGISTRO ENTRA NA FILIAL E NA CONSOLIDADA (CHAVE 9)
       LIBERAR-REG.
           RELEASE WS-REG
           MOVE 9 TO WS-FILIAL
           RELEASE WS-REG.
       LIBERAR-REG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDA DO SORT: QUEBRA POR FILIAL (SECAO) E POR CONTA (DUAS
      * LINHAS: MES E ACUMULADO DO ANO)
      *-----------------------------------------------------------------
       IMPRIMIR-SORT.
           MOVE "ORCADO X REALIZADO POR FILIAL E CONTA"
                                                  TO W-TITULO-REL
           MOVE "CONTA    PER         ORCADO     REALIZADO      VARIACAO
      -         "     VAR%  ALERTA"
                                                  TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE W-MES-HOJE   TO LP-MES LP-MES2
           MOVE W-ANO-HOJE   TO LP-ANO
           MOVE W-TOLERANCIA TO LP-TOL
           WRITE LINHA-REL FROM LINHA-PREMISSA
           ADD 1 TO W-LINPAG
           MOVE "S" TO W-PRIMEIRA
           MOVE ZEROS TO W-ACUM-CONTA
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           IF W-PRIMEIRA = "N"
              PERFORM FECHAR-CONTA THRU FECHAR-CONTA-FIM.
           MOVE W-CONT-FORA TO LR-FORA
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           WRITE LINHA-REL FROM LINHA-RODAPE
           ADD 1 TO W-LINPAG.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              MOVE WS-FILIAL TO W-FIL-ANT
              MOVE WS-CONTA  TO W-CTA-ANT
              PERFORM ABRIR-FILIAL THRU ABRIR-FILIAL-FIM
           ELSE
              IF WS-FILIAL NOT = W-FIL-ANT
                 PERFORM FECHAR-CONTA THRU FECHAR-CONTA-FIM
                 MOVE WS-FILIAL TO W-FIL-ANT
                 MOVE WS-CONTA  TO W-CTA-ANT
                 PERFORM ABRIR-FILIAL THRU ABRIR-FILIAL-FIM
              ELSE
                 IF WS-CONTA NOT = W-CTA-ANT
                    PERFORM FECHAR-CONTA THRU FECHAR-CONTA-FIM
                    MOVE WS-CONTA TO W-CTA-ANT.
           ADD WS-ORC-MES   TO AC-ORC-MES
           ADD WS-REAL-MES  TO AC-REAL-MES
           ADD WS-ORC-ACUM  TO AC-ORC-ACUM
           ADD WS-REAL-ACUM TO AC-REAL-ACUM
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

      * TITULO DA SECAO DA FILIAL
       ABRIR-FILIAL.
           IF W-FIL-ANT = 9
              MOVE "CONSOLIDADO" TO LF-NOME
           ELSE
              IF W-FIL-ANT = ZEROS
                 MOVE "GERAL (SEM FILIAL)" TO LF-NOME
              ELSE
                 MOVE TBFILIAL (W-FIL-ANT) TO LF-NOME.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-FIL
           ADD 1 TO W-LINPAG.
       ABRIR-FILIAL-FIM.
           EXIT.

      * DUAS LINHAS DA CONTA QUE ACABOU (MES E ACUMULADO); CONTA SEM
      * NENHUM VALOR NAO SAI
       FECHAR-CONTA.
           IF AC-ORC-ACUM = ZEROS AND AC-REAL-ACUM = ZEROS
              GO TO FECHAR-CONTA-ZERA.
           IF W-CTA-ANT = ZEROS
              MOVE "SEM CONTA" TO LD-CONTA
           ELSE
              MOVE W-CTA-ANT TO LD-CONTA.
           MOVE "MES"       TO LD-PER
           MOVE AC-ORC-MES  TO W-ORC
           MOVE AC-REAL-MES TO W-REAL
           PERFORM IMPRIMIR-VARIACAO THRU IMPRIMIR-VARIACAO-FIM
           MOVE SPACES       TO LD-CONTA
           MOVE "ACUM"       TO LD-PER
           MOVE AC-ORC-ACUM  TO W-ORC
           MOVE AC-REAL-ACUM TO W-REAL
           PERFORM IMPRIMIR-VARIACAO THRU IMPRIMIR-VARIACAO-FIM
           ADD 1 TO W-CONT-LINHAS.
       FECHAR-CONTA-ZERA.
           MOVE ZEROS TO W-ACUM-CONTA.
       FECHAR-CONTA-FIM.
           EXIT.

      * VARIACAO = REALIZADO - ORCADO; PERCENTUAL SOBRE O ORCADO.
      * ALERTA QUANDO O PERCENTUAL (EM MODULO) PASSA DA TOLERANCIA,
      * OU QUANDO HA REALIZADO SEM ORCADO
       IMPRIMIR-VARIACAO.
           COMPUTE W-VAR = W-REAL - W-ORC
           MOVE ZEROS  TO W-PERC
           MOVE SPACES TO LD-FLAG
           IF W-ORC = ZEROS
              IF W-REAL > ZEROS
                 MOVE "S/ORC" TO LD-FLAG
                 ADD 1 TO W-CONT-FORA
                 GO TO IMPRIMIR-VARIACAO-GRAVA
              ELSE
                 GO TO IMPRIMIR-VARIACAO-GRAVA.
           COMPUTE W-PERC ROUNDED = W-VAR * 100 / W-ORC
               ON SIZE ERROR MOVE 99999,9 TO W-PERC.
           MOVE W-PERC TO W-PERC-ABS
           IF W-PERC-ABS > W-TOLERANCIA
              ADD 1 TO W-CONT-FORA
              IF W-VAR > ZEROS
                 MOVE "*ACIMA" TO LD-FLAG
              ELSE
                 MOVE "*ABAIXO" TO LD-FLAG.
       IMPRIMIR-VARIACAO-GRAVA.
           MOVE W-ORC  TO LD-ORC
           MOVE W-REAL TO LD-REAL
           MOVE W-VAR  TO LD-VAR
           MOVE W-PERC TO LD-PERC
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG.
       IMPRIMIR-VARIACAO-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-DESP-ABERTO = "S"
              CLOSE ARQDESP.
           IF W-META-ABERTO = "S"
              CLOSE ARQMETA.
           IF W-CONTA-ABERTO = "S"
              CLOSE ARQCONTA.
           CLOSE ARQLOC
           CLOSE ARQMANUT
           CLOSE ARQBIKE
           CLOSE RELATORIO
           MOVE "REL058  "   TO W-REL-ID
           MOVE "REL058.TXT" TO W-REL-ARQ
           MOVE "ORCADO X REALIZADO POR FILIAL" TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
       COPY PARAMVALP.
