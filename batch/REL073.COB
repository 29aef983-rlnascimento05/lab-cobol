       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL073.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * PLANO DE RENOVACAO DA FROTA EM 5 ANOS E           *
      * ORCAMENTO DE CAPITAL POR FILIAL                   *
      **************************************************
      * PARA CADA BIKE DA FROTA EM ARQBIKE.DAT (FORA AS BAIXADAS,
      * ROUBADAS E DESATIVADAS) PROJETA, DO ANO CORRENTE ATE QUATRO
      * ANOS A FRENTE, O PRIMEIRO ANO EM QUE A BIKE SAI DA FROTA:
      *     VIDA UTIL..: A IDADE NO FIM DO ANO CHEGA A VIDAUTIL
      *                  (CDPARAM), PELO ANO COMERCIAL DE 360 DIAS
      *                  DO REL023;
      *     MANUTENCAO.: O GASTO DE OFICINA (ARQMANUT.DAT),
      *                  PROJETADO NO RITMO ANUAL QUE A BIKE TEVE
      *                  ATE HOJE, PASSA NO FIM DO ANO DO PERCENTUAL
      *                  LIMPERCMAN DO VALOR CONTABIL PROJETADO --
      *                  O MESMO CORTE DO REL035.
      * BIKE QUE JA PASSOU DE UM DOS DOIS CAI NO ANO CORRENTE; A
      * QUE NAO CAI EM NENHUM DOS CINCO ANOS SO ENTRA NA CONTAGEM
      * FINAL. AS BIKES SAEM ORDENADAS POR ANO, FILIAL E CATEGORIA;
      * CADA GRUPO E AJUSTADO PELA DEMANDA DO REL037 NOS ULTIMOS 12
      * MESES DE ARQLOC.DAT (O ARQV001 SO ARQUIVA DEVOLUCAO COM MAIS
      * DE 360 DIAS): COM MEDIA DE LOCACOES POR BIKE NO MES >= 15
      * (SATURADA) COMPRA-SE PLANAJUSTE POR CENTO A MAIS, ARREDONDADO
      * PARA CIMA; COM MEDIA <= 1 (OCIOSA) COMPRA-SE PLANAJUSTE POR
      * CENTO A MENOS, ARREDONDADO PARA BAIXO. O CUSTO UNITARIO E O
      * VALORCOMPRA DA COMPRA MAIS RECENTE DA MESMA CATEGORIA (MEDIA
      * DAS BIKES COMPRADAS NESSE MESMO DIA), DE TODO O CADASTRO. NO
      * FIM, O ORCAMENTO DE CAPITAL: QUANTIDADE E INVESTIMENTO POR
      * FILIAL E ANO. SAI EM REL073.TXT PELAS ROTINAS COPY
      * RELPAG./RELPAGP., COM CATALOGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

           SELECT ARQMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MANUT
                    FILE STATUS  IS ST-ERRO-MAN.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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

       SD WORK-SORT.
       01 WS-REG.
                03 WS-ANO               PIC 9(04).
                03 WS-FILIAL            PIC 9(01).
                03 WS-CATEG             PIC X(01).
                03 WS-BIKE              PIC 9(04).
                03 WS-MARCA             PIC X(20).
                03 WS-DATACOMPRA        PIC 9(08).
                03 WS-IDADE             PIC 9(03)V99.
                03 WS-MANUT             PIC 9(08)V99.
                03 WS-MOTIVO            PIC X(01).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL073.TXT".

       01 LINHA-REL                    PIC X(80).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-MAN      PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 VIDA-UTIL-ANOS   PIC 9(02) VALUE 5.
       77 VALOR-RESIDUAL-PERC PIC 9(02)V99 VALUE 10,00.
       77 LIMITE-PERC-MANUT PIC 9(03) VALUE 50.
       77 LIMITE-SATURACAO PIC 9(03) VALUE 15.
       77 PERC-AJUSTE-DEM  PIC 9(03) VALUE 20.
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-FORA-FROTA PIC 9(06) VALUE ZEROS.
       77 W-CONT-PLANO     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ALEM      PIC 9(06) VALUE ZEROS.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-COMPRA    PIC 9(07) VALUE ZEROS.
       77 W-DIAS-LOC       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-FIM-ANO   PIC 9(07) VALUE ZEROS.
       77 W-IDADE-DIAS     PIC S9(07) VALUE ZEROS.
       77 W-IDADE-ANOS     PIC 9(03)V99 VALUE ZEROS.
       77 W-IDADE-PROJ     PIC 9(03)V99 VALUE ZEROS.
       77 W-VALOR-RESIDUAL PIC 9(08)V99 VALUE ZEROS.
       77 W-DEPREC-ACUM    PIC 9(08)V99 VALUE ZEROS.
       77 W-VALOR-CONTABIL PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTAL-MANUT    PIC 9(08)V99 VALUE ZEROS.
       77 W-MANUT-ANO      PIC 9(08)V99 VALUE ZEROS.
       77 W-MANUT-PROJ     PIC 9(08)V99 VALUE ZEROS.
       77 W-LIMITE-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 W-ANO-FIM        PIC 9(04) VALUE ZEROS.
       77 W-K              PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO         PIC X(01) VALUE SPACES.
       77 W-QUADRO         PIC X(01) VALUE SPACES.
       77 W-IND            PIC 9(03) COMP VALUE ZEROS.
       77 W-IND-ACH        PIC 9(03) COMP VALUE ZEROS.
       77 W-QTD-COMBOS     PIC 9(03) COMP VALUE ZEROS.
       77 W-IND-CAT        PIC 9(03) COMP VALUE ZEROS.
       77 W-QTD-CATS       PIC 9(03) COMP VALUE ZEROS.
       77 W-IX-FIL         PIC 9(01) VALUE ZEROS.
       77 W-IX-ANO         PIC 9(01) VALUE ZEROS.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-ANO-ANT        PIC 9(04) VALUE ZEROS.
       77 W-FILIAL-ANT     PIC 9(01) VALUE ZEROS.
       77 W-CAT-ANT        PIC X(01) VALUE SPACES.
       77 W-QTD-CEL        PIC 9(04) VALUE ZEROS.
       77 W-AJUSTE         PIC S9(04) VALUE ZEROS.
       77 W-PLANEJADO      PIC 9(04) VALUE ZEROS.
       77 W-MEDIA-BIKE     PIC 9(05)V99 VALUE ZEROS.
       77 W-CUSTO-UNIT     PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTO-CEL      PIC 9(09)V99 VALUE ZEROS.
       77 W-ANO-QTD        PIC 9(05) VALUE ZEROS.
       77 W-ANO-VALOR      PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-QTD        PIC 9(05) VALUE ZEROS.
       77 W-TOT-VALOR      PIC 9(10)V99 VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

       01 W-DATACOMPRA.
          03 W-DATACOMPRA-NUM  PIC 9(08).
       01 W-DATACOMPRA-R REDEFINES W-DATACOMPRA.
          03 W-DIA-COMPRA      PIC 9(02).
          03 W-MES-COMPRA      PIC 9(02).
          03 W-ANO-COMPRA      PIC 9(04).

       01 W-DATA-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD
                                        PIC 9(08).

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).

       COPY TFILIAL.

      * FROTA ATIVA E LOCACOES DOS ULTIMOS 12 MESES POR FILIAL +
      * CATEGORIA (BUSCA LINEAR, COMO A TAB-FROTA DO REL037)
       01 TAB-FROTA.
           03 TF-ENT OCCURS 50 TIMES.
               05 TF-FILIAL    PIC 9(01).
               05 TF-CAT       PIC X(01).
               05 TF-QTD       PIC 9(04).
               05 TF-LOC       PIC 9(06).

      * COMPRA MAIS RECENTE DE CADA CATEGORIA: DATA (AAAAMMDD) E
      * SOMA/QUANTIDADE DAS BIKES COMPRADAS NESSE DIA
       01 TAB-PRECO.
           03 TP-ENT OCCURS 30 TIMES.
               05 TP-CAT       PIC X(01).
               05 TP-DATA      PIC 9(08).
               05 TP-SOMA      PIC 9(09)V99.
               05 TP-QTD       PIC 9(04).

      * ORCAMENTO DE CAPITAL: FILIAL (1 = SEM FILIAL, 2 A 6 = FILIAIS
      * 1 A 5) X ANO DO PLANO
       01 TAB-ORC.
           03 OR-FIL OCCURS 6 TIMES.
               05 OR-ANO OCCURS 5 TIMES.
                   07 OR-QTD       PIC 9(05).
                   07 OR-VALOR     PIC 9(10)V99.

       COPY RELPAG.

       01 CAB-COL-PLANO.
           03 FILLER       PIC X(28) VALUE "    BIKE MARCA".
           03 FILLER       PIC X(34) VALUE
              "COMPRA      IDADE   OFICINA MOTIVO".
       01 CAB-PARAM.
           03 FILLER       PIC X(11) VALUE "VIDA UTIL: ".
           03 CP-VIDA      PIC Z9.
           03 FILLER       PIC X(14) VALUE " ANOS  RESID: ".
           03 CP-RESID     PIC Z9,99.
           03 FILLER       PIC X(11) VALUE "%  OFICINA ".
           03 CP-MANUT     PIC ZZ9.
           03 FILLER       PIC X(17) VALUE "%  AJUSTE DEMAN. ".
           03 CP-AJUSTE    PIC ZZ9.
           03 FILLER       PIC X(01) VALUE "%".
       01 LINHA-ANO.
           03 FILLER       PIC X(20) VALUE
              "RENOVACOES DO ANO ".
           03 LA-ANO       PIC 9(04).
       01 LINHA-CEL.
           03 FILLER       PIC X(09) VALUE "  FILIAL ".
           03 LCE-FILIAL   PIC X(13).
           03 FILLER       PIC X(12) VALUE " CATEGORIA ".
           03 LCE-CAT      PIC X(01).
           03 FILLER       PIC X(09) VALUE "  FROTA ".
           03 LCE-FROTA    PIC ZZZ9.
           03 FILLER       PIC X(16) VALUE "  LOC/BIKE/MES ".
           03 LCE-MEDIA    PIC ZZZZ9,99.
       01 LINHA-DET.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LD-BIKE      PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-MARCA     PIC X(18).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-COMPRA    PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-IDADE     PIC ZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-MANUT     PIC ZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-MOTIVO    PIC X(10).
       01 LINHA-QTD-CEL.
           03 FILLER       PIC X(11) VALUE "    VENCEM ".
           03 LQ-VENCEM    PIC ZZZ9.
           03 FILLER       PIC X(10) VALUE "  DEMANDA ".
           03 LQ-DEMANDA   PIC X(08).
           03 FILLER       PIC X(09) VALUE "  AJUSTE ".
           03 LQ-AJUSTE    PIC +ZZ9.
           03 FILLER       PIC X(12) VALUE "  A COMPRAR ".
           03 LQ-PLANO     PIC ZZZ9.
       01 LINHA-VALOR-CEL.
           03 FILLER       PIC X(25) VALUE
              "    CUSTO UNIT. ESTIMADO ".
           03 LV-UNIT      PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(16) VALUE "   INVESTIMENTO ".
           03 LV-TOTAL     PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOT-ANO.
           03 FILLER       PIC X(15) VALUE "  TOTAL DO ANO ".
           03 LTA-ANO      PIC 9(04).
           03 FILLER       PIC X(19) VALUE "  BIKES A COMPRAR ".
           03 LTA-QTD      PIC ZZZZ9.
           03 FILLER       PIC X(15) VALUE "  INVESTIMENTO ".
           03 LTA-VALOR    PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-ORC-TIT.
           03 LOT-TITULO   PIC X(70).
       01 LINHA-ORC-CAB.
           03 FILLER       PIC X(14) VALUE "FILIAL".
           03 LOC-COL OCCURS 5 TIMES.
               05 FILLER   PIC X(06).
               05 LOC-ANO  PIC 9(04).
           03 LOC-TOTAL    PIC X(11).
       01 LINHA-ORC.
           03 LO-FILIAL    PIC X(14).
           03 LO-COL OCCURS 5 TIMES.
               05 FILLER   PIC X(01).
               05 LO-VAL   PIC ZZZZZZZZ9.
           03 FILLER       PIC X(01).
           03 LO-TOTAL     PIC ZZZZZZZZZ9.
       01 LINHA-GERAL.
           03 FILLER       PIC X(31) VALUE
              "BIKES LIDAS..................: ".
           03 LG-LIDOS     PIC ZZZZZ9.
       01 LINHA-GERAL-2.
           03 FILLER       PIC X(31) VALUE
              "FORA DA FROTA (B/R/D)........: ".
           03 LG-FORA      PIC ZZZZZ9.
       01 LINHA-GERAL-3.
           03 FILLER       PIC X(31) VALUE
              "A RENOVAR NOS 5 ANOS.........: ".
           03 LG-PLANO     PIC ZZZZZ9.
       01 LINHA-GERAL-4.
           03 FILLER       PIC X(31) VALUE
              "RENOVACAO DEPOIS DO PLANO....: ".
           03 LG-ALEM      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DIAS-HOJE =
                   (W-ANO-HOJE * 360) + (W-MES-HOJE * 30) + W-DIA-HOJE
           MOVE ZEROS TO TAB-ORC
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM CARREGAR-FROTA THRU CARREGAR-FROTA-FIM
           PERFORM CARREGAR-DEMANDA THRU CARREGAR-DEMANDA-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-ANO
                             ASCENDING KEY WS-FILIAL
                             ASCENDING KEY WS-CATEG
                             ASCENDING KEY WS-BIKE
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-ORCAMENTO THRU IMPRIMIR-ORCAMENTO-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "BIKES LIDAS..........: " W-CONT-LIDOS
           DISPLAY "A RENOVAR NOS 5 ANOS.: " W-CONT-PLANO
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * SOBREPOE VIDA UTIL, PERCENTUAL RESIDUAL, PERCENTUAL LIMITE DE
      * OFICINA E PERCENTUAL DE AJUSTE PELA DEMANDA COM OS PARAMETROS
      * DO CDPARAM, QUANDO CADASTRADOS
       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "VIDAUTIL" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO VIDA-UTIL-ANOS.
           MOVE "RESIDPERC" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO VALOR-RESIDUAL-PERC.
           MOVE "LIMPERCMAN" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO LIMITE-PERC-MANUT.
           MOVE "PLANAJUSTE" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR NOT > 100
              MOVE PV-VALOR TO PERC-AJUSTE-DEM.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN INPUT ARQBIKE
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQMANUT
           IF ST-ERRO-MAN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO MANUT ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           COMPUTE W-ANO-FIM = W-ANO-HOJE + 4
           STRING "PLANO DE RENOVACAO DA FROTA " W-ANO-HOJE
                  " A " W-ANO-FIM DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE CAB-COL-PLANO TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE VIDA-UTIL-ANOS      TO CP-VIDA
           MOVE VALOR-RESIDUAL-PERC TO CP-RESID
           MOVE LIMITE-PERC-MANUT   TO CP-MANUT
           MOVE PERC-AJUSTE-DEM     TO CP-AJUSTE
           WRITE LINHA-REL FROM CAB-PARAM
           ADD 1 TO W-LINPAG.
       ABRIR-ARQS-FIM.
           EXIT.

      * PRIMEIRA VARREDURA DE ARQBIKE.DAT: FROTA ATIVA POR FILIAL +
      * CATEGORIA E PRECO DA COMPRA MAIS RECENTE DE CADA CATEGORIA
       CARREGAR-FROTA.
           MOVE ZEROS TO W-QTD-COMBOS W-QTD-CATS.
       CARREGAR-FROTA-LER.
           READ ARQBIKE NEXT RECORD
               AT END GO TO CARREGAR-FROTA-FIM.
           PERFORM GUARDAR-PRECO THRU GUARDAR-PRECO-FIM
           IF SITUACAO = "B" OR "R" OR "D"
              GO TO CARREGAR-FROTA-LER.
           PERFORM ACHAR-COMBO THRU ACHAR-COMBO-FIM
           IF W-IND-ACH = ZEROS
              IF W-QTD-COMBOS < 50
                 ADD 1 TO W-QTD-COMBOS
                 MOVE W-QTD-COMBOS TO W-IND-ACH
                 MOVE FILIAL    TO TF-FILIAL (W-IND-ACH)
                 MOVE CATEGORIA TO TF-CAT (W-IND-ACH)
                 MOVE ZEROS     TO TF-QTD (W-IND-ACH)
                 MOVE ZEROS     TO TF-LOC (W-IND-ACH).
           IF W-IND-ACH NOT = ZEROS
              ADD 1 TO TF-QTD (W-IND-ACH).
           GO TO CARREGAR-FROTA-LER.
       CARREGAR-FROTA-FIM.
           EXIT.

      * BUSCA LINEAR DO PAR FILIAL + CATEGORIA NA TABELA
       ACHAR-COMBO.
           MOVE ZEROS TO W-IND-ACH
           MOVE 1 TO W-IND.
       ACHAR-COMBO-LOOP.
           IF W-IND > W-QTD-COMBOS
              GO TO ACHAR-COMBO-FIM.
           IF TF-FILIAL (W-IND) = FILIAL
              AND TF-CAT (W-IND) = CATEGORIA
              MOVE W-IND TO W-IND-ACH
              GO TO ACHAR-COMBO-FIM.
           ADD 1 TO W-IND
           GO TO ACHAR-COMBO-LOOP.
       ACHAR-COMBO-FIM.
           EXIT.

      * BUSCA LINEAR DA CATEGORIA NA TABELA DE PRECOS
       ACHAR-CATEG.
           MOVE ZEROS TO W-IND-CAT
           MOVE 1 TO W-IND.
       ACHAR-CATEG-LOOP.
           IF W-IND > W-QTD-CATS
              GO TO ACHAR-CATEG-FIM.
           IF TP-CAT (W-IND) = CATEGORIA
              MOVE W-IND TO W-IND-CAT
              GO TO ACHAR-CATEG-FIM.
           ADD 1 TO W-IND
           GO TO ACHAR-CATEG-LOOP.
       ACHAR-CATEG-FIM.
           EXIT.

      * COMPRA MAIS NOVA QUE A GUARDADA TROCA O PRECO DA CATEGORIA;
      * COMPRA NO MESMO DIA ENTRA NA MEDIA
       GUARDAR-PRECO.
           IF VALORCOMPRA = ZEROS
              GO TO GUARDAR-PRECO-FIM.
           MOVE DATACOMPRA TO W-DATA-DMA-NUM
           MOVE W-DMA-AAAA TO W-AMD-AAAA
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-DD   TO W-AMD-DD
           PERFORM ACHAR-CATEG THRU ACHAR-CATEG-FIM
           IF W-IND-CAT NOT = ZEROS
              GO TO GUARDAR-PRECO-COMPARA.
           IF W-QTD-CATS NOT < 30
              GO TO GUARDAR-PRECO-FIM.
           ADD 1 TO W-QTD-CATS
           MOVE W-QTD-CATS TO W-IND-CAT
           MOVE CATEGORIA  TO TP-CAT (W-IND-CAT)
           MOVE ZEROS      TO TP-DATA (W-IND-CAT).
       GUARDAR-PRECO-COMPARA.
           IF W-DATA-AMD-NUM < TP-DATA (W-IND-CAT)
              GO TO GUARDAR-PRECO-FIM.
           IF W-DATA-AMD-NUM > TP-DATA (W-IND-CAT)
              MOVE W-DATA-AMD-NUM TO TP-DATA (W-IND-CAT)
              MOVE ZEROS TO TP-SOMA (W-IND-CAT) TP-QTD (W-IND-CAT).
           ADD VALORCOMPRA TO TP-SOMA (W-IND-CAT)
           ADD 1 TO TP-QTD (W-IND-CAT).
       GUARDAR-PRECO-FIM.
           EXIT.

      * LOCACOES DOS ULTIMOS 12 MESES (360 DIAS COMERCIAIS) POR
      * FILIAL DE RETIRADA + CATEGORIA, COMO O REL037 TABULA
       CARREGAR-DEMANDA.
           READ ARQLOC NEXT RECORD
               AT END GO TO CARREGAR-DEMANDA-FIM.
           MOVE LOC-DATALOCACAO TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-LOC =
                   (W-DMA-AAAA * 360) + (W-DMA-MM * 30) + W-DMA-DD
           IF W-DIAS-LOC > W-DIAS-HOJE
              OR (W-DIAS-HOJE - W-DIAS-LOC) NOT < 360
              GO TO CARREGAR-DEMANDA.
           MOVE LOC-NUMERO TO NUMERO
           READ ARQBIKE
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO CARREGAR-DEMANDA.
           IF LOC-FILIAL-ORIG NOT = ZEROS
              MOVE LOC-FILIAL-ORIG TO FILIAL.
           PERFORM ACHAR-COMBO THRU ACHAR-COMBO-FIM
           IF W-IND-ACH NOT = ZEROS
              ADD 1 TO TF-LOC (W-IND-ACH).
           GO TO CARREGAR-DEMANDA.
       CARREGAR-DEMANDA-FIM.
           EXIT.

      * SEGUNDA VARREDURA DE ARQBIKE.DAT: PROJETA CADA BIKE DA FROTA
      * E SOLTA NO SORT AS QUE SAEM DENTRO DOS CINCO ANOS
       CARREGAR-SORT.
           MOVE ZEROS TO NUMERO
           START ARQBIKE KEY IS NOT LESS NUMERO
               INVALID KEY GO TO CARREGAR-SORT-FIM.
       CARREGAR-SORT-LER.
           READ ARQBIKE NEXT RECORD
               AT END GO TO CARREGAR-SORT-FIM.
           ADD 1 TO W-CONT-LIDOS
           IF SITUACAO = "B" OR "R" OR "D"
              ADD 1 TO W-CONT-FORA-FROTA
              GO TO CARREGAR-SORT-LER.
           PERFORM SOMAR-MANUT THRU SOMAR-MANUT-FIM
           PERFORM CALC-IDADE THRU CALC-IDADE-FIM
           PERFORM PROJETAR THRU PROJETAR-FIM
           IF W-MOTIVO = SPACES
              ADD 1 TO W-CONT-ALEM
              GO TO CARREGAR-SORT-LER.
           ADD 1 TO W-CONT-PLANO
           COMPUTE WS-ANO = W-ANO-HOJE + W-K
           MOVE FILIAL        TO WS-FILIAL
           MOVE CATEGORIA     TO WS-CATEG
           MOVE NUMERO        TO WS-BIKE
           MOVE MARCA         TO WS-MARCA
           MOVE DATACOMPRA    TO WS-DATACOMPRA
           MOVE W-IDADE-ANOS  TO WS-IDADE
           MOVE W-TOTAL-MANUT TO WS-MANUT
           MOVE W-MOTIVO      TO WS-MOTIVO
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FIM.
           EXIT.

      * SOMA O CUSTO DE TODOS OS SERVICOS DA BIKE EM ARQMANUT.DAT
       SOMAR-MANUT.
           MOVE ZEROS TO W-TOTAL-MANUT
           MOVE NUMERO TO MANUT-NUMERO
           MOVE ZEROS  TO MANUT-SEQ
           START ARQMANUT KEY IS NOT LESS CHAVE-MANUT
               INVALID KEY MOVE "10" TO ST-ERRO-MAN.
           IF ST-ERRO-MAN = "10"
              MOVE "00" TO ST-ERRO-MAN
              GO TO SOMAR-MANUT-FIM.
       SOMAR-MANUT-LER.
           READ ARQMANUT NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-MAN.
           IF ST-ERRO-MAN = "10"
              MOVE "00" TO ST-ERRO-MAN
              GO TO SOMAR-MANUT-FIM.
           IF MANUT-NUMERO NOT = NUMERO
              GO TO SOMAR-MANUT-FIM.
           ADD MANUT-CUSTO TO W-TOTAL-MANUT
           GO TO SOMAR-MANUT-LER.
       SOMAR-MANUT-FIM.
           EXIT.

      * IDADE DE HOJE EM ANOS COMERCIAIS E RITMO ANUAL DE OFICINA
      * (BIKE COM MENOS DE UM ANO CONTA O GASTO TODO COMO UM ANO)
       CALC-IDADE.
           MOVE DATACOMPRA TO W-DATACOMPRA-NUM
           COMPUTE W-DIAS-COMPRA =
                   (W-ANO-COMPRA * 360) + (W-MES-COMPRA * 30)
                   + W-DIA-COMPRA
           COMPUTE W-IDADE-DIAS = W-DIAS-HOJE - W-DIAS-COMPRA
           IF W-IDADE-DIAS < ZEROS
              MOVE ZEROS TO W-IDADE-DIAS.
           COMPUTE W-IDADE-ANOS = W-IDADE-DIAS / 360
           COMPUTE W-VALOR-RESIDUAL =
                   VALORCOMPRA * VALOR-RESIDUAL-PERC / 100
           IF W-IDADE-ANOS < 1
              MOVE W-TOTAL-MANUT TO W-MANUT-ANO
           ELSE
              COMPUTE W-MANUT-ANO = W-TOTAL-MANUT / W-IDADE-ANOS.
       CALC-IDADE-FIM.
           EXIT.

      * PRIMEIRO ANO DO PLANO (W-K = 0 A 4 SOBRE O ANO CORRENTE) EM
      * QUE, NO DIA 30/12, A BIKE CHEGA A VIDA UTIL (MOTIVO "V") OU
      * O GASTO DE OFICINA PROJETADO PASSA DO LIMITE SOBRE O VALOR
      * CONTABIL PROJETADO (MOTIVO "M"); SEM NENHUM, W-MOTIVO FICA
      * EM BRANCO
       PROJETAR.
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS  TO W-K.
       PROJETAR-ANO.
           COMPUTE W-DIAS-FIM-ANO = ((W-ANO-HOJE + W-K) * 360) + 390
           IF W-DIAS-COMPRA > W-DIAS-FIM-ANO
              MOVE ZEROS TO W-IDADE-PROJ
           ELSE
              COMPUTE W-IDADE-PROJ =
                      (W-DIAS-FIM-ANO - W-DIAS-COMPRA) / 360.
           IF W-IDADE-PROJ NOT < VIDA-UTIL-ANOS
              MOVE "V" TO W-QUADRO
              GO TO PROJETAR-FIM.
           IF W-TOTAL-MANUT = ZEROS
              GO TO PROJETAR-PROX.
           COMPUTE W-MANUT-PROJ = W-TOTAL-MANUT +
                   (W-MANUT-ANO * (W-IDADE-PROJ - W-IDADE-ANOS))
           PERFORM CALC-CONTABIL THRU CALC-CONTABIL-FIM
           COMPUTE W-LIMITE-VALOR = W-VALOR-CONTABIL *
                   LIMITE-PERC-MANUT / 100
           IF W-MANUT-PROJ > W-LIMITE-VALOR
              MOVE "M" TO W-MOTIVO
              GO TO PROJETAR-FIM.
       PROJETAR-PROX.
           IF W-K < 4
              ADD 1 TO W-K
              GO TO PROJETAR-ANO.
       PROJETAR-FIM.
           EXIT.

      * MESMO CALCULO LINEAR DO CALC-DEPREC DO REL023, NA IDADE
      * PROJETADA
       CALC-CONTABIL.
           IF W-IDADE-PROJ NOT < VIDA-UTIL-ANOS
              MOVE W-VALOR-RESIDUAL TO W-VALOR-CONTABIL
           ELSE
              COMPUTE W-DEPREC-ACUM =
                      (VALORCOMPRA - W-VALOR-RESIDUAL)
                      * W-IDADE-PROJ / VIDA-UTIL-ANOS
              COMPUTE W-VALOR-CONTABIL =
                      VALORCOMPRA - W-DEPREC-ACUM.
       CALC-CONTABIL-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10".
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-SORT-FIM.
           PERFORM FECHAR-CELULA THRU FECHAR-CELULA-FIM
           PERFORM FECHAR-ANO THRU FECHAR-ANO-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

      * QUEBRA DE ANO FECHA O GRUPO E O ANO; QUEBRA DE FILIAL OU DE
      * CATEGORIA FECHA SO O GRUPO
       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-LINHAS-ANO.
           IF WS-ANO = W-ANO-ANT
              GO TO IMPRIMIR-LINHAS-CEL.
           PERFORM FECHAR-CELULA THRU FECHAR-CELULA-FIM
           PERFORM FECHAR-ANO THRU FECHAR-ANO-FIM.
       IMPRIMIR-LINHAS-ANO.
           MOVE "N"    TO W-PRIMEIRA
           MOVE WS-ANO TO W-ANO-ANT
           MOVE WS-ANO TO LA-ANO
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-ANO
           ADD 2 TO W-LINPAG
           GO TO IMPRIMIR-LINHAS-NOVA-CEL.
       IMPRIMIR-LINHAS-CEL.
           IF WS-FILIAL = W-FILIAL-ANT AND WS-CATEG = W-CAT-ANT
              GO TO IMPRIMIR-LINHAS-DET.
           PERFORM FECHAR-CELULA THRU FECHAR-CELULA-FIM.
       IMPRIMIR-LINHAS-NOVA-CEL.
           MOVE WS-FILIAL TO W-FILIAL-ANT
           MOVE WS-CATEG  TO W-CAT-ANT
           PERFORM IMPRIMIR-CELULA THRU IMPRIMIR-CELULA-FIM.
       IMPRIMIR-LINHAS-DET.
           MOVE WS-BIKE       TO LD-BIKE
           MOVE WS-MARCA      TO LD-MARCA
           MOVE WS-DATACOMPRA TO LD-COMPRA
           MOVE WS-IDADE      TO LD-IDADE
           MOVE WS-MANUT      TO LD-MANUT
           IF WS-MOTIVO = "V"
              MOVE "VIDA UTIL" TO LD-MOTIVO
           ELSE
              MOVE "MANUTENCAO" TO LD-MOTIVO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           ADD 1 TO W-QTD-CEL
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

      * CABECALHO DO GRUPO FILIAL + CATEGORIA COM A FROTA ATIVA E A
      * MEDIA DE LOCACOES POR BIKE NO MES DOS ULTIMOS 12 MESES
       IMPRIMIR-CELULA.
           MOVE ZEROS TO W-QTD-CEL
           MOVE "SEM FILIAL" TO LCE-FILIAL
           IF WS-FILIAL > ZEROS AND WS-FILIAL < 6
              MOVE TBFILIAL (WS-FILIAL) TO LCE-FILIAL.
           MOVE WS-CATEG TO LCE-CAT
           MOVE WS-FILIAL TO FILIAL
           MOVE WS-CATEG  TO CATEGORIA
           PERFORM ACHAR-COMBO THRU ACHAR-COMBO-FIM
           MOVE ZEROS TO W-MEDIA-BIKE LCE-FROTA
           IF W-IND-ACH NOT = ZEROS
              MOVE TF-QTD (W-IND-ACH) TO LCE-FROTA
              IF TF-QTD (W-IND-ACH) > ZEROS
                 COMPUTE W-MEDIA-BIKE ROUNDED =
                         TF-LOC (W-IND-ACH) / TF-QTD (W-IND-ACH) / 12.
           MOVE W-MEDIA-BIKE TO LCE-MEDIA
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-CEL
           ADD 1 TO W-LINPAG.
       IMPRIMIR-CELULA-FIM.
           EXIT.

      * FECHA O GRUPO: AJUSTA A QUANTIDADE PELA DEMANDA, PRECIFICA
      * PELA COMPRA MAIS RECENTE DA CATEGORIA E SOMA NO ANO E NO
      * ORCAMENTO
       FECHAR-CELULA.
           MOVE ZEROS  TO W-AJUSTE
           MOVE SPACES TO LQ-DEMANDA
           IF W-MEDIA-BIKE NOT < LIMITE-SATURACAO
              MOVE "SATURADA" TO LQ-DEMANDA
              COMPUTE W-AJUSTE =
                      ((W-QTD-CEL * PERC-AJUSTE-DEM) + 99) / 100
           ELSE
              IF W-MEDIA-BIKE NOT > 1
                 MOVE "OCIOSA" TO LQ-DEMANDA
                 COMPUTE W-AJUSTE =
                         0 - (W-QTD-CEL * PERC-AJUSTE-DEM / 100).
           COMPUTE W-PLANEJADO = W-QTD-CEL + W-AJUSTE
           MOVE W-CAT-ANT TO CATEGORIA
           PERFORM ACHAR-CATEG THRU ACHAR-CATEG-FIM
           MOVE ZEROS TO W-CUSTO-UNIT
           IF W-IND-CAT NOT = ZEROS
              COMPUTE W-CUSTO-UNIT ROUNDED =
                      TP-SOMA (W-IND-CAT) / TP-QTD (W-IND-CAT).
           COMPUTE W-CUSTO-CEL = W-CUSTO-UNIT * W-PLANEJADO
           MOVE W-QTD-CEL    TO LQ-VENCEM
           MOVE W-AJUSTE     TO LQ-AJUSTE
           MOVE W-PLANEJADO  TO LQ-PLANO
           MOVE W-CUSTO-UNIT TO LV-UNIT
           MOVE W-CUSTO-CEL  TO LV-TOTAL
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-QTD-CEL
           WRITE LINHA-REL FROM LINHA-VALOR-CEL
           ADD 2 TO W-LINPAG
           ADD W-PLANEJADO TO W-ANO-QTD
           ADD W-CUSTO-CEL TO W-ANO-VALOR
           COMPUTE W-IX-ANO = W-ANO-ANT - W-ANO-HOJE + 1
           COMPUTE W-IX-FIL = W-FILIAL-ANT + 1
           IF W-FILIAL-ANT > 5
              MOVE 1 TO W-IX-FIL.
           ADD W-PLANEJADO TO OR-QTD (W-IX-FIL, W-IX-ANO)
           ADD W-CUSTO-CEL TO OR-VALOR (W-IX-FIL, W-IX-ANO)
           MOVE ZEROS TO W-QTD-CEL.
       FECHAR-CELULA-FIM.
           EXIT.

       FECHAR-ANO.
           MOVE W-ANO-ANT   TO LTA-ANO
           MOVE W-ANO-QTD   TO LTA-QTD
           MOVE W-ANO-VALOR TO LTA-VALOR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOT-ANO
           ADD 1 TO W-LINPAG
           MOVE ZEROS TO W-ANO-QTD W-ANO-VALOR.
       FECHAR-ANO-FIM.
           EXIT.

      * ORCAMENTO DE CAPITAL EM PAGINA PROPRIA: UM QUADRO DE
      * QUANTIDADES E UM DE INVESTIMENTO (REAIS, SEM CENTAVOS), COM
      * UMA LINHA POR FILIAL E UMA COLUNA POR ANO DO PLANO
       IMPRIMIR-ORCAMENTO.
           MOVE "ORCAMENTO DE CAPITAL DA FROTA" TO W-TITULO-REL
           MOVE SPACES TO LINHA-ORC-CAB
           MOVE "FILIAL" TO LINHA-ORC-CAB (1:6)
           MOVE 1 TO W-IX-ANO.
       IMPRIMIR-ORCAMENTO-ANOS.
           COMPUTE LOC-ANO (W-IX-ANO) = W-ANO-HOJE + W-IX-ANO - 1
           IF W-IX-ANO < 5
              ADD 1 TO W-IX-ANO
              GO TO IMPRIMIR-ORCAMENTO-ANOS.
           MOVE "      TOTAL" TO LOC-TOTAL
           MOVE LINHA-ORC-CAB TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE "QUANTIDADE DE BIKES A COMPRAR" TO LOT-TITULO
           WRITE LINHA-REL FROM LINHA-ORC-TIT
           ADD 1 TO W-LINPAG
           MOVE "Q" TO W-QUADRO
           PERFORM IMPRIMIR-QUADRO THRU IMPRIMIR-QUADRO-FIM
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "INVESTIMENTO PREVISTO (R$)" TO LOT-TITULO
           WRITE LINHA-REL FROM LINHA-ORC-TIT
           ADD 2 TO W-LINPAG
           MOVE "V" TO W-QUADRO
           PERFORM IMPRIMIR-QUADRO THRU IMPRIMIR-QUADRO-FIM.
       IMPRIMIR-ORCAMENTO-FIM.
           EXIT.

      * W-QUADRO = "Q" IMPRIME AS QUANTIDADES, "V" OS VALORES; A
      * LINHA SEM FILIAL SO SAI QUANDO TEM MOVIMENTO
       IMPRIMIR-QUADRO.
           MOVE 1 TO W-IX-FIL.
       IMPRIMIR-QUADRO-FIL.
           MOVE SPACES TO LINHA-ORC
           MOVE ZEROS  TO W-TOT-QTD W-TOT-VALOR
           IF W-IX-FIL = 1
              MOVE "SEM FILIAL" TO LO-FILIAL
           ELSE
              MOVE TBFILIAL (W-IX-FIL - 1) TO LO-FILIAL.
           MOVE 1 TO W-IX-ANO.
       IMPRIMIR-QUADRO-ANO.
           IF W-QUADRO = "Q"
              MOVE OR-QTD (W-IX-FIL, W-IX-ANO) TO LO-VAL (W-IX-ANO)
           ELSE
              MOVE OR-VALOR (W-IX-FIL, W-IX-ANO) TO LO-VAL (W-IX-ANO).
           ADD OR-QTD   (W-IX-FIL, W-IX-ANO) TO W-TOT-QTD
           ADD OR-VALOR (W-IX-FIL, W-IX-ANO) TO W-TOT-VALOR
           IF W-IX-ANO < 5
              ADD 1 TO W-IX-ANO
              GO TO IMPRIMIR-QUADRO-ANO.
           IF W-QUADRO = "Q"
              MOVE W-TOT-QTD TO LO-TOTAL
           ELSE
              MOVE W-TOT-VALOR TO LO-TOTAL.
           IF W-IX-FIL = 1 AND W-TOT-QTD = ZEROS
              GO TO IMPRIMIR-QUADRO-PROX.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-ORC
           ADD 1 TO W-LINPAG.
       IMPRIMIR-QUADRO-PROX.
           IF W-IX-FIL < 6
              ADD 1 TO W-IX-FIL
              GO TO IMPRIMIR-QUADRO-FIL.
           PERFORM IMPRIMIR-QUADRO-TOTAL THRU IMPRIMIR-QUADRO-TOTAL-FIM.
       IMPRIMIR-QUADRO-FIM.
           EXIT.

      * LINHA DE TOTAL DO QUADRO: SOMA DAS FILIAIS EM CADA ANO
       IMPRIMIR-QUADRO-TOTAL.
           MOVE SPACES TO LINHA-ORC
           MOVE "TOTAL" TO LO-FILIAL
           MOVE ZEROS TO W-TOT-QTD W-TOT-VALOR
           MOVE 1 TO W-IX-ANO.
       IMPRIMIR-QUADRO-TOTAL-ANO.
           MOVE ZEROS TO W-ANO-QTD W-ANO-VALOR
           MOVE 1 TO W-IX-FIL.
       IMPRIMIR-QUADRO-TOTAL-FIL.
           ADD OR-QTD   (W-IX-FIL, W-IX-ANO) TO W-ANO-QTD
           ADD OR-VALOR (W-IX-FIL, W-IX-ANO) TO W-ANO-VALOR
           IF W-IX-FIL < 6
              ADD 1 TO W-IX-FIL
              GO TO IMPRIMIR-QUADRO-TOTAL-FIL.
           IF W-QUADRO = "Q"
              MOVE W-ANO-QTD TO LO-VAL (W-IX-ANO)
           ELSE
              MOVE W-ANO-VALOR TO LO-VAL (W-IX-ANO).
           ADD W-ANO-QTD   TO W-TOT-QTD
           ADD W-ANO-VALOR TO W-TOT-VALOR
           IF W-IX-ANO < 5
              ADD 1 TO W-IX-ANO
              GO TO IMPRIMIR-QUADRO-TOTAL-ANO.
           IF W-QUADRO = "Q"
              MOVE W-TOT-QTD TO LO-TOTAL
           ELSE
              MOVE W-TOT-VALOR TO LO-TOTAL.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-ORC
           ADD 1 TO W-LINPAG.
       IMPRIMIR-QUADRO-TOTAL-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE W-CONT-LIDOS      TO LG-LIDOS
           WRITE LINHA-REL FROM LINHA-GERAL
           MOVE W-CONT-FORA-FROTA TO LG-FORA
           WRITE LINHA-REL FROM LINHA-GERAL-2
           MOVE W-CONT-PLANO      TO LG-PLANO
           WRITE LINHA-REL FROM LINHA-GERAL-3
           MOVE W-CONT-ALEM       TO LG-ALEM
           WRITE LINHA-REL FROM LINHA-GERAL-4
           ADD 5 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE ARQBIKE
           CLOSE ARQMANUT
           CLOSE ARQLOC
           CLOSE RELATORIO
           MOVE "REL073" TO W-REL-ID
           MOVE "REL073.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           STRING "ANO-INICIAL=" DELIMITED BY SIZE
                  W-ANO-HOJE DELIMITED BY SIZE
                  " AJUSTE=" DELIMITED BY SIZE
                  PERC-AJUSTE-DEM DELIMITED BY SIZE
                  INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.

       COPY PARAMVALP.
