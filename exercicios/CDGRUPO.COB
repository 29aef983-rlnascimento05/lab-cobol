      *             DATA DE ABERTURA DENTRO DO PERIODO FECHADO DO
      *             MODULO LOCACAO, OU DE DEVOLUCAO DENTRO DO
      *             LOCACAO/CAIXA, E RECUSADA COMO NO SGB-004.
      * 2026-10-15  CADA LOCACAO DO CONTRATO GRAVA A FILIAL DE
      *             RETIRADA DA BIKE (LOC-FILIAL-ORIG); O GRUPO
      *             DEVOLVE SEMPRE NA MESMA FILIAL, SEM TAXA DE
      *             RETORNO.
      * 2026-10-15  TERMO DE RESPONSABILIDADE DO GRUPO: A ABERTURA
      *             TIRA UM NUMERO DE TERMO (CTRLTERM.DAT), GRAVADO EM
      *             LOC-CONTRATO DE CADA LOCACAO DO CONTRATO, E
      *             IMPRIME EM CONTRATO.TXT O RESPONSAVEL, AS BIKES
      *             COM VALOR DE REPOSICAO E DIARIA E AS CLAUSULAS DO
      *             TERMOS.TXT, CATALOGADO COMO "CONTRATO" PARA
      *             REEMISSAO PELO RELCAT002.
      * 2026-10-15  RESPONSAVEL PELO CONTRATO DE GRUPO EM CPF PRECISA
      *             SER MAIOR DE IDADE (COPY IDADEVAL.).
      * 2026-10-15  ORCAMENTO (SGB-037, COPY ORCAVAL.): A ABERTURA
      *             ACEITA O NUMERO DE UM ORCAMENTO VALIDO DO MESMO
      *             RESPONSAVEL; AS BIKES DA FILIAL E CATEGORIA
      *             COTADAS, ATE A QUANTIDADE COTADA, SAEM PELA
      *             DIARIA DO ORCAMENTO COM O DESCONTO DE FIDELIDADE
      *             COTADO.
      * 2026-10-15  CONTRATO DE GRUPO DE EMPRESA (CNPJ): CADA BIKE
      *             SAI COM UM CONDUTOR AUTORIZADO DA EMPRESA
      *             (ARQCONDU.DAT, COPY CONDVAL.), ATIVO E LIBERADO
      *             PARA A CATEGORIA DA BIKE; O CPF VAI PARA
      *             LOC-CONDUTOR E O NOME SAI NO CONTRATO.TXT.
      * 2026-10-15  CREDITO DA EMPRESA (COPY LIMPJVAL.): A ABERTURA DE
      *             CONTRATO DE CNPJ MOSTRA O LIMITE E A EXPOSICAO DA
      *             EMPRESA E RECUSA CNPJ COM FATURA VENCIDA HA MAIS
      *             DE PJDIASATR DIAS, SALVO LIBERACAO AVULSA DO
      *             OPERADOR NIVEL 3 COM MOTIVO EM AUDLIMPJ.DAT.
      * 2026-10-15  PARCEIRO INDICADOR (ARQPARC.DAT, COPY PARCVAL.)
      *             OPCIONAL, INFORMADO UMA VEZ POR CONTRATO E
      *             GRAVADO EM LOC-PARCEIRO DE CADA BIKE DO GRUPO
      *             PARA A COMISSAO DO COMIS001.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REC.

           SELECT ARQORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO-ORC.

           SELECT ARQORCLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ORCLO
                    FILE STATUS  IS ST-ERRO-ORL.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.

           SELECT CTRLTERM ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTM.

           SELECT ARQTERMOS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TRM.

           SELECT ARQBLOQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-MODULO
                    FILE STATUS  IS ST-ERRO-FEC.

           SELECT ARQCONDU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COND
                    FILE STATUS  IS ST-ERRO-CND.

           SELECT ARQPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARC-CODIGO
                    FILE STATUS  IS ST-ERRO-PRC.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT ARQLIMPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LIM-CNPJ
                    FILE STATUS  IS ST-ERRO-LIM.

           SELECT ARQFATPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FAT-NUMERO
                    FILE STATUS  IS ST-ERRO-FAT.

           SELECT AUDLIMPJ ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-ALM.

           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
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

       FD ARQBIKE
               LABEL RECORD IS STANDARD
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
                   88 PAG-DINHEIRO          VALUE 1.
                   88 PAG-CARTAO            VALUE 2.
                   88 PAG-PIX               VALUE 3.
                   88 PAG-CREDITO           VALUE 4.
                   88 PAG-BOLETO            VALUE 5.
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).
       01 REG-CTRLRECI.
                03 CTRL-ULT-RECIBO      PIC 9(8).

       FD ARQORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCAM.DAT".
       01 REGORCAM.
                03 ORC-NUMERO           PIC 9(06).
                03 ORC-DOC              PIC 9(14).
                03 ORC-FILIAL           PIC 9(01).
                03 ORC-CATEGORIA        PIC X(01).
                03 ORC-DATA-INI         PIC 9(08).
                03 ORC-HORA-INI         PIC 9(04).
                03 ORC-DATA-FIM         PIC 9(08).
                03 ORC-HORA-FIM         PIC 9(04).
                03 ORC-QTD-BIKES        PIC 9(02).
                03 ORC-QTD-USADA        PIC 9(02).
                03 ORC-DIARIA           PIC 9(6)V99.
                03 ORC-HORA             PIC 9(6)V99.
                03 ORC-ACORDO           PIC X(01).
                03 ORC-DESC-FIDEL       PIC 9(02).
                03 ORC-QTD-ASSIN        PIC 9(02).
                03 ORC-DIAS             PIC 9(04).
                03 ORC-HORAS            PIC 9(05).
                03 ORC-VALOR-BIKES      PIC 9(7)V99.
                03 ORC-ACESSORIOS OCCURS 5 TIMES.
                   05 ORC-ACE-COD       PIC 9(03).
                   05 ORC-ACE-QTDE      PIC 9(02).
                   05 ORC-ACE-DIARIA    PIC 9(4)V99.
                03 ORC-VALOR-ACESS      PIC 9(7)V99.
                03 ORC-CAUCAO-BIKE      PIC 9(6)V99.
                03 ORC-CAUCAO           PIC 9(7)V99.
                03 ORC-TOTAL            PIC 9(7)V99.
                03 ORC-EMISSAO          PIC 9(08).
                03 ORC-PRAZO-DIAS       PIC 9(03).
                03 ORC-OPERADOR         PIC X(08).
                03 ORC-SITUACAO         PIC X(01).
                   88 ORC-ABERTO            VALUE "A".
                   88 ORC-USADO             VALUE "U".

       FD ARQORCLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCLO.DAT".
       01 REGORCLO.
                03 CHAVE-ORCLO.
                   05 OL-NUMERO         PIC 9(4).
                   05 OL-SEQ            PIC 9(4).
                03 OL-ORCAMENTO         PIC 9(06).
                03 OL-DIARIA            PIC 9(6)V99.
                03 OL-HORA              PIC 9(6)V99.
                03 OL-ACORDO            PIC X(01).
                03 OL-DESC-FIDEL        PIC 9(02).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-REL.
       01 LINHA-REL                    PIC X(80).

       FD CTRLTERM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTERM.DAT".
       01 REG-CTRLTERM.
                03 CTRL-ULT-TERMO       PIC 9(8).

       FD ARQTERMOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERMOS.TXT".
       01 REG-TERMOS                   PIC X(80).

       FD ARQBLOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBLOQ.DAT".
                03 FECH-DATA-ALT        PIC 9(08).
                03 FECH-OPERADOR        PIC X(08).

       FD ARQCONDU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONDU.DAT".
       01 REGCOND.
                03 CHAVE-COND.
                   05 COND-CNPJ         PIC 9(14).
                   05 COND-CPF          PIC 9(11).
                03 COND-NOME            PIC X(35).
                03 COND-ATIVO           PIC X(01).
                03 COND-CATEGORIA       PIC X(01).
                03 COND-DATA-ALT        PIC 9(08).
                03 COND-OPERADOR        PIC X(08).

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

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD ARQLIMPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLIMPJ.DAT".
       01 REGLIMPJ.
                03 LIM-CNPJ             PIC 9(14).
                03 LIM-VALOR            PIC 9(08)V99.
                03 LIM-DATA-ALT         PIC 9(08).
                03 LIM-OPERADOR         PIC X(08).

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
                   88 FAT-QUITADA           VALUE "Q".
                03 FAT-VALOR-PAGO       PIC 9(8)V99.
                03 FAT-NOSSO-NUM        PIC 9(10).

       FD AUDLIMPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDLIMPJ.DAT".
       01 REGAUDLIM.
                03 ALM-DATA             PIC 9(08).
                03 ALM-HORA             PIC 9(06).
                03 ALM-PROGRAMA         PIC X(08).
                03 ALM-CNPJ             PIC 9(14).
                03 ALM-TIPO             PIC X(01).
                03 ALM-EXPOSICAO        PIC 9(9)V99.
                03 ALM-ACRESCIMO        PIC 9(8)V99.
                03 ALM-LIMITE           PIC 9(8)V99.
                03 ALM-ATRASO           PIC 9(05).
                03 ALM-MOTIVO           PIC X(40).
                03 ALM-OPERADOR         PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       77 W-DIAS-COBR  PIC S9(04) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZZZZZ9,99.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
      * ARQUIVO DE SAIDA DO RELATORIO: RECIBOS.TXT, TROCADO PARA
      * CONTRATO.TXT SO DURANTE A IMPRESSAO DO TERMO DO GRUPO
       77 W-ARQ-REL    PIC X(30) VALUE "RECIBOS.TXT".
       77 W-PAG-SALVA  PIC 9(04) COMP VALUE ZEROS.
       77 W-LIN-SALVA  PIC 9(04) COMP VALUE ZEROS.
       77 W-DIARIA-GRP PIC 9(08)V99 VALUE ZEROS.
       01 W-LINHA-CTR  PIC X(80) VALUE SPACES.
       01 W-MENS-TERMO.
           03 FILLER     PIC X(09) VALUE "TERMO NR ".
           03 W-MT-TERMO PIC 9(08).
           03 FILLER     PIC X(24) VALUE " EMITIDO EM CONTRATO.TXT".

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
       COPY DATAVAL.

       COPY RELPAG.
       COPY TERMVAL.
       COPY IDADEVAL.
       COPY ORCAVAL.
       COPY CONDVAL.
       COPY PARCVAL.
       COPY PARAMVAL.
       COPY LIMPJVAL.
      * NIVEL DO OPERADOR DO MENU (SO O NIVEL 3 LIBERA EMPRESA RETIDA)
      * E LIMITE/EXPOSICAO EDITADOS NA ABERTURA DE CONTRATO DE CNPJ
       77 W-NIVEL-OPER PIC 9(01) VALUE ZEROS.
       77 W-LIB-PJ     PIC X(01) VALUE "N".
       77 W-LIM-ED     PIC ZZZZZZZ9,99.
       77 W-EXP-ED     PIC ZZZZZZZZ9,99.
      * BIKES QUE AINDA PODEM SAIR PELO ORCAMENTO INFORMADO NA
      * ABERTURA, E SE A BIKE CORRENTE SAIU POR ELE
       77 W-ORC-RESTA  PIC 9(02) VALUE ZEROS.
       77 W-PARCEIRO   PIC 9(04) VALUE ZEROS.
       77 W-ORC-BIKE   PIC X(01) VALUE "N".

       01 REC-LIN-NUM.
           03 FILLER       PIC X(12) VALUE "RECIBO NR: ".
       01 REC-LIN-OPER.
           03 FILLER       PIC X(10) VALUE "OPERADOR: ".
           03 RL-OPERADOR  PIC X(08).
      * LINHAS DO TERMO DE RESPONSABILIDADE DO GRUPO (CONTRATO.TXT)
       01 CTR-LIN-NUM.
           03 FILLER       PIC X(10) VALUE "TERMO NR: ".
           03 TR-TERMO     PIC 9(08).
           03 FILLER       PIC X(12) VALUE "  CONTRATO: ".
           03 TR-GRUPO     PIC 9(06).
           03 FILLER       PIC X(08) VALUE "  DATA: ".
           03 TR-DATA      PIC 99/99/9999.
       01 CTR-LIN-CLI.
           03 FILLER       PIC X(11) VALUE "LOCATARIO: ".
           03 TR-NOME      PIC X(40).
       01 CTR-LIN-DOC.
           03 FILLER       PIC X(11) VALUE "DOCUMENTO: ".
           03 TR-DOC-TIPO  PIC X(11).
           03 TR-DOC       PIC X(14).
       01 CTR-LIN-BIK.
           03 FILLER       PIC X(11) VALUE "BICICLETA: ".
           03 TR-BIKE      PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 TR-MARCA     PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 TR-MODELO    PIC X(20).
       01 CTR-LIN-CND.
           03 FILLER       PIC X(11) VALUE "CONDUTOR:  ".
           03 TR-COND-NOME PIC X(35).
           03 FILLER       PIC X(07) VALUE "  CPF: ".
           03 TR-COND-CPF  PIC 9(11).
       01 CTR-LIN-CAT.
           03 FILLER       PIC X(11) VALUE "CATEGORIA: ".
           03 TR-CATEGORIA PIC X(01).
           03 FILLER       PIC X(07) VALUE "  COR: ".
           03 TR-COR       PIC X(13).
           03 FILLER       PIC X(10) VALUE "  FILIAL: ".
           03 TR-FILIAL    PIC X(13).
       01 CTR-LIN-REP.
           03 FILLER       PIC X(11) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "VALOR DE REPOSICAO: ".
           03 TR-REPOSICAO PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(10) VALUE "  DIARIA: ".
           03 TR-DIARIA    PIC ZZZ.ZZ9,99.
       01 CTR-LIN-PRV.
           03 FILLER       PIC X(35) VALUE
              "DEVOLUCAO PREVISTA...............: ".
           03 FILLER       PIC X(10) VALUE "EM ABERTO".
       01 CTR-LIN-VAL.
           03 FILLER       PIC X(35) VALUE
              "VALOR ACORDADO (DIARIA DO GRUPO).: ".
           03 TR-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01 CTR-LIN-CAU.
           03 FILLER       PIC X(35) VALUE
              "CAUCAO RETIDA....................: ".
           03 FILLER       PIC X(10) VALUE "NENHUMA".
       01 CTR-LIN-ACE.
           03 FILLER       PIC X(35) VALUE
              "ACESSORIOS ENTREGUES.............: ".
           03 FILLER       PIC X(10) VALUE "NENHUM".
       01 CTR-LIN-ASS.
           03 FILLER       PIC X(35) VALUE ALL "_".
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(35) VALUE ALL "_".
       01 CTR-LIN-ASN.
           03 FILLER       PIC X(40) VALUE "LOCATARIO".
           03 FILLER       PIC X(10) VALUE "OPERADOR: ".
           03 TR-OPERADOR  PIC X(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), MESMO ESQUEMA
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "00" TO ST-ERRO-BLQ
           PERFORM ABRIR-FECHAMENTO THRU ABRIR-FECHAMENTO-FIM
           PERFORM ABRIR-ORCAMENTO THRU ABRIR-ORCAMENTO-FIM
           PERFORM ABRIR-CONDUTOR THRU ABRIR-CONDUTOR-FIM
           PERFORM ABRIR-PARCEIRO THRU ABRIR-PARCEIRO-FIM
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           PERFORM ABRIR-LIMITE-PJ THRU ABRIR-LIMITE-PJ-FIM
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
                      MOVE LK-OPER-ID TO W-OPERADOR
                      MOVE LK-OPER-NIVEL TO W-NIVEL-OPER
                      GO TO MENU-GRP.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "IDENTIFICACAO DO OPERADOR"
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-GRUPO-DOC.
                ACCEPT ID-HOJE FROM DATE YYYYMMDD
                MOVE DIA TO ID-NASC-DIA
                MOVE MES TO ID-NASC-MES
                MOVE ANO TO ID-NASC-ANO
                PERFORM CALCULAR-IDADE THRU CALCULAR-IDADE-FIM
                IF ID-MENOR
                   MOVE "*** MENOR NAO PODE RESPONDER PELO GRUPO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-GRUPO-DOC.
                DISPLAY (07, 05) NOME
                PERFORM VERIF-BLOQUEIO THRU VERIF-BLOQUEIO-FIM
                IF W-BLOQ-ABERTO = "B"
                   MOVE "CLIENTE BLOQUEADO - LOCACAO EM ATRASO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-GRUPO-DOC.
                GO TO ABRIR-GRUPO-ORC.
       ABRIR-GRUPO-PJ.
                IF W-PJ-ABERTO NOT = "S"
                   MOVE "*** CADASTRO DE EMPRESAS NAO DISPONIVEL ***"
                   MOVE "CLIENTE BLOQUEADO - LOCACAO EM ATRASO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-GRUPO-DOC.
      * CREDITO DA EMPRESA: O CONTRATO DE GRUPO E PAGO NO BALCAO NA
      * DEVOLUCAO, ENTAO O LIMITE SO E INFORMADO; A RETENCAO POR
      * FATURA VENCIDA RECUSA O CONTRATO, SALVO LIBERACAO DO NIVEL 3
                MOVE W-DOC TO LP-CNPJ
                MOVE ZEROS TO LP-ACRESCIMO
                PERFORM VERIF-LIMITE-PJ THRU VERIF-LIMITE-PJ-FIM
                MOVE LP-EXPOSICAO TO W-EXP-ED
                IF LP-TEM-LIMITE = "S"
                   MOVE LP-LIMITE TO W-LIM-ED
                   DISPLAY (05, 05) "LIMITE: " W-LIM-ED
                                    "   EXPOSICAO: " W-EXP-ED
                ELSE
                   DISPLAY (05, 05) "LIMITE: SEM LIMITE"
                                    "   EXPOSICAO: " W-EXP-ED.
                IF LP-RETIDA = "S"
                   MOVE "R" TO LP-TIPO
                   PERFORM LIBERAR-EXCECAO-PJ
                                       THRU LIBERAR-EXCECAO-PJ-FIM
                   IF W-LIB-PJ NOT = "S"
                      GO TO ABRIR-GRUPO-DOC.
      * ORCAMENTO DO SGB-037 EMITIDO PARA O RESPONSAVEL: A FILIAL E A
      * CATEGORIA VALIDADAS SAO AS DO PROPRIO ORCAMENTO, E CADA BIKE
      * DO GRUPO E CONFERIDA CONTRA ELAS EM ABRIR-GRUPO-BIKE
       ABRIR-GRUPO-ORC.
                MOVE "N" TO OR-APLIC
                MOVE ZEROS TO W-ORC-RESTA
                IF OR-ABERTO NOT = "S"
                   GO TO ABRIR-GRUPO-PARC.
                MOVE ZEROS TO OR-NUMERO
                DISPLAY (09, 40) "ORCAMENTO (0=NENHUM):"
                ACCEPT  (09, 62) OR-NUMERO
                IF OR-NUMERO = ZEROS
                   GO TO ABRIR-GRUPO-PARC.
                MOVE OR-NUMERO TO ORC-NUMERO
                READ ARQORCAM
                IF ST-ERRO-ORC = "00"
                   MOVE ORC-FILIAL    TO OR-FILIAL
                   MOVE ORC-CATEGORIA TO OR-CATEGORIA.
                MOVE "00" TO ST-ERRO-ORC
                MOVE W-DOC TO OR-DOC
                PERFORM VALIDAR-ORCAMENTO THRU VALIDAR-ORCAMENTO-FIM
                IF OR-VALIDO NOT = "S"
                   MOVE OR-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-GRUPO-ORC.
                MOVE "S" TO OR-APLIC
                COMPUTE W-ORC-RESTA = ORC-QTD-BIKES - ORC-QTD-USADA.
      * PARCEIRO (HOTEL, AGENCIA) QUE INDICOU O GRUPO: VALE PARA TODAS
      * AS BIKES DO CONTRATO
       ABRIR-GRUPO-PARC.
                MOVE ZEROS TO W-PARCEIRO PC-CODIGO
                DISPLAY (08, 45) "PARCEIRO (0=NENHUM):"
                ACCEPT  (08, 66) PC-CODIGO
                IF PC-CODIGO = ZEROS
                   GO TO ABRIR-GRUPO-DATA.
                PERFORM VALIDAR-PARCEIRO THRU VALIDAR-PARCEIRO-FIM
                IF PC-VALIDO NOT = "S"
                   MOVE PC-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-GRUPO-PARC.
                MOVE PC-CODIGO TO W-PARCEIRO.
       ABRIR-GRUPO-DATA.
                DISPLAY (08, 05) "DATA DA LOCACAO (DDMMAAAA):"
                ACCEPT  (08, 33) W-DATA-ABE
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-GRUPO-DATA.
                PERFORM OBTER-PROX-GRP THRU OBTER-PROX-GRP-FIM
                PERFORM OBTER-PROX-TERMO THRU OBTER-PROX-TERMO-FIM
                DISPLAY (09, 05) "CONTRATO NR:"
                DISPLAY (09, 18) W-PROX-GRP
                MOVE 11 TO W-LIN.
                   MOVE "*** BIKE INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-GRUPO-BIKE.
                MOVE ZEROS TO CN-CPF
                MOVE SPACES TO CN-NOME
                IF W-DOC > 99999999999 AND W-DOC < 99000000000000
                   PERFORM PEDIR-CONDUTOR THRU PEDIR-CONDUTOR-FIM
                   IF CN-VALIDO NOT = "S"
                      GO TO ABRIR-GRUPO-BIKE.
                PERFORM BUSCAR-DIARIA THRU BUSCAR-DIARIA-FIM
                PERFORM DIARIA-ORCAMENTO THRU DIARIA-ORCAMENTO-FIM
                PERFORM ACHA-PROX-SEQ THRU ACHA-PROX-SEQ-FIM
                MOVE W-BIKE       TO LOC-NUMERO
                MOVE W-PROX-SEQ   TO LOC-SEQ
                MOVE "A"          TO LOC-SITUACAO
                MOVE ZEROS        TO LOC-DATAPREVISTA LOC-RENOVACOES
                MOVE ZEROS        TO LOC-HORALOCACAO LOC-HORADEVOLUCAO
                MOVE SPACES       TO LOC-CAMPANHA
                MOVE ZEROS        TO LOC-DESC-CAMP
                MOVE FILIAL       TO LOC-FILIAL-ORIG
                MOVE ZEROS        TO LOC-FILIAL-DEV LOC-TAXA-RET
                MOVE TM-PROX-TERMO TO LOC-CONTRATO
                MOVE CN-CPF       TO LOC-CONDUTOR
                MOVE W-PARCEIRO   TO LOC-PARCEIRO
                WRITE REGLOC.
                IF ST-ERRO-LOC = "00" OR "02"
                   MOVE "LOC" TO JR-ARQUIVO
                MOVE "LOCADA" TO SITUACAODESCRICAO
                MOVE W-DATA-ABE TO DATAUTILIZACAO
                REWRITE REGBIKE
                IF W-ORC-BIKE = "S"
                   MOVE W-BIKE     TO OR-LOC-NUMERO
                   MOVE W-PROX-SEQ TO OR-LOC-SEQ
                   PERFORM USAR-ORCAMENTO THRU USAR-ORCAMENTO-FIM
                   SUBTRACT 1 FROM W-ORC-RESTA.
                ADD 1 TO W-QTD-BIKES
                MOVE W-PROX-GRP  TO GRPIT-NUMERO
                MOVE W-QTD-BIKES TO GRPIT-ITEM
                WRITE REGGRPIT
                DISPLAY (W-LIN, 05) "BIKE INCLUIDA:"
                DISPLAY (W-LIN, 20) W-BIKE
                DISPLAY (W-LIN, 27) CN-NOME
                ADD 1 TO W-LIN
                IF W-LIN > 20
                   MOVE 11 TO W-LIN.
                GO TO ABRIR-GRUPO-BIKE.
      * BIKE DE CONTRATO DE EMPRESA SO SAI COM CONDUTOR AUTORIZADO
      * DO PROPRIO CNPJ, ATIVO E LIBERADO PARA A CATEGORIA DA BIKE
       PEDIR-CONDUTOR.
                MOVE ZEROS TO CN-CPF
                DISPLAY (10, 40) "CPF DO CONDUTOR:"
                ACCEPT  (10, 57) CN-CPF
                MOVE W-DOC     TO CN-CNPJ
                MOVE CATEGORIA TO CN-CATEGORIA
                PERFORM VALIDAR-CONDUTOR THRU VALIDAR-CONDUTOR-FIM
                IF CN-VALIDO NOT = "S"
                   MOVE CN-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PEDIR-CONDUTOR-FIM.
                EXIT.
       ABRIR-GRUPO-FECHA.
                IF W-QTD-BIKES = ZEROS
                   MOVE "CONTRATO SEM BIKES - NAO GRAVADO" TO MENS
                IF ST-ERRO = "00" OR "02"
                   MOVE "CONTRATO DE GRUPO ABERTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM IMPRIMIR-CONTRATO
                                       THRU IMPRIMIR-CONTRATO-FIM
                ELSE
                   MOVE "ERRO NA GRAVACAO DO CONTRATO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE W-DATA-DEV   TO LOC-DATADEVOLUCAO
                MOVE W-VALOR-BIKE TO LOC-VALORLOCACAO
                MOVE "F"          TO LOC-SITUACAO
                MOVE LOC-FILIAL-ORIG TO LOC-FILIAL-DEV
                MOVE ZEROS        TO LOC-TAXA-RET
                REWRITE REGLOC.
                IF ST-ERRO-LOC = "00" OR "02"
                   MOVE "LOC" TO JR-ARQUIVO
       VERIF-BLOQUEIO-FIM.
                EXIT.

      * LIBERACAO AVULSA DA EMPRESA RETIDA: MOSTRA O MOTIVO E, SO
      * PARA OPERADOR NIVEL 3, PEDE CONFIRMACAO E JUSTIFICATIVA, QUE
      * VAI PARA AUDLIMPJ.DAT (MESMO CRITERIO DO SGB-004)
       LIBERAR-EXCECAO-PJ.
                MOVE "N" TO W-LIB-PJ
                MOVE LP-MOTIVO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-NIVEL-OPER NOT = 3
                   GO TO LIBERAR-EXCECAO-PJ-FIM.
       LIBERAR-EXCECAO-PJ-OPCAO.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 10) "LIBERAR EXCECAO (S/N)?"
                ACCEPT  (22, 33) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (22, 10) LIMPA
                   GO TO LIBERAR-EXCECAO-PJ-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO LIBERAR-EXCECAO-PJ-OPCAO.
       LIBERAR-EXCECAO-PJ-MOTIVO.
                MOVE SPACES TO LP-JUSTIFICATIVA
                DISPLAY (22, 10) LIMPA
                DISPLAY (22, 10) "MOTIVO:"
                ACCEPT  (22, 18) LP-JUSTIFICATIVA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (22, 10) LIMPA
                   GO TO LIBERAR-EXCECAO-PJ-FIM.
                IF LP-JUSTIFICATIVA = SPACES
                   MOVE "*** MOTIVO DA LIBERACAO OBRIGATORIO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIBERAR-EXCECAO-PJ-MOTIVO.
                MOVE "SGB-025"  TO LP-PROGRAMA
                MOVE W-OPERADOR TO LP-OPERADOR
                PERFORM GRAVAR-LIBERACAO-PJ THRU GRAVAR-LIBERACAO-PJ-FIM
                MOVE "S" TO W-LIB-PJ
                DISPLAY (22, 10) LIMPA.
       LIBERAR-EXCECAO-PJ-FIM.
                EXIT.

      * DIARIA EFETIVA DA BIKE: TABELA DE PRECOS POR CATEGORIA +
      * FILIAL (SGB-008) OU, NA FALTA, O VALOR GRAVADO NA BIKE
       BUSCAR-DIARIA.
                MOVE "00" TO ST-ERRO-PRECO.
       BUSCAR-DIARIA-FIM.
                EXIT.
      * BIKE DA FILIAL E CATEGORIA DO ORCAMENTO, ENQUANTO HOUVER
      * BIKES COTADAS A RETIRAR, SAI PELA DIARIA COTADA COM O
      * DESCONTO DE FIDELIDADE DO ORCAMENTO
       DIARIA-ORCAMENTO.
                MOVE "N" TO W-ORC-BIKE
                IF OR-APLIC NOT = "S" OR W-ORC-RESTA = ZEROS
                   GO TO DIARIA-ORCAMENTO-FIM.
                IF CATEGORIA NOT = OR-CATEGORIA
                   OR FILIAL NOT = OR-FILIAL
                   GO TO DIARIA-ORCAMENTO-FIM.
                COMPUTE W-DIARIA ROUNDED = OR-DIARIA *
                        (100 - OR-DESC-FIDEL) / 100
                MOVE "S" TO W-ORC-BIKE.
       DIARIA-ORCAMENTO-FIM.
                EXIT.
      * PERCORRE AS LOCACOES DA BIKE PARA ACHAR A PROXIMA SEQUENCIA,
      * MESMO ESQUEMA DO ACHA-PROX-SEQ DO KIOSK001
       ACHA-PROX-SEQ.
                CLOSE RELATORIO.
       FECHAR-RECIBO-FIM.
                EXIT.
      *-------------------------------------------------------------
      * IMPRIMIR-CONTRATO: TERMO DE RESPONSABILIDADE UNICO DO GRUPO
      * EM CONTRATO.TXT, COM O NUMERO DE TERMO JA GRAVADO EM
      * LOC-CONTRATO DE CADA LOCACAO, O RESPONSAVEL E TODAS AS BIKES
      * DO CONTRATO (ARQGRPIT.DAT) COM O VALOR DE REPOSICAO, MAIS AS
      * CLAUSULAS DO TERMOS.TXT (COPY TERMVAL.); CATALOGADO COMO
      * "CONTRATO" PARA A REEMISSAO PELO RELCAT002. O GRUPO NAO TEM
      * DATA PREVISTA, CAUCAO NEM ACESSORIOS.
      *-------------------------------------------------------------
       IMPRIMIR-CONTRATO.
                MOVE W-PAGINA TO W-PAG-SALVA
                MOVE W-LINPAG TO W-LIN-SALVA
                MOVE "CONTRATO.TXT" TO W-ARQ-REL
                OPEN OUTPUT RELATORIO
                IF ST-ERRO-REL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO CONTRATO.TXT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMPRIMIR-CONTRATO-VOLTA.
                MOVE ZEROS TO W-PAGINA W-DIARIA-GRP
                MOVE "TERMO DE RESPONSABILIDADE - CONTRATO DE GRUPO"
                                                  TO W-TITULO-REL
                MOVE SPACES TO W-CAB-COL
                PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
                MOVE TM-PROX-TERMO TO TR-TERMO
                MOVE W-PROX-GRP    TO TR-GRUPO
                MOVE W-DATA-ABE    TO TR-DATA
                MOVE CTR-LIN-NUM TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                IF W-DOC > 99999999999
                   MOVE RAZAO-SOCIAL  TO TR-NOME
                   MOVE "CNPJ       " TO TR-DOC-TIPO
                   MOVE W-DOC         TO TR-DOC
                ELSE
                   MOVE NOME          TO TR-NOME
                   MOVE "CPF        " TO TR-DOC-TIPO
                   MOVE CPF           TO TR-DOC.
                MOVE CTR-LIN-CLI TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-DOC TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE W-PROX-GRP TO GRPIT-NUMERO
                MOVE ZEROS      TO GRPIT-ITEM
                START ARQGRPIT KEY IS NOT LESS CHAVE-GRPIT
                    INVALID KEY MOVE "10" TO ST-ERRO-GIT.
                IF ST-ERRO-GIT = "10"
                   GO TO IMPRIMIR-CONTRATO-RESTO.
       IMPRIMIR-CONTRATO-BIKE.
                READ ARQGRPIT NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-GIT.
                IF ST-ERRO-GIT = "10"
                   GO TO IMPRIMIR-CONTRATO-RESTO.
                IF GRPIT-NUMERO NOT = W-PROX-GRP
                   GO TO IMPRIMIR-CONTRATO-RESTO.
                MOVE GRPIT-BIKE TO NUMERO
                READ ARQBIKE
                IF ST-ERRO-BIKE NOT = "00"
                   MOVE "00" TO ST-ERRO-BIKE
                   MOVE SPACES TO MARCA MODELO CATEGORIA CORDESCRICAO
                                  FILIALDESCRICAO
                   MOVE ZEROS TO VALORCOMPRA.
                MOVE GRPIT-BIKE      TO TR-BIKE
                MOVE MARCA           TO TR-MARCA
                MOVE MODELO          TO TR-MODELO
                MOVE CATEGORIA       TO TR-CATEGORIA
                MOVE CORDESCRICAO    TO TR-COR
                MOVE FILIALDESCRICAO TO TR-FILIAL
                MOVE VALORCOMPRA     TO TR-REPOSICAO
                MOVE GRPIT-DIARIA    TO TR-DIARIA
                ADD GRPIT-DIARIA TO W-DIARIA-GRP
                MOVE CTR-LIN-BIK TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                PERFORM IMPRIMIR-CONDUTOR THRU IMPRIMIR-CONDUTOR-FIM
                MOVE CTR-LIN-CAT TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-REP TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                GO TO IMPRIMIR-CONTRATO-BIKE.
      * O CONDUTOR DA BIKE ESTA NA LOCACAO DO ITEM (LOC-CONDUTOR)
       IMPRIMIR-CONDUTOR.
                MOVE GRPIT-BIKE   TO LOC-NUMERO
                MOVE GRPIT-LOCSEQ TO LOC-SEQ
                READ ARQLOC
                IF ST-ERRO-LOC NOT = "00"
                   MOVE "00" TO ST-ERRO-LOC
                   GO TO IMPRIMIR-CONDUTOR-FIM.
                IF LOC-CONDUTOR = ZEROS
                   GO TO IMPRIMIR-CONDUTOR-FIM.
                MOVE LOC-CPF      TO CN-CNPJ
                MOVE LOC-CONDUTOR TO CN-CPF
                PERFORM LER-CONDUTOR THRU LER-CONDUTOR-FIM
                MOVE CN-NOME      TO TR-COND-NOME
                MOVE LOC-CONDUTOR TO TR-COND-CPF
                MOVE CTR-LIN-CND TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM.
       IMPRIMIR-CONDUTOR-FIM.
                EXIT.
       IMPRIMIR-CONTRATO-RESTO.
                MOVE "00" TO ST-ERRO-GIT
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-PRV TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE W-DIARIA-GRP TO TR-VALOR
                MOVE CTR-LIN-VAL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-CAU TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-ACE TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                PERFORM IMPRIMIR-CLAUSULAS THRU IMPRIMIR-CLAUSULAS-FIM
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-ASS TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE W-OPERADOR TO TR-OPERADOR
                MOVE CTR-LIN-ASN TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                CLOSE RELATORIO
                MOVE "CONTRATO"     TO W-REL-ID
                MOVE "CONTRATO.TXT" TO W-REL-ARQ
                MOVE SPACES         TO W-REL-PARMS
                STRING "TERMO " TM-PROX-TERMO " GRUPO " W-PROX-GRP
                       DELIMITED BY SIZE INTO W-REL-PARMS
                PERFORM CATALOGAR-RELATORIO
                                       THRU CATALOGAR-RELATORIO-FIM
                MOVE TM-PROX-TERMO TO W-MT-TERMO
                MOVE W-MENS-TERMO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIMIR-CONTRATO-VOLTA.
                MOVE "RECIBOS.TXT" TO W-ARQ-REL
                MOVE W-PAG-SALVA TO W-PAGINA
                MOVE W-LIN-SALVA TO W-LINPAG.
       IMPRIMIR-CONTRATO-FIM.
                EXIT.
       GRAVAR-LINHA-CTR.
                PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
                WRITE LINHA-REL FROM W-LINHA-CTR
                ADD 1 TO W-LINPAG.
       GRAVAR-LINHA-CTR-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
                   CLOSE ARQBLOQ.
                IF FV-ABERTO = "S"
                   CLOSE ARQFECH.
                PERFORM FECHAR-ORCAMENTO THRU FECHAR-ORCAMENTO-FIM
                PERFORM FECHAR-CONDUTOR THRU FECHAR-CONDUTOR-FIM
                PERFORM FECHAR-PARCEIRO THRU FECHAR-PARCEIRO-FIM
                PERFORM FECHAR-LIMITE-PJ THRU FECHAR-LIMITE-PJ-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
                EXIT.
      *
       COPY RELPAGP.
      *
       COPY TERMVALP.
       COPY IDADEVALP.
       COPY ORCAVALP.
       COPY CONDVALP.
       COPY PARCVALP.
       COPY PARAMVALP.
       COPY LIMPJVALP.
      *
       COPY DATAVALP.
      *
