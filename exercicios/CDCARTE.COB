       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-036.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-036 - CARTEIRA DE CREDITO PRE-PAGO (RECARGA)
      * CLIENTE FREQUENTE E EMPRESA QUERIAM DEIXAR DINHEIRO
      * ADIANTADO NA LOJA E IR GASTANDO NAS LOCACOES, COBRANCAS E
      * FATURAS. ESTE PROGRAMA MOSTRA O SALDO E OS ULTIMOS
      * MOVIMENTOS DA CARTEIRA DO DOCUMENTO (CPF/CNPJ, ARQCARTE.DAT
      * E O EXTRATO ARQCARTM.DAT, COPY CARTVAL./CARTVALP.) E RECEBE
      * A RECARGA EM DINHEIRO, CARTAO OU PIX: O PAGAMENTO ENTRA EM
      * ARQPAG.DAT (ORIGEM "W", CHAVE RESERVADA SOB O NUMERO 0000,
      * COMO A QUITACAO DO SGB-018) COM RECIBO NUMERADO PELO
      * CTRLRECI.DAT E IMPRESSO EM RECIBOS.TXT, E O VALOR E CREDITADO
      * NA CARTEIRA. O CREDITO E GASTO COMO FORMA DE PAGAMENTO 4 NA
      * DEVOLUCAO (SGB-004), NA QUITACAO (SGB-018) E NA FATURA PJ
      * (SGB-020); O REL052 IMPRIME O EXTRATO E O REL039 EXPORTA O
      * SALDO NAO UTILIZADO COMO PASSIVO.
      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-10-15  VERSAO INICIAL.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQCARTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CART-DOC
                    FILE STATUS  IS ST-ERRO-CRT.

           SELECT ARQCARTM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CARTM
                    FILE STATUS  IS ST-ERRO-CRM.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT CTRLRECI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REC.

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT CADCLIPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.

           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-MODULO
                    FILE STATUS  IS ST-ERRO-FEC.

           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCARTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARTE.DAT".
       01 REGCARTE.
                03 CART-DOC             PIC 9(14).
                03 CART-SALDO           PIC 9(7)V99.
                03 CART-TOT-CRED        PIC 9(8)V99.
                03 CART-TOT-DEB         PIC 9(8)V99.
                03 CART-ULT-SEQ         PIC 9(06).
                03 CART-DATA-ULT        PIC 9(08).

       FD ARQCARTM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARTM.DAT".
       01 REGCARTM.
                03 CHAVE-CARTM.
                   05 CARTM-DOC         PIC 9(14).
                   05 CARTM-SEQ         PIC 9(06).
                03 CARTM-DATA           PIC 9(08).
                03 CARTM-TIPO           PIC X(01).
                   88 CARTM-RECARGA         VALUE "C".
                   88 CARTM-DEBITO          VALUE "D".
                03 CARTM-VALOR          PIC 9(6)V99.
                03 CARTM-SALDO          PIC 9(7)V99.
                03 CARTM-RECIBO         PIC 9(08).
                03 CARTM-ORIGEM         PIC X(01).
                03 CARTM-OPERADOR       PIC X(08).

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
                   88 PAG-DINHEIRO          VALUE 1.
                   88 PAG-CARTAO            VALUE 2.
                   88 PAG-PIX               VALUE 3.
                   88 PAG-CREDITO           VALUE 4.
                   88 PAG-BOLETO            VALUE 5.
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-LOCACAO      VALUES "L" " ".
                   88 PAG-ORIG-COBRANCA     VALUE "C".
                   88 PAG-ORIG-CAUCAO       VALUE "D".
                   88 PAG-ORIG-DEVCAUCAO    VALUE "V".
                   88 PAG-ORIG-ESTORNO      VALUE "E".
                   88 PAG-ORIG-FATURA       VALUE "F".
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD CTRLRECI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLRECI.DAT".
       01 REG-CTRLRECI.
                03 CTRL-ULT-RECIBO      PIC 9(8).

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

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIPJ.DAT".
       01 REGCLIPJ.
                03 CNPJ                 PIC 9(14).
                03 RAZAO-SOCIAL         PIC X(40).
                03 CONTATO              PIC X(35).
                03 EMAIL-PJ             PIC X(35).
                03 TELEFONE-PJ.
                   05 DDD-PJ            PIC 9(02).
                   05 TELNUM-PJ         PIC 9(9).
                03 SITUACAO-PJ          PIC X(1).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBOS.TXT".
       01 LINHA-REL                    PIC X(80).

       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
                03 FECH-MODULO          PIC X(08).
                03 FECH-DATA-LIMITE     PIC 9(08).
                03 FECH-DATA-ALT        PIC 9(08).
                03 FECH-OPERADOR        PIC X(08).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       COPY FECHVAL.
       COPY CARTVAL.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO-PAG  PIC X(02) VALUE "00".
       77 ST-ERRO-REC  PIC X(02) VALUE "00".
       77 ST-ERRO-CLI  PIC X(02) VALUE "00".
       77 ST-ERRO-PJ   PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-CLI-ABERTO PIC X(01) VALUE "N".
       77 W-PJ-ABERTO  PIC X(01) VALUE "N".
       77 W-DOC        PIC 9(14) VALUE ZEROS.
       77 W-NOME       PIC X(40) VALUE SPACES.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-SEQ-INI    PIC 9(06) VALUE ZEROS.
       77 W-VLR-RECARGA PIC 9(06)V99 VALUE ZEROS.
       77 W-PROX-PAGSEQ PIC 9(04) VALUE ZEROS.
       77 W-PAG-FORMA   PIC 9(01) VALUE ZEROS.
       77 W-PROX-RECIBO PIC 9(08) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZZZZ9,99.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-AMD-N REDEFINES W-HOJE PIC 9(08).
       01 W-HOJE-DMA.
          03 W-HOJE-DD      PIC 9(02).
          03 W-HOJE-MM      PIC 9(02).
          03 W-HOJE-AAAA    PIC 9(04).
       01 W-HOJE-DMA-NUM REDEFINES W-HOJE-DMA
                                        PIC 9(08).

       COPY RELPAG.

       01 LIN-MOVIMENTO.
           03 LM-SEQ       PIC ZZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-DATA      PIC XX/XX/XXXX.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-TIPO      PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-VALOR     PIC ZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-SALDO     PIC ZZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-RECIBO    PIC ZZZZZZZ9.

       01 REC-LIN-NUM.
           03 FILLER       PIC X(12) VALUE "RECIBO NR: ".
           03 RL-RECIBO    PIC ZZZZZZZ9.
       01 REC-LIN-DOC.
           03 FILLER       PIC X(06) VALUE "DOC: ".
           03 RL-CPF       PIC 9(14).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 RL-NOME      PIC X(40).
       01 REC-LIN-VAL.
           03 FILLER       PIC X(07) VALUE "DATA: ".
           03 RL-DATA      PIC X(08).
           03 FILLER       PIC X(09) VALUE "  VALOR: ".
           03 RL-VALOR     PIC ZZZZZ9,99.
           03 FILLER       PIC X(09) VALUE "  FORMA: ".
           03 RL-FORMA     PIC X(08).
       01 REC-LIN-SAL.
           03 FILLER       PIC X(27)
                           VALUE "SALDO DA CARTEIRA APOS A ".
           03 FILLER       PIC X(10) VALUE "RECARGA: ".
           03 RL-SALDO     PIC ZZZZZZ9,99.
       01 REC-LIN-OPER.
           03 FILLER       PIC X(10) VALUE "OPERADOR: ".
           03 RL-OPERADOR  PIC X(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), MESMO ESQUEMA
      * DO SGB-004
       01 LK-OPER.
           03 LK-OPER-ID       PIC X(8).
           03 LK-OPER-NIVEL    PIC 9(1).
           03 LK-OPER-OK       PIC X(1).
           03 LK-OPER-FILIAL   PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPER.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           PERFORM ABRIR-FECHAMENTO THRU ABRIR-FECHAMENTO-FIM
           MOVE "CAIXA" TO FV-MODULO
           MOVE W-HOJE-AMD-N TO FV-DATA
           PERFORM VERIF-FECHAMENTO THRU VERIF-FECHAMENTO-FIM
           IF FV-ABERTO = "S"
              CLOSE ARQFECH.
           IF FV-BLOQUEADO = "S"
              MOVE "*** CAIXA FECHADO - MOVIMENTO RECUSADO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      *
       INC-OP0.
           PERFORM ABRIR-CARTEIRA THRU ABRIR-CARTEIRA-FIM
           IF CT-ABERTO NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARTEIRAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O ARQPAG
           IF ST-ERRO-PAG NOT = "00"
               IF ST-ERRO-PAG = "30" OR "35"
                      OPEN OUTPUT ARQPAG
                      CLOSE ARQPAG
                      GO TO INC-OP1
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PAGAMENTOS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM FECHAR-CARTEIRA THRU FECHAR-CARTEIRA-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
      * ABERTURAS TOLERANTES DOS CADASTROS; COM O CADASTRO ABERTO,
      * SO DOCUMENTO CADASTRADO RECEBE CARTEIRA
       INC-OP2.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO
           ELSE
              MOVE "N" TO W-CLI-ABERTO
              MOVE "00" TO ST-ERRO-CLI.
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO W-PJ-ABERTO
           ELSE
              MOVE "N" TO W-PJ-ABERTO
              MOVE "00" TO ST-ERRO-PJ.
       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
                      MOVE LK-OPER-ID TO W-OPERADOR
                      GO TO INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "IDENTIFICACAO DO OPERADOR"
                DISPLAY (12, 20) "OPERADOR: "
                ACCEPT  (12, 31) W-OPERADOR
                IF W-OPERADOR = SPACES
                   GO TO ASK-OPERADOR.
       INC-001.
                MOVE ZEROS  TO W-DOC W-VLR-RECARGA
                MOVE SPACES TO W-NOME
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CARTEIRA DE CREDITO PRE-PAGO"
                DISPLAY (04, 05) "CPF/CNPJ DO CLIENTE:".
       INC-002.
                ACCEPT (04, 26) W-DOC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-DOC = ZEROS
                   MOVE "*** DOCUMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM BUSCAR-NOME-DOC THRU BUSCAR-NOME-DOC-FIM
                IF W-NOME = SPACES
                   AND (W-CLI-ABERTO = "S" OR W-PJ-ABERTO = "S")
                   MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 05) W-NOME
                MOVE W-DOC TO CT-DOC
                PERFORM CONSULTAR-CARTEIRA THRU CONSULTAR-CARTEIRA-FIM
                MOVE CT-SALDO TO W-VALOR-ED
                DISPLAY (06, 05) "SALDO ATUAL........:"
                DISPLAY (06, 26) W-VALOR-ED
                PERFORM LISTAR-MOVIMENTOS THRU LISTAR-MOVIMENTOS-FIM.
       INC-003.
                MOVE ZEROS TO W-VLR-RECARGA
                DISPLAY (19, 05) "VALOR DA RECARGA...:"
                ACCEPT  (19, 26) W-VLR-RECARGA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-VLR-RECARGA = ZEROS
                   MOVE "*** VALOR DA RECARGA ZERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      * A RECARGA E PAGA EM DINHEIRO, CARTAO OU PIX -- CREDITO NAO
      * COMPRA CREDITO
       REG-PAG-FORMA.
                MOVE ZEROS TO W-PAG-FORMA
                DISPLAY (20, 05)
                 "FORMA DE PAGAMENTO (1-DINHEIRO 2-CARTAO 3-PIX):"
                ACCEPT  (20, 53) W-PAG-FORMA
                IF W-PAG-FORMA < 1 OR W-PAG-FORMA > 3
                   GO TO REG-PAG-FORMA.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "RECARREGAR? (S / N):".
                ACCEPT(23, 61) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                    MOVE "RECARGA CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-OPC.
      * O RECIBO DE RECARGA VIVE NO MESMO ARQPAG.DAT, SOB O NUMERO
      * RESERVADO 0000 (NUNCA E UMA BIKE), COM ORIGEM "W" E O
      * DOCUMENTO DA CARTEIRA EM PAG-REF-CPF
       INC-GRAVACAO.
                PERFORM ACHA-PROX-PAGSEQ THRU ACHA-PROX-PAGSEQ-FIM
                MOVE ZEROS          TO PAG-NUMERO
                MOVE W-PROX-PAGSEQ  TO PAG-SEQ
                MOVE W-VLR-RECARGA  TO PAG-VALOR
                MOVE W-HOJE-DMA-NUM TO PAG-DATA
                MOVE W-OPERADOR     TO PAG-OPERADOR
                MOVE "W"            TO PAG-ORIGEM
                MOVE W-PAG-FORMA    TO PAG-FORMA
                MOVE W-DOC          TO PAG-REF-CPF
                MOVE ZEROS          TO PAG-REF-NUMERO PAG-REF-SEQ
                PERFORM OBTER-PROX-RECIBO THRU OBTER-PROX-RECIBO-FIM
                MOVE W-PROX-RECIBO  TO PAG-RECIBO
                WRITE REGPAG.
                IF ST-ERRO-PAG = "00" OR "02"
                   MOVE "PAG" TO JR-ARQUIVO
                   MOVE "W"   TO JR-OPERACAO
                   MOVE REGPAG TO JR-IMAGEM
                   MOVE W-OPERADOR TO JR-OPERADOR-ID
                   PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM.
                IF ST-ERRO-PAG NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO PAGAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-DOC          TO CT-DOC
                MOVE W-VLR-RECARGA  TO CT-VALOR
                MOVE W-HOJE-DMA-NUM TO CT-DATA
                MOVE PAG-RECIBO     TO CT-RECIBO
                MOVE "W"            TO CT-ORIGEM
                MOVE W-OPERADOR     TO CT-OPERADOR
                PERFORM CREDITAR-CARTEIRA THRU CREDITAR-CARTEIRA-FIM
                IF CT-OK NOT = "S"
                   MOVE CT-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM IMPRIMIR-RECIBO THRU IMPRIMIR-RECIBO-FIM
                MOVE "RECARGA CREDITADA - RECIBO EMITIDO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      * BUSCA O NOME (OU A RAZAO SOCIAL, QUANDO O DOCUMENTO E CNPJ)
      * DO TITULAR, COMO O BUSCAR-NOME-DOC DO SGB-004
       BUSCAR-NOME-DOC.
                MOVE SPACES TO W-NOME
                IF W-DOC > 99999999999
                   GO TO BUSCAR-NOME-PJ.
                IF W-CLI-ABERTO NOT = "S"
                   GO TO BUSCAR-NOME-DOC-FIM.
                MOVE W-DOC TO CPF
                READ CLIENTES
                IF ST-ERRO-CLI = "00"
                   MOVE NOME TO W-NOME.
                MOVE "00" TO ST-ERRO-CLI
                GO TO BUSCAR-NOME-DOC-FIM.
       BUSCAR-NOME-PJ.
                IF W-PJ-ABERTO NOT = "S"
                   GO TO BUSCAR-NOME-DOC-FIM.
                MOVE W-DOC TO CNPJ
                READ CADCLIPJ
                IF ST-ERRO-PJ = "00"
                   MOVE RAZAO-SOCIAL TO W-NOME.
                MOVE "00" TO ST-ERRO-PJ.
       BUSCAR-NOME-DOC-FIM.
                EXIT.
      * LISTA OS DEZ ULTIMOS MOVIMENTOS DA CARTEIRA (O EXTRATO
      * COMPLETO SAI NO REL052)
       LISTAR-MOVIMENTOS.
                MOVE 9 TO W-LIN
                DISPLAY (08, 05)
                 "   SEQ  DATA        TIPO          VALOR"
                DISPLAY (08, 46) "     SALDO    RECIBO"
                MOVE ZEROS TO W-SEQ-INI
                MOVE W-DOC TO CART-DOC
                READ ARQCARTE
                IF ST-ERRO-CRT = "00" AND CART-ULT-SEQ > 10
                   COMPUTE W-SEQ-INI = CART-ULT-SEQ - 9.
                MOVE "00" TO ST-ERRO-CRT
                MOVE W-DOC     TO CARTM-DOC
                MOVE W-SEQ-INI TO CARTM-SEQ
                START ARQCARTM KEY IS NOT LESS CHAVE-CARTM
                    INVALID KEY MOVE "10" TO ST-ERRO-CRM.
                IF ST-ERRO-CRM = "10"
                   GO TO LISTAR-MOVIMENTOS-VOLTA.
       LISTAR-MOVIMENTOS-LER.
                READ ARQCARTM NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-CRM.
                IF ST-ERRO-CRM = "10"
                   GO TO LISTAR-MOVIMENTOS-VOLTA.
                IF CARTM-DOC NOT = W-DOC
                   GO TO LISTAR-MOVIMENTOS-VOLTA.
                IF W-LIN > 18
                   GO TO LISTAR-MOVIMENTOS-VOLTA.
                MOVE CARTM-SEQ    TO LM-SEQ
                MOVE CARTM-DATA   TO LM-DATA
                IF CARTM-RECARGA
                   MOVE "RECARGA" TO LM-TIPO
                ELSE
                   MOVE "DEBITO"  TO LM-TIPO.
                MOVE CARTM-VALOR  TO LM-VALOR
                MOVE CARTM-SALDO  TO LM-SALDO
                MOVE CARTM-RECIBO TO LM-RECIBO
                DISPLAY (W-LIN, 05) LIN-MOVIMENTO
                ADD 1 TO W-LIN
                GO TO LISTAR-MOVIMENTOS-LER.
       LISTAR-MOVIMENTOS-VOLTA.
                MOVE "00" TO ST-ERRO-CRM.
       LISTAR-MOVIMENTOS-FIM.
                EXIT.
      * PERCORRE OS RECIBOS JA GRAVADOS SOB O NUMERO RESERVADO 0000
      * PARA ACHAR A PROXIMA SEQUENCIA, MESMO ESQUEMA DO SGB-018
       ACHA-PROX-PAGSEQ.
                MOVE ZEROS TO W-PROX-PAGSEQ
                MOVE ZEROS TO CHAVE-PAG
                START ARQPAG KEY IS NOT LESS CHAVE-PAG
                    INVALID KEY MOVE "10" TO ST-ERRO-PAG.
                IF ST-ERRO-PAG = "10" GO TO ACHA-PROX-PAGSEQ-FIM.
       ACHA-PROX-PAGSEQ-LER.
                READ ARQPAG NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-PAG.
                IF ST-ERRO-PAG = "10" GO TO ACHA-PROX-PAGSEQ-FIM.
                IF PAG-NUMERO NOT = ZEROS GO TO ACHA-PROX-PAGSEQ-FIM.
                MOVE PAG-SEQ TO W-PROX-PAGSEQ
                GO TO ACHA-PROX-PAGSEQ-LER.
       ACHA-PROX-PAGSEQ-FIM.
                ADD 1 TO W-PROX-PAGSEQ
                MOVE "00" TO ST-ERRO-PAG.
                EXIT.
      * TIRA O PROXIMO NUMERO SEQUENCIAL DE RECIBO DO ARQUIVO DE
      * CONTROLE CTRLRECI.DAT, MESMO ESQUEMA DO SGB-004
       OBTER-PROX-RECIBO.
                MOVE ZEROS TO CTRL-ULT-RECIBO
                OPEN INPUT CTRLRECI
                IF ST-ERRO-REC = "00"
                   READ CTRLRECI
                       AT END MOVE ZEROS TO CTRL-ULT-RECIBO.
                IF ST-ERRO-REC NOT = "35" AND "30"
                   CLOSE CTRLRECI.
                COMPUTE W-PROX-RECIBO = CTRL-ULT-RECIBO + 1
                MOVE W-PROX-RECIBO TO CTRL-ULT-RECIBO
                OPEN OUTPUT CTRLRECI
                WRITE REG-CTRLRECI
                CLOSE CTRLRECI.
       OBTER-PROX-RECIBO-FIM.
                EXIT.
      * IMPRIME O RECIBO NUMERADO EM RECIBOS.TXT, USANDO O CABECALHO
      * COMPARTILHADO DO COPY RELPAG./RELPAGP. (UM RECIBO POR PAGINA)
       IMPRIMIR-RECIBO.
                OPEN EXTEND RELATORIO
                IF ST-ERRO-REL NOT = "00"
                   IF ST-ERRO-REL = "30" OR "35"
                      OPEN OUTPUT RELATORIO
                   ELSE
                      GO TO IMPRIMIR-RECIBO-FIM.
                MOVE "RECIBO DE RECARGA - CARTEIRA DE CREDITO"
                                                  TO W-TITULO-REL
                MOVE SPACES TO W-CAB-COL
                PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
                MOVE PAG-RECIBO        TO RL-RECIBO
                MOVE W-DOC             TO RL-CPF
                MOVE W-NOME            TO RL-NOME
                MOVE PAG-DATA          TO RL-DATA
                MOVE PAG-VALOR         TO RL-VALOR
                IF PAG-DINHEIRO
                   MOVE "DINHEIRO" TO RL-FORMA.
                IF PAG-CARTAO
                   MOVE "CARTAO"   TO RL-FORMA.
                IF PAG-PIX
                   MOVE "PIX"      TO RL-FORMA.
                MOVE CT-SALDO          TO RL-SALDO
                MOVE W-OPERADOR        TO RL-OPERADOR
                WRITE LINHA-REL FROM REC-LIN-NUM
                WRITE LINHA-REL FROM REC-LIN-DOC
                WRITE LINHA-REL FROM REC-LIN-VAL
                WRITE LINHA-REL FROM REC-LIN-SAL
                WRITE LINHA-REL FROM REC-LIN-OPER
                WRITE LINHA-REL FROM ESPACOS-REL
                CLOSE RELATORIO.
       IMPRIMIR-RECIBO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQPAG.
                PERFORM FECHAR-CARTEIRA THRU FECHAR-CARTEIRA-FIM
                IF W-CLI-ABERTO = "S"
                   CLOSE CLIENTES.
                IF W-PJ-ABERTO = "S"
                   CLOSE CADCLIPJ.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
       COPY RELPAGP.
      *
       COPY JORNALP.
       COPY FECHVALP.
       COPY CARTVALP.
