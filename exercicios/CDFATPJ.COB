      * 2026-09-02  FECHAMENTO CONTABIL (ARQFECH.DAT, SGB-034): COM O
      * MODULO CAIXA FECHADO ATE HOJE, O PROGRAMA RECUSA QUALQUER
      * MOVIMENTO, COMO O SGB-018.
      * 2026-10-15  FORMA DE PAGAMENTO 4 (CREDITO PRE-PAGO, SGB-036)
      * DEBITA A CARTEIRA DO CNPJ (COPY CARTVAL.) E E RECUSADA COM
      * SALDO INSUFICIENTE.
      * 2026-10-15  FATURA COM BOLETO REGISTRADO (BOLETO001) MOSTRA O
      * NOSSO NUMERO NA QUITACAO.
      * 2026-10-15  ENCARGOS DE ATRASO (COPY ENCAVAL.), COMO NO
      * SGB-018: A FATURA VENCE FATPRAZO DIAS (CDPARAM, PADRAO 10)
      * DEPOIS DA EMISSAO; PAGA DEPOIS DISSO, PAGA MULTA E JUROS PRO
      * RATA SOBRE O VALOR PAGO, EM LINHAS PROPRIAS DO RECIBO EM
      * ARQPAG.DAT (ORIGEM "U" MULTA, "J" JUROS). DISPENSA SO COM
      * SUPERVISOR NIVEL 3 E MOTIVO, NA TRILHA AUDENCAR.DAT.
      * 2026-10-15  A SENHA DO SUPERVISOR NA DISPENSA DE ENCARGOS PASSA
      * PELO CONTROLE DE SEGURANCA (SEGUR001): SENHA ERRADA CONTA
      * TENTATIVA E BLOQUEIA NO LIMITE E A APROVACAO VAI PARA O LOG DE
      * SESSOES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS FECH-MODULO
                    FILE STATUS  IS ST-ERRO-FEC.

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

           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO-OPE.

           SELECT AUDENCAR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AEN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                   88 FAT-ABERTA            VALUE "A".
                   88 FAT-QUITADA           VALUE "Q".
                03 FAT-VALOR-PAGO       PIC 9(8)V99.
                03 FAT-NOSSO-NUM        PIC 9(10).

       FD ARQPAG
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
                   88 PAG-ORIG-MULTA        VALUE "U".
                   88 PAG-ORIG-JUROS        VALUE "J".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).
                03 FECH-DATA-ALT        PIC 9(08).
                03 FECH-OPERADOR        PIC X(08).

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

       FD OPERADORES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPER.
                03 OPER-ID              PIC X(8).
                03 OPER-NOME            PIC X(30).
                03 OPER-HASH            PIC 9(9).
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD AUDENCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDENCAR.DAT".
       01 REGAUDENC.
                03 AEN-DATA             PIC 9(08).
                03 AEN-HORA             PIC 9(06).
                03 AEN-ORIGEM           PIC X(01).
                03 AEN-DOC              PIC 9(14).
                03 AEN-REF              PIC 9(06).
                03 AEN-RECIBO           PIC 9(08).
                03 AEN-DIAS             PIC 9(05).
                03 AEN-MULTA            PIC 9(6)V99.
                03 AEN-JUROS            PIC 9(6)V99.
                03 AEN-MOTIVO           PIC X(40).
                03 AEN-SUPERVISOR       PIC X(08).
                03 AEN-OPERADOR         PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       COPY FECHVAL.
       COPY CARTVAL.
       COPY PARAMVAL.
       COPY OPERVAL.
       COPY SEGOPER.
       COPY ENCAVAL.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-PAG-FORMA   PIC 9(01) VALUE ZEROS.
       77 W-PROX-RECIBO PIC 9(08) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZZZZZ9,99.
       77 PRAZO-FATURA PIC 9(03) VALUE 10.
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       77 W-SUP-ID     PIC X(08) VALUE SPACES.
       77 W-LIMPA-LIN  PIC X(75) VALUE SPACES.
       77 W-PAG-SALVO  PIC X(64) VALUE SPACES.
       77 W-ENC-ORIGEM PIC X(01) VALUE SPACE.
       77 W-ENC-VALOR  PIC 9(06)V99 VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LF-SIT       PIC X(08).

       01 LIN-ENCARGOS.
           03 FILLER       PIC X(08) VALUE "ATRASO: ".
           03 LE-DIAS      PIC ZZZZ9.
           03 FILLER       PIC X(15) VALUE " DIAS - MULTA: ".
           03 LE-MULTA     PIC ZZZZZ9,99.
           03 FILLER       PIC X(09) VALUE "  JUROS: ".
           03 LE-JUROS     PIC ZZZZZ9,99.
           03 FILLER       PIC X(09) VALUE "  TOTAL: ".
           03 LE-TOTAL     PIC ZZZZZ9,99.

       01 REC-LIN-NUM.
           03 FILLER       PIC X(12) VALUE "RECIBO NR: ".
           03 RL-RECIBO    PIC ZZZZZZZ9.
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM ABRIR-FECHAMENTO THRU ABRIR-FECHAMENTO-FIM
           MOVE "CAIXA" TO FV-MODULO
           MOVE W-HOJE-AMD-N TO FV-DATA
           ELSE
              MOVE "N" TO W-PJ-ABERTO
              MOVE "00" TO ST-ERRO-PJ.
           PERFORM ABRIR-CARTEIRA THRU ABRIR-CARTEIRA-FIM.
       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
                COMPUTE W-SALDO = FAT-VALOR - FAT-VALOR-PAGO
                MOVE W-SALDO TO W-VALOR-ED
                DISPLAY (20, 05) "SALDO DEVEDOR......:"
                DISPLAY (20, 26) W-VALOR-ED
                IF FAT-NOSSO-NUM NOT = ZEROS
                   DISPLAY (20, 40) "BOLETO NO BANCO:"
                   DISPLAY (20, 57) FAT-NOSSO-NUM.
       INC-004.
                MOVE ZEROS TO W-VLR-PAGO
                DISPLAY (21, 05) "VALOR A PAGAR......:"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      * ENCARGOS DE ATRASO SOBRE O VALOR PAGO: A FATURA VENCE
      * PRAZO-FATURA DIAS DEPOIS DA EMISSAO
                MOVE FAT-DATA-EMISSAO TO EN-DATA-DOC
                MOVE PRAZO-FATURA     TO EN-PRAZO
                MOVE W-HOJE-DMA-NUM   TO EN-DATA-PAG
                MOVE W-VLR-PAGO       TO EN-BASE
                PERFORM CALC-ENCARGOS THRU CALC-ENCARGOS-FIM.
       INC-ENCARGOS.
                DISPLAY (24, 05) W-LIMPA-LIN
                DISPLAY (25, 05) W-LIMPA-LIN
                IF EN-TOTAL = ZEROS
                   GO TO REG-PAG-FORMA.
                MOVE EN-DIAS        TO LE-DIAS
                MOVE EN-MULTA       TO LE-MULTA
                MOVE EN-JUROS       TO LE-JUROS
                MOVE EN-VALOR-TOTAL TO LE-TOTAL
                DISPLAY (24, 05) LIN-ENCARGOS.
      * DISPENSA DOS ENCARGOS, MESMO ESQUEMA DO SGB-018: NIVEL 3 DO
      * MENU OU SUPERVISOR DO ARQOPER.DAT, COM MOTIVO OBRIGATORIO
       INC-DISPENSA.
                MOVE "N" TO W-OPCAO
                DISPLAY (25, 05) "DISPENSAR ENCARGOS? (S/N):"
                ACCEPT  (25, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (25, 05) W-LIMPA-LIN
                   GO TO REG-PAG-FORMA.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-DISPENSA.
                DISPLAY (25, 05) W-LIMPA-LIN
                MOVE W-OPERADOR TO W-SUP-ID
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S" AND LK-OPER-NIVEL = 3
                      GO TO INC-DISPENSA-MOTIVO.
                OPEN INPUT OPERADORES
                IF ST-ERRO-OPE NOT = "00"
                   MOVE "00" TO ST-ERRO-OPE
                   MOVE "SEM CADASTRO DE OPERADORES - SEM DISPENSA"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-PAG-FORMA.
       INC-DISPENSA-SUPERV.
                MOVE SPACES TO W-SUP-ID
                DISPLAY (25, 05) W-LIMPA-LIN
                DISPLAY (25, 05) "SUPERVISOR:"
                ACCEPT  (25, 17) W-SUP-ID
                IF W-SUP-ID = SPACES
                   CLOSE OPERADORES
                   GO TO INC-ENCARGOS.
                DISPLAY (25, 30) "SENHA:"
                MOVE SPACES TO OV-SENHA
                ACCEPT  (25, 37) OV-SENHA
                MOVE W-SUP-ID TO OPER-ID W-SEG-OPERADOR
                MOVE "SGB-020" TO W-SEG-PROGRAMA
                READ OPERADORES
                IF ST-ERRO-OPE NOT = "00"
                   MOVE "00" TO ST-ERRO-OPE
                   MOVE "N" TO W-SEG-FUNCAO
                   PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DISPENSA-SUPERV.
                PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
                IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
                   MOVE "F" TO W-SEG-FUNCAO
                   PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DISPENSA-SUPERV.
                IF OPER-NIVEL NOT = 3
                   MOVE "*** SOMENTE SUPERVISOR (NIVEL 3) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DISPENSA-SUPERV.
                MOVE "A" TO W-SEG-FUNCAO
                PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                IF W-SEG-RESP NOT = "OK"
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DISPENSA-SUPERV.
                CLOSE OPERADORES.
       INC-DISPENSA-MOTIVO.
                MOVE SPACES TO EN-MOTIVO
                DISPLAY (25, 05) W-LIMPA-LIN
                DISPLAY (25, 05) "MOTIVO DA DISPENSA:"
                ACCEPT  (25, 25) EN-MOTIVO
                IF EN-MOTIVO = SPACES
                   MOVE "*** MOTIVO DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DISPENSA-MOTIVO.
                MOVE W-SUP-ID TO EN-SUPERVISOR
                PERFORM APLICAR-DISPENSA THRU APLICAR-DISPENSA-FIM
                MOVE EN-VALOR-TOTAL TO LE-TOTAL
                DISPLAY (24, 05) LIN-ENCARGOS
                DISPLAY (25, 05) W-LIMPA-LIN
                DISPLAY (25, 05) "ENCARGOS DISPENSADOS POR"
                DISPLAY (25, 30) EN-SUPERVISOR.
       REG-PAG-FORMA.
                MOVE ZEROS TO W-PAG-FORMA
                DISPLAY (22, 05)
                 "FORMA PAGTO (1-DINHEIRO 2-CARTAO 3-PIX 4-CREDITO):"
                ACCEPT  (22, 56) W-PAG-FORMA
                IF W-PAG-FORMA < 1 OR W-PAG-FORMA > 4
                   GO TO REG-PAG-FORMA.
      * CREDITO PRE-PAGO: O SALDO DA CARTEIRA DO DOCUMENTO TEM DE
      * COBRIR O VALOR PAGO, SENAO OUTRA FORMA
                IF W-PAG-FORMA = 4
                   MOVE W-CNPJ TO CT-DOC
                   PERFORM CONSULTAR-CARTEIRA
                                       THRU CONSULTAR-CARTEIRA-FIM
                   IF CT-SALDO < EN-VALOR-TOTAL
                      MOVE "*** SALDO INSUFICIENTE NA CARTEIRA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO REG-PAG-FORMA.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "QUITAR? (S / N):".
                   MOVE "ERRO NA GRAVACAO DO PAGAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF PAG-CREDITO
                   MOVE PAG-REF-CPF  TO CT-DOC
                   MOVE PAG-VALOR    TO CT-VALOR
                   MOVE PAG-DATA     TO CT-DATA
                   MOVE PAG-RECIBO   TO CT-RECIBO
                   MOVE PAG-ORIGEM   TO CT-ORIGEM
                   MOVE W-OPERADOR   TO CT-OPERADOR
                   PERFORM DEBITAR-CARTEIRA THRU DEBITAR-CARTEIRA-FIM.
      * OS ENCARGOS ENTRAM COMO LINHAS PROPRIAS DO MESMO RECIBO; O
      * VALOR DA FATURA SO ABATE O PRINCIPAL PAGO
                MOVE REGPAG TO W-PAG-SALVO
                IF EN-DISPENSA NOT = "S"
                   IF EN-MULTA > ZEROS
                      MOVE "U"      TO W-ENC-ORIGEM
                      MOVE EN-MULTA TO W-ENC-VALOR
                      PERFORM GRAVAR-ENCARGO THRU GRAVAR-ENCARGO-FIM.
                IF EN-DISPENSA NOT = "S"
                   IF EN-JUROS > ZEROS
                      MOVE "J"      TO W-ENC-ORIGEM
                      MOVE EN-JUROS TO W-ENC-VALOR
                      PERFORM GRAVAR-ENCARGO THRU GRAVAR-ENCARGO-FIM.
                MOVE W-PAG-SALVO TO REGPAG
                IF EN-DISPENSA = "S"
                   MOVE "F"        TO EN-ORIGEM
                   MOVE FAT-CNPJ   TO EN-DOC
                   MOVE FAT-NUMERO TO EN-REF
                   MOVE PAG-RECIBO TO EN-RECIBO
                   MOVE W-OPERADOR TO EN-OPERADOR
                   PERFORM GRAVAR-DISPENSA THRU GRAVAR-DISPENSA-FIM.
                ADD W-VLR-PAGO TO FAT-VALOR-PAGO
                IF FAT-VALOR-PAGO NOT < FAT-VALOR
                   MOVE "Q" TO FAT-SITUACAO.
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO INC-001.
      * GRAVA UMA LINHA DE ENCARGO (ORIGEM EM W-ENC-ORIGEM, VALOR EM
      * W-ENC-VALOR) COM O RECIBO, A FORMA E A REFERENCIA DO
      * PAGAMENTO PRINCIPAL GUARDADO EM W-PAG-SALVO
       GRAVAR-ENCARGO.
                PERFORM ACHA-PROX-PAGSEQ THRU ACHA-PROX-PAGSEQ-FIM
                MOVE W-PAG-SALVO    TO REGPAG
                MOVE W-PROX-PAGSEQ  TO PAG-SEQ
                MOVE W-ENC-VALOR    TO PAG-VALOR
                MOVE W-ENC-ORIGEM   TO PAG-ORIGEM
                WRITE REGPAG.
                IF ST-ERRO-PAG NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DOS ENCARGOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVAR-ENCARGO-FIM.
                MOVE "PAG" TO JR-ARQUIVO
                MOVE "W"   TO JR-OPERACAO
                MOVE REGPAG TO JR-IMAGEM
                MOVE W-OPERADOR TO JR-OPERADOR-ID
                PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM
                IF PAG-CREDITO
                   MOVE PAG-REF-CPF  TO CT-DOC
                   MOVE PAG-VALOR    TO CT-VALOR
                   MOVE PAG-DATA     TO CT-DATA
                   MOVE PAG-RECIBO   TO CT-RECIBO
                   MOVE PAG-ORIGEM   TO CT-ORIGEM
                   MOVE W-OPERADOR   TO CT-OPERADOR
                   PERFORM DEBITAR-CARTEIRA THRU DEBITAR-CARTEIRA-FIM.
       GRAVAR-ENCARGO-FIM.
                EXIT.
      * PRAZO DE VENCIMENTO DA FATURA (PARAMETRO FATPRAZO DO CDPARAM,
      * PADRAO 10 DIAS) E PERCENTUAIS DOS ENCARGOS DE ATRASO
       LER-PARAMETROS.
                PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
                MOVE "FATPRAZO" TO PV-CODIGO
                PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
                IF PV-ACHADO = "S"
                   MOVE PV-VALOR TO PRAZO-FATURA.
                IF PV-ABERTO = "S"
                   CLOSE ARQPARAM.
                PERFORM LER-PARAM-ENCARGOS THRU LER-PARAM-ENCARGOS-FIM.
       LER-PARAMETROS-FIM.
                EXIT.
      * LISTA AS FATURAS DO CNPJ (ABERTAS E QUITADAS)
       LISTAR-FATURAS.
                MOVE 8 TO W-LIN
                   MOVE "CARTAO"   TO RL-FORMA.
                IF PAG-PIX
                   MOVE "PIX"      TO RL-FORMA.
                IF PAG-CREDITO
                   MOVE "CREDITO"  TO RL-FORMA.
                COMPUTE W-SALDO = FAT-VALOR - FAT-VALOR-PAGO
                MOVE W-SALDO           TO RL-SALDO
                IF FAT-QUITADA
                WRITE LINHA-REL FROM REC-LIN-NUM
                WRITE LINHA-REL FROM REC-LIN-FAT
                WRITE LINHA-REL FROM REC-LIN-VAL
                IF EN-TOTAL > ZEROS
                   PERFORM MONTAR-LIN-ENCARGOS
                                       THRU MONTAR-LIN-ENCARGOS-FIM
                   IF EN-DISPENSA = "S"
                      WRITE LINHA-REL FROM EN-LIN-DISPENSA
                   ELSE
                      WRITE LINHA-REL FROM EN-LIN-RECIBO.
                WRITE LINHA-REL FROM REC-LIN-SAL
                WRITE LINHA-REL FROM REC-LIN-OPER
                WRITE LINHA-REL FROM ESPACOS-REL
      *
       ROT-FIM.
                CLOSE ARQFATPJ ARQPAG.
                PERFORM FECHAR-CARTEIRA THRU FECHAR-CARTEIRA-FIM
                IF W-PJ-ABERTO = "S"
                   CLOSE CADCLIPJ.
                EXIT PROGRAM.
      *
       COPY JORNALP.
       COPY FECHVALP.
       COPY CARTVALP.
       COPY PARAMVALP.
       COPY OPERVALP.
       COPY SEGOPERP.
       COPY ENCAVALP.
