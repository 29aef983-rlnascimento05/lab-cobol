       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-039.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-039 - CONTAS A PAGAR
      * A NOTA DO FORNECEDOR QUE CHEGAVA COM AS PECAS IA PARA A
      * GAVETA E ERA PAGA QUANDO ALGUEM LEMBRAVA. AS CONTAS FICAM EM
      * ARQCPAG.DAT (COPY CPAGVAL.), UMA LINHA POR PARCELA: AS NOTAS
      * DE COMPRA NASCEM NO RECEBIMENTO DO PEDIDO (SGB-027/CDCOMPRA)
      * E AS CONTAS AVULSAS -- ALUGUEL, LUZ, AGUA, AS MESMAS DESPESAS
      * LANCADAS NO CDDESP -- SAO DIGITADAS AQUI, PODENDO APONTAR O
      * LANCAMENTO DE ARQDESP.DAT QUE AS ORIGINOU. O PAGAMENTO E O
      * CANCELAMENTO DE PARCELA SAO RESTRITOS A OPERADOR DE NIVEL 3
      * (ARQOPER.DAT / CADOPER); O LANCAMENTO, A NIVEL 2 OU 3. O
      * PAGAMENTO RESPEITA O FECHAMENTO DO MODULO CAIXA (SGB-034) E
      * A PARCELA PAGA VAI PARA A CONTABILIDADE PELO REL039. O REL055
      * LISTA O QUE VENCE NOS PROXIMOS 30 DIAS E O REL056 DA O
      * EXTRATO POR FORNECEDOR.
      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-10-15  VERSAO INICIAL.
      * 2026-10-15  LOGON AVULSO PASSA PELO CONTROLE DE SEGURANCA
      *             (SEGUR001): SENHA ERRADA CONTA TENTATIVA E BLOQUEIA
      *             O OPERADOR NO LIMITE, SENHA VENCIDA E RECUSADA E O
      *             LOGON/LOGOFF VAI PARA O LOG DE SESSOES.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT ARQFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORN-CNPJ
                    FILE STATUS  IS ST-ERRO-FOR.

           SELECT ARQDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-DESP
                    FILE STATUS  IS ST-ERRO-DSP.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-MODULO
                    FILE STATUS  IS ST-ERRO-FEC.

           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO-OPE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                   88 CPG-MANUAL            VALUE "M".
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
                   88 CPG-PAGA              VALUE "P".
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
                   88 FORN-ATIVO            VALUE "A".
                   88 FORN-INATIVO          VALUE "I".
                03 FORN-GARANTIA-DIAS   PIC 9(3).

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

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
                03 FECH-MODULO          PIC X(08).
                03 FECH-DATA-LIMITE     PIC 9(08).
                03 FECH-DATA-ALT        PIC 9(08).
                03 FECH-OPERADOR        PIC X(08).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO-FOR  PIC X(02) VALUE "00".
       77 ST-ERRO-DSP  PIC X(02) VALUE "00".
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       77 W-FORN-ABERTO PIC X(01) VALUE "N".
       77 W-DESP-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPER-FILIAL PIC 9(02) VALUE ZEROS.
       77 W-NUM        PIC 9(06) VALUE ZEROS.
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-VINCULADA  PIC X(01) VALUE "N".
       77 W-VALOR-PAGO PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.

       COPY CPAGVAL.
       COPY CALDIAS.
       COPY DATAVAL.
       COPY OPERVAL.
       COPY SEGOPER.
       COPY FECHVAL.
       COPY TFILIAL.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).
       01 W-HOJE-DMA.
          03 W-HOJE-DD      PIC 9(02).
          03 W-HOJE-MM      PIC 9(02).
          03 W-HOJE-AAAA    PIC 9(04).
       01 W-HOJE-DMA-NUM REDEFINES W-HOJE-DMA
                                        PIC 9(08).
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
       01 W-DATA-ED.
          03 W-ED-DD        PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 W-ED-MM        PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 W-ED-AAAA      PIC 9(04).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001); O NIVEL DECIDE O
      * QUE CADA OPCAO DEIXA FAZER
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
           MOVE W-ANO-HOJE TO W-HOJE-AAAA.
      *
       INC-OP0.
           OPEN I-O ARQCPAG
           IF ST-ERRO-CPG NOT = "00"
               IF ST-ERRO-CPG = "30" OR "35"
                      OPEN OUTPUT ARQCPAG
                      CLOSE ARQCPAG
                      MOVE "* ARQUIVO DE CONTAS A PAGAR SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DAS CONTAS A PAGAR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT ARQFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FORN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FOR.
           OPEN INPUT ARQDESP
           IF ST-ERRO-DSP = "00"
              MOVE "S" TO W-DESP-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-DSP.
           PERFORM ABRIR-FECHAMENTO THRU ABRIR-FECHAMENTO-FIM.
       ASK-OPERADOR.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID     TO W-OPERADOR
                 MOVE LK-OPER-NIVEL  TO OV-NIVEL
                 MOVE LK-OPER-FILIAL TO W-OPER-FILIAL
                 GO TO MENU-CPG.
           OPEN INPUT OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "CADASTRE OS OPERADORES NO CADOPER ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ASK-OPERADOR-CRED.
           DISPLAY (01, 01) ERASE
           DISPLAY (08, 20) "CONTAS A PAGAR - IDENTIFICACAO"
           DISPLAY (10, 20) "OPERADOR: "
           ACCEPT  (10, 31) W-OPERADOR
           IF W-OPERADOR = SPACES
              GO TO ASK-OPERADOR-CRED.
           DISPLAY (11, 20) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 31) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-039" TO W-SEG-PROGRAMA
           READ OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "N" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-ERRO-OPE
              GO TO ASK-OPERADOR-CRED.
           PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
           IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
              MOVE "F" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-OPERADOR-CRED.
           MOVE "E" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           IF W-SEG-RESP NOT = "OK"
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-OPERADOR-CRED.
           MOVE OPER-NIVEL  TO OV-NIVEL
           MOVE OPER-FILIAL TO W-OPER-FILIAL
           CLOSE OPERADORES.
       MENU-CPG.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CONTAS A PAGAR"
                DISPLAY (04, 05)
                 "1-LANCAR CONTA  2-PAGAR PARCELA  3-CANCELAR  0-SAIR"
                MOVE SPACES TO W-OPCAO
                ACCEPT  (04, 58) W-OPCAO
                IF W-OPCAO = "0"
                   GO TO ROT-FIM.
                IF W-OPCAO = "1"
                   GO TO LANCAR-CONTA.
                IF W-OPCAO = "2"
                   GO TO PAGAR-PARCELA.
                IF W-OPCAO = "3"
                   GO TO CANCELAR-PARCELA.
                GO TO MENU-CPG.
      *-------------------------------------------------------------
      * LANCAR-CONTA: CONTA AVULSA (ORIGEM "M"), COM OU SEM
      * FORNECEDOR CADASTRADO, OPCIONALMENTE APONTANDO A DESPESA DO
      * CDDESP QUE ELA PAGA (VALOR, FILIAL E DATA VEM DE LA). UMA
      * DESPESA SO PODE TER UMA CONTA NAO CANCELADA.
      *-------------------------------------------------------------
       LANCAR-CONTA.
                IF NOT OV-NIVEL-MANUTENCAO
                   MOVE OV-MSG-NIVEL TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-CPG.
                MOVE ZEROS  TO PP-FORNECEDOR PP-PEDIDO PP-FILIAL
                MOVE ZEROS  TO PP-EMISSAO PP-VALOR PP-DESP-CHAVE
                MOVE SPACES TO PP-CREDOR PP-NOTA
                MOVE 1 TO PP-QTD-PARC
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "LANCAMENTO DE CONTA A PAGAR"
                DISPLAY (04, 05) "DESPESA DO CDDESP? (S/N).....:"
                DISPLAY (05, 05) "DESPESA - FILIAL.............:"
                DISPLAY (06, 05) "DESPESA - DATA (DDMMAAAA)....:"
                DISPLAY (07, 05) "DESPESA - SEQUENCIA..........:"
                DISPLAY (08, 05) "CNPJ FORNECEDOR (0=NENHUM)...:"
                DISPLAY (09, 05) "CREDOR.......................:"
                DISPLAY (10, 05) "DOCUMENTO....................:"
                DISPLAY (11, 05) "FILIAL (0=GERAL, 1-5)........:"
                DISPLAY (12, 05) "EMISSAO (DDMMAAAA)...........:"
                DISPLAY (13, 05) "VALOR........................:"
                DISPLAY (14, 05) "PARCELAS (1 A 12)............:"
                DISPLAY (15, 05) "1O VENCIMENTO (DDMMAAAA).....:".
       LANC-001.
                MOVE "N" TO W-OPCAO
                ACCEPT  (04, 36) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO MENU-CPG.
                IF W-OPCAO = "N" OR "n"
                   GO TO LANC-CNPJ.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-001.
                IF W-DESP-ABERTO NOT = "S"
                   MOVE "*** NAO HA DESPESAS LANCADAS NO CDDESP ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-001.
       LANC-DSP-FIL.
                ACCEPT  (05, 36) DESP-FILIAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-001.
                IF DESP-FILIAL < 1 OR DESP-FILIAL > 5
                   MOVE "*** FILIAL DEVE SER 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-DSP-FIL.
                IF W-OPER-FILIAL NOT = ZEROS
                   AND DESP-FILIAL NOT = W-OPER-FILIAL
                   MOVE "*** LANCAMENTO SO NA PROPRIA FILIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-DSP-FIL.
       LANC-DSP-DATA.
                ACCEPT  (06, 36) W-DATA-DMA-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-DSP-FIL.
                MOVE W-DATA-DMA-NUM TO DESP-DATA.
       LANC-DSP-SEQ.
                ACCEPT  (07, 36) DESP-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-DSP-DATA.
                READ ARQDESP
                IF ST-ERRO-DSP NOT = "00"
                   MOVE "00" TO ST-ERRO-DSP
                   MOVE "*** DESPESA NAO ENCONTRADA NO CDDESP ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-DSP-DATA.
                PERFORM VERIF-VINCULO THRU VERIF-VINCULO-FIM
                IF W-VINCULADA = "S"
                   MOVE "*** DESPESA JA TEM CONTA A PAGAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-DSP-DATA.
                MOVE CHAVE-DESP  TO PP-DESP-CHAVE
                MOVE DESP-TIPO   TO PP-CREDOR
                MOVE DESP-FILIAL TO PP-FILIAL
                MOVE DESP-DATA   TO PP-EMISSAO
                MOVE DESP-VALOR  TO PP-VALOR
                DISPLAY (09, 36) PP-CREDOR.
       LANC-CNPJ.
                ACCEPT  (08, 36) PP-FORNECEDOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-001.
                IF PP-FORNECEDOR = ZEROS OR W-FORN-ABERTO NOT = "S"
                   GO TO LANC-CREDOR.
                MOVE PP-FORNECEDOR TO FORN-CNPJ
                READ ARQFORN
                IF ST-ERRO-FOR NOT = "00"
                   MOVE "00" TO ST-ERRO-FOR
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-CNPJ.
                MOVE FORN-RAZAO (1:30) TO PP-CREDOR
                DISPLAY (09, 36) PP-CREDOR.
       LANC-CREDOR.
                ACCEPT  (09, 36) PP-CREDOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-CNPJ.
                IF PP-CREDOR = SPACES
                   MOVE "*** CREDOR DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-CREDOR.
       LANC-DOC.
                ACCEPT  (10, 36) PP-NOTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-CREDOR.
                IF PP-NOTA = SPACES
                   MOVE "*** DOCUMENTO DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-DOC.
                IF PP-FILIAL = ZEROS
                   AND W-OPER-FILIAL NOT = ZEROS
                   MOVE W-OPER-FILIAL TO PP-FILIAL.
       LANC-FILIAL.
                ACCEPT  (11, 36) PP-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-DOC.
                IF PP-FILIAL > 5
                   MOVE "*** FILIAL DEVE SER 0 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-FILIAL.
                IF W-OPER-FILIAL NOT = ZEROS
                   AND PP-FILIAL NOT = W-OPER-FILIAL
                   MOVE "*** LANCAMENTO SO NA PROPRIA FILIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-FILIAL.
                IF PP-FILIAL > ZEROS
                   DISPLAY (11, 40) TBFILIAL (PP-FILIAL).
                IF PP-EMISSAO = ZEROS
                   MOVE W-HOJE-DMA-NUM TO W-DATA-DMA-NUM
                ELSE
                   MOVE PP-EMISSAO TO W-DATA-DMA-NUM.
       LANC-EMIS.
                ACCEPT  (12, 36) W-DATA-DMA-NUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-FILIAL.
                MOVE W-DMA-DD   TO DV-DIA
                MOVE W-DMA-MM   TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK OR DV-DIA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-EMIS.
                MOVE W-DATA-DMA-NUM TO PP-EMISSAO.
       LANC-VALOR.
                ACCEPT  (13, 36) PP-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-EMIS.
                IF PP-VALOR = ZEROS
                   MOVE "*** VALOR DEVE SER DIF DE ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-VALOR.
                MOVE PP-VALOR TO W-VALOR-ED
                DISPLAY (13, 36) W-VALOR-ED.
       LANC-PARC.
                ACCEPT  (14, 36) PP-QTD-PARC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-VALOR.
                IF PP-QTD-PARC < 1 OR PP-QTD-PARC > 12
                   MOVE "*** PARCELAS DE 1 A 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-PARC.
                MOVE W-DMA-AAAA TO CD-CUR-AAAA
                MOVE W-DMA-MM   TO CD-CUR-MM
                MOVE W-DMA-DD   TO CD-CUR-DD
                MOVE PP-INTERVALO TO PP-DIAS-SOMAR
                PERFORM AVANCAR-DIAS THRU AVANCAR-DIAS-FIM
                MOVE CD-CUR-DD   TO PP-V1-DD
                MOVE CD-CUR-MM   TO PP-V1-MM
                MOVE CD-CUR-AAAA TO PP-V1-AAAA.
       LANC-VENC.
                ACCEPT  (15, 36) PP-VENCTO1-NUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-PARC.
                MOVE PP-V1-DD   TO DV-DIA
                MOVE PP-V1-MM   TO DV-MES
                MOVE PP-V1-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK OR DV-DIA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-VENC.
       LANC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK? (S / N):"
                ACCEPT  (23, 59) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-VENC.
                IF W-OPCAO = "N" OR "n"
                   MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-CPG.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-OPC.
                MOVE "M"        TO PP-ORIGEM
                MOVE W-OPERADOR TO PP-OPERADOR
                PERFORM GERAR-PARCELAS THRU GERAR-PARCELAS-FIM
                DISPLAY (17, 05) "CONTA NR:"
                DISPLAY (17, 15) PP-NUMERO
                IF PP-GRAVADAS = PP-QTD-PARC
                   MOVE "CONTA A PAGAR LANCADA" TO MENS
                ELSE
                   MOVE "ERRO NA GRAVACAO DAS PARCELAS" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-CPG.
      *-------------------------------------------------------------
      * PAGAR-PARCELA: SO NIVEL 3. DATA DO PAGAMENTO NAO PODE SER
      * FUTURA NEM CAIR EM PERIODO DO CAIXA JA FECHADO (SGB-034)
      *-------------------------------------------------------------
       PAGAR-PARCELA.
                IF NOT OV-NIVEL-EXCLUSAO
                   MOVE OV-MSG-NIVEL TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-CPG.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "PAGAMENTO DE PARCELA".
       PAG-001.
                PERFORM LER-PARCELA THRU LER-PARCELA-FIM
                IF W-ACHOU = "V"
                   GO TO MENU-CPG.
                IF W-ACHOU NOT = "S"
                   GO TO PAG-001.
                IF NOT CPG-ABERTA
                   MOVE "*** PARCELA JA PAGA OU CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-001.
                DISPLAY (13, 05) "DATA PAGTO (DDMMAAAA)........:"
                DISPLAY (14, 05) "VALOR PAGO...................:"
                MOVE W-HOJE-DMA-NUM TO W-DATA-DMA-NUM.
       PAG-DATA.
                ACCEPT  (13, 36) W-DATA-DMA-NUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAG-001.
                MOVE W-DMA-DD   TO DV-DIA
                MOVE W-DMA-MM   TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK OR DV-DIA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-DATA.
                MOVE W-DMA-AAAA TO W-AMD-AAAA
                MOVE W-DMA-MM   TO W-AMD-MM
                MOVE W-DMA-DD   TO W-AMD-DD
                IF W-DATA-AMD-NUM > W-HOJE-NUM
                   MOVE "*** DATA DE PAGAMENTO FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-DATA.
                MOVE "CAIXA" TO FV-MODULO
                MOVE W-DATA-AMD-NUM TO FV-DATA
                PERFORM VERIF-FECHAMENTO THRU VERIF-FECHAMENTO-FIM
                IF FV-BLOQUEADO = "S"
                   MOVE "*** PERIODO DO CAIXA JA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-DATA.
                MOVE CPG-VALOR TO W-VALOR-PAGO.
       PAG-VALOR.
                ACCEPT  (14, 36) W-VALOR-PAGO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAG-DATA.
                IF W-VALOR-PAGO = ZEROS
                   MOVE "*** VALOR DEVE SER DIF DE ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-VALOR.
                MOVE W-VALOR-PAGO TO W-VALOR-ED
                DISPLAY (14, 36) W-VALOR-ED.
       PAG-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK? (S / N):"
                ACCEPT  (23, 59) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAG-VALOR.
                IF W-OPCAO = "N" OR "n"
                   MOVE "PAGAMENTO CANCELADO PELO USUARIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-CPG.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-OPC.
                MOVE "P"            TO CPG-SITUACAO
                MOVE W-DATA-DMA-NUM TO CPG-DATA-PAGTO
                MOVE W-VALOR-PAGO   TO CPG-VALOR-PAGO
                MOVE W-OPERADOR     TO CPG-OPER-PAGTO
                REWRITE REGCPAG
                IF ST-ERRO-CPG = "00" OR "02"
                   MOVE "PAGAMENTO REGISTRADO" TO MENS
                ELSE
                   MOVE "ERRO NA GRAVACAO DO PAGAMENTO" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-CPG.
      *-------------------------------------------------------------
      * CANCELAR-PARCELA: SO NIVEL 3; A PARCELA ABERTA FICA "X" E
      * SAI DO VENCIMENTO (REL055), MAS CONTINUA NO EXTRATO (REL056)
      *-------------------------------------------------------------
       CANCELAR-PARCELA.
                IF NOT OV-NIVEL-EXCLUSAO
                   MOVE OV-MSG-NIVEL TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-CPG.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CANCELAMENTO DE PARCELA".
       CANC-001.
                PERFORM LER-PARCELA THRU LER-PARCELA-FIM
                IF W-ACHOU = "V"
                   GO TO MENU-CPG.
                IF W-ACHOU NOT = "S"
                   GO TO CANC-001.
                IF NOT CPG-ABERTA
                   MOVE "*** PARCELA JA PAGA OU CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANC-001.
       CANC-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "CANCELA A PARCELA? (S/N):"
                ACCEPT  (23, 66) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CANC-001.
                IF W-OPCAO = "N" OR "n"
                   GO TO MENU-CPG.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANC-OPC.
                MOVE "X"        TO CPG-SITUACAO
                MOVE W-OPERADOR TO CPG-OPER-PAGTO
                REWRITE REGCPAG
                IF ST-ERRO-CPG = "00" OR "02"
                   MOVE "PARCELA CANCELADA" TO MENS
                ELSE
                   MOVE "ERRO NA GRAVACAO DO CANCELAMENTO" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-CPG.
      *-------------------------------------------------------------
      * PEDE CONTA E PARCELA, LE E MOSTRA A PARCELA. W-ACHOU VOLTA
      * "S" (LIDA), "N" (NAO ENCONTRADA) OU "V" (ESC NA CONTA)
      *-------------------------------------------------------------
       LER-PARCELA.
                MOVE "N" TO W-ACHOU
                MOVE ZEROS TO W-NUM W-PARC
                DISPLAY (04, 05) "CONTA........................:"
                DISPLAY (05, 05) "PARCELA......................:"
                ACCEPT  (04, 36) W-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE "V" TO W-ACHOU
                   GO TO LER-PARCELA-FIM.
                MOVE 1 TO W-PARC
                ACCEPT  (05, 36) W-PARC WITH UPDATE
                MOVE W-NUM  TO CPG-NUMERO
                MOVE W-PARC TO CPG-PARCELA
                READ ARQCPAG
                IF ST-ERRO-CPG NOT = "00"
                   MOVE "00" TO ST-ERRO-CPG
                   MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-PARCELA-FIM.
                MOVE "S" TO W-ACHOU
                DISPLAY (07, 05) "CREDOR.......................:"
                DISPLAY (07, 36) CPG-CREDOR
                DISPLAY (08, 05) "DOCUMENTO....................:"
                DISPLAY (08, 36) CPG-NOTA
                MOVE CPG-VENCTO (1:2) TO W-ED-DD
                MOVE CPG-VENCTO (3:2) TO W-ED-MM
                MOVE CPG-VENCTO (5:4) TO W-ED-AAAA
                DISPLAY (09, 05) "VENCIMENTO...................:"
                DISPLAY (09, 36) W-DATA-ED
                MOVE CPG-VALOR TO W-VALOR-ED
                DISPLAY (10, 05) "VALOR........................:"
                DISPLAY (10, 36) W-VALOR-ED
                DISPLAY (11, 05) "SITUACAO (A/P/X).............:"
                DISPLAY (11, 36) CPG-SITUACAO.
       LER-PARCELA-FIM.
                EXIT.

      * A DESPESA JA ESTA PRESA A ALGUMA CONTA NAO CANCELADA?
       VERIF-VINCULO.
                MOVE "N" TO W-VINCULADA
                MOVE ZEROS TO CHAVE-CPG
                START ARQCPAG KEY IS NOT LESS CHAVE-CPG
                    INVALID KEY GO TO VERIF-VINCULO-SAI.
       VERIF-VINCULO-LER.
                READ ARQCPAG NEXT RECORD
                    AT END GO TO VERIF-VINCULO-SAI.
                IF CPG-DESP-CHAVE NOT = CHAVE-DESP
                   OR CPG-CANCELADA
                   GO TO VERIF-VINCULO-LER.
                MOVE "S" TO W-VINCULADA.
       VERIF-VINCULO-SAI.
                MOVE "00" TO ST-ERRO-CPG.
       VERIF-VINCULO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE ARQCPAG.
                IF W-FORN-ABERTO = "S"
                   CLOSE ARQFORN.
                IF W-DESP-ABERTO = "S"
                   CLOSE ARQDESP.
                IF FV-ABERTO = "S"
                   CLOSE ARQFECH.
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
       COPY CPAGVALP.
       COPY CALDIASP.
       COPY DATAVALP.
       COPY OPERVALP.
       COPY SEGOPERP.
       COPY FECHVALP.
