       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-041.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-041 - FUNDO DE TROCO, SANGRIA E DEPOSITO BANCARIO
      * O SGB-017 (CDCAIXA) DIZ QUANTO DINHEIRO DEVIA HAVER NA
      * GAVETA NO FIM DO TURNO, MAS O FUNDO DE TROCO POSTO DE MANHA
      * E AS SANGRIAS QUE O GERENTE LEVA PARA O COFRE DURANTE O DIA
      * NAO FICAVAM REGISTRADOS -- TODO FECHAMENTO MOSTRAVA UMA
      * "DIFERENCA" QUE ERA SO SANGRIA. ESTE PROGRAMA LANCA EM
      * ARQMOVCX.DAT (CHAVE FILIAL + DATA + SEQUENCIA), POR FILIAL:
      *     F = FUNDO DE TROCO POSTO NA GAVETA DE UM OPERADOR
      *     S = SANGRIA DA GAVETA DE UM OPERADOR PARA O COFRE
      *     D = DEPOSITO BANCARIO DO DINHEIRO DO COFRE (BANCO E
      *         NUMERO DO COMPROVANTE; A DATA E A DO DEPOSITO)
      * O CDCAIXA SOMA FUNDO E SANGRIAS DA GAVETA NO VALOR ESPERADO
      * E O REL059 CONCILIA, POR FILIAL, SANGRIAS X DEPOSITOS NO
      * FECHAMENTO DO DIA. LANCAMENTO ERRADO NAO E APAGADO: E
      * CANCELADO (SITUACAO "C"), SO POR OPERADOR DE NIVEL 3; O
      * LANCAMENTO PEDE NIVEL 2 OU 3. FUNDO E SANGRIA NAO ENTRAM EM
      * GAVETA JA FECHADA NO CDCAIXA (ARQFCX.DAT) E NENHUM
      * MOVIMENTO ENTRA EM PERIODO DO CAIXA JA FECHADO (SGB-034).
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

           SELECT ARQMOVCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MCX
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FCX
                    FILE STATUS  IS ST-ERRO-FCX.

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
       FD ARQMOVCX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVCX.DAT".
       01 REGMOVCX.
                03 CHAVE-MCX.
                   05 MCX-FILIAL        PIC 9(01).
                   05 MCX-DATA          PIC 9(08).
                   05 MCX-SEQ           PIC 9(04).
                03 MCX-TIPO             PIC X(01).
                   88 MCX-FUNDO             VALUE "F".
                   88 MCX-SANGRIA           VALUE "S".
                   88 MCX-DEPOSITO          VALUE "D".
                03 MCX-OPER-CX          PIC X(08).
                03 MCX-VALOR            PIC 9(06)V99.
                03 MCX-BANCO            PIC 9(03).
                03 MCX-COMPROV          PIC X(15).
                03 MCX-SITUACAO         PIC X(01).
                   88 MCX-ATIVO             VALUE "A".
                   88 MCX-CANCELADO         VALUE "C".
                03 MCX-OPERADOR         PIC X(08).
                03 MCX-DATA-LANC        PIC 9(08).
                03 MCX-HORA-LANC        PIC 9(04).

       FD ARQFCX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFCX.DAT".
       01 REGFCX.
                03 CHAVE-FCX.
                   05 FCX-DATA          PIC 9(8).
                   05 FCX-OPERADOR      PIC X(8).
                03 FCX-TOT-DINHEIRO     PIC S9(6)V99.
                03 FCX-TOT-CARTAO       PIC S9(6)V99.
                03 FCX-TOT-PIX          PIC S9(6)V99.
                03 FCX-QTD-PAGTOS       PIC 9(4).
                03 FCX-VLR-CONTADO      PIC 9(6)V99.
                03 FCX-DIFERENCA        PIC S9(6)V99.
                03 FCX-SITUACAO         PIC X(01).
                   88 FCX-FECHADO-OK        VALUE "O".
                   88 FCX-DIVERGENTE        VALUE "D".

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
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-FCX  PIC X(02) VALUE "00".
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       77 W-FCX-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPER-FILIAL PIC 9(02) VALUE ZEROS.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-FILIAL     PIC 9(01) VALUE ZEROS.
       77 W-SEQ        PIC 9(04) VALUE ZEROS.
       77 W-ULT-SEQ    PIC 9(04) VALUE ZEROS.
       77 W-SALDO-COFRE PIC S9(08)V99 VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-SALDO-ED   PIC --.---.--9,99 VALUE ZEROS.
       77 W-TITULO     PIC X(40) VALUE SPACES.
       77 W-GAVETA-FECHADA PIC X(01) VALUE "N".
       77 W-BANCO-SALVO PIC 9(03) VALUE ZEROS.
       77 W-COMPROV-SALVO PIC X(15) VALUE SPACES.

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
       01 W-AGORA.
          03 W-AGORA-HHMM   PIC 9(04).
          03 FILLER         PIC 9(04).
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
           OPEN I-O ARQMOVCX
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQMOVCX
                      CLOSE ARQMOVCX
                      MOVE "* ARQUIVO DE MOVIMENTOS DE CAIXA CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DOS MOVIMENTOS DE CAIXA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT ARQFCX
           IF ST-ERRO-FCX = "00"
              MOVE "S" TO W-FCX-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FCX.
           PERFORM ABRIR-FECHAMENTO THRU ABRIR-FECHAMENTO-FIM.
       ASK-OPERADOR.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID     TO W-OPERADOR
                 MOVE LK-OPER-NIVEL  TO OV-NIVEL
                 MOVE LK-OPER-FILIAL TO W-OPER-FILIAL
                 GO TO MENU-MCX.
           OPEN INPUT OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "CADASTRE OS OPERADORES NO CADOPER ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ASK-OPERADOR-CRED.
           DISPLAY (01, 01) ERASE
           DISPLAY (08, 20) "MOVIMENTOS DE CAIXA - IDENTIFICACAO"
           DISPLAY (10, 20) "OPERADOR: "
           ACCEPT  (10, 31) W-OPERADOR
           IF W-OPERADOR = SPACES
              GO TO ASK-OPERADOR-CRED.
           DISPLAY (11, 20) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 31) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-041" TO W-SEG-PROGRAMA
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
       MENU-MCX.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "MOVIMENTOS DE CAIXA"
                DISPLAY (04, 05)
                 "1-FUNDO DE TROCO  2-SANGRIA  3-DEPOSITO BANCARIO"
                DISPLAY (05, 05) "4-CANCELAR LANCAMENTO  0-SAIR"
                MOVE SPACES TO W-OPCAO
                ACCEPT  (05, 36) W-OPCAO
                IF W-OPCAO = "0"
                   GO TO ROT-FIM.
                IF W-OPCAO = "1"
                   MOVE "F" TO W-TIPO
                   MOVE "FUNDO DE TROCO" TO W-TITULO
                   GO TO LANCAR-MOV.
                IF W-OPCAO = "2"
                   MOVE "S" TO W-TIPO
                   MOVE "SANGRIA PARA O COFRE" TO W-TITULO
                   GO TO LANCAR-MOV.
                IF W-OPCAO = "3"
                   MOVE "D" TO W-TIPO
                   MOVE "DEPOSITO BANCARIO" TO W-TITULO
                   GO TO LANCAR-MOV.
                IF W-OPCAO = "4"
                   GO TO CANCELAR-MOV.
                GO TO MENU-MCX.
      *-------------------------------------------------------------
      * LANCAR-MOV: FUNDO (F) E SANGRIA (S) PEDEM A GAVETA (OPERADOR
      * DO CAIXA); DEPOSITO (D) PEDE BANCO E COMPROVANTE E MOSTRA O
      * SALDO DO COFRE DA FILIAL (SANGRIAS - DEPOSITOS)
      *-------------------------------------------------------------
       LANCAR-MOV.
                IF NOT OV-NIVEL-MANUTENCAO
                   MOVE OV-MSG-NIVEL TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-MCX.
                MOVE ZEROS  TO MCX-VALOR MCX-BANCO
                MOVE SPACES TO MCX-OPER-CX MCX-COMPROV
                MOVE W-TIPO TO MCX-TIPO
                MOVE W-OPER-FILIAL TO W-FILIAL
                IF W-TIPO NOT = "D"
                   MOVE W-OPERADOR TO MCX-OPER-CX.
                MOVE W-HOJE-DMA-NUM TO W-DATA-DMA-NUM
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) W-TITULO
                DISPLAY (04, 05) "FILIAL (1 A 5)...............:"
                DISPLAY (05, 05) "DATA (DDMMAAAA)..............:"
                IF W-TIPO = "D"
                   DISPLAY (06, 05) "BANCO (CODIGO)...............:"
                   DISPLAY (07, 05) "NR DO COMPROVANTE............:"
                ELSE
                   DISPLAY (06, 05) "GAVETA (OPERADOR DO CAIXA)...:".
                DISPLAY (08, 05) "VALOR........................:".
       LANC-FILIAL.
                ACCEPT  (04, 36) W-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO MENU-MCX.
                IF W-FILIAL < 1 OR W-FILIAL > 5
                   MOVE "*** FILIAL DEVE SER DE 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-FILIAL.
                IF W-OPER-FILIAL NOT = ZEROS
                   AND W-FILIAL NOT = W-OPER-FILIAL
                   MOVE "*** LANCAMENTO SO NA PROPRIA FILIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-FILIAL.
                DISPLAY (04, 40) TBFILIAL (W-FILIAL).
       LANC-DATA.
                ACCEPT  (05, 36) W-DATA-DMA-NUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-FILIAL.
                MOVE W-DMA-DD   TO DV-DIA
                MOVE W-DMA-MM   TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK OR DV-DIA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-DATA.
                MOVE W-DMA-AAAA TO W-AMD-AAAA
                MOVE W-DMA-MM   TO W-AMD-MM
                MOVE W-DMA-DD   TO W-AMD-DD
                IF W-DATA-AMD-NUM > W-HOJE-NUM
                   MOVE "*** DATA NAO PODE SER FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-DATA.
                MOVE "CAIXA" TO FV-MODULO
                MOVE W-DATA-AMD-NUM TO FV-DATA
                PERFORM VERIF-FECHAMENTO THRU VERIF-FECHAMENTO-FIM
                IF FV-BLOQUEADO = "S"
                   MOVE "*** PERIODO DO CAIXA JA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-DATA.
                IF W-TIPO = "D"
                   GO TO LANC-BANCO.
       LANC-GAVETA.
                ACCEPT  (06, 36) MCX-OPER-CX WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-DATA.
                IF MCX-OPER-CX = SPACES
                   MOVE "*** GAVETA DEVE SER INFORMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-GAVETA.
                PERFORM VERIF-GAVETA THRU VERIF-GAVETA-FIM
                IF W-GAVETA-FECHADA = "S"
                   MOVE "*** CAIXA DO OPERADOR JA FECHADO NA DATA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-GAVETA.
                GO TO LANC-VALOR.
       LANC-BANCO.
                ACCEPT  (06, 36) MCX-BANCO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-DATA.
                IF MCX-BANCO = ZEROS
                   MOVE "*** BANCO DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-BANCO.
       LANC-COMPROV.
                ACCEPT  (07, 36) MCX-COMPROV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-BANCO.
                IF MCX-COMPROV = SPACES
                   MOVE "*** COMPROVANTE DEVE SER INFORMADO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-COMPROV.
                PERFORM SALDO-COFRE THRU SALDO-COFRE-FIM
                MOVE W-SALDO-COFRE TO W-SALDO-ED
                DISPLAY (10, 05) "SALDO NO COFRE DA FILIAL.....:"
                DISPLAY (10, 36) W-SALDO-ED.
       LANC-VALOR.
                ACCEPT  (08, 36) MCX-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-TIPO = "D"
                      GO TO LANC-COMPROV
                   ELSE
                      GO TO LANC-GAVETA.
                IF MCX-VALOR = ZEROS
                   MOVE "*** VALOR DEVE SER DIF DE ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-VALOR.
                MOVE MCX-VALOR TO W-VALOR-ED
                DISPLAY (08, 36) W-VALOR-ED
                IF W-TIPO = "D" AND MCX-VALOR > W-SALDO-COFRE
                   MOVE "*** DEPOSITO MAIOR QUE O SALDO DO COFRE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LANC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK? (S / N):"
                ACCEPT  (23, 59) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LANC-VALOR.
                IF W-OPCAO = "N" OR "n"
                   MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-MCX.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LANC-OPC.
                PERFORM OBTER-PROX-SEQ THRU OBTER-PROX-SEQ-FIM
                MOVE W-FILIAL       TO MCX-FILIAL
                MOVE W-DATA-DMA-NUM TO MCX-DATA
                MOVE W-SEQ          TO MCX-SEQ
                MOVE W-TIPO         TO MCX-TIPO
                MOVE "A"            TO MCX-SITUACAO
                MOVE W-OPERADOR     TO MCX-OPERADOR
                MOVE W-HOJE-DMA-NUM TO MCX-DATA-LANC
                ACCEPT W-AGORA FROM TIME
                MOVE W-AGORA-HHMM   TO MCX-HORA-LANC
                WRITE REGMOVCX
                IF ST-ERRO = "00" OR "02"
                   DISPLAY (12, 05) "LANCAMENTO NR:"
                   DISPLAY (12, 20) MCX-SEQ
                   MOVE "MOVIMENTO DE CAIXA LANCADO" TO MENS
                ELSE
                   MOVE "ERRO NA GRAVACAO DO MOVIMENTO" TO MENS
                   MOVE "00" TO ST-ERRO.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-MCX.
      *-------------------------------------------------------------
      * CANCELAR-MOV: SO NIVEL 3. O LANCAMENTO FICA NO ARQUIVO COM
      * SITUACAO "C" E SAI DE TODAS AS CONTAS
      *-------------------------------------------------------------
       CANCELAR-MOV.
                IF NOT OV-NIVEL-EXCLUSAO
                   MOVE OV-MSG-NIVEL TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-MCX.
                MOVE W-OPER-FILIAL TO W-FILIAL
                MOVE W-HOJE-DMA-NUM TO W-DATA-DMA-NUM
                MOVE ZEROS TO W-SEQ
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CANCELAR MOVIMENTO DE CAIXA"
                DISPLAY (04, 05) "FILIAL (1 A 5)...............:"
                DISPLAY (05, 05) "DATA (DDMMAAAA)..............:"
                DISPLAY (06, 05) "LANCAMENTO NR................:".
       CANC-FILIAL.
                ACCEPT  (04, 36) W-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO MENU-MCX.
                IF W-FILIAL < 1 OR W-FILIAL > 5
                   MOVE "*** FILIAL DEVE SER DE 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANC-FILIAL.
                IF W-OPER-FILIAL NOT = ZEROS
                   AND W-FILIAL NOT = W-OPER-FILIAL
                   MOVE "*** LANCAMENTO SO NA PROPRIA FILIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANC-FILIAL.
       CANC-DATA.
                ACCEPT  (05, 36) W-DATA-DMA-NUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CANC-FILIAL.
       CANC-SEQ.
                ACCEPT  (06, 36) W-SEQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CANC-DATA.
                MOVE W-FILIAL       TO MCX-FILIAL
                MOVE W-DATA-DMA-NUM TO MCX-DATA
                MOVE W-SEQ          TO MCX-SEQ
                READ ARQMOVCX
                IF ST-ERRO NOT = "00"
                   MOVE "*** LANCAMENTO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO CANC-SEQ.
                IF MCX-CANCELADO
                   MOVE "*** LANCAMENTO JA CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANC-SEQ.
                IF MCX-FUNDO
                   DISPLAY (08, 05) "FUNDO DE TROCO - GAVETA:"
                   DISPLAY (08, 30) MCX-OPER-CX.
                IF MCX-SANGRIA
                   DISPLAY (08, 05) "SANGRIA        - GAVETA:"
                   DISPLAY (08, 30) MCX-OPER-CX.
                IF MCX-DEPOSITO
                   DISPLAY (08, 05) "DEPOSITO - BANCO/COMPROV:"
                   DISPLAY (08, 31) MCX-BANCO
                   DISPLAY (08, 35) MCX-COMPROV.
                MOVE MCX-VALOR TO W-VALOR-ED
                DISPLAY (09, 05) "VALOR..................:"
                DISPLAY (09, 30) W-VALOR-ED
                MOVE W-DMA-AAAA TO W-AMD-AAAA
                MOVE W-DMA-MM   TO W-AMD-MM
                MOVE W-DMA-DD   TO W-AMD-DD
                MOVE "CAIXA" TO FV-MODULO
                MOVE W-DATA-AMD-NUM TO FV-DATA
                PERFORM VERIF-FECHAMENTO THRU VERIF-FECHAMENTO-FIM
                IF FV-BLOQUEADO = "S"
                   MOVE "*** PERIODO DO CAIXA JA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-MCX.
                IF NOT MCX-DEPOSITO
                   PERFORM VERIF-GAVETA THRU VERIF-GAVETA-FIM
                   IF W-GAVETA-FECHADA = "S"
                      MOVE "*** CAIXA DO OPERADOR JA FECHADO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO MENU-MCX.
       CANC-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "CANCELAR? (S / N):"
                ACCEPT  (23, 59) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "CANCELAMENTO DESISTIDO PELO USUARIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-MCX.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CANC-OPC.
                MOVE "C"        TO MCX-SITUACAO
                MOVE W-OPERADOR TO MCX-OPERADOR
                REWRITE REGMOVCX
                IF ST-ERRO = "00" OR "02"
                   MOVE "LANCAMENTO CANCELADO" TO MENS
                ELSE
                   MOVE "ERRO NO CANCELAMENTO DO LANCAMENTO" TO MENS
                   MOVE "00" TO ST-ERRO.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-MCX.
      *
      * GAVETA JA FECHADA NO CDCAIXA (ARQFCX.DAT) NA DATA DIGITADA
       VERIF-GAVETA.
                MOVE "N" TO W-GAVETA-FECHADA
                IF W-FCX-ABERTO NOT = "S"
                   GO TO VERIF-GAVETA-FIM.
                MOVE W-DATA-DMA-NUM TO FCX-DATA
                MOVE MCX-OPER-CX    TO FCX-OPERADOR
                READ ARQFCX
                IF ST-ERRO-FCX = "00"
                   MOVE "S" TO W-GAVETA-FECHADA.
                MOVE "00" TO ST-ERRO-FCX.
       VERIF-GAVETA-FIM.
                EXIT.

      * PROXIMA SEQUENCIA DA FILIAL NA DATA
       OBTER-PROX-SEQ.
                MOVE ZEROS TO W-ULT-SEQ
                MOVE W-FILIAL       TO MCX-FILIAL
                MOVE W-DATA-DMA-NUM TO MCX-DATA
                MOVE ZEROS          TO MCX-SEQ
                START ARQMOVCX KEY IS NOT LESS THAN CHAVE-MCX
                    INVALID KEY GO TO OBTER-PROX-SEQ-SOMA.
       OBTER-PROX-SEQ-LER.
                READ ARQMOVCX NEXT RECORD
                    AT END GO TO OBTER-PROX-SEQ-SOMA.
                IF MCX-FILIAL NOT = W-FILIAL
                   OR MCX-DATA NOT = W-DATA-DMA-NUM
                   GO TO OBTER-PROX-SEQ-SOMA.
                MOVE MCX-SEQ TO W-ULT-SEQ
                GO TO OBTER-PROX-SEQ-LER.
       OBTER-PROX-SEQ-SOMA.
                MOVE "00" TO ST-ERRO
                COMPUTE W-SEQ = W-ULT-SEQ + 1.
       OBTER-PROX-SEQ-FIM.
                EXIT.

      * SALDO DO COFRE DA FILIAL: SANGRIAS - DEPOSITOS NAO
      * CANCELADOS, DE TODAS AS DATAS. BANCO E COMPROVANTE JA
      * DIGITADOS SAO GUARDADOS ANTES DA LEITURA E DEVOLVIDOS
       SALDO-COFRE.
                MOVE ZEROS TO W-SALDO-COFRE
                MOVE MCX-BANCO   TO W-BANCO-SALVO
                MOVE MCX-COMPROV TO W-COMPROV-SALVO
                MOVE W-FILIAL TO MCX-FILIAL
                MOVE ZEROS    TO MCX-DATA MCX-SEQ
                START ARQMOVCX KEY IS NOT LESS THAN CHAVE-MCX
                    INVALID KEY GO TO SALDO-COFRE-VOLTA.
       SALDO-COFRE-LER.
                READ ARQMOVCX NEXT RECORD
                    AT END GO TO SALDO-COFRE-VOLTA.
                IF MCX-FILIAL NOT = W-FILIAL
                   GO TO SALDO-COFRE-VOLTA.
                IF MCX-CANCELADO
                   GO TO SALDO-COFRE-LER.
                IF MCX-SANGRIA
                   ADD MCX-VALOR TO W-SALDO-COFRE.
                IF MCX-DEPOSITO
                   SUBTRACT MCX-VALOR FROM W-SALDO-COFRE.
                GO TO SALDO-COFRE-LER.
       SALDO-COFRE-VOLTA.
                MOVE "00" TO ST-ERRO
                MOVE W-TIPO  TO MCX-TIPO
                MOVE ZEROS   TO MCX-VALOR
                MOVE SPACES  TO MCX-OPER-CX
                MOVE W-BANCO-SALVO   TO MCX-BANCO
                MOVE W-COMPROV-SALVO TO MCX-COMPROV.
       SALDO-COFRE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE ARQMOVCX.
                IF W-FCX-ABERTO = "S"
                   CLOSE ARQFCX.
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
       COPY DATAVALP.
       COPY OPERVALP.
       COPY SEGOPERP.
       COPY FECHVALP.
