       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-038.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-038 - TABELA DIARIA DE COTACOES DE MOEDA ESTRANGEIRA
      * TURISTA CHEGAVA AO BALCAO COM DOLAR OU EURO E O OPERADOR
      * FAZIA A CONTA NA CALCULADORA, COM A COTACAO QUE QUISESSE, E
      * NO FIM DO DIA A GAVETA NAO BATIA COM NADA. ESTE PROGRAMA,
      * RESTRITO A OPERADOR DE NIVEL 3 (ARQOPER.DAT / CADOPER, MESMO
      * ESQUEMA DO SGB-026), MANTEM ARQCAMB.DAT: PARA CADA MOEDA
      * (CODIGO DE 3 LETRAS, EX. USD, EUR, ARS) E DATA, QUANTOS REAIS
      * VALE UMA UNIDADE DA MOEDA. O SGB-004 (DEVOLUCAO E CAUCAO) E O
      * SGB-018 SO ACEITAM DINHEIRO ESTRANGEIRO COM COTACAO DO DIA
      * CADASTRADA AQUI (COPY MOEDVAL./MOEDVALP.).
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

           SELECT ARQCAMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CAMB
                    FILE STATUS  IS ST-ERRO.

           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO-OPE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCAMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMB.DAT".
       01 REGCAMB.
                03 CHAVE-CAMB.
                   05 CAMB-MOEDA        PIC X(03).
                   05 CAMB-DATA         PIC 9(08).
                03 CAMB-TAXA            PIC 9(03)V9(06).
                03 CAMB-DATA-ALT        PIC 9(08).
                03 CAMB-OPERADOR        PIC X(08).

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
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       COPY FSTATUS.
       COPY DATAVAL.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-TAXA-ED    PIC ZZ9,999999.
       77 W-IND        PIC 9(01) VALUE ZEROS.

       COPY OPERVAL.
       COPY SEGOPER.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-DMA.
          03 W-HOJE-DD      PIC 9(02).
          03 W-HOJE-MM      PIC 9(02).
          03 W-HOJE-AAAA    PIC 9(04).
       01 W-HOJE-DMA-NUM REDEFINES W-HOJE-DMA
                                        PIC 9(08).
       01 W-DATA-TELA.
           03 W-DT-DD      PIC 9(02).
           03 W-DT-MM      PIC 9(02).
           03 W-DT-AAAA    PIC 9(04).
       01 W-MOEDA.
           03 W-MOEDA-CH   PIC X(01) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001); AQUI O NIVEL 3
      * E OBRIGATORIO, COMO NO SGB-026
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
           OPEN I-O ARQCAMB
           IF NOT FS-OK
               IF FS-ARQUIVO-NOVO
                      OPEN OUTPUT ARQCAMB
                      CLOSE ARQCAMB
                      MOVE "* ARQUIVO DE COTACOES SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE COTACOES"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       ASK-OPERADOR.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 IF LK-OPER-NIVEL = 3
                    MOVE LK-OPER-ID TO W-OPERADOR
                    GO TO INC-001
                 ELSE
                    MOVE OV-MSG-NIVEL TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       ASK-SUPERVISOR.
           OPEN INPUT OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "CADASTRE OS OPERADORES NO CADOPER ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ASK-SUPERVISOR-CRED.
           DISPLAY (01, 01) ERASE
           DISPLAY (08, 20) "COTACOES DE MOEDA - SUPERVISOR"
           DISPLAY (10, 20) "OPERADOR: "
           ACCEPT  (10, 31) W-OPERADOR
           IF W-OPERADOR = SPACES
              GO TO ASK-SUPERVISOR-CRED.
           DISPLAY (11, 20) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 31) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-038" TO W-SEG-PROGRAMA
           READ OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "N" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-ERRO-OPE
              GO TO ASK-SUPERVISOR-CRED.
           PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
           IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
              MOVE "F" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR-CRED.
           IF OPER-NIVEL NOT = 3
              MOVE "*** SOMENTE SUPERVISOR (NIVEL 3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR-CRED.
           MOVE "E" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           IF W-SEG-RESP NOT = "OK"
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR-CRED.
           CLOSE OPERADORES.
       INC-001.
                MOVE SPACES TO CAMB-MOEDA W-MOEDA
                MOVE ZEROS  TO CAMB-DATA CAMB-TAXA
                MOVE W-HOJE-DMA TO W-DATA-TELA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "COTACOES DE MOEDA ESTRANGEIRA"
                DISPLAY (04, 05) "MOEDA (EX. USD EUR)....:"
                DISPLAY (05, 05) "DATA (DD MM AAAA)......:"
                DISPLAY (06, 05) "REAIS POR UNIDADE......:"
                DISPLAY (08, 05) "ULTIMA ALTERACAO.......:".
       INC-002.
                ACCEPT (04, 30) W-MOEDA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                INSPECT W-MOEDA CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                MOVE 1 TO W-IND.
      * CODIGO DA MOEDA SAO TRES LETRAS; REAL NAO TEM COTACAO
       INC-002-LETRA.
                IF W-MOEDA-CH (W-IND) NOT ALPHABETIC
                   OR W-MOEDA-CH (W-IND) = SPACE
                   MOVE "*** MOEDA DEVE TER 3 LETRAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF W-IND < 3
                   ADD 1 TO W-IND
                   GO TO INC-002-LETRA.
                IF W-MOEDA = "BRL"
                   MOVE "*** REAL NAO TEM COTACAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 30) W-MOEDA.
       INC-003.
                DISPLAY (05, 30) W-DT-DD
                DISPLAY (05, 33) W-DT-MM
                DISPLAY (05, 36) W-DT-AAAA
                ACCEPT (05, 30) W-DT-DD WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                ACCEPT (05, 33) W-DT-MM WITH UPDATE
                ACCEPT (05, 36) W-DT-AAAA WITH UPDATE
                MOVE W-DT-DD   TO DV-DIA
                MOVE W-DT-MM   TO DV-MES
                MOVE W-DT-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-MOEDA   TO CAMB-MOEDA
                MOVE W-DT-DD   TO CAMB-DATA (1:2)
                MOVE W-DT-MM   TO CAMB-DATA (3:2)
                MOVE W-DT-AAAA TO CAMB-DATA (5:4).
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQCAMB
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        MOVE CAMB-TAXA TO W-TAXA-ED
                        DISPLAY (06, 30) W-TAXA-ED
                        DISPLAY (08, 30) CAMB-DATA-ALT
                        DISPLAY (08, 40) CAMB-OPERADOR
                        MOVE "COTACAO JA CADASTRADA" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-004.
                ACCEPT (06, 30) CAMB-TAXA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CAMB-TAXA = ZEROS
                   MOVE "*** COTACAO DEVE SER MAIOR QUE ZERO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE CAMB-TAXA TO W-TAXA-ED
                DISPLAY (06, 30) W-TAXA-ED.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-OPC.
                MOVE W-HOJE-DMA-NUM TO CAMB-DATA-ALT
                MOVE W-OPERADOR     TO CAMB-OPERADOR
                IF W-SEL = 03
                    GO TO ALT-OPC.
       INC-GRAVACAO.
                WRITE REGCAMB
                IF FS-OK
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF FS-DUPLICADO
                    MOVE "COTACAO JA CADASTRADA PARA A DATA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001
                ELSE
                    MOVE "ERRO AO GRAVAR O REGISTRO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       CRUD-001.
                DISPLAY(25, 10)
                 "F1 - NOVO REGISTRO   F2 - ALTERAR   F3 - EXCLUIR"
                ACCEPT (25, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                    GO TO CRUD-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 10) MENS
                IF W-ACT = 02
                    MOVE 02 TO W-SEL
                    GO TO INC-001.
                IF W-ACT = 03
                    MOVE 03 TO W-SEL
                    GO TO INC-004.
       EXC-OPC.
                DISPLAY(25, 10) "EXCLUIR? (S / N)".
                ACCEPT (25, 26) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                    MOVE "EXCLUSAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO EXC-OPC.
       EXC-PROC.
                DELETE ARQCAMB RECORD.
                IF FS-OK
                    MOVE FS-MSG-EXCLUIDO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-EXCLUIDO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ALT-OPC.
                DISPLAY(25, 10) "ALTERAR? (S / N)".
                ACCEPT(25, 26) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                    MOVE "ALTERACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ALT-OPC.
       ALT-PROC.
                REWRITE REGCAMB.
                IF FS-OK
                    MOVE FS-MSG-ALTERADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-ALTERADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE ARQCAMB
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
      *
       COPY OPERVALP.
       COPY SEGOPERP.
