       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-042.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-042 - REGRAS DE COMISSAO DE VENDA DO BALCAO
      * O GERENTE SOMAVA NA MAO, PELOS RECIBOS.TXT, AS ASSINATURAS
      * (SGB-033), OS CONTRATOS DE GRUPO (SGB-034) E OS ACESSORIOS
      * LOCADOS (SGB-002) DE CADA ATENDENTE E PASSAVA UM NUMERO PARA
      * A FOLHA. ESTE PROGRAMA, RESTRITO A OPERADOR DE NIVEL 3
      * (MESMO ESQUEMA DO SGB-038), MANTEM ARQREGCO.DAT: PARA CADA
      * ORIGEM DO RECEBIMENTO (PAG-ORIGEM) E PRODUTO, A COMISSAO EM
      * PERCENTUAL DO VALOR OU EM VALOR FIXO.
      *   ORIGEM A (ASSINATURA): PRODUTO = CODIGO DO PLANO; BASE =
      *            VALOR DA ASSINATURA; FIXO POR ASSINATURA.
      *   ORIGEM G (CONTRATO DE GRUPO): PRODUTO 0000; BASE = VALOR
      *            DE CADA BIKE DO CONTRATO; FIXO POR BIKE.
      *   ORIGEM L (LOCACAO): PRODUTO = CODIGO DO ACESSORIO; BASE =
      *            SO A PARTE DOS ACESSORIOS (DIARIA X QUANTIDADE X
      *            DIAS); FIXO POR UNIDADE LOCADA.
      * PRODUTO 0000 VALE PARA QUALQUER PRODUTO DA ORIGEM SEM REGRA
      * PROPRIA. REGRA INATIVA (SITUACAO "I") NAO GERA COMISSAO. O
      * CALCULO MENSAL E O EXTRATO POR FUNCIONARIO SAO DO COMVD001.
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

           SELECT ARQREGCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RCOM
                    FILE STATUS  IS ST-ERRO.

           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO-OPE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQREGCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREGCO.DAT".
       01 REGRCOM.
                03 CHAVE-RCOM.
                   05 RCOM-ORIGEM       PIC X(01).
                   05 RCOM-PRODUTO      PIC 9(04).
                03 RCOM-DESCRICAO       PIC X(30).
                03 RCOM-TIPO            PIC X(01).
                03 RCOM-PERC            PIC 9(02)V99.
                03 RCOM-VALOR           PIC 9(04)V99.
                03 RCOM-SITUACAO        PIC X(01).
                03 RCOM-DATA            PIC 9(08).
                03 RCOM-OPERADOR        PIC X(08).

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
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PERC-ED    PIC Z9,99.
       77 W-VALOR-ED   PIC Z.ZZ9,99.

       COPY OPERVAL.
       COPY SEGOPER.

       01 W-DATA-ALT.
           03 W-DA-AAAA    PIC 9(04).
           03 W-DA-MM      PIC 9(02).
           03 W-DA-DD      PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001); AQUI O NIVEL 3
      * E OBRIGATORIO, COMO NO SGB-038
       01 LK-OPER.
           03 LK-OPER-ID       PIC X(8).
           03 LK-OPER-NIVEL    PIC 9(1).
           03 LK-OPER-OK       PIC X(1).
           03 LK-OPER-FILIAL   PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPER.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQREGCO
           IF NOT FS-OK
               IF FS-ARQUIVO-NOVO
                      OPEN OUTPUT ARQREGCO
                      CLOSE ARQREGCO
                      MOVE "* ARQUIVO DE REGRAS DE COMISSAO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE COMISSAO"
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
           DISPLAY (08, 20) "REGRAS DE COMISSAO - SUPERVISOR"
           DISPLAY (10, 20) "OPERADOR: "
           ACCEPT  (10, 31) W-OPERADOR
           IF W-OPERADOR = SPACES
              GO TO ASK-SUPERVISOR-CRED.
           DISPLAY (11, 20) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 31) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-042" TO W-SEG-PROGRAMA
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
                MOVE SPACES TO RCOM-ORIGEM RCOM-DESCRICAO RCOM-TIPO
                               RCOM-SITUACAO RCOM-OPERADOR
                MOVE ZEROS  TO RCOM-PRODUTO RCOM-PERC RCOM-VALOR
                               RCOM-DATA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "REGRAS DE COMISSAO DE VENDA"
                DISPLAY (04, 05) "ORIGEM (A/G/L).........:"
                DISPLAY (04, 33) "A=ASSINATURA G=GRUPO L=ACESSORIO"
                DISPLAY (05, 05) "PRODUTO (0000=TODOS)...:"
                DISPLAY (06, 05) "DESCRICAO..............:"
                DISPLAY (07, 05) "TIPO (P=PERC F=FIXO)...:"
                DISPLAY (08, 05) "PERCENTUAL.............:"
                DISPLAY (09, 05) "VALOR FIXO.............:"
                DISPLAY (10, 05) "SITUACAO (A/I).........:"
                DISPLAY (12, 05) "ULTIMA ALTERACAO.......:".
       INC-002.
                ACCEPT (04, 30) RCOM-ORIGEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF RCOM-ORIGEM NOT = "A" AND "G" AND "L"
                   MOVE "*** ORIGEM: A=ASSIN G=GRUPO L=ACESSORIO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                ACCEPT (05, 30) RCOM-PRODUTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
      * CONTRATO DE GRUPO NAO TEM PRODUTO; PLANO E ACESSORIO TEM
      * CODIGO DE TRES DIGITOS
                IF RCOM-ORIGEM = "G" AND RCOM-PRODUTO NOT = ZEROS
                   MOVE "*** CONTRATO DE GRUPO: PRODUTO 0000 ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF RCOM-PRODUTO > 999
                   MOVE "*** PRODUTO: CODIGO DO PLANO/ACESSORIO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQREGCO
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        DISPLAY (06, 30) RCOM-DESCRICAO
                        DISPLAY (07, 30) RCOM-TIPO
                        MOVE RCOM-PERC TO W-PERC-ED
                        DISPLAY (08, 30) W-PERC-ED
                        MOVE RCOM-VALOR TO W-VALOR-ED
                        DISPLAY (09, 30) W-VALOR-ED
                        DISPLAY (10, 30) RCOM-SITUACAO
                        DISPLAY (12, 30) RCOM-DATA
                        DISPLAY (12, 40) RCOM-OPERADOR
                        MOVE "REGRA EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-003.
                ACCEPT (06, 30) RCOM-DESCRICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF RCOM-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO DEVE SER INFORMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (07, 30) RCOM-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF RCOM-TIPO NOT = "P" AND "F"
                   MOVE "*** TIPO: P=PERCENTUAL F=VALOR FIXO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF RCOM-TIPO = "F"
                   MOVE ZEROS TO RCOM-PERC
                   MOVE RCOM-PERC TO W-PERC-ED
                   DISPLAY (08, 30) W-PERC-ED
                   GO TO INC-006.
                MOVE ZEROS TO RCOM-VALOR
                MOVE RCOM-VALOR TO W-VALOR-ED
                DISPLAY (09, 30) W-VALOR-ED.
       INC-005.
                ACCEPT (08, 30) RCOM-PERC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RCOM-PERC = ZEROS
                   MOVE "*** PERCENTUAL DEVE SER MAIOR QUE ZERO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE RCOM-PERC TO W-PERC-ED
                DISPLAY (08, 30) W-PERC-ED
                GO TO INC-007.
       INC-006.
                ACCEPT (09, 30) RCOM-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RCOM-VALOR = ZEROS
                   MOVE "*** VALOR DEVE SER MAIOR QUE ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE RCOM-VALOR TO W-VALOR-ED
                DISPLAY (09, 30) W-VALOR-ED.
       INC-007.
                IF RCOM-SITUACAO = SPACE
                   MOVE "A" TO RCOM-SITUACAO.
                ACCEPT (10, 30) RCOM-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RCOM-SITUACAO NOT = "A" AND "I"
                   MOVE "*** SITUACAO: A=ATIVA I=INATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                ACCEPT W-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-DA-DD   TO RCOM-DATA (1:2)
                MOVE W-DA-MM   TO RCOM-DATA (3:2)
                MOVE W-DA-AAAA TO RCOM-DATA (5:4)
                MOVE W-OPERADOR TO RCOM-OPERADOR.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-002.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-OPC.
                IF W-SEL = 03
                    GO TO ALT-OPC.
       INC-GRAVACAO.
                WRITE REGRCOM
                IF FS-OK
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF FS-DUPLICADO
                    MOVE "REGRA JA EXISTENTE" TO MENS
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
                    GO TO INC-003.
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
                DELETE ARQREGCO RECORD.
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
                REWRITE REGRCOM.
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
                CLOSE ARQREGCO
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
       COPY OPERVALP.
       COPY SEGOPERP.
