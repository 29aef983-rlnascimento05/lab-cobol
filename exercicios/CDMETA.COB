       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-040.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-040 - METAS ORCAMENTARIAS POR FILIAL
      * O REL050 DIZ DEPOIS DO FATO QUANTO CADA FILIAL GANHOU E
      * GASTOU, MAS NAO HAVIA ALVO CONTRA O QUAL COMPARAR. ESTE
      * PROGRAMA MANTEM ARQMETA.DAT: O VALOR ORCADO POR ANO, MES,
      * FILIAL (0 = GERAL, SEM FILIAL) E CONTA CONTABIL. A CONTA TEM
      * DE EXISTIR NO PLANO DE CONTAS (ARQCONTA.DAT / CDCONTA) COMO
      * CONTA DE DEBITO OU DE CREDITO DE ALGUM TIPO DE MOVIMENTO --
      * E A MESMA CONTA EM QUE O REL039 LANCA O REALIZADO, E E POR
      * ELA QUE O REL058 CRUZA ORCADO E REALIZADO NO FECHAMENTO.
      * A OPCAO 2 COPIA TODAS AS METAS DO ANO ANTERIOR PARA O ANO
      * INFORMADO, COM REAJUSTE PERCENTUAL (PARA MAIS OU PARA
      * MENOS), SOBREPONDO OU MANTENDO AS METAS JA DIGITADAS NO ANO
      * DE DESTINO, A CRITERIO DO OPERADOR. INCLUSAO, ALTERACAO E
      * COPIA PEDEM OPERADOR DE NIVEL 2 OU 3; EXCLUSAO, NIVEL 3.
      * OPERADOR DE FILIAL (CADOPER) SO MEXE NAS METAS DA PROPRIA.
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

           SELECT ARQMETA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-META
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONTA
                    FILE STATUS  IS ST-ERRO-CTA.

           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO-OPE.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       COPY FSTATUS.
       77 ST-ERRO-CTA  PIC X(02) VALUE "00".
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPER-FILIAL PIC 9(02) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      * CONTAS DO PLANO DE CONTAS (DEBITO E CREDITO DE CADA TIPO),
      * CARREGADAS NA ENTRADA PARA VALIDAR A CONTA DA META
       77 W-QTD-CTAS   PIC 9(03) COMP VALUE ZEROS.
       77 W-IND        PIC 9(03) COMP VALUE ZEROS.
       77 W-CTA-BUSCA  PIC 9(08) VALUE ZEROS.
       77 W-CTA-ACHOU  PIC X(01) VALUE "N".
       77 W-CTA-TIPO   PIC X(11) VALUE SPACES.
       01 TAB-CTAS.
           03 TC-ITEM OCCURS 200 TIMES.
               05 TC-CONTA     PIC 9(08).
               05 TC-TIPO      PIC X(11).

      * COPIA DO ANO ANTERIOR COM REAJUSTE
       77 W-CP-ANO     PIC 9(04) VALUE ZEROS.
       77 W-CP-ANO-ORIG PIC 9(04) VALUE ZEROS.
       77 W-CP-FILIAL  PIC 9(01) VALUE ZEROS.
       77 W-CP-SINAL   PIC X(01) VALUE "+".
       77 W-CP-PERC    PIC 9(03)V99 VALUE ZEROS.
       77 W-CP-SOBREPOR PIC X(01) VALUE "N".
       77 W-CP-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 W-CP-COPIADAS PIC 9(05) VALUE ZEROS.
       77 W-CP-SOBREPOSTAS PIC 9(05) VALUE ZEROS.
       77 W-CP-MANTIDAS PIC 9(05) VALUE ZEROS.
       77 W-CP-CHAVE-ULT PIC X(15) VALUE SPACES.

       COPY OPERVAL.
       COPY SEGOPER.
       COPY TFILIAL.

       01 W-DATA-ALT.
           03 W-DA-AAAA    PIC 9(04).
           03 W-DA-MM      PIC 9(02).
           03 W-DA-DD      PIC 9(02).
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
           ACCEPT W-DATA-ALT FROM DATE YYYYMMDD.
      *
       INC-OP0.
           OPEN I-O ARQMETA
           IF NOT FS-OK
               IF FS-ARQUIVO-NOVO OR ST-ERRO = "35"
                      OPEN OUTPUT ARQMETA
                      CLOSE ARQMETA
                      MOVE "* ARQUIVO DE METAS SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DE METAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT ARQCONTA
           IF ST-ERRO-CTA NOT = "00"
              MOVE "CADASTRE O PLANO DE CONTAS NO CDCONTA ANTES"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQMETA
              GO TO ROT-FIMP.
           PERFORM CARREGAR-CONTAS THRU CARREGAR-CONTAS-FIM
           CLOSE ARQCONTA.
       ASK-OPERADOR.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID     TO W-OPERADOR
                 MOVE LK-OPER-NIVEL  TO OV-NIVEL
                 MOVE LK-OPER-FILIAL TO W-OPER-FILIAL
                 GO TO MENU-META.
           OPEN INPUT OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "CADASTRE OS OPERADORES NO CADOPER ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ASK-OPERADOR-CRED.
           DISPLAY (01, 01) ERASE
           DISPLAY (08, 20) "METAS ORCAMENTARIAS - IDENTIFICACAO"
           DISPLAY (10, 20) "OPERADOR: "
           ACCEPT  (10, 31) W-OPERADOR
           IF W-OPERADOR = SPACES
              GO TO ASK-OPERADOR-CRED.
           DISPLAY (11, 20) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 31) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-040" TO W-SEG-PROGRAMA
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
       MENU-META.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "METAS ORCAMENTARIAS POR FILIAL"
                DISPLAY (04, 05)
                 "1-MANUTENCAO  2-COPIAR ANO ANTERIOR + %  0-SAIR"
                MOVE SPACES TO W-OPCAO
                ACCEPT  (04, 55) W-OPCAO
                IF W-OPCAO = "0"
                   GO TO ROT-FIM.
                IF W-OPCAO = "1"
                   GO TO INC-001.
                IF W-OPCAO = "2"
                   GO TO COPIAR-ANO.
                GO TO MENU-META.
      *-------------------------------------------------------------
      * MANUTENCAO DE UMA META (ANO + MES + FILIAL + CONTA)
      *-------------------------------------------------------------
       INC-001.
                MOVE ZEROS  TO META-MES META-FILIAL META-CONTA.
                MOVE ZEROS  TO META-VALOR META-DATA-ALT.
                MOVE SPACES TO META-OPERADOR.
                IF META-ANO = ZEROS
                   MOVE W-DA-AAAA TO META-ANO.
                IF W-OPER-FILIAL NOT = ZEROS
                   MOVE W-OPER-FILIAL TO META-FILIAL.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "METAS ORCAMENTARIAS - MANUTENCAO"
                DISPLAY (04, 05) "ANO................:"
                DISPLAY (05, 05) "MES (01 A 12)......:"
                DISPLAY (06, 05) "FILIAL (0=GERAL)...:"
                DISPLAY (07, 05) "CONTA CONTABIL.....:"
                DISPLAY (08, 05) "VALOR ORCADO.......:"
                DISPLAY (09, 05) "ULTIMA ALTERACAO...:".
       INC-002.
                ACCEPT (04, 26) META-ANO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO MENU-META.
                IF META-ANO < 2000
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                ACCEPT (05, 26) META-MES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF META-MES < 1 OR META-MES > 12
                   MOVE "*** MES DEVE SER DE 01 A 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       INC-002B.
                ACCEPT (06, 26) META-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF META-FILIAL > 5
                   MOVE "*** FILIAL: 0=GERAL OU 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                IF W-OPER-FILIAL NOT = ZEROS
                   AND META-FILIAL NOT = W-OPER-FILIAL
                   MOVE "*** METAS SO DA PROPRIA FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                IF META-FILIAL > ZEROS
                   DISPLAY (06, 30) TBFILIAL (META-FILIAL)
                ELSE
                   DISPLAY (06, 30) "GERAL        ".
       INC-002C.
                ACCEPT (07, 26) META-CONTA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                MOVE META-CONTA TO W-CTA-BUSCA
                PERFORM BUSCAR-CTA THRU BUSCAR-CTA-FIM
                IF W-CTA-ACHOU NOT = "S"
                   MOVE "*** CONTA FORA DO PLANO DE CONTAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002C.
                DISPLAY (07, 36) W-CTA-TIPO.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQMETA
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        MOVE META-VALOR TO W-VALOR-ED
                        DISPLAY (08, 26) W-VALOR-ED
                        MOVE META-DATA-ALT (1:2) TO W-ED-DD
                        MOVE META-DATA-ALT (3:2) TO W-ED-MM
                        MOVE META-DATA-ALT (5:4) TO W-ED-AAAA
                        DISPLAY (09, 26) W-DATA-ED
                        DISPLAY (09, 38) META-OPERADOR
                        MOVE "META EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
                IF NOT OV-NIVEL-MANUTENCAO
                   MOVE "META NAO CADASTRADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE OV-MSG-NIVEL TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-003.
                ACCEPT (08, 26) META-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002C.
                MOVE META-VALOR TO W-VALOR-ED
                DISPLAY (08, 26) W-VALOR-ED
                MOVE W-OPERADOR TO META-OPERADOR
                MOVE W-DA-DD   TO META-DATA-ALT (1:2)
                MOVE W-DA-MM   TO META-DATA-ALT (3:2)
                MOVE W-DA-AAAA TO META-DATA-ALT (5:4).
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-OPC.
                IF W-SEL = 03
                    GO TO ALT-OPC.
       INC-GRAVACAO.
                WRITE REGMETA
                IF FS-OK
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF FS-DUPLICADO
                    MOVE "META JA EXISTENTE" TO MENS
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
                    IF NOT OV-NIVEL-MANUTENCAO
                       MOVE OV-MSG-NIVEL TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO INC-001
                    ELSE
                       MOVE 03 TO W-SEL
                       GO TO INC-003.
                IF NOT OV-NIVEL-EXCLUSAO
                    MOVE OV-MSG-NIVEL TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
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
                DELETE ARQMETA RECORD.
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
                REWRITE REGMETA.
                IF FS-OK
                    MOVE FS-MSG-ALTERADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-ALTERADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
      * COPIAR-ANO: TODAS AS METAS DO ANO ANTERIOR (DE UMA FILIAL OU
      * DE TODAS) VAO PARA O ANO INFORMADO COM O REAJUSTE DIGITADO.
      * META QUE JA EXISTE NO DESTINO E SOBREPOSTA OU MANTIDA
      * CONFORME A RESPOSTA DO OPERADOR. APOS CADA GRAVACAO A LEITURA
      * E REPOSICIONADA PELA ULTIMA CHAVE LIDA DO ANO DE ORIGEM.
      *-------------------------------------------------------------
       COPIAR-ANO.
                IF NOT OV-NIVEL-MANUTENCAO
                   MOVE OV-MSG-NIVEL TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MENU-META.
                MOVE W-DA-AAAA TO W-CP-ANO
                ADD 1 TO W-CP-ANO
                MOVE 9   TO W-CP-FILIAL
                IF W-OPER-FILIAL NOT = ZEROS
                   MOVE W-OPER-FILIAL TO W-CP-FILIAL.
                MOVE "+" TO W-CP-SINAL
                MOVE ZEROS TO W-CP-PERC
                MOVE "N" TO W-CP-SOBREPOR
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05)
                 "METAS ORCAMENTARIAS - COPIAR ANO ANTERIOR + %"
                DISPLAY (04, 05) "ANO DE DESTINO.............:"
                DISPLAY (05, 05) "FILIAL (0=GERAL, 9=TODAS)..:"
                DISPLAY (06, 05) "REAJUSTE (+ OU -)..........:"
                DISPLAY (07, 05) "PERCENTUAL.................:"
                DISPLAY (08, 05) "SOBREPOR METAS JA DIGITADAS:".
       COPIAR-ANO-001.
                ACCEPT (04, 34) W-CP-ANO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO MENU-META.
                IF W-CP-ANO < 2001
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COPIAR-ANO-001.
                COMPUTE W-CP-ANO-ORIG = W-CP-ANO - 1.
       COPIAR-ANO-002.
                ACCEPT (05, 34) W-CP-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO COPIAR-ANO-001.
                IF W-CP-FILIAL > 5 AND W-CP-FILIAL NOT = 9
                   MOVE "*** FILIAL: 0=GERAL, 1 A 5 OU 9=TODAS ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COPIAR-ANO-002.
                IF W-OPER-FILIAL NOT = ZEROS
                   AND W-CP-FILIAL NOT = W-OPER-FILIAL
                   MOVE "*** METAS SO DA PROPRIA FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COPIAR-ANO-002.
       COPIAR-ANO-003.
                ACCEPT (06, 34) W-CP-SINAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO COPIAR-ANO-002.
                IF W-CP-SINAL NOT = "+" AND "-"
                   MOVE "*** DIGITE + OU - ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COPIAR-ANO-003.
       COPIAR-ANO-004.
                ACCEPT (07, 34) W-CP-PERC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO COPIAR-ANO-003.
                IF W-CP-SINAL = "-" AND W-CP-PERC > 100
                   MOVE "*** REDUCAO MAXIMA DE 100% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COPIAR-ANO-004.
       COPIAR-ANO-005.
                ACCEPT (08, 34) W-CP-SOBREPOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO COPIAR-ANO-004.
                IF W-CP-SOBREPOR = "s"
                   MOVE "S" TO W-CP-SOBREPOR.
                IF W-CP-SOBREPOR = "n"
                   MOVE "N" TO W-CP-SOBREPOR.
                IF W-CP-SOBREPOR NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COPIAR-ANO-005.
       COPIAR-ANO-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO COPIAR-ANO-005.
                IF W-OPCAO = "N" OR "n"
                    MOVE "COPIA CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO MENU-META.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO COPIAR-ANO-OPC.
                PERFORM COPIAR-METAS THRU COPIAR-METAS-FIM
                DISPLAY (10, 05) "METAS COPIADAS.............:"
                DISPLAY (10, 34) W-CP-COPIADAS
                DISPLAY (11, 05) "METAS SOBREPOSTAS..........:"
                DISPLAY (11, 34) W-CP-SOBREPOSTAS
                DISPLAY (12, 05) "METAS MANTIDAS NO DESTINO..:"
                DISPLAY (12, 34) W-CP-MANTIDAS
                IF W-CP-COPIADAS = ZEROS AND W-CP-SOBREPOSTAS = ZEROS
                   AND W-CP-MANTIDAS = ZEROS
                   MOVE "*** NENHUMA META NO ANO ANTERIOR ***" TO MENS
                ELSE
                   MOVE "COPIA CONCLUIDA" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-META.

       COPIAR-METAS.
                MOVE ZEROS TO W-CP-COPIADAS W-CP-SOBREPOSTAS
                MOVE ZEROS TO W-CP-MANTIDAS
                MOVE W-CP-ANO-ORIG TO META-ANO
                MOVE ZEROS TO META-MES META-FILIAL META-CONTA
                START ARQMETA KEY IS NOT LESS THAN CHAVE-META
                    INVALID KEY GO TO COPIAR-METAS-FIM.
       COPIAR-METAS-LER.
                READ ARQMETA NEXT RECORD
                    AT END GO TO COPIAR-METAS-FIM.
                IF META-ANO NOT = W-CP-ANO-ORIG
                   GO TO COPIAR-METAS-FIM.
                IF W-CP-FILIAL NOT = 9
                   AND META-FILIAL NOT = W-CP-FILIAL
                   GO TO COPIAR-METAS-LER.
                MOVE CHAVE-META TO W-CP-CHAVE-ULT
                IF W-CP-SINAL = "-"
                   COMPUTE W-CP-VALOR ROUNDED =
                           META-VALOR * (100 - W-CP-PERC) / 100
                ELSE
                   COMPUTE W-CP-VALOR ROUNDED =
                           META-VALOR * (100 + W-CP-PERC) / 100.
                MOVE W-CP-ANO   TO META-ANO
                MOVE W-CP-VALOR TO META-VALOR
                MOVE W-OPERADOR TO META-OPERADOR
                MOVE W-DA-DD   TO META-DATA-ALT (1:2)
                MOVE W-DA-MM   TO META-DATA-ALT (3:2)
                MOVE W-DA-AAAA TO META-DATA-ALT (5:4)
                WRITE REGMETA
                IF FS-OK
                   ADD 1 TO W-CP-COPIADAS
                ELSE
                   IF FS-DUPLICADO AND W-CP-SOBREPOR = "S"
                      REWRITE REGMETA
                      ADD 1 TO W-CP-SOBREPOSTAS
                   ELSE
                      ADD 1 TO W-CP-MANTIDAS.
                MOVE "00" TO ST-ERRO
                MOVE W-CP-CHAVE-ULT TO CHAVE-META
                START ARQMETA KEY IS GREATER THAN CHAVE-META
                    INVALID KEY GO TO COPIAR-METAS-FIM.
                GO TO COPIAR-METAS-LER.
       COPIAR-METAS-FIM.
                MOVE "00" TO ST-ERRO.
                EXIT.
      *
      * CONTAS DE DEBITO E DE CREDITO DE TODOS OS TIPOS DO PLANO
       CARREGAR-CONTAS.
                MOVE ZEROS TO W-QTD-CTAS.
       CARREGAR-CONTAS-LER.
                READ ARQCONTA NEXT RECORD
                    AT END GO TO CARREGAR-CONTAS-FIM.
                MOVE CONTA-DEBITO TO W-CTA-BUSCA
                PERFORM INCLUIR-CTA THRU INCLUIR-CTA-FIM
                MOVE CONTA-CREDITO TO W-CTA-BUSCA
                PERFORM INCLUIR-CTA THRU INCLUIR-CTA-FIM
                GO TO CARREGAR-CONTAS-LER.
       CARREGAR-CONTAS-FIM.
                MOVE "00" TO ST-ERRO-CTA.
                EXIT.

       INCLUIR-CTA.
                IF W-CTA-BUSCA = ZEROS
                   GO TO INCLUIR-CTA-FIM.
                PERFORM BUSCAR-CTA THRU BUSCAR-CTA-FIM
                IF W-CTA-ACHOU = "S" OR W-QTD-CTAS NOT < 200
                   GO TO INCLUIR-CTA-FIM.
                ADD 1 TO W-QTD-CTAS
                MOVE W-CTA-BUSCA TO TC-CONTA (W-QTD-CTAS)
                MOVE CONTA-TIPO  TO TC-TIPO (W-QTD-CTAS).
       INCLUIR-CTA-FIM.
                EXIT.

       BUSCAR-CTA.
                MOVE "N" TO W-CTA-ACHOU
                MOVE SPACES TO W-CTA-TIPO
                MOVE 1 TO W-IND.
       BUSCAR-CTA-LOOP.
                IF W-IND > W-QTD-CTAS
                   GO TO BUSCAR-CTA-FIM.
                IF TC-CONTA (W-IND) = W-CTA-BUSCA
                   MOVE "S" TO W-CTA-ACHOU
                   MOVE TC-TIPO (W-IND) TO W-CTA-TIPO
                   GO TO BUSCAR-CTA-FIM.
                ADD 1 TO W-IND
                GO TO BUSCAR-CTA-LOOP.
       BUSCAR-CTA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE ARQMETA.
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
