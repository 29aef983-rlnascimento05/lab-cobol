       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-052.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-052 - CATALOGO DE SERVICOS PADRAO DA OFICINA
      * TODA ORDEM DO SGB-011 ERA TEXTO LIVRE EM OS-DESCRICAO: O
      * MESMO SERVICO DE FREIO SAIA DESCRITO DE DEZ JEITOS, AS PECAS
      * ERAM LANCADAS UMA A UMA E AS HORAS ERAM CHUTADAS. ESTE
      * PROGRAMA MANTEM ARQSERV.DAT, UM REGISTRO POR SERVICO PADRAO
      * (CODIGO DE 4 POSICOES), COM A DESCRICAO, AS HORAS PADRAO DE
      * MAO DE OBRA, A HABILIDADE EXIGIDA DO MECANICO (TABELA THAB,
      * COPY THABIL.; BRANCO = SERVICO GERAL), AS CATEGORIAS DE BIKE
      * EM QUE O SERVICO SE APLICA (ATE 5; BRANCO = TODAS) E O KIT DE
      * PECAS (ATE 6 PECAS DE ARQPECA.DAT COM A QUANTIDADE). O
      * SGB-011 ABRE A ORDEM PELO CODIGO DO SERVICO, RESERVA O KIT E
      * NA CONCLUSAO COMPARA HORAS E PECAS COM O PADRAO; O REL071
      * APURA O DESVIO POR SERVICO E MECANICO.
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

           SELECT ARQSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SERV-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PECA-CODIGO
                    FILE STATUS  IS ST-ERRO-PEC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSERV.DAT".
       01 REGSERV.
                03 SERV-CODIGO          PIC X(04).
                03 SERV-DESCRICAO       PIC X(40).
                03 SERV-HORAS           PIC 9(3)V9.
                03 SERV-HABIL           PIC X(02).
                03 SERV-CATEGORIAS      PIC X(05).
                03 SERV-CAT-R REDEFINES SERV-CATEGORIAS.
                   05 SERV-CAT          PIC X(01) OCCURS 5 TIMES.
                03 SERV-KIT OCCURS 6 TIMES.
                   05 SERV-PECA         PIC X(08).
                   05 SERV-QTD          PIC 9(03).
                03 SERV-DATA            PIC 9(08).
                03 SERV-OPERADOR        PIC X(08).

       FD ARQPECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPECA.DAT".
       01 REGPECA.
                03 PECA-CODIGO          PIC X(8).
                03 PECA-DESCRICAO       PIC X(30).
                03 PECA-QTD-ESTOQUE     PIC 9(5).
                03 PECA-CUSTO-UNIT      PIC 9(6)V99.
                03 PECA-ESTOQUE-MIN     PIC 9(5).
                03 PECA-GARANTIA-DIAS   PIC 9(3).
                03 PECA-ULT-RECEB       PIC 9(8).
                03 PECA-ULT-PEDIDO      PIC 9(6).
                03 PECA-ULT-FORN        PIC 9(14).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       COPY FSTATUS.
       77 ST-ERRO-PEC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-SERV-PED   PIC X(04) VALUE SPACES.
       77 W-HABIL-PED  PIC X(02) VALUE SPACES.
       77 W-HABIL-DESC PIC X(22) VALUE SPACES.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-KIT        PIC 9(02) VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.

       COPY THABIL.

       01 W-DATA-ALT.
           03 W-DA-AAAA    PIC 9(04).
           03 W-DA-MM      PIC 9(02).
           03 W-DA-DD      PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NO
      * SERVICO
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
           OPEN I-O ARQSERV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQSERV
                      CLOSE ARQSERV
                      MOVE "* ARQUIVO DE SERVICOS PADRAO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE SERVICOS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           OPEN INPUT ARQPECA
           IF ST-ERRO-PEC NOT = "00"
              MOVE "CADASTRE AS PECAS NO SGB-012 ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSERV
              GO TO ROT-FIMP.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID TO W-OPERADOR.
       INC-001.
                MOVE SPACES TO REGSERV W-HABIL-DESC
                MOVE ZEROS  TO SERV-HORAS SERV-DATA
                MOVE 1 TO W-KIT.
       INC-001K.
                MOVE ZEROS TO SERV-QTD (W-KIT)
                ADD 1 TO W-KIT
                IF W-KIT NOT > 6
                   GO TO INC-001K.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CATALOGO DE SERVICOS PADRAO"
                DISPLAY (04, 05) "CODIGO DO SERVICO......:"
                DISPLAY (05, 05) "DESCRICAO..............:"
                DISPLAY (06, 05) "HORAS PADRAO (999,9)...:"
                DISPLAY (07, 05) "HABILIDADE EXIGIDA.....:"
                DISPLAY (08, 05) "CATEGORIAS DE BIKE.....:"
                DISPLAY (08, 37) "(BRANCO = TODAS)"
                DISPLAY (10, 05) "KIT DE PECAS (PECA EM BRANCO = FIM):"
                DISPLAY (11, 07) "PECA      QTDE  DESCRICAO"
                DISPLAY (19, 05) "ULTIMA ALTERACAO.......:".
       INC-002.
                MOVE SPACES TO W-SERV-PED
                ACCEPT (04, 30) W-SERV-PED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-SERV-PED = SPACES
                   GO TO INC-002.
                MOVE W-SERV-PED TO SERV-CODIGO.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQSERV
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        PERFORM MOSTRAR-REG THRU MOSTRAR-REG-FIM
                        MOVE "SERVICO JA CADASTRADO" TO MENS
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
                ACCEPT (05, 30) SERV-DESCRICAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF SERV-DESCRICAO = SPACES
                   MOVE "*** INFORME A DESCRICAO DO SERVICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 30) SERV-HORAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SERV-HORAS = ZEROS
                   MOVE "*** INFORME AS HORAS PADRAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                MOVE SERV-HABIL TO W-HABIL-PED
                ACCEPT (07, 30) W-HABIL-PED WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                PERFORM BUSCAR-HABIL THRU BUSCAR-HABIL-FIM
                IF W-HABIL-PED NOT = SPACES AND W-HABIL-DESC = SPACES
                   MOVE "*** HABILIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE W-HABIL-PED TO SERV-HABIL
                IF W-HABIL-PED = SPACES
                   MOVE "SERVICO GERAL" TO W-HABIL-DESC.
                DISPLAY (07, 33) W-HABIL-DESC.
       INC-006.
                ACCEPT (08, 30) SERV-CATEGORIAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE 1 TO W-KIT.
       INC-007.
                COMPUTE W-LIN = 11 + W-KIT
                ACCEPT (W-LIN, 07) SERV-PECA (W-KIT) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-006.
                IF SERV-PECA (W-KIT) = SPACES
                   GO TO INC-007-LIMPA.
                MOVE SERV-PECA (W-KIT) TO PECA-CODIGO
                READ ARQPECA
                IF ST-ERRO-PEC NOT = "00"
                   MOVE "00" TO ST-ERRO-PEC
                   MOVE "*** PECA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                DISPLAY (W-LIN, 23) PECA-DESCRICAO.
       INC-007-QTD.
                IF SERV-QTD (W-KIT) = ZEROS
                   MOVE 1 TO SERV-QTD (W-KIT).
                ACCEPT (W-LIN, 17) SERV-QTD (W-KIT) WITH UPDATE
                IF SERV-QTD (W-KIT) = ZEROS
                   GO TO INC-007-QTD.
                ADD 1 TO W-KIT
                IF W-KIT NOT > 6
                   GO TO INC-007.
                GO TO INC-008.
      * PECA EM BRANCO ENCERRA O KIT: AS POSICOES SEGUINTES SAO
      * LIMPAS NO REGISTRO E NA TELA
       INC-007-LIMPA.
                MOVE SPACES TO SERV-PECA (W-KIT)
                MOVE ZEROS  TO SERV-QTD (W-KIT)
                COMPUTE W-LIN = 11 + W-KIT
                DISPLAY (W-LIN, 07) LIMPA
                ADD 1 TO W-KIT
                IF W-KIT NOT > 6
                   GO TO INC-007-LIMPA.
       INC-008.
                ACCEPT W-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-DA-DD   TO SERV-DATA (1:2)
                MOVE W-DA-MM   TO SERV-DATA (3:2)
                MOVE W-DA-AAAA TO SERV-DATA (5:4)
                MOVE W-OPERADOR TO SERV-OPERADOR.
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
                WRITE REGSERV
                IF FS-OK
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF FS-DUPLICADO
                    MOVE "SERVICO JA CADASTRADO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001
                ELSE
                    MOVE "ERRO AO GRAVAR O REGISTRO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       CRUD-001.
                DISPLAY(25, 05) "F1-NOVO  F2-ALTERAR  F3-EXCLUIR"
                ACCEPT (25, 40) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                    GO TO CRUD-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 05) MENS
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
                DELETE ARQSERV RECORD.
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
                REWRITE REGSERV.
                IF FS-OK
                    MOVE FS-MSG-ALTERADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-ALTERADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      * MOSTRA O SERVICO LIDO, COM A DESCRICAO DE CADA PECA DO KIT
       MOSTRAR-REG.
                DISPLAY (05, 30) SERV-DESCRICAO
                DISPLAY (06, 30) SERV-HORAS
                MOVE SERV-HABIL TO W-HABIL-PED
                PERFORM BUSCAR-HABIL THRU BUSCAR-HABIL-FIM
                IF W-HABIL-PED = SPACES
                   MOVE "SERVICO GERAL" TO W-HABIL-DESC.
                DISPLAY (07, 30) SERV-HABIL
                DISPLAY (07, 33) W-HABIL-DESC
                DISPLAY (08, 30) SERV-CATEGORIAS
                DISPLAY (19, 30) SERV-DATA
                DISPLAY (19, 40) SERV-OPERADOR
                MOVE 1 TO W-KIT.
       MOSTRAR-REG-KIT.
                IF SERV-PECA (W-KIT) = SPACES
                   GO TO MOSTRAR-REG-FIM.
                COMPUTE W-LIN = 11 + W-KIT
                DISPLAY (W-LIN, 07) SERV-PECA (W-KIT)
                DISPLAY (W-LIN, 17) SERV-QTD (W-KIT)
                MOVE SERV-PECA (W-KIT) TO PECA-CODIGO
                READ ARQPECA
                IF ST-ERRO-PEC = "00"
                   DISPLAY (W-LIN, 23) PECA-DESCRICAO
                ELSE
                   MOVE "00" TO ST-ERRO-PEC.
                ADD 1 TO W-KIT
                IF W-KIT NOT > 6
                   GO TO MOSTRAR-REG-KIT.
       MOSTRAR-REG-FIM.
                EXIT.

      * PROCURA W-HABIL-PED NA TABELA THAB; DEVOLVE A DESCRICAO EM
      * W-HABIL-DESC (BRANCO = HABILIDADE INEXISTENTE OU EM BRANCO)
       BUSCAR-HABIL.
                MOVE SPACES TO W-HABIL-DESC
                IF W-HABIL-PED = SPACES
                   GO TO BUSCAR-HABIL-FIM.
                MOVE 1 TO IND.
       BUSCAR-HABIL-LER.
                MOVE THAB(IND) TO ALFAHAB
                IF ALFAHAB-COD = W-HABIL-PED
                   MOVE ALFAHAB-DESC TO W-HABIL-DESC
                   GO TO BUSCAR-HABIL-FIM.
                ADD 1 TO IND
                IF IND NOT > 4
                   GO TO BUSCAR-HABIL-LER.
       BUSCAR-HABIL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQSERV ARQPECA
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
