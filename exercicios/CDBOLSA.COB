       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-051.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-051 - BOLSAS E DESCONTOS DA MENSALIDADE ESCOLAR
      * O MENS001 GERAVA A MESMA MENSALIDADE CHEIA PARA TODO ALUNO
      * ATIVO, E BOLSA DE ESTUDO OU DESCONTO DE IRMAOS ERA ABATIDO
      * NA MAO NO CDMENS NA HORA DA BAIXA. ESTE PROGRAMA MANTEM
      * ARQBOLSA.DAT, UM REGISTRO POR BOLSA (CHAVE RA DO ALUNO EM
      * ARQALUNO.DAT + COMPETENCIA INICIAL AAAAMM), COM A COMPETENCIA
      * FINAL, O TIPO (TABELA TBOL, COPY TBOLSA.), A FORMA (P =
      * PERCENTUAL, V = VALOR FIXO EM REAIS), A REFERENCIA DA
      * APROVACAO E A SITUACAO (A = ATIVA, C = CANCELADA). O MENS001
      * APLICA NA GERACAO A MAIOR BOLSA ATIVA DENTRO DA VIGENCIA --
      * VENCIDA A COMPETENCIA FINAL A BOLSA DEIXA DE SER APLICADA
      * SOZINHA -- E GRAVA BRUTO, DESCONTO E LIQUIDO NA MENSALIDADE.
      * O REL068 TOTALIZA O DESCONTO DO MES POR TIPO DE BOLSA.
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

           SELECT ARQBOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BOLSA
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALUNO-RA
                    FILE STATUS  IS ST-ERRO-ALU.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBOLSA.DAT".
       01 REGBOLSA.
                03 CHAVE-BOLSA.
                   05 BOLSA-RA          PIC X(13).
                   05 BOLSA-INICIO      PIC 9(06).
                03 BOLSA-FIM            PIC 9(06).
                03 BOLSA-TIPO           PIC X(01).
                03 BOLSA-FORMA          PIC X(01).
                   88 BOLSA-PERCENTUAL      VALUE "P".
                   88 BOLSA-VALOR-FIXO      VALUE "V".
                03 BOLSA-PERC           PIC 9(03)V99.
                03 BOLSA-VALOR          PIC 9(06)V99.
                03 BOLSA-APROVACAO      PIC X(20).
                03 BOLSA-SITUACAO       PIC X(01).
                   88 BOLSA-ATIVA           VALUE "A".
                   88 BOLSA-CANCELADA       VALUE "C".
                03 BOLSA-DATA           PIC 9(08).
                03 BOLSA-OPERADOR       PIC X(08).

       FD ARQALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALUNO.DAT".
       01 REGALUNO.
                03 ALUNO-RA             PIC X(13).
                03 ALUNO-NOME           PIC X(32).
                03 ALUNO-DATANASC.
                    05 ALUNO-DIA        PIC 9(2).
                    05 ALUNO-MES        PIC 9(2).
                    05 ALUNO-ANO        PIC 9(4).
                03 ALUNO-RESPONSAVEL    PIC X(35).
                03 ALUNO-TELEFONE.
                   05 ALUNO-DDD         PIC 9(02).
                   05 ALUNO-TELNUM      PIC 9(9).
                03 ALUNO-EMAIL          PIC X(35).
                03 ALUNO-CEP            PIC 9(08).
                03 ALUNO-ENDNUM         PIC 9(4).
                03 ALUNO-SITUACAO       PIC X(1).
                   88 ALUNO-ATIVO           VALUE "A".
                   88 ALUNO-INATIVO         VALUE "I".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       COPY FSTATUS.
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-RA-PED     PIC X(13) VALUE SPACES.
       77 W-INICIO-PED PIC 9(06) VALUE ZEROS.
       77 W-TIPO-PED   PIC X(01) VALUE SPACES.
       77 W-TIPO-DESC  PIC X(23) VALUE SPACES.
       77 W-PERC-ED    PIC ZZ9,99.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.

       COPY TBOLSA.

      * COMPETENCIA AAAAMM EM VALIDACAO
       01 W-COMP.
          03 W-COMP-AAAA    PIC 9(04).
          03 W-COMP-MM      PIC 9(02).
       01 W-COMP-NUM REDEFINES W-COMP
                                        PIC 9(06).

       01 W-DATA-ALT.
           03 W-DA-AAAA    PIC 9(04).
           03 W-DA-MM      PIC 9(02).
           03 W-DA-DD      PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NA BOLSA
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
           OPEN I-O ARQBOLSA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQBOLSA
                      CLOSE ARQBOLSA
                      MOVE "* ARQUIVO DE BOLSAS CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE BOLSAS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           OPEN INPUT ARQALUNO
           IF ST-ERRO-ALU NOT = "00"
              MOVE "CADASTRE OS ALUNOS NO CADALUNO ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBOLSA
              GO TO ROT-FIMP.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID TO W-OPERADOR.
       INC-001.
                MOVE SPACES TO BOLSA-RA BOLSA-TIPO BOLSA-FORMA
                               BOLSA-APROVACAO BOLSA-SITUACAO
                               BOLSA-OPERADOR W-TIPO-DESC
                MOVE ZEROS  TO BOLSA-INICIO BOLSA-FIM BOLSA-PERC
                               BOLSA-VALOR BOLSA-DATA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "BOLSAS E DESCONTOS DA MENSALIDADE"
                DISPLAY (04, 05) "RA DO ALUNO............:"
                DISPLAY (05, 05) "COMPET. INICIAL(AAAAMM):"
                DISPLAY (07, 05) "COMPET. FINAL (AAAAMM).:"
                DISPLAY (08, 05) "TIPO DA BOLSA..........:"
                DISPLAY (09, 05) "FORMA (P=PERC V=VALOR).:"
                DISPLAY (10, 05) "PERCENTUAL.............:"
                DISPLAY (11, 05) "VALOR FIXO (R$)........:"
                DISPLAY (12, 05) "REFERENCIA APROVACAO...:"
                DISPLAY (13, 05) "SITUACAO (A=ATIVA C=CAN):"
                DISPLAY (15, 05) "ULTIMA ALTERACAO.......:"
                DISPLAY (17, 05) "TIPOS:"
                MOVE 1 TO IND.
       INC-001A.
                MOVE TBOL(IND) TO ALFABOL
                COMPUTE W-LIN = 17 + IND
                DISPLAY (W-LIN, 07) ALFABOL-COD
                DISPLAY (W-LIN, 10) ALFABOL-DESC
                ADD 1 TO IND
                IF IND NOT > 4
                   GO TO INC-001A.
       INC-002.
                MOVE SPACES TO W-RA-PED
                ACCEPT (04, 30) W-RA-PED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-RA-PED = SPACES
                   GO TO INC-002.
                MOVE W-RA-PED TO ALUNO-RA
                READ ARQALUNO
                IF ST-ERRO-ALU NOT = "00"
                   MOVE "*** ALUNO NAO CADASTRADO EM ARQALUNO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 44) ALUNO-NOME.
       INC-003.
                MOVE ZEROS TO W-INICIO-PED
                ACCEPT (05, 30) W-INICIO-PED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE W-INICIO-PED TO W-COMP-NUM
                IF W-COMP-AAAA < 1900 OR W-COMP-MM = 0
                                      OR W-COMP-MM > 12
                   MOVE "*** COMPETENCIA INICIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-RA-PED     TO BOLSA-RA
                MOVE W-INICIO-PED TO BOLSA-INICIO.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQBOLSA
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        PERFORM MOSTRAR-REG THRU MOSTRAR-REG-FIM
                        MOVE "BOLSA JA CADASTRADA" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      * BOLSA NOVA SO PARA ALUNO ATIVO
                IF NOT ALUNO-ATIVO
                   MOVE "*** ALUNO NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE SPACES TO BOLSA-TIPO BOLSA-FORMA BOLSA-APROVACAO
                               BOLSA-OPERADOR
                MOVE "A"    TO BOLSA-SITUACAO
                MOVE ZEROS  TO BOLSA-FIM BOLSA-PERC BOLSA-VALOR
                               BOLSA-DATA.
       INC-004.
                ACCEPT (07, 30) BOLSA-FIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE BOLSA-FIM TO W-COMP-NUM
                IF W-COMP-AAAA < 1900 OR W-COMP-MM = 0
                                      OR W-COMP-MM > 12
                   MOVE "*** COMPETENCIA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF BOLSA-FIM < BOLSA-INICIO
                   MOVE "*** FINAL DEVE SER IGUAL OU APOS A INICIAL"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (08, 30) BOLSA-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE BOLSA-TIPO TO W-TIPO-PED
                PERFORM BUSCAR-TIPO THRU BUSCAR-TIPO-FIM
                IF W-TIPO-DESC = SPACES
                   MOVE "*** TIPO DE BOLSA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                DISPLAY (08, 33) W-TIPO-DESC.
       INC-006.
                ACCEPT (09, 30) BOLSA-FORMA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF NOT BOLSA-PERCENTUAL AND NOT BOLSA-VALOR-FIXO
                   MOVE "*** FORMA INVALIDA. DIGITE P OU V ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF BOLSA-VALOR-FIXO
                   MOVE ZEROS TO BOLSA-PERC
                   DISPLAY (10, 30) "      "
                   GO TO INC-008.
                MOVE ZEROS TO BOLSA-VALOR
                DISPLAY (11, 30) "          ".
       INC-007.
                ACCEPT (10, 30) BOLSA-PERC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF BOLSA-PERC = ZEROS OR BOLSA-PERC > 100
                   MOVE "*** PERCENTUAL DEVE SER DE 0,01 A 100 ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE BOLSA-PERC TO W-PERC-ED
                DISPLAY (10, 30) W-PERC-ED
                GO TO INC-009.
       INC-008.
                ACCEPT (11, 30) BOLSA-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF BOLSA-VALOR = ZEROS
                   MOVE "*** INFORME O VALOR DO DESCONTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                MOVE BOLSA-VALOR TO W-VALOR-ED
                DISPLAY (11, 30) W-VALOR-ED.
       INC-009.
                ACCEPT (12, 30) BOLSA-APROVACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF BOLSA-APROVACAO = SPACES
                   MOVE "*** INFORME A REFERENCIA DA APROVACAO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (13, 31) BOLSA-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF NOT BOLSA-ATIVA AND NOT BOLSA-CANCELADA
                   MOVE "*** SITUACAO INVALIDA. DIGITE A OU C ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                ACCEPT W-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-DA-DD   TO BOLSA-DATA (1:2)
                MOVE W-DA-MM   TO BOLSA-DATA (3:2)
                MOVE W-DA-AAAA TO BOLSA-DATA (5:4)
                MOVE W-OPERADOR TO BOLSA-OPERADOR.
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
                IF W-SEL = 03
                    GO TO ALT-OPC.
       INC-GRAVACAO.
                WRITE REGBOLSA
                IF FS-OK
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF FS-DUPLICADO
                    MOVE "BOLSA JA CADASTRADA" TO MENS
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
                DELETE ARQBOLSA RECORD.
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
                REWRITE REGBOLSA.
                IF FS-OK
                    MOVE FS-MSG-ALTERADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-ALTERADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      * MOSTRA A BOLSA LIDA
       MOSTRAR-REG.
                DISPLAY (07, 30) BOLSA-FIM
                DISPLAY (08, 30) BOLSA-TIPO
                MOVE BOLSA-TIPO TO W-TIPO-PED
                PERFORM BUSCAR-TIPO THRU BUSCAR-TIPO-FIM
                DISPLAY (08, 33) W-TIPO-DESC
                DISPLAY (09, 30) BOLSA-FORMA
                MOVE BOLSA-PERC TO W-PERC-ED
                DISPLAY (10, 30) W-PERC-ED
                MOVE BOLSA-VALOR TO W-VALOR-ED
                DISPLAY (11, 30) W-VALOR-ED
                DISPLAY (12, 30) BOLSA-APROVACAO
                DISPLAY (13, 31) BOLSA-SITUACAO
                DISPLAY (15, 30) BOLSA-DATA
                DISPLAY (15, 40) BOLSA-OPERADOR.
       MOSTRAR-REG-FIM.
                EXIT.

      * PROCURA W-TIPO-PED NA TABELA TBOL; DEVOLVE A DESCRICAO EM
      * W-TIPO-DESC (BRANCO = TIPO INEXISTENTE)
       BUSCAR-TIPO.
                MOVE SPACES TO W-TIPO-DESC
                MOVE 1 TO IND.
       BUSCAR-TIPO-LER.
                MOVE TBOL(IND) TO ALFABOL
                IF ALFABOL-COD = W-TIPO-PED
                   MOVE ALFABOL-DESC TO W-TIPO-DESC
                   GO TO BUSCAR-TIPO-FIM.
                ADD 1 TO IND
                IF IND NOT > 4
                   GO TO BUSCAR-TIPO-LER.
       BUSCAR-TIPO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQBOLSA ARQALUNO
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
