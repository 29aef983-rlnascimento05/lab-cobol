       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPARC.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * CADASTRO DE PARCEIROS INDICADORES
      * HOTEIS, POUSADAS E AGENCIAS DE TURISMO MANDAM HOSPEDES PARA
      * ALUGAR BIKE E COBRAM UMA COMISSAO SOBRE O QUE ELES GASTAM --
      * CONTA QUE ERA FEITA NUMA PLANILHA, DE MEMORIA. ESTE PROGRAMA
      * MANTEM ARQPARC.DAT (CHAVE CODIGO DO PARCEIRO, DE QUATRO
      * DIGITOS, O QUE O BALCAO DIGITA): CNPJ (MESMOS DIGITOS
      * VERIFICADORES DO CADFORN), NOME, PERCENTUAL DE COMISSAO
      * (PADRAO 10%), BANCO, AGENCIA E CONTA PARA O PAGAMENTO E
      * SITUACAO A/I. O CODIGO E INFORMADO NA ABERTURA DA LOCACAO
      * (SGB-004, SGB-025 E KIOSK001, COPY PARCVAL.) E GRAVADO EM
      * LOC-PARCEIRO; O COMIS001 APURA A COMISSAO DO MES, IMPRIME O
      * EXTRATO DE CADA PARCEIRO E LANCA A CONTA A PAGAR. PARCEIRO
      * QUE DEIXOU DE INDICAR E INATIVADO (SITUACAO I), NAO
      * EXCLUIDO, PARA OS EXTRATOS ANTIGOS CONTINUAREM COM O NOME.
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

           SELECT ARQPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARC-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                   88 PARC-ATIVO            VALUE "A".
                   88 PARC-INATIVO          VALUE "I".
                03 PARC-DATA-ALT        PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-PERC-PADRAO PIC 9(02)V99 VALUE 10,00.
       77 W-PERC-ED    PIC Z9,99.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

      * CAMPOS PARA VALIDACAO DO DIGITO VERIFICADOR DO CNPJ (MOD-11
      * COM OS PESOS PROPRIOS DO CNPJ), MESMO VALIDA-CNPJ DO CADCLI
       01 W-CNPJ-NUM   PIC 9(14) VALUE ZEROS.
       01 W-CNPJ-TAB REDEFINES W-CNPJ-NUM.
           03 W-CNPJ-D PIC 9(01) OCCURS 14 TIMES.
       01 TABPESO1.
           03 FILLER   PIC X(12) VALUE "543298765432".
       01 TABPESO1-R REDEFINES TABPESO1.
           03 W-PESO1  PIC 9(01) OCCURS 12 TIMES.
       01 TABPESO2.
           03 FILLER   PIC X(13) VALUE "6543298765432".
       01 TABPESO2-R REDEFINES TABPESO2.
           03 W-PESO2  PIC 9(01) OCCURS 13 TIMES.
       77 W-CNPJ-IND   PIC 9(02) VALUE 1.
       77 W-CNPJ-SOMA  PIC 9(05) VALUE 0.
       77 W-CNPJ-RESTO PIC 9(02) VALUE 0.
       77 W-CNPJ-AUX   PIC 9(05) VALUE 0.
       77 W-CNPJ-DV1   PIC 9(01) VALUE 0.
       77 W-CNPJ-DV2   PIC 9(01) VALUE 0.
       77 W-CNPJ-VALIDO PIC X(01) VALUE "S".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQPARC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQPARC
                      CLOSE ARQPARC
                      MOVE "* ARQUIVO DE PARCEIROS SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ PARCEIROS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO PARC-CODIGO PARC-CNPJ PARC-PERC-COMIS
                MOVE ZEROS  TO PARC-BANCO PARC-AGENCIA PARC-DATA-ALT
                MOVE SPACES TO PARC-NOME PARC-CONTA PARC-SITUACAO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CADASTRO DE PARCEIROS INDICADORES"
                DISPLAY (04, 05) "CODIGO DO PARCEIRO..:"
                DISPLAY (05, 05) "CNPJ................:"
                DISPLAY (06, 05) "NOME................:"
                DISPLAY (07, 05) "COMISSAO (%)........:"
                DISPLAY (08, 05) "BANCO...............:"
                DISPLAY (09, 05) "AGENCIA.............:"
                DISPLAY (10, 05) "CONTA...............:"
                DISPLAY (11, 05) "SITUACAO (A/I)......:"
                DISPLAY (12, 05) "ULTIMA ALTERACAO....:".
       INC-002.
                ACCEPT (04, 27) PARC-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF PARC-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQPARC
                IF ST-ERRO NOT = "23"
                    IF ST-ERRO = "00"
                        DISPLAY (05, 27) PARC-CNPJ
                        DISPLAY (06, 27) PARC-NOME
                        MOVE PARC-PERC-COMIS TO W-PERC-ED
                        DISPLAY (07, 27) W-PERC-ED
                        DISPLAY (08, 27) PARC-BANCO
                        DISPLAY (09, 27) PARC-AGENCIA
                        DISPLAY (10, 27) PARC-CONTA
                        DISPLAY (11, 27) PARC-SITUACAO
                        DISPLAY (12, 27) PARC-DATA-ALT
                        MOVE "PARCEIRO EXISTENTE" TO MENS
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
                ACCEPT (05, 27) PARC-CNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PARC-CNPJ = ZEROS
                   MOVE "*** CNPJ INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                PERFORM VALIDA-CNPJ THRU VALIDA-CNPJ-FIM
                IF W-CNPJ-VALIDO NOT = "S"
                   MOVE "*** CNPJ INVALIDO - DIGITO VERIFICADOR ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 27) PARC-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PARC-NOME = SPACES
                   MOVE "*** NOME EM BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      * PERCENTUAL EM BRANCO/ZERO ASSUME O PADRAO DE 10% COMBINADO
      * COM OS HOTEIS E AGENCIAS
       INC-005.
                ACCEPT (07, 27) PARC-PERC-COMIS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PARC-PERC-COMIS = ZEROS
                   MOVE W-PERC-PADRAO TO PARC-PERC-COMIS.
                IF PARC-PERC-COMIS > 50
                   MOVE "*** COMISSAO ACIMA DE 50% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE PARC-PERC-COMIS TO W-PERC-ED
                DISPLAY (07, 27) W-PERC-ED.
       INC-006.
                ACCEPT (08, 27) PARC-BANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT (09, 27) PARC-AGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT (10, 27) PARC-CONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PARC-BANCO = ZEROS OR PARC-AGENCIA = ZEROS
                   OR PARC-CONTA = SPACES
                   MOVE "*** DADOS BANCARIOS INCOMPLETOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-009.
                ACCEPT (11, 27) PARC-SITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF PARC-SITUACAO NOT = "A" AND "I"
                   MOVE "*** SITUACAO DEVE SER A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-002.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-OPC.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-DIA-HOJE TO PARC-DATA-ALT (1:2)
                MOVE W-MES-HOJE TO PARC-DATA-ALT (3:2)
                MOVE W-ANO-HOJE TO PARC-DATA-ALT (5:4)
                IF W-SEL = 03
                    GO TO ALT-OPC.
       INC-GRAVACAO.
                WRITE REGPARC
                IF ST-ERRO = "00" OR "02"
                    MOVE "PARCEIRO GRAVADO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF ST-ERRO = "22"
                    MOVE "PARCEIRO JA EXISTENTE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001
                ELSE
                    MOVE "ERRO AO GRAVAR O REGISTRO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
      * SEM EXCLUSAO: O CODIGO PODE ESTAR GRAVADO EM LOCACOES E
      * EXTRATOS; PARCEIRO DESLIGADO FICA INATIVO (SITUACAO I)
       CRUD-001.
                DISPLAY(25, 10)
                 "F1 - NOVO REGISTRO   F2 - ALTERAR"
                ACCEPT (25, 45) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03
                    GO TO CRUD-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 10) MENS
                IF W-ACT = 02
                    MOVE 02 TO W-SEL
                    GO TO INC-001.
                MOVE 03 TO W-SEL
                GO TO INC-003.
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
                REWRITE REGPARC.
                IF ST-ERRO = "00" OR "02"
                    MOVE "PARCEIRO ALTERADO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
      * VALIDA-CNPJ: CONFERE OS DOIS DIGITOS VERIFICADORES DO CNPJ
      * PELO MODULO 11 COM OS PESOS PROPRIOS DO CNPJ, MESMO
      * ALGORITMO DO VALIDA-CNPJ DO CADCLI. CNPJ COM TODOS OS
      * DIGITOS IGUAIS E REJEITADO DE CARA.
      *-------------------------------------------------------------
       VALIDA-CNPJ.
                MOVE "S" TO W-CNPJ-VALIDO
                MOVE PARC-CNPJ TO W-CNPJ-NUM
                MOVE 2    TO W-CNPJ-IND.
       VALIDA-CNPJ-REPETIDO.
                IF W-CNPJ-D(W-CNPJ-IND) NOT = W-CNPJ-D(1)
                   GO TO VALIDA-CNPJ-INICIO.
                ADD 1 TO W-CNPJ-IND
                IF W-CNPJ-IND < 15
                   GO TO VALIDA-CNPJ-REPETIDO.
                MOVE "N" TO W-CNPJ-VALIDO
                GO TO VALIDA-CNPJ-FIM.
       VALIDA-CNPJ-INICIO.
                MOVE 1 TO W-CNPJ-IND
                MOVE 0 TO W-CNPJ-SOMA.
       VALIDA-CNPJ-SOMA1.
                COMPUTE W-CNPJ-SOMA = W-CNPJ-SOMA +
                        (W-CNPJ-D(W-CNPJ-IND) * W-PESO1(W-CNPJ-IND))
                ADD 1 TO W-CNPJ-IND
                IF W-CNPJ-IND < 13
                   GO TO VALIDA-CNPJ-SOMA1.
                COMPUTE W-CNPJ-AUX = W-CNPJ-SOMA / 11
                COMPUTE W-CNPJ-RESTO = W-CNPJ-SOMA -
                        (W-CNPJ-AUX * 11)
                IF W-CNPJ-RESTO < 2
                   MOVE 0 TO W-CNPJ-DV1
                ELSE
                   COMPUTE W-CNPJ-DV1 = 11 - W-CNPJ-RESTO.
                IF W-CNPJ-DV1 NOT = W-CNPJ-D(13)
                   MOVE "N" TO W-CNPJ-VALIDO
                   GO TO VALIDA-CNPJ-FIM.
                MOVE 1 TO W-CNPJ-IND
                MOVE 0 TO W-CNPJ-SOMA.
       VALIDA-CNPJ-SOMA2.
                COMPUTE W-CNPJ-SOMA = W-CNPJ-SOMA +
                        (W-CNPJ-D(W-CNPJ-IND) * W-PESO2(W-CNPJ-IND))
                ADD 1 TO W-CNPJ-IND
                IF W-CNPJ-IND < 14
                   GO TO VALIDA-CNPJ-SOMA2.
                COMPUTE W-CNPJ-AUX = W-CNPJ-SOMA / 11
                COMPUTE W-CNPJ-RESTO = W-CNPJ-SOMA -
                        (W-CNPJ-AUX * 11)
                IF W-CNPJ-RESTO < 2
                   MOVE 0 TO W-CNPJ-DV2
                ELSE
                   COMPUTE W-CNPJ-DV2 = 11 - W-CNPJ-RESTO.
                IF W-CNPJ-DV2 NOT = W-CNPJ-D(14)
                   MOVE "N" TO W-CNPJ-VALIDO.
       VALIDA-CNPJ-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQPARC
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
