       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-035.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-035 - CAMPANHAS PROMOCIONAIS
      * O MARKETING RODA CAMPANHAS ("20% NOS DIAS DE SEMANA NA
      * FILIAL 2", "PRIMEIRA HORA GRATIS NAS MOUNTAIN BIKES") E O
      * BALCAO APLICAVA NA MAO, EDITANDO O VALOR DA LOCACAO -- O
      * SGB-004 SO CONHECIA O DESCONTO DE FIDELIDADE E O VOUCHER DE
      * INDICACAO. ESTE PROGRAMA MANTEM ARQCAMP.DAT (CHAVE CODIGO
      * DA CAMPANHA): JANELA DE VALIDADE (INICIO/FIM EM DDMMAAAA),
      * FILIAL (0 = TODAS), CATEGORIA (BRANCO = TODAS), RESTRICAO
      * DE DIA DA SEMANA (0 = QUALQUER DIA, 1 A 7 = SO DOMINGO A
      * SABADO, 8 = SEGUNDA A SEXTA, 9 = SABADO E DOMINGO), TIPO
      * "P" = PERCENTUAL OU "V" = VALOR FIXO ABATIDO, LIMITE TOTAL
      * DE USOS E LIMITE DE USOS POR CPF (ZERO = SEM LIMITE) E
      * SITUACAO A/I. O CONTADOR DE USOS E MANTIDO PELO SGB-004
      * (CDLOC) E PELO KIOSK001 (COPY CAMPVAL./CAMPVALP.), QUE
      * VALIDAM E CARIMBAM O CODIGO NA LOCACAO; O REL051 MOSTRA O
      * RESULTADO POR CAMPANHA.
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

           SELECT ARQCAMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAMP-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCAMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMP.DAT".
       01 REGCAMP.
                03 CAMP-CODIGO          PIC X(06).
                03 CAMP-DESCRICAO       PIC X(30).
                03 CAMP-INICIO          PIC 9(8).
                03 CAMP-FIM             PIC 9(8).
                03 CAMP-FILIAL          PIC 9(01).
                03 CAMP-CATEGORIA       PIC X(01).
                03 CAMP-DIASEM          PIC 9(01).
                03 CAMP-TIPO            PIC X(01).
                   88 CAMP-PERCENTUAL       VALUE "P".
                   88 CAMP-VALOR-FIXO       VALUE "V".
                03 CAMP-PERC            PIC 9(03).
                03 CAMP-VALOR           PIC 9(4)V99.
                03 CAMP-MAX-USOS        PIC 9(05).
                03 CAMP-MAX-CPF         PIC 9(03).
                03 CAMP-USOS            PIC 9(05).
                03 CAMP-SITUACAO        PIC X(01).
                   88 CAMP-ATIVA            VALUE "A".
                   88 CAMP-INATIVA          VALUE "I".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-INI-AMD    PIC 9(08) VALUE ZEROS.
       77 W-FIM-AMD    PIC 9(08) VALUE ZEROS.

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       COPY DATAVAL.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQCAMP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQCAMP
                      CLOSE ARQCAMP
                      MOVE "* ARQUIVO DE CAMPANHAS SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE CAMPANHAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO CAMP-CODIGO CAMP-DESCRICAO
                MOVE SPACES TO CAMP-CATEGORIA CAMP-TIPO CAMP-SITUACAO
                MOVE ZEROS  TO CAMP-INICIO CAMP-FIM CAMP-FILIAL
                MOVE ZEROS  TO CAMP-DIASEM CAMP-PERC CAMP-VALOR
                MOVE ZEROS  TO CAMP-MAX-USOS CAMP-MAX-CPF CAMP-USOS
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CAMPANHAS PROMOCIONAIS"
                DISPLAY (04, 05) "CODIGO DA CAMPANHA..:"
                DISPLAY (05, 05) "DESCRICAO...........:"
                DISPLAY (06, 05) "VALIDADE INICIO.....:"
                DISPLAY (07, 05) "VALIDADE FIM........:"
                DISPLAY (08, 05) "FILIAL (0=TODAS)....:"
                DISPLAY (09, 05) "CATEGORIA (BR=TODAS):"
                DISPLAY (10, 05) "DIA DA SEMANA.......:"
                DISPLAY (10, 31) "0=TODOS 1-7=DOM A SAB 8=SEG-SEX 9=FDS"
                DISPLAY (11, 05) "TIPO (P=PERC V=VALOR):"
                DISPLAY (12, 05) "PERCENTUAL DESCONTO.:"
                DISPLAY (13, 05) "VALOR ABATIDO.......:"
                DISPLAY (14, 05) "MAXIMO DE USOS......:"
                DISPLAY (15, 05) "MAXIMO POR CPF......:"
                DISPLAY (16, 05) "USOS ATE AGORA......:"
                DISPLAY (17, 05) "SITUACAO (A/I)......:".
       INC-002.
                ACCEPT (04, 27) CAMP-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF CAMP-CODIGO = SPACES
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQCAMP
                IF ST-ERRO NOT = "23"
                    IF ST-ERRO = "00"
                        DISPLAY (05, 27) CAMP-DESCRICAO
                        DISPLAY (06, 27) CAMP-INICIO
                        DISPLAY (07, 27) CAMP-FIM
                        DISPLAY (08, 27) CAMP-FILIAL
                        DISPLAY (09, 27) CAMP-CATEGORIA
                        DISPLAY (10, 27) CAMP-DIASEM
                        DISPLAY (11, 28) CAMP-TIPO
                        DISPLAY (12, 27) CAMP-PERC
                        DISPLAY (13, 27) CAMP-VALOR
                        DISPLAY (14, 27) CAMP-MAX-USOS
                        DISPLAY (15, 27) CAMP-MAX-CPF
                        DISPLAY (16, 27) CAMP-USOS
                        DISPLAY (17, 27) CAMP-SITUACAO
                        MOVE "CAMPANHA EXISTENTE" TO MENS
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
                ACCEPT (05, 27) CAMP-DESCRICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CAMP-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO DEVE SER DIF DE BRANCOS ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 27) CAMP-INICIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE CAMP-INICIO TO W-DATA-DMA-NUM
                MOVE W-DMA-DD  TO DV-DIA
                MOVE W-DMA-MM  TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                COMPUTE W-INI-AMD = (W-DMA-AAAA * 10000)
                        + (W-DMA-MM * 100) + W-DMA-DD.
       INC-005.
                ACCEPT (07, 27) CAMP-FIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE CAMP-FIM TO W-DATA-DMA-NUM
                MOVE W-DMA-DD  TO DV-DIA
                MOVE W-DMA-MM  TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                COMPUTE W-FIM-AMD = (W-DMA-AAAA * 10000)
                        + (W-DMA-MM * 100) + W-DMA-DD
                IF W-FIM-AMD < W-INI-AMD
                   MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (08, 27) CAMP-FILIAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CAMP-FILIAL > 5
                   MOVE "*** FILIAL DEVE SER DE 0 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (09, 27) CAMP-CATEGORIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT (10, 27) CAMP-DIASEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT (11, 28) CAMP-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF CAMP-TIPO NOT = "P" AND "V"
                   MOVE "*** TIPO DEVE SER P OU V ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                IF CAMP-VALOR-FIXO
                   MOVE ZEROS TO CAMP-PERC
                   DISPLAY (12, 27) CAMP-PERC
                   GO TO INC-011.
                ACCEPT (12, 27) CAMP-PERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF CAMP-PERC = ZEROS OR CAMP-PERC > 100
                   MOVE "*** PERCENTUAL ENTRE 1 E 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                MOVE ZEROS TO CAMP-VALOR
                DISPLAY (13, 27) CAMP-VALOR
                GO TO INC-012.
       INC-011.
                ACCEPT (13, 27) CAMP-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF CAMP-VALOR = ZEROS
                   MOVE "*** VALOR ABATIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                ACCEPT (14, 27) CAMP-MAX-USOS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-013.
                ACCEPT (15, 27) CAMP-MAX-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
       INC-014.
                ACCEPT (17, 27) CAMP-SITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF CAMP-SITUACAO NOT = "A" AND "I"
                   MOVE "*** SITUACAO DEVE SER A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
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
                MOVE ZEROS TO CAMP-USOS
                WRITE REGCAMP
                IF ST-ERRO = "00" OR "02"
                    MOVE "CAMPANHA GRAVADA COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF ST-ERRO = "22"
                    MOVE "CAMPANHA JA EXISTENTE" TO MENS
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
                    MOVE CAMP-INICIO TO W-DATA-DMA-NUM
                    COMPUTE W-INI-AMD = (W-DMA-AAAA * 10000)
                            + (W-DMA-MM * 100) + W-DMA-DD
                    GO TO INC-003.
      * CAMPANHA JA USADA EM LOCACAO NAO E EXCLUIDA (O CODIGO ESTA
      * CARIMBADO NAS LOCACOES E O REL051 PERDERIA A DESCRICAO):
      * PARA ENCERRAR, MUDAR A SITUACAO PARA "I"
                IF CAMP-USOS > ZEROS
                    MOVE "CAMPANHA JA USADA - INATIVE EM VEZ DE EXCLUIR"
                                                       TO MENS
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
                DELETE ARQCAMP RECORD.
                IF ST-ERRO = "00"
                    MOVE "REGISTRO EXCLUIDO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
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
                REWRITE REGCAMP.
                IF ST-ERRO = "00" OR "02"
                    MOVE "CAMPANHA ALTERADA COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQCAMP
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
