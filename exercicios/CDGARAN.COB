       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-048.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-048 - RECLAMACOES DE GARANTIA JUNTO AO FORNECEDOR
      * PECA TROCADA DENTRO DA GARANTIA E CONSERTO DE BIKE AINDA NA
      * GARANTIA DO FABRICANTE SAIAM DO BOLSO DA OFICINA PORQUE
      * NINGUEM LEMBRAVA DE COBRAR O FORNECEDOR. O SGB-005 E O
      * SGB-011 SINALIZAM O CASO NA HORA DO SERVICO E ABREM A
      * RECLAMACAO EM ARQGARAN.DAT (COPY GARVAL.); ESTE PROGRAMA
      * ACOMPANHA CADA RECLAMACAO ATE O FIM -- ENVIADA AO
      * FORNECEDOR, CREDITADA (COM O VALOR QUE ELE DEVOLVEU) OU
      * RECUSADA (COM O MOTIVO) -- E MANTEM ARQGARMOD.DAT, A
      * GARANTIA DO FABRICANTE EM MESES POR MARCA/MODELO DE BIKE,
      * COM O CNPJ DO FORNECEDOR A QUEM RECLAMAR. O PRAZO DAS PECAS
      * FICA NO SGB-012 (PECA) E NO CADFORN (PADRAO DO FORNECEDOR).
      * O REL065 APURA O VALOR RECUPERADO POR FORNECEDOR.
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

           SELECT ARQGARAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GAR-NUMERO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQGARMOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-GMOD
                    FILE STATUS  IS ST-ERRO-GMD.

           SELECT ARQFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORN-CNPJ
                    FILE STATUS  IS ST-ERRO-FOR.

           SELECT ARQPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PECA-CODIGO
                    FILE STATUS  IS ST-ERRO-PEC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQGARAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGARAN.DAT".
       01 REGGAR.
                03 GAR-NUMERO           PIC 9(6).
                03 GAR-TIPO             PIC X(1).
                   88 GAR-DE-PECA           VALUE "P".
                   88 GAR-DE-BIKE           VALUE "B".
                03 GAR-FORNECEDOR       PIC 9(14).
                03 GAR-PECA             PIC X(8).
                03 GAR-QTD              PIC 9(3).
                03 GAR-BIKE             PIC 9(4).
                03 GAR-SEQ              PIC 9(4).
                03 GAR-PEDIDO           PIC 9(6).
                03 GAR-DATA-REF         PIC 9(8).
                03 GAR-DATA-SERV        PIC 9(8).
                03 GAR-VALOR            PIC 9(6)V99.
                03 GAR-DATA-ABERT       PIC 9(8).
                03 GAR-SITUACAO         PIC X(1).
                   88 GAR-ABERTA            VALUE "A".
                   88 GAR-ENVIADA           VALUE "E".
                   88 GAR-CREDITADA         VALUE "C".
                   88 GAR-RECUSADA          VALUE "R".
                03 GAR-VALOR-CRED       PIC 9(6)V99.
                03 GAR-DATA-SIT         PIC 9(8).
                03 GAR-OBS              PIC X(30).
                03 GAR-OPERADOR         PIC X(8).

       FD ARQGARMOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGARMOD.DAT".
       01 REGGMOD.
                03 CHAVE-GMOD.
                   05 GMOD-MARCA        PIC X(20).
                   05 GMOD-MODELO       PIC X(20).
                03 GMOD-MESES           PIC 9(3).
                03 GMOD-FORNECEDOR      PIC 9(14).
                03 GMOD-DATA            PIC 9(8).
                03 GMOD-OPERADOR        PIC X(8).

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
                03 FORN-GARANTIA-DIAS   PIC 9(3).

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
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-GMD  PIC X(02) VALUE "00".
       77 ST-ERRO-FOR  PIC X(02) VALUE "00".
       77 ST-ERRO-PEC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-FORN-ABERTO PIC X(01) VALUE "N".
       77 W-PECA-ABERTO PIC X(01) VALUE "N".
       77 W-SEL-MENU   PIC 9(01) VALUE ZEROS.
       77 W-GAR-PED    PIC 9(06) VALUE ZEROS.
       77 W-NOVA-SIT   PIC X(01) VALUE SPACES.
       77 W-VALOR-CRED PIC 9(06)V99 VALUE ZEROS.
       77 W-OBS        PIC X(30) VALUE SPACES.
       77 W-MARCA-PED  PIC X(20) VALUE SPACES.
       77 W-MODELO-PED PIC X(20) VALUE SPACES.
       77 W-MESES      PIC 9(03) VALUE ZEROS.
       77 W-FORN-PED   PIC 9(14) VALUE ZEROS.
       77 W-MOD-EXISTE PIC X(01) VALUE "N".
       77 W-RAZAO      PIC X(40) VALUE SPACES.
       77 W-SIT-DESC   PIC X(12) VALUE SPACES.
       77 W-VALOR-ED   PIC ZZZ.ZZ9,99.
       77 W-DATA-ED    PIC 99/99/9999.

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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NA
      * RECLAMACAO E NA GARANTIA DO MODELO
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
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID TO W-OPERADOR.
       INC-OP0.
           OPEN I-O ARQGARAN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQGARAN
                      CLOSE ARQGARAN
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE RECLAMACOES"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O ARQGARMOD
           IF ST-ERRO-GMD NOT = "00"
               IF ST-ERRO-GMD = "30" OR "35"
                      OPEN OUTPUT ARQGARMOD
                      CLOSE ARQGARMOD
                      GO TO INC-OP1
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE GARANTIAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQGARAN
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
      * SEM O CADASTRO DE FORNECEDORES OU DE PECAS A TELA SO NAO
      * MOSTRA A RAZAO SOCIAL NEM A DESCRICAO DA PECA
           OPEN INPUT ARQFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FORN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FOR.
           OPEN INPUT ARQPECA
           IF ST-ERRO-PEC = "00"
              MOVE "S" TO W-PECA-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PEC.
       MENU-GAR.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05)
                    "RECLAMACOES DE GARANTIA JUNTO AO FORNECEDOR"
           DISPLAY (05, 05) "1 - ACOMPANHAR RECLAMACAO"
           DISPLAY (06, 05) "2 - GARANTIA DO FABRICANTE POR MODELO"
           DISPLAY (07, 05) "0 - SAIR"
           DISPLAY (09, 05) "OPCAO:"
           MOVE ZEROS TO W-SEL-MENU
           ACCEPT  (09, 12) W-SEL-MENU
           IF W-SEL-MENU = 0
              GO TO ROT-FIM.
           IF W-SEL-MENU = 1
              GO TO RECL-001.
           IF W-SEL-MENU = 2
              GO TO MOD-001.
           GO TO MENU-GAR.
      *-------------------------------------------------------------
      * ACOMPANHAMENTO DA RECLAMACAO: A (ABERTA, GRAVADA PELO
      * SGB-005/SGB-011) -> E (ENVIADA AO FORNECEDOR) -> C
      * (CREDITADA, COM O VALOR QUE O FORNECEDOR DEVOLVEU, QUE PODE
      * SER MENOR QUE O RECLAMADO) OU R (RECUSADA, COM O MOTIVO).
      * CREDITADA OU RECUSADA A RECLAMACAO ESTA ENCERRADA.
      *-------------------------------------------------------------
       RECL-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "ACOMPANHAMENTO DA RECLAMACAO DE GARANTIA"
           DISPLAY (04, 05) "NUMERO DA RECLAMACAO...:"
           DISPLAY (06, 05) "TIPO...................:"
           DISPLAY (07, 05) "FORNECEDOR.............:"
           DISPLAY (09, 05) "PECA / QUANTIDADE......:"
           DISPLAY (10, 05) "BIKE / SERVICO.........:"
           DISPLAY (11, 05) "PEDIDO DE ORIGEM.......:"
           DISPLAY (12, 05) "RECEBIDA/COMPRADA EM...:"
           DISPLAY (13, 05) "DATA DO SERVICO........:"
           DISPLAY (14, 05) "VALOR RECLAMADO........:"
           DISPLAY (15, 05) "ABERTA EM..............:"
           DISPLAY (16, 05) "SITUACAO...............:"
           DISPLAY (17, 05) "VALOR CREDITADO........:"
           DISPLAY (18, 05) "DATA DA SITUACAO.......:"
           DISPLAY (19, 05) "OBSERVACAO.............:".
       RECL-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE ZEROS TO W-GAR-PED
           ACCEPT (04, 30) W-GAR-PED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-GAR.
           IF W-GAR-PED = ZEROS
              GO TO RECL-002.
           MOVE W-GAR-PED TO GAR-NUMERO
           READ ARQGARAN
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              MOVE "*** RECLAMACAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-001.
           PERFORM MOSTRAR-RECL THRU MOSTRAR-RECL-FIM
           IF GAR-CREDITADA OR GAR-RECUSADA
              MOVE "RECLAMACAO ENCERRADA - SOMENTE CONSULTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-002.
       RECL-003.
           DISPLAY (21, 05)
                    "NOVA SITUACAO (E=ENVIADA C=CREDITADA R=RECUSADA):"
           MOVE SPACES TO W-NOVA-SIT
           ACCEPT (21, 55) W-NOVA-SIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY (21, 05) LIMPA
              DISPLAY (21, 55) " "
              GO TO RECL-001.
           IF W-NOVA-SIT NOT = "E" AND "C" AND "R"
              MOVE "*** SITUACAO DEVE SER E, C OU R ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-003.
           MOVE ZEROS TO W-VALOR-CRED
           IF W-NOVA-SIT NOT = "C"
              GO TO RECL-005.
       RECL-004.
           MOVE GAR-VALOR TO W-VALOR-CRED
           ACCEPT (17, 30) W-VALOR-CRED WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO RECL-003.
           IF W-VALOR-CRED = ZEROS
              MOVE "*** INFORME O VALOR CREDITADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-004.
           IF W-VALOR-CRED > GAR-VALOR
              MOVE "*** CREDITO MAIOR QUE O VALOR RECLAMADO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-004.
       RECL-005.
           MOVE GAR-OBS TO W-OBS
           ACCEPT (19, 30) W-OBS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO RECL-003.
           IF W-NOVA-SIT = "R" AND W-OBS = SPACES
              MOVE "*** INFORME O MOTIVO DA RECUSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-005.
       RECL-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK? (S / N):"
           ACCEPT  (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO RECL-005.
           IF W-OPCAO = "N" OR "n"
              MOVE "ALTERACAO CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-OPC.
           MOVE W-NOVA-SIT     TO GAR-SITUACAO
           MOVE W-VALOR-CRED   TO GAR-VALOR-CRED
           MOVE W-OBS          TO GAR-OBS
           MOVE W-HOJE-DMA-NUM TO GAR-DATA-SIT
           MOVE W-OPERADOR     TO GAR-OPERADOR
           REWRITE REGGAR
           IF ST-ERRO = "00" OR "02"
              MOVE "RECLAMACAO ATUALIZADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECL-001.
           MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      * MOSTRA A RECLAMACAO LIDA
       MOSTRAR-RECL.
           IF GAR-DE-BIKE
              DISPLAY (06, 30) "BIKE - GARANTIA DO FABRICANTE"
           ELSE
              DISPLAY (06, 30) "PECA - GARANTIA DO FORNECEDOR".
           DISPLAY (07, 30) GAR-FORNECEDOR
           MOVE GAR-FORNECEDOR TO W-FORN-PED
           PERFORM BUSCAR-RAZAO THRU BUSCAR-RAZAO-FIM
           DISPLAY (08, 30) W-RAZAO
           DISPLAY (09, 30) GAR-PECA
           DISPLAY (09, 40) GAR-QTD
           IF GAR-DE-PECA AND W-PECA-ABERTO = "S"
              MOVE GAR-PECA TO PECA-CODIGO
              READ ARQPECA
              IF ST-ERRO-PEC = "00"
                 DISPLAY (09, 45) PECA-DESCRICAO
              ELSE
                 MOVE "00" TO ST-ERRO-PEC.
           DISPLAY (10, 30) GAR-BIKE
           DISPLAY (10, 35) GAR-SEQ
           DISPLAY (11, 30) GAR-PEDIDO
           MOVE GAR-DATA-REF TO W-DATA-ED
           DISPLAY (12, 30) W-DATA-ED
           MOVE GAR-DATA-SERV TO W-DATA-ED
           DISPLAY (13, 30) W-DATA-ED
           MOVE GAR-VALOR TO W-VALOR-ED
           DISPLAY (14, 30) W-VALOR-ED
           MOVE GAR-DATA-ABERT TO W-DATA-ED
           DISPLAY (15, 30) W-DATA-ED
           MOVE "ABERTA"   TO W-SIT-DESC
           IF GAR-ENVIADA
              MOVE "ENVIADA"   TO W-SIT-DESC.
           IF GAR-CREDITADA
              MOVE "CREDITADA" TO W-SIT-DESC.
           IF GAR-RECUSADA
              MOVE "RECUSADA"  TO W-SIT-DESC.
           DISPLAY (16, 30) GAR-SITUACAO
           DISPLAY (16, 32) W-SIT-DESC
           MOVE GAR-VALOR-CRED TO W-VALOR-ED
           DISPLAY (17, 30) W-VALOR-ED
           MOVE GAR-DATA-SIT TO W-DATA-ED
           DISPLAY (18, 30) W-DATA-ED
           DISPLAY (18, 42) GAR-OPERADOR
           DISPLAY (19, 30) GAR-OBS.
       MOSTRAR-RECL-FIM.
           EXIT.
      *-------------------------------------------------------------
      * GARANTIA DO FABRICANTE POR MARCA/MODELO DE BIKE, EM MESES A
      * PARTIR DA DATA DE COMPRA DA BIKE, E O FORNECEDOR A QUEM
      * RECLAMAR. GARANTIA ZERO EXCLUI O MODELO (SEM GARANTIA).
      *-------------------------------------------------------------
       MOD-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "GARANTIA DO FABRICANTE POR MODELO DE BIKE"
           DISPLAY (04, 05) "MARCA..................:"
           DISPLAY (05, 05) "MODELO.................:"
           DISPLAY (07, 05) "GARANTIA (MESES).......:"
           DISPLAY (08, 05) "FORNECEDOR (CNPJ)......:"
           DISPLAY (11, 05) "ULTIMA ALTERACAO.......:"
           DISPLAY (13, 05) "GARANTIA ZERO = MODELO SEM GARANTIA".
       MOD-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE SPACES TO W-MARCA-PED
           ACCEPT (04, 30) W-MARCA-PED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-GAR.
           IF W-MARCA-PED = SPACES
              GO TO MOD-002.
       MOD-003.
           MOVE SPACES TO W-MODELO-PED
           ACCEPT (05, 30) W-MODELO-PED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO MOD-001.
           IF W-MODELO-PED = SPACES
              GO TO MOD-003.
           MOVE W-MARCA-PED  TO GMOD-MARCA
           MOVE W-MODELO-PED TO GMOD-MODELO
           MOVE "N" TO W-MOD-EXISTE
           MOVE ZEROS TO W-MESES W-FORN-PED
           READ ARQGARMOD
           IF ST-ERRO-GMD = "00"
              MOVE "S" TO W-MOD-EXISTE
              MOVE GMOD-MESES      TO W-MESES
              MOVE GMOD-FORNECEDOR TO W-FORN-PED
              MOVE GMOD-DATA TO W-DATA-ED
              DISPLAY (11, 30) W-DATA-ED
              DISPLAY (11, 42) GMOD-OPERADOR
           ELSE
              MOVE "00" TO ST-ERRO-GMD.
           DISPLAY (07, 30) W-MESES
           DISPLAY (08, 30) W-FORN-PED
           PERFORM BUSCAR-RAZAO THRU BUSCAR-RAZAO-FIM
           DISPLAY (09, 30) W-RAZAO.
       MOD-004.
           ACCEPT (07, 30) W-MESES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO MOD-003.
           IF W-MESES = ZEROS
              GO TO MOD-OPC.
       MOD-005.
           ACCEPT (08, 30) W-FORN-PED WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO MOD-004.
           PERFORM BUSCAR-RAZAO THRU BUSCAR-RAZAO-FIM
           DISPLAY (09, 30) W-RAZAO
           IF W-FORN-PED NOT = ZEROS AND W-FORN-ABERTO = "S"
                                     AND W-RAZAO = SPACES
              MOVE "*** FORNECEDOR NAO CADASTRADO NO CADFORN ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOD-005.
       MOD-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK? (S / N):"
           ACCEPT  (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO MOD-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOD-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOD-OPC.
           IF W-MESES = ZEROS
              GO TO MOD-EXCLUI.
           MOVE W-MESES        TO GMOD-MESES
           MOVE W-FORN-PED     TO GMOD-FORNECEDOR
           MOVE W-HOJE-DMA-NUM TO GMOD-DATA
           MOVE W-OPERADOR     TO GMOD-OPERADOR
           IF W-MOD-EXISTE = "S"
              REWRITE REGGMOD
           ELSE
              WRITE REGGMOD.
           IF ST-ERRO-GMD = "00" OR "02"
              MOVE "GARANTIA DO MODELO GRAVADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOD-001.
           MOVE "ERRO AO GRAVAR O REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       MOD-EXCLUI.
           IF W-MOD-EXISTE NOT = "S"
              GO TO MOD-001.
           DELETE ARQGARMOD RECORD
           IF ST-ERRO-GMD = "00"
              MOVE "GARANTIA DO MODELO EXCLUIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOD-001.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      * RAZAO SOCIAL DO FORNECEDOR W-FORN-PED (BRANCO SE NAO ACHOU)
       BUSCAR-RAZAO.
           MOVE SPACES TO W-RAZAO
           IF W-FORN-ABERTO NOT = "S" OR W-FORN-PED = ZEROS
              GO TO BUSCAR-RAZAO-FIM.
           MOVE W-FORN-PED TO FORN-CNPJ
           READ ARQFORN
           IF ST-ERRO-FOR = "00"
              MOVE FORN-RAZAO TO W-RAZAO
           ELSE
              MOVE "00" TO ST-ERRO-FOR.
       BUSCAR-RAZAO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQGARAN ARQGARMOD
                IF W-FORN-ABERTO = "S"
                   CLOSE ARQFORN.
                IF W-PECA-ABERTO = "S"
                   CLOSE ARQPECA.
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
