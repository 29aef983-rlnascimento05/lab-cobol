       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-056.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-056 - BATERIAS DAS BIKES ELETRICAS
      * AS BIKES DE CATEGORIA "E" (ELETRICAS) RODAM COM BATERIA
      * REMOVIVEL, QUE E TROCADA ENTRE AS BIKES E CARREGADA NA
      * FILIAL, E NINGUEM SABIA QUAL BATERIA ESTAVA EM QUAL BIKE NEM
      * QUANTAS CARGAS CADA UMA JA TINHA. ESTE PROGRAMA MANTEM O
      * CADASTRO DE BATERIAS EM ARQBAT.DAT (SERIE, CAPACIDADE EM WH,
      * COMPRA, FORNECEDOR DO CADFORN, FILIAL, CICLOS DE CARGA,
      * SITUACAO, BIKE EM QUE ESTA, HORAS DE LOCACAO E ULTIMA VEZ
      * VISTA), FAZ A TROCA DA BATERIA NA BIKE (INSTALA UMA E RETIRA
      * A QUE ESTAVA), A CARGA (CADA CARGA INICIADA CONTA UM CICLO,
      * AVISANDO QUANDO PASSA DO PARAMETRO BATCICLOS DO CDPARAM,
      * PADRAO 800) E MOSTRA O HISTORICO DE MOVIMENTOS DE CADA
      * BATERIA EM ARQBATM.DAT (COPY BATVAL.). O SGB-004 SO ABRE
      * LOCACAO DE BIKE ELETRICA COM BATERIA INSTALADA E CONFERE A
      * BATERIA NO CHECKLIST DA DEVOLUCAO, SOMANDO AS HORAS DA
      * LOCACAO; O REL079 LISTA AS BATERIAS NO FIM DA VIDA UTIL E AS
      * SUMIDAS.
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

           SELECT ARQBAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BAT-SERIE
                    ALTERNATE RECORD KEY IS BAT-BIKE
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-BAT.

           SELECT ARQBATM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BATM
                    FILE STATUS  IS ST-ERRO-BTM.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO-BIKE
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

           SELECT ARQFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORN-CNPJ
                    FILE STATUS  IS ST-ERRO-FOR.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBAT.DAT".
       01 REGBAT.
                03 BAT-SERIE            PIC X(15).
                03 BAT-CAPACIDADE       PIC 9(4).
                03 BAT-DATA-COMPRA      PIC 9(8).
                03 BAT-FORNECEDOR       PIC 9(14).
                03 BAT-FILIAL           PIC 9(1).
                03 BAT-CICLOS           PIC 9(5).
                03 BAT-SITUACAO         PIC X(1).
                   88 BAT-INSTALADA         VALUE "A".
                   88 BAT-CARREGANDO        VALUE "C".
                   88 BAT-DISPONIVEL        VALUE "D".
                   88 BAT-BAIXADA           VALUE "B".
                03 BAT-BIKE             PIC 9(4).
                03 BAT-HORAS-LOC        PIC 9(6).
                03 BAT-ULT-VISTA        PIC 9(8).
                03 BAT-DATA-ALT         PIC 9(8).
                03 BAT-OPERADOR         PIC X(8).

       FD ARQBATM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBATM.DAT".
       01 REGBATM.
                03 CHAVE-BATM.
                   05 BATM-SERIE        PIC X(15).
                   05 BATM-SEQ          PIC 9(4).
                03 BATM-TIPO            PIC X(1).
                03 BATM-DATA            PIC 9(8).
                03 BATM-HORA            PIC 9(4).
                03 BATM-BIKE            PIC 9(4).
                03 BATM-HORAS           PIC 9(4).
                03 BATM-CONFERE         PIC X(1).
                03 BATM-OPERADOR        PIC X(8).
                03 BATM-TEXTO           PIC X(40).

       FD ARQBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBIKE.DAT".
       01 REGBIKE.
                03 NUMERO            PIC 9(4).
                03 MARCA             PIC X(20).
                03 MODELO            PIC X(20).
                03 CATEGORIA         PIC X(01).
                03 ARO               PIC 9(2).
                03 COR               PIC 9(1).
                03 CORDESCRICAO      PIC X(13).
                03 VALORCOMPRA       PIC 9(6)V99.
                03 VALORLOCACAO      PIC 9(6)V99.
                03 DATACOMPRA        PIC 9(8).
                03 DATAUTILIZACAO    PIC 9(8).
                03 SITUACAO          PIC X(1).
                03 SITUACAODESCRICAO PIC X(13).
                03 FILIAL            PIC 9(01).
                03 FILIALDESCRICAO   PIC X(13).

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

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO-BIKE PIC X(02) VALUE "00".
       77 ST-ERRO-FOR  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-BIKE-ABERTO PIC X(01) VALUE "N".
       77 W-FORN-ABERTO PIC X(01) VALUE "N".
       77 W-SEL-MENU   PIC 9(01) VALUE ZEROS.
       77 W-SERIE-PED  PIC X(15) VALUE SPACES.
       77 W-SERIE-ANT  PIC X(15) VALUE SPACES.
       77 W-SERIE-NOVA PIC X(15) VALUE SPACES.
       77 W-BAT-EXISTE PIC X(01) VALUE "N".
       77 W-CAPACIDADE PIC 9(04) VALUE ZEROS.
       77 W-FORN-PED   PIC 9(14) VALUE ZEROS.
       77 W-FILIAL     PIC 9(01) VALUE ZEROS.
       77 W-CICLOS     PIC 9(05) VALUE ZEROS.
       77 W-BAIXAR     PIC X(01) VALUE "N".
       77 W-RAZAO      PIC X(40) VALUE SPACES.
       77 W-SIT-DESC   PIC X(12) VALUE SPACES.
       77 W-BIKE-PED   PIC 9(04) VALUE ZEROS.
       77 W-ACAO-CARGA PIC X(01) VALUE SPACES.
       77 W-LIM-CICLOS PIC 9(05) VALUE 800.
       77 W-DIAS-COMPRA PIC 9(07) VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-MOSTRAR    PIC X(01) VALUE "S".
       77 W-DATA-ED    PIC 99/99/9999.
       77 W-CICLOS-ED  PIC ZZ.ZZ9.
       77 W-HORAS-ED   PIC ZZZ.ZZ9.

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
       01 W-COMPRA.
          03 W-COMPRA-DD    PIC 9(02).
          03 W-COMPRA-MM    PIC 9(02).
          03 W-COMPRA-AAAA  PIC 9(04).
       01 W-COMPRA-NUM REDEFINES W-COMPRA
                                        PIC 9(08).

       01 LIN-MOV.
           03 LM-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-HORA      PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-TIPO      PIC X(01).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-BIKE      PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-HORAS     PIC ZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LM-CONFERE   PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-OPERADOR  PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-TEXTO     PIC X(30).
       01 LIMPA-MOV        PIC X(78) VALUE SPACES.

       COPY BATVAL.
       COPY DATAVAL.
       COPY PARAMVAL.
       COPY TFILIAL.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NA
      * BATERIA E EM CADA MOVIMENTO
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
           COMPUTE W-DIAS-HOJE = (W-HOJE-AAAA * 360)
                   + (W-HOJE-MM * 30) + W-HOJE-DD
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID TO W-OPERADOR.
           MOVE W-OPERADOR TO BT-OPERADOR
           PERFORM ABRIR-BATERIA THRU ABRIR-BATERIA-FIM
           IF BT-ABERTO NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE BATERIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      * SEM O CADASTRO DE BIKES NAO HA TROCA; SEM O DE FORNECEDORES
      * O FORNECEDOR DA BATERIA NAO E CONFERIDO
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIKE = "00"
              MOVE "S" TO W-BIKE-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-BIKE.
           OPEN INPUT ARQFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FORN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FOR.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "BATCICLOS" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-LIM-CICLOS.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       MENU-BAT.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "BATERIAS DAS BIKES ELETRICAS"
           DISPLAY (05, 05) "1 - CADASTRO DA BATERIA"
           DISPLAY (06, 05) "2 - TROCA DE BATERIA NA BIKE"
           DISPLAY (07, 05) "3 - CARGA DA BATERIA"
           DISPLAY (08, 05) "4 - MOVIMENTOS DA BATERIA"
           DISPLAY (09, 05) "0 - SAIR"
           DISPLAY (11, 05) "OPCAO:"
           MOVE ZEROS TO W-SEL-MENU
           ACCEPT  (11, 12) W-SEL-MENU
           IF W-SEL-MENU = 0
              GO TO ROT-FIM.
           IF W-SEL-MENU = 1
              GO TO CAD-001.
           IF W-SEL-MENU = 2
              GO TO TRC-001.
           IF W-SEL-MENU = 3
              GO TO CRG-001.
           IF W-SEL-MENU = 4
              GO TO MOV-001.
           GO TO MENU-BAT.
      *-------------------------------------------------------------
      * CADASTRO DA BATERIA: SERIE, CAPACIDADE, COMPRA, FORNECEDOR
      * (CADFORN) E FILIAL. BATERIA NOVA ENTRA DISPONIVEL (D), FORA
      * DE BIKE, COM OS CICLOS QUE JA TIVER (BATERIA USADA). SITUACAO,
      * BIKE, HORAS E ULTIMA VEZ VISTA SO MUDAM PELA TROCA, PELA
      * CARGA E PELA DEVOLUCAO DA LOCACAO; AQUI SO SE BAIXA A BATERIA
      * QUE NAO ESTA INSTALADA. BAIXADA FICA SO PARA CONSULTA.
      *-------------------------------------------------------------
       CAD-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "CADASTRO DA BATERIA"
           DISPLAY (04, 05) "NUMERO DE SERIE........:"
           DISPLAY (06, 05) "CAPACIDADE (WH)........:"
           DISPLAY (07, 05) "DATA DA COMPRA.........:"
           DISPLAY (08, 05) "FORNECEDOR (CNPJ)......:"
           DISPLAY (10, 05) "FILIAL.................:"
           DISPLAY (11, 05) "CICLOS DE CARGA........:"
           DISPLAY (12, 05) "SITUACAO...............:"
           DISPLAY (13, 05) "INSTALADA NA BIKE......:"
           DISPLAY (14, 05) "HORAS DE LOCACAO.......:"
           DISPLAY (15, 05) "VISTA PELA ULTIMA VEZ..:"
           DISPLAY (16, 05) "ULTIMA ALTERACAO.......:".
       CAD-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE SPACES TO W-SERIE-PED
           ACCEPT (04, 30) W-SERIE-PED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-BAT.
           IF W-SERIE-PED = SPACES
              GO TO CAD-002.
           MOVE W-SERIE-PED TO BT-SERIE
           PERFORM LER-BATERIA THRU LER-BATERIA-FIM
           MOVE BT-ACHOU TO W-BAT-EXISTE
           IF W-BAT-EXISTE = "S"
              PERFORM MOSTRAR-BAT THRU MOSTRAR-BAT-FIM
              MOVE BAT-CAPACIDADE  TO W-CAPACIDADE
              MOVE BAT-DATA-COMPRA TO W-COMPRA-NUM
              MOVE BAT-FORNECEDOR  TO W-FORN-PED
              MOVE BAT-FILIAL      TO W-FILIAL
              MOVE BAT-CICLOS      TO W-CICLOS
           ELSE
              MOVE ZEROS TO W-CAPACIDADE W-COMPRA-NUM W-FORN-PED
                            W-FILIAL W-CICLOS
              DISPLAY (12, 30) "D DISPONIVEL   "
              MOVE "BATERIA NOVA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF BAT-BAIXADA AND W-BAT-EXISTE = "S"
              MOVE "BATERIA BAIXADA - SOMENTE CONSULTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-002.
       CAD-003.
           ACCEPT (06, 30) W-CAPACIDADE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CAD-001.
           IF W-CAPACIDADE = ZEROS
              MOVE "*** INFORME A CAPACIDADE EM WH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-003.
       CAD-004.
           ACCEPT (07, 30) W-COMPRA-NUM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CAD-003.
           MOVE W-COMPRA-DD   TO DV-DIA
           MOVE W-COMPRA-MM   TO DV-MES
           MOVE W-COMPRA-AAAA TO DV-ANO
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
           IF NOT DV-DATA-OK OR W-COMPRA-DD = ZEROS
                             OR W-COMPRA-AAAA < 2000
              MOVE "*** DATA DE COMPRA INVALIDA (DDMMAAAA) ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-004.
           COMPUTE W-DIAS-COMPRA = (W-COMPRA-AAAA * 360)
                   + (W-COMPRA-MM * 30) + W-COMPRA-DD
           IF W-DIAS-COMPRA > W-DIAS-HOJE
              MOVE "*** DATA DE COMPRA NO FUTURO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-004.
       CAD-005.
           ACCEPT (08, 30) W-FORN-PED WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CAD-004.
           IF W-FORN-PED = ZEROS
              MOVE "*** INFORME O CNPJ DO FORNECEDOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-005.
           PERFORM BUSCAR-RAZAO THRU BUSCAR-RAZAO-FIM
           DISPLAY (09, 30) W-RAZAO
           IF W-FORN-ABERTO = "S" AND W-RAZAO = SPACES
              MOVE "*** FORNECEDOR NAO CADASTRADO NO CADFORN ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-005.
       CAD-006.
           ACCEPT (10, 30) W-FILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CAD-005.
           IF W-FILIAL < 1 OR W-FILIAL > 5
              MOVE "*** FILIAL DEVE SER DE 1 A 5 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-006.
           DISPLAY (10, 32) TBFILIAL(W-FILIAL)
           IF W-BAT-EXISTE = "S"
              GO TO CAD-008.
       CAD-007.
           ACCEPT (11, 30) W-CICLOS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CAD-006.
           GO TO CAD-OPC.
       CAD-008.
           MOVE "N" TO W-BAIXAR
           IF BAT-INSTALADA
              GO TO CAD-OPC.
           DISPLAY (18, 05) "BAIXAR A BATERIA (S/N):"
           ACCEPT  (18, 29) W-BAIXAR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY (18, 05) LIMPA
              GO TO CAD-006.
           IF W-BAIXAR = "s"
              MOVE "S" TO W-BAIXAR.
           IF W-BAIXAR NOT = "S" AND "N" AND "n"
              GO TO CAD-008.
       CAD-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK? (S / N):"
           ACCEPT  (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CAD-006.
           IF W-OPCAO = "N" OR "n"
              MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-OPC.
           IF W-BAT-EXISTE = "S"
              GO TO CAD-ALTERA.
           MOVE W-SERIE-PED    TO BAT-SERIE
           MOVE W-CICLOS       TO BAT-CICLOS
           MOVE "D"            TO BAT-SITUACAO
           MOVE ZEROS          TO BAT-BIKE BAT-HORAS-LOC
           MOVE W-HOJE-DMA-NUM TO BAT-ULT-VISTA
           PERFORM MOVER-CAMPOS-BAT THRU MOVER-CAMPOS-BAT-FIM
           WRITE REGBAT
           IF ST-ERRO-BAT = "00" OR "02"
              MOVE "BATERIA INCLUIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-001.
           MOVE "ERRO NA GRAVACAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       CAD-ALTERA.
           PERFORM MOVER-CAMPOS-BAT THRU MOVER-CAMPOS-BAT-FIM
           IF W-BAIXAR = "S"
              MOVE "B" TO BAT-SITUACAO.
           REWRITE REGBAT
           IF ST-ERRO-BAT NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-BAIXAR NOT = "S"
              MOVE "BATERIA ALTERADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAD-001.
           MOVE "B"    TO BT-TIPO
           MOVE ZEROS  TO BT-BIKE BT-HORAS
           MOVE SPACES TO BT-CONFERE
           MOVE "BATERIA BAIXADA" TO BT-TEXTO
           PERFORM GRAVAR-MOV-BATERIA THRU GRAVAR-MOV-BATERIA-FIM
           MOVE "BATERIA BAIXADA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CAD-001.

      * CAMPOS DIGITADOS NO CADASTRO PARA O REGBAT
       MOVER-CAMPOS-BAT.
           MOVE W-CAPACIDADE   TO BAT-CAPACIDADE
           MOVE W-COMPRA-NUM   TO BAT-DATA-COMPRA
           MOVE W-FORN-PED     TO BAT-FORNECEDOR
           MOVE W-FILIAL       TO BAT-FILIAL
           MOVE W-HOJE-DMA-NUM TO BAT-DATA-ALT
           MOVE W-OPERADOR     TO BAT-OPERADOR.
       MOVER-CAMPOS-BAT-FIM.
           EXIT.

      * MOSTRA A BATERIA LIDA NA TELA DO CADASTRO
       MOSTRAR-BAT.
           DISPLAY (06, 30) BAT-CAPACIDADE
           MOVE BAT-DATA-COMPRA TO W-DATA-ED
           DISPLAY (07, 30) W-DATA-ED
           DISPLAY (08, 30) BAT-FORNECEDOR
           MOVE BAT-FORNECEDOR TO W-FORN-PED
           PERFORM BUSCAR-RAZAO THRU BUSCAR-RAZAO-FIM
           DISPLAY (09, 30) W-RAZAO
           DISPLAY (10, 30) BAT-FILIAL
           IF BAT-FILIAL > 0 AND BAT-FILIAL < 6
              DISPLAY (10, 32) TBFILIAL(BAT-FILIAL).
           MOVE BAT-CICLOS TO W-CICLOS-ED
           DISPLAY (11, 30) W-CICLOS-ED
           IF BAT-CICLOS > W-LIM-CICLOS
              DISPLAY (11, 40) "ACIMA DO LIMITE DE CICLOS".
           PERFORM DESCREVER-SITUACAO THRU DESCREVER-SITUACAO-FIM
           DISPLAY (12, 30) BAT-SITUACAO
           DISPLAY (12, 32) W-SIT-DESC
           DISPLAY (13, 30) BAT-BIKE
           MOVE BAT-HORAS-LOC TO W-HORAS-ED
           DISPLAY (14, 30) W-HORAS-ED
           MOVE BAT-ULT-VISTA TO W-DATA-ED
           DISPLAY (15, 30) W-DATA-ED
           MOVE BAT-DATA-ALT TO W-DATA-ED
           DISPLAY (16, 30) W-DATA-ED
           DISPLAY (16, 42) BAT-OPERADOR.
       MOSTRAR-BAT-FIM.
           EXIT.

       DESCREVER-SITUACAO.
           MOVE "DISPONIVEL" TO W-SIT-DESC
           IF BAT-INSTALADA
              MOVE "NA BIKE"    TO W-SIT-DESC.
           IF BAT-CARREGANDO
              MOVE "CARREGANDO" TO W-SIT-DESC.
           IF BAT-BAIXADA
              MOVE "BAIXADA"    TO W-SIT-DESC.
       DESCREVER-SITUACAO-FIM.
           EXIT.
      *-------------------------------------------------------------
      * TROCA DE BATERIA NA BIKE ELETRICA: A BATERIA INSTALADA (SE
      * HOUVER) SAI DA BIKE E FICA DISPONIVEL PARA CARGA (MOVIMENTO
      * R) E A NOVA, QUE TEM DE ESTAR DISPONIVEL, ENTRA NA BIKE
      * (MOVIMENTO T) E PASSA PARA A FILIAL DELA. NOVA EM BRANCO SO
      * RETIRA A INSTALADA. BIKE LOCADA NAO TROCA: A BATERIA E
      * CONFERIDA NA DEVOLUCAO.
      *-------------------------------------------------------------
       TRC-001.
           IF W-BIKE-ABERTO NOT = "S"
              MOVE "*** CADASTRO DE BIKES INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MENU-BAT.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "TROCA DE BATERIA NA BIKE ELETRICA"
           DISPLAY (04, 05) "BIKE...................:"
           DISPLAY (06, 05) "BATERIA INSTALADA......:"
           DISPLAY (07, 05) "CICLOS DE CARGA........:"
           DISPLAY (09, 05) "NOVA BATERIA...........:"
           DISPLAY (10, 05) "CICLOS DE CARGA........:"
           DISPLAY (12, 05) "NOVA EM BRANCO = SO RETIRAR A INSTALADA".
       TRC-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE ZEROS TO W-BIKE-PED
           ACCEPT (04, 30) W-BIKE-PED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-BAT.
           IF W-BIKE-PED = ZEROS
              GO TO TRC-002.
           MOVE W-BIKE-PED TO NUMERO
           READ ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              MOVE "00" TO ST-ERRO-BIKE
              MOVE "*** BIKE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-001.
           DISPLAY (04, 36) MARCA
           DISPLAY (05, 36) MODELO
           IF CATEGORIA NOT = "E"
              MOVE "*** BIKE NAO E ELETRICA (CATEGORIA E) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-001.
           IF SITUACAO = "L"
              MOVE "*** BIKE LOCADA - TROCA SO APOS A DEVOLUCAO ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-001.
           MOVE W-BIKE-PED TO BT-BIKE
           PERFORM BUSCAR-BATERIA-BIKE THRU BUSCAR-BATERIA-BIKE-FIM
           MOVE BT-SERIE TO W-SERIE-ANT
           IF BT-ACHOU = "S"
              DISPLAY (06, 30) BAT-SERIE
              MOVE BAT-CICLOS TO W-CICLOS-ED
              DISPLAY (07, 30) W-CICLOS-ED
           ELSE
              DISPLAY (06, 30) "NENHUMA".
       TRC-003.
           MOVE SPACES TO W-SERIE-NOVA
           ACCEPT (09, 30) W-SERIE-NOVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO TRC-001.
           IF W-SERIE-NOVA = SPACES AND W-SERIE-ANT = SPACES
              MOVE "*** BIKE SEM BATERIA - INFORME A NOVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-003.
           IF W-SERIE-NOVA = SPACES
              GO TO TRC-OPC.
           IF W-SERIE-NOVA = W-SERIE-ANT
              MOVE "*** ESTA BATERIA JA ESTA NA BIKE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-003.
           MOVE W-SERIE-NOVA TO BT-SERIE
           PERFORM LER-BATERIA THRU LER-BATERIA-FIM
           IF BT-ACHOU NOT = "S"
              MOVE "*** BATERIA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-003.
           MOVE BAT-CICLOS TO W-CICLOS-ED
           DISPLAY (10, 30) W-CICLOS-ED
           IF NOT BAT-DISPONIVEL
              PERFORM DESCREVER-SITUACAO THRU DESCREVER-SITUACAO-FIM
              MOVE SPACES TO MENS
              STRING "*** BATERIA NAO DISPONIVEL: " DELIMITED BY SIZE
                     W-SIT-DESC DELIMITED BY SPACE
                     " ***" DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-003.
           IF BAT-CICLOS > W-LIM-CICLOS
              MOVE "ATENCAO: BATERIA ACIMA DO LIMITE DE CICLOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TRC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK? (S / N):"
           ACCEPT  (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO TRC-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "TROCA CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-OPC.
           MOVE W-BIKE-PED TO BT-BIKE
           MOVE ZEROS      TO BT-HORAS
           MOVE SPACES     TO BT-CONFERE
           IF W-SERIE-ANT = SPACES
              GO TO TRC-INSTALA.
           MOVE W-SERIE-ANT TO BT-SERIE
           PERFORM LER-BATERIA THRU LER-BATERIA-FIM
           IF BT-ACHOU NOT = "S"
              GO TO TRC-INSTALA.
           MOVE "D"            TO BAT-SITUACAO
           MOVE ZEROS          TO BAT-BIKE
           MOVE W-HOJE-DMA-NUM TO BAT-ULT-VISTA BAT-DATA-ALT
           MOVE W-OPERADOR     TO BAT-OPERADOR
           REWRITE REGBAT
           IF ST-ERRO-BAT NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "R" TO BT-TIPO
           MOVE SPACES TO BT-TEXTO
           IF W-SERIE-NOVA NOT = SPACES
              STRING "TROCADA PELA " DELIMITED BY SIZE
                     W-SERIE-NOVA DELIMITED BY SPACE
                     INTO BT-TEXTO.
           PERFORM GRAVAR-MOV-BATERIA THRU GRAVAR-MOV-BATERIA-FIM.
       TRC-INSTALA.
           IF W-SERIE-NOVA = SPACES
              MOVE "BATERIA RETIRADA DA BIKE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-001.
           MOVE W-SERIE-NOVA TO BT-SERIE
           PERFORM LER-BATERIA THRU LER-BATERIA-FIM
           MOVE "A"            TO BAT-SITUACAO
           MOVE W-BIKE-PED     TO BAT-BIKE
           MOVE FILIAL         TO BAT-FILIAL
           MOVE W-HOJE-DMA-NUM TO BAT-ULT-VISTA BAT-DATA-ALT
           MOVE W-OPERADOR     TO BAT-OPERADOR
           REWRITE REGBAT
           IF ST-ERRO-BAT NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "T" TO BT-TIPO
           MOVE SPACES TO BT-TEXTO
           IF W-SERIE-ANT NOT = SPACES
              STRING "NO LUGAR DA " DELIMITED BY SIZE
                     W-SERIE-ANT DELIMITED BY SPACE
                     INTO BT-TEXTO.
           PERFORM GRAVAR-MOV-BATERIA THRU GRAVAR-MOV-BATERIA-FIM
           MOVE "BATERIA INSTALADA NA BIKE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO TRC-001.
      *-------------------------------------------------------------
      * CARGA: BATERIA DISPONIVEL VAI PARA A CARGA (C), CONTANDO UM
      * CICLO; BATERIA CARREGANDO VOLTA A FICAR DISPONIVEL (F).
      * BATERIA INSTALADA TEM DE SER RETIRADA DA BIKE ANTES.
      *-------------------------------------------------------------
       CRG-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "CARGA DA BATERIA"
           DISPLAY (04, 05) "NUMERO DE SERIE........:"
           DISPLAY (06, 05) "SITUACAO...............:"
           DISPLAY (07, 05) "CICLOS DE CARGA........:"
           DISPLAY (08, 05) "LIMITE DE CICLOS.......:"
           MOVE W-LIM-CICLOS TO W-CICLOS-ED
           DISPLAY (08, 30) W-CICLOS-ED.
       CRG-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE SPACES TO W-SERIE-PED
           ACCEPT (04, 30) W-SERIE-PED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-BAT.
           IF W-SERIE-PED = SPACES
              GO TO CRG-002.
           MOVE W-SERIE-PED TO BT-SERIE
           PERFORM LER-BATERIA THRU LER-BATERIA-FIM
           IF BT-ACHOU NOT = "S"
              MOVE "*** BATERIA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CRG-001.
           PERFORM DESCREVER-SITUACAO THRU DESCREVER-SITUACAO-FIM
           DISPLAY (06, 30) BAT-SITUACAO
           DISPLAY (06, 32) W-SIT-DESC
           MOVE BAT-CICLOS TO W-CICLOS-ED
           DISPLAY (07, 30) W-CICLOS-ED
           IF BAT-INSTALADA
              MOVE "*** BATERIA NA BIKE - RETIRE PELA TROCA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CRG-001.
           IF BAT-BAIXADA
              MOVE "*** BATERIA BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CRG-001.
           IF BAT-DISPONIVEL
              MOVE "C" TO W-ACAO-CARGA
              DISPLAY (10, 05) "INICIAR A CARGA (CONTA UM CICLO)"
           ELSE
              MOVE "F" TO W-ACAO-CARGA
              DISPLAY (10, 05) "CONCLUIR A CARGA".
       CRG-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA? (S / N):"
           ACCEPT  (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CRG-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "CARGA CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CRG-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CRG-OPC.
           IF W-ACAO-CARGA = "C"
              MOVE "C" TO BAT-SITUACAO
              ADD 1 TO BAT-CICLOS
           ELSE
              MOVE "D" TO BAT-SITUACAO.
           MOVE W-HOJE-DMA-NUM TO BAT-ULT-VISTA BAT-DATA-ALT
           MOVE W-OPERADOR     TO BAT-OPERADOR
           REWRITE REGBAT
           IF ST-ERRO-BAT NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ACAO-CARGA TO BT-TIPO
           MOVE ZEROS        TO BT-BIKE BT-HORAS
           MOVE SPACES       TO BT-CONFERE BT-TEXTO
           PERFORM GRAVAR-MOV-BATERIA THRU GRAVAR-MOV-BATERIA-FIM
           IF W-ACAO-CARGA = "F"
              MOVE "CARGA CONCLUIDA - BATERIA DISPONIVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CRG-001.
           MOVE "CARGA INICIADA" TO MENS
           IF BAT-CICLOS > W-LIM-CICLOS
              MOVE "CARGA INICIADA - BATERIA ACIMA DO LIMITE DE CICLOS"
                                                       TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CRG-001.
      *-------------------------------------------------------------
      * MOVIMENTOS DA BATERIA, DO MAIS ANTIGO AO MAIS RECENTE, 12 POR
      * TELA, COMO O ACOMPANHAMENTO DO SGB-055. TIPO: T INSTALADA,
      * R RETIRADA, C CARGA INICIADA, F CARGA CONCLUIDA, D DEVOLUCAO
      * DA LOCACAO (C = BATERIA CONFERIDA S/N), B BAIXADA.
      *-------------------------------------------------------------
       MOV-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "MOVIMENTOS DA BATERIA"
           DISPLAY (04, 05) "NUMERO DE SERIE........:".
       MOV-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE SPACES TO W-SERIE-PED
           ACCEPT (04, 30) W-SERIE-PED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-BAT.
           IF W-SERIE-PED = SPACES
              GO TO MOV-002.
           MOVE W-SERIE-PED TO BT-SERIE
           PERFORM LER-BATERIA THRU LER-BATERIA-FIM
           IF BT-ACHOU NOT = "S"
              MOVE "*** BATERIA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-001.
           DISPLAY (06, 01)
           "SEQ  DATA       HORA  T  BIKE HORAS C OPERADOR TEXTO"
           MOVE "S" TO W-MOSTRAR
           MOVE 8 TO W-LIN
           MOVE BAT-SERIE TO BATM-SERIE
           MOVE ZEROS     TO BATM-SEQ
           START ARQBATM KEY IS NOT LESS CHAVE-BATM
               INVALID KEY MOVE "10" TO ST-ERRO-BTM.
           IF ST-ERRO-BTM NOT = "00"
              MOVE "00" TO ST-ERRO-BTM
              GO TO MOV-FIM-LISTA.
       MOV-LER.
           READ ARQBATM NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-BTM.
           IF ST-ERRO-BTM NOT = "00"
              MOVE "00" TO ST-ERRO-BTM
              GO TO MOV-FIM-LISTA.
           IF BATM-SERIE NOT = BAT-SERIE
              GO TO MOV-FIM-LISTA.
           IF W-MOSTRAR = "N"
              GO TO MOV-FIM-LISTA.
           IF W-LIN > 19
              DISPLAY (21, 05) "CONTINUA? (S/N):"
              ACCEPT  (21, 22) W-OPCAO
              DISPLAY (21, 05) LIMPA
              IF W-OPCAO = "N" OR "n"
                 MOVE "N" TO W-MOSTRAR
                 GO TO MOV-LER
              ELSE
                 PERFORM LIMPAR-MOVS THRU LIMPAR-MOVS-FIM.
           PERFORM MOSTRAR-MOV THRU MOSTRAR-MOV-FIM
           GO TO MOV-LER.
       MOV-FIM-LISTA.
           MOVE "FIM DOS MOVIMENTOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MOV-001.

       MOSTRAR-MOV.
           MOVE BATM-SEQ      TO LM-SEQ
           MOVE BATM-DATA     TO LM-DATA
           MOVE BATM-HORA     TO LM-HORA
           MOVE BATM-TIPO     TO LM-TIPO
           MOVE BATM-BIKE     TO LM-BIKE
           MOVE BATM-HORAS    TO LM-HORAS
           MOVE BATM-CONFERE  TO LM-CONFERE
           MOVE BATM-OPERADOR TO LM-OPERADOR
           MOVE BATM-TEXTO    TO LM-TEXTO
           DISPLAY (W-LIN, 01) LIN-MOV
           ADD 1 TO W-LIN.
       MOSTRAR-MOV-FIM.
           EXIT.

       LIMPAR-MOVS.
           MOVE 8 TO W-LIN.
       LIMPAR-MOVS-LOOP.
           IF W-LIN > 19
              GO TO LIMPAR-MOVS-SAI.
           DISPLAY (W-LIN, 01) LIMPA-MOV
           ADD 1 TO W-LIN
           GO TO LIMPAR-MOVS-LOOP.
       LIMPAR-MOVS-SAI.
           MOVE 8 TO W-LIN.
       LIMPAR-MOVS-FIM.
           EXIT.

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
                PERFORM FECHAR-BATERIA THRU FECHAR-BATERIA-FIM
                IF W-BIKE-ABERTO = "S"
                   CLOSE ARQBIKE.
                IF W-FORN-ABERTO = "S"
                   CLOSE ARQFORN.
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
       COPY BATVALP.
       COPY DATAVALP.
       COPY PARAMVALP.
