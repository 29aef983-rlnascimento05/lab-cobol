       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-054.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-054 - INCIDENTES COM CLIENTE DURANTE A LOCACAO
      * O ARQOCORR.DAT (SGB-013) REGISTRA BIKE FURTADA OU PERDIDA E O
      * SGB-029 O SEGURO DA BIKE; QUEDA OU ACIDENTE COM O CLIENTE
      * MACHUCADO NAO FICAVA EM LUGAR NENHUM, E O ADVOGADO PRECISA
      * DO REGISTRO QUANDO A RECLAMACAO CHEGA MESES DEPOIS. ESTE
      * PROGRAMA MANTEM ARQACID.DAT, AMARRADO A LOCACAO (MESMA CHAVE
      * BIKE + SEQUENCIA DE ARQLOC.DAT, OU DO HISTORICO ARQLOCH.DAT
      * QUANDO A LOCACAO JA FOI ARQUIVADA): DATA E HORA, LOCAL,
      * DESCRICAO, CATEGORIA (Q=QUEDA, C=COLISAO COM VEICULO,
      * P=COLISAO COM PEDESTRE/CICLISTA, F=FALHA DA BIKE, O=OUTRA),
      * GRAVIDADE DA LESAO (N=SEM LESAO, L=LEVE, M=MODERADA,
      * G=GRAVE), TESTEMUNHAS, SE O SOCORRO FOI CHAMADO E A CONDICAO
      * DA BIKE (S=SEM DANO, D=DANIFICADA). BIKE DANIFICADA ABRE NA
      * GRAVACAO UMA ORDEM DE SERVICO NA FILA DA OFICINA (ARQOS.DAT,
      * ORIGEM "I", NUMERO DE CTRLOS.DAT COMO NO SGB-004) E, SE A
      * LOCACAO JA ESTA FECHADA E A BIKE DISPONIVEL, PASSA A BIKE
      * PARA MANUTENCAO. O CPF DO CLIENTE E A FILIAL DE RETIRADA SAO
      * COPIADOS DA LOCACAO PARA O REGISTRO. F4 ABRE AS NOTAS DE
      * ACOMPANHAMENTO (ARQACIDN.DAT, NUMERADAS POR INCIDENTE) E O
      * STATUS (A=ABERTO, E=ENCERRADO, COM A DATA) FECHA O CASO. A
      * EXCLUSAO FICA RESTRITA AO NIVEL 3 E LEVA AS NOTAS JUNTO. O
      * REL072 LISTA OS INCIDENTES DO TRIMESTRE POR FILIAL,
      * CATEGORIA E MODELO DE BIKE.
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

           SELECT ARQACID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ACID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQACIDN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ACIDN
                    FILE STATUS  IS ST-ERRO-NOT.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT ARQLOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOCH
                    ALTERNATE RECORD KEY IS LOCH-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-HIS.

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO-BIKE
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

           SELECT ARQOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OS-NUMERO
                    FILE STATUS  IS ST-ERRO-OS.

           SELECT CTRLOS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQACID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACID.DAT".
       01 REGACID.
                03 CHAVE-ACID.
                   05 ACID-NUMERO       PIC 9(4).
                   05 ACID-SEQ          PIC 9(4).
                03 ACID-DATA            PIC 9(8).
                03 ACID-HORA            PIC 9(4).
                03 ACID-LOCAL           PIC X(30).
                03 ACID-DESCRICAO       PIC X(40).
                03 ACID-CATEGORIA       PIC X(01).
                   88 ACID-CAT-VALIDA       VALUE "Q" "C" "P" "F" "O".
                03 ACID-GRAVIDADE       PIC X(01).
                   88 ACID-GRAV-VALIDA      VALUE "N" "L" "M" "G".
                   88 ACID-COM-LESAO        VALUE "L" "M" "G".
                03 ACID-TESTEMUNHAS     PIC X(40).
                03 ACID-SOCORRO         PIC X(01).
                03 ACID-COND-BIKE       PIC X(01).
                   88 ACID-BIKE-DANIFICADA  VALUE "D".
                03 ACID-OS              PIC 9(6).
                03 ACID-CPF             PIC 9(14).
                03 ACID-FILIAL          PIC 9(01).
                03 ACID-STATUS          PIC X(01).
                   88 ACID-ABERTO           VALUE "A".
                   88 ACID-ENCERRADO        VALUE "E".
                03 ACID-DATA-ENCERR     PIC 9(8).
                03 ACID-OPERADOR        PIC X(8).

       FD ARQACIDN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACIDN.DAT".
       01 REGACIDN.
                03 CHAVE-ACIDN.
                   05 ACIDN-NUMERO      PIC 9(4).
                   05 ACIDN-SEQ         PIC 9(4).
                   05 ACIDN-ITEM        PIC 9(3).
                03 ACIDN-DATA           PIC 9(8).
                03 ACIDN-TEXTO          PIC X(60).
                03 ACIDN-OPERADOR       PIC X(8).

       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 CHAVE-LOC.
                   05 LOC-NUMERO        PIC 9(4).
                   05 LOC-SEQ           PIC 9(4).
                03 LOC-CPF              PIC 9(14).
                03 LOC-DATALOCACAO      PIC 9(8).
                03 LOC-DATADEVOLUCAO    PIC 9(8).
                03 LOC-VALORLOCACAO     PIC 9(6)V99.
                03 LOC-SITUACAO         PIC X(01).
                   88 LOC-ABERTA             VALUE "A".
                   88 LOC-FECHADA            VALUE "F".
                03 LOC-DATAPREVISTA     PIC 9(8).
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       FD ARQLOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCH.DAT".
       01 REGLOCH.
                03 CHAVE-LOCH.
                   05 LOCH-NUMERO       PIC 9(4).
                   05 LOCH-SEQ          PIC 9(4).
                03 LOCH-CPF             PIC 9(14).
                03 FILLER               PIC X(86).

       FD CLIENTES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.DAT".
       01 REGCLIENTES.
                03 CPF                  PIC 9(11).
                03 NOME                 PIC X(35).
                03 DATANASC.
                    05 DIA              PIC 9(2).
                    05 MES              PIC 9(2).
                    05 ANO              PIC 9(4).
                03 RG                   PIC X(20).
                03 CLICEP               PIC 9(08).
                03 ENDNUM               PIC 9(4).
                03 COMPLEMENTO          PIC X(12).
                03 EMAIL                PIC X(35).
                03 TELEFONE.
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

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
                03 FILIALDESCRICAO PIC X(13).

       FD ARQOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOS.DAT".
       01 REGOS.
                03 OS-NUMERO            PIC 9(6).
                03 OS-BIKE              PIC 9(4).
                03 OS-DATA-ABERTURA     PIC 9(8).
                03 OS-ORIGEM            PIC X(01).
                03 OS-MECANICO          PIC X(12).
                03 OS-STATUS            PIC X(01).
                03 OS-DESCRICAO         PIC X(40).
                03 OS-DATA-CONCLUSAO    PIC 9(8).
                03 OS-CUSTO             PIC 9(6)V99.
                03 OS-LOC-SEQ           PIC 9(4).
                03 OS-DANO-COBRADO      PIC X(01).
                03 OS-HORAS             PIC 9(3)V9.
                03 OS-TIPO-SERV         PIC X(02).
                03 OS-SERVICO           PIC X(04).

       FD CTRLOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLOS.DAT".
       01 REG-CTRLOS.
                03 CTRL-ULT-OS          PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-NOT  PIC X(02) VALUE "00".
       77 ST-ERRO-LOC  PIC X(02) VALUE "00".
       77 ST-ERRO-HIS  PIC X(02) VALUE "00".
       77 ST-ERRO-CLI  PIC X(02) VALUE "00".
       77 ST-ERRO-BIKE PIC X(02) VALUE "00".
       77 ST-ERRO-OS   PIC X(02) VALUE "00".
       77 ST-ERRO-CTR  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 LIMPA-NOTA   PIC X(72) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PROX-OS    PIC 9(06) VALUE ZEROS.
       77 W-PROX-ITEM  PIC 9(03) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-NOTA       PIC X(60) VALUE SPACES.
       77 W-MOSTRAR    PIC X(01) VALUE "S".

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       01 W-HORA-HHMM.
          03 W-HORA-HH      PIC 9(02).
          03 W-HORA-MM      PIC 9(02).
       01 W-HORA-HHMM-NUM REDEFINES W-HORA-HHMM
                                        PIC 9(04).

       01 LIN-NOTA.
           03 LN-ITEM      PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LN-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LN-TEXTO     PIC X(60).
       COPY DATAVAL.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), MESMO ESQUEMA
      * DO SGB-004
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
           OPEN I-O ARQACID
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQACID
                      CLOSE ARQACID
                      MOVE "* ARQUIVO DE INCIDENTES SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE INCIDENTES"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O ARQACIDN
           IF ST-ERRO-NOT NOT = "00"
               IF ST-ERRO-NOT = "30" OR "35"
                      OPEN OUTPUT ARQACIDN
                      CLOSE ARQACIDN
                      GO TO INC-OP1
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE NOTAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQACID
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O ARQOS
           IF ST-ERRO-OS NOT = "00"
               IF ST-ERRO-OS = "30" OR "35"
                      OPEN OUTPUT ARQOS
                      CLOSE ARQOS
                      GO TO INC-OP2
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE ORDENS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQACID ARQACIDN
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           OPEN I-O ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO BIKE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQACID ARQACIDN ARQOS
              GO TO ROT-FIMP.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO LOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQACID ARQACIDN ARQOS ARQBIKE
              GO TO ROT-FIMP.
      * HISTORICO E CLIENTES SAO OPCIONAIS (STATUS "XX", COMO NO
      * SGB-053)
           OPEN INPUT ARQLOCH
           IF ST-ERRO-HIS NOT = "00"
              MOVE "XX" TO ST-ERRO-HIS.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              MOVE "XX" TO ST-ERRO-CLI.
       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
                      MOVE LK-OPER-ID TO W-OPERADOR
                      GO TO INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "IDENTIFICACAO DO OPERADOR"
                DISPLAY (12, 20) "OPERADOR: "
                ACCEPT  (12, 31) W-OPERADOR
                IF W-OPERADOR = SPACES
                   GO TO ASK-OPERADOR.
       INC-001.
                MOVE ZEROS  TO ACID-NUMERO ACID-SEQ ACID-DATA ACID-HORA
                MOVE SPACES TO ACID-LOCAL ACID-DESCRICAO ACID-CATEGORIA
                MOVE SPACES TO ACID-GRAVIDADE ACID-TESTEMUNHAS
                MOVE "N"    TO ACID-SOCORRO
                MOVE "S"    TO ACID-COND-BIKE
                MOVE "A"    TO ACID-STATUS
                MOVE ZEROS  TO ACID-OS ACID-CPF ACID-FILIAL
                MOVE ZEROS  TO ACID-DATA-ENCERR
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "INCIDENTES COM CLIENTE NA LOCACAO"
                DISPLAY (04, 05) "BIKE DA LOCACAO.....:"
                DISPLAY (05, 05) "SEQ DA LOCACAO......:"
                DISPLAY (08, 05) "DATA DO INCIDENTE...:"
                DISPLAY (09, 05) "HORA (HHMM).........:"
                DISPLAY (10, 05) "LOCAL...............:"
                DISPLAY (11, 05) "DESCRICAO...........:"
                DISPLAY (12, 05) "CATEGORIA...........:"
                DISPLAY (12, 30) "Q=QUEDA C=VEICULO P=PEDESTRE F=BIKE O"
                DISPLAY (13, 05) "GRAVIDADE DA LESAO..:"
                DISPLAY (13, 30) "N=SEM L=LEVE M=MODERADA G=GRAVE"
                DISPLAY (14, 05) "TESTEMUNHAS.........:"
                DISPLAY (15, 05) "SOCORRO CHAMADO(S/N):"
                DISPLAY (16, 05) "BIKE (S=OK D=DANIF.):"
                DISPLAY (17, 05) "ORDEM DA OFICINA....:"
                DISPLAY (18, 05) "STATUS (A/E)........:"
                DISPLAY (19, 05) "DATA ENCERRAMENTO...:".
       INC-002.
                ACCEPT (04, 27) ACID-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
       INC-003.
                ACCEPT (05, 27) ACID-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                PERFORM LER-LOCACAO THRU LER-LOCACAO-FIM
                IF ST-ERRO-LOC NOT = "00"
                   MOVE "00" TO ST-ERRO-LOC
                   MOVE "*** LOCACAO NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQACID
                IF ST-ERRO NOT = "23"
                    IF ST-ERRO = "00"
                        PERFORM MOSTRAR-ACID THRU MOSTRAR-ACID-FIM
                        MOVE "INCIDENTE EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
                MOVE LOC-CPF         TO ACID-CPF
                MOVE LOC-FILIAL-ORIG TO ACID-FILIAL.
       INC-004.
                ACCEPT (08, 27) ACID-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE ACID-DATA TO W-DATA-DMA-NUM
                MOVE W-DMA-DD  TO DV-DIA
                MOVE W-DMA-MM  TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DO INCIDENTE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (09, 27) ACID-HORA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE ACID-HORA TO W-HORA-HHMM-NUM
                IF W-HORA-HH > 23 OR W-HORA-MM > 59
                   MOVE "*** HORA DO INCIDENTE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (10, 27) ACID-LOCAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF ACID-LOCAL = SPACES
                   MOVE "*** INFORME O LOCAL DO INCIDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (11, 27) ACID-DESCRICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF ACID-DESCRICAO = SPACES
                   MOVE "*** DESCREVA O INCIDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (12, 27) ACID-CATEGORIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF NOT ACID-CAT-VALIDA
                   MOVE "*** CATEGORIA: Q, C, P, F OU O ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (13, 27) ACID-GRAVIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF NOT ACID-GRAV-VALIDA
                   MOVE "*** GRAVIDADE: N, L, M OU G ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (14, 27) ACID-TESTEMUNHAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                ACCEPT (15, 27) ACID-SOCORRO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF ACID-SOCORRO NOT = "S" AND "N"
                   MOVE "*** SOCORRO CHAMADO: S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                ACCEPT (16, 27) ACID-COND-BIKE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF ACID-COND-BIKE NOT = "S" AND "D"
                   MOVE "*** BIKE: S=SEM DANO OU D=DANIFICADA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
      * A ORDEM JA ABERTA NAO E DESFEITA SE A CONDICAO MUDAR
                IF ACID-OS NOT = ZEROS AND NOT ACID-BIKE-DANIFICADA
                   MOVE "ORDEM DA OFICINA JA ABERTA - MANTIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-013.
                ACCEPT (18, 27) ACID-STATUS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF ACID-STATUS NOT = "A" AND "E"
                   MOVE "*** STATUS: A=ABERTO E=ENCERRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
                IF ACID-ABERTO
                   MOVE ZEROS TO ACID-DATA-ENCERR
                   DISPLAY (19, 27) ACID-DATA-ENCERR
                   GO TO INC-OPC.
       INC-014.
                ACCEPT (19, 27) ACID-DATA-ENCERR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                MOVE ACID-DATA-ENCERR TO W-DATA-DMA-NUM
                MOVE W-DMA-DD  TO DV-DIA
                MOVE W-DMA-MM  TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DE ENCERRAMENTO INVALIDA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
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
                IF ACID-BIKE-DANIFICADA AND ACID-OS = ZEROS
                    PERFORM ABRIR-OS-INCIDENTE
                                          THRU ABRIR-OS-INCIDENTE-FIM.
                MOVE W-OPERADOR TO ACID-OPERADOR
                WRITE REGACID
                IF ST-ERRO = "00" OR "02"
                    MOVE "INCIDENTE GRAVADO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF ST-ERRO = "22"
                    MOVE "INCIDENTE JA EXISTENTE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001
                ELSE
                    MOVE "ERRO AO GRAVAR O REGISTRO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       CRUD-001.
                DISPLAY(25, 01)
                 "F1-NOVO  F2-ALTERAR  F3-EXCLUIR  F4-ACOMPANHAMENTO"
                ACCEPT (25, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                    GO TO CRUD-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 01) MENS
                IF W-ACT = 02
                    MOVE 02 TO W-SEL
                    GO TO INC-001.
                IF W-ACT = 03
                    MOVE 03 TO W-SEL
                    GO TO INC-004.
                IF W-ACT = 05
                    PERFORM ACOMPANHAR THRU ACOMPANHAR-FIM
                    GO TO INC-001.
      * O REGISTRO E PROVA EM RECLAMACAO FUTURA: SO O NIVEL 3 EXCLUI
                IF ADDRESS OF LK-OPER = NULL
                    MOVE "EXCLUSAO SO PELO MENU, COM NIVEL 3" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO CRUD-001.
                IF LK-OPER-OK NOT = "S" OR LK-OPER-NIVEL NOT = 3
                    MOVE "EXCLUSAO SO PELO MENU, COM NIVEL 3" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO CRUD-001.
       EXC-OPC.
                DISPLAY(25, 01) "EXCLUIR? (S / N)".
                ACCEPT (25, 18) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                    MOVE "EXCLUSAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO EXC-OPC.
       EXC-PROC.
                DELETE ARQACID RECORD.
                IF ST-ERRO = "00"
                    PERFORM EXCLUIR-NOTAS THRU EXCLUIR-NOTAS-FIM
                    MOVE "REGISTRO EXCLUIDO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ALT-OPC.
                DISPLAY(25, 01) "ALTERAR? (S / N)".
                ACCEPT(25, 18) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                    MOVE "ALTERACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ALT-OPC.
       ALT-PROC.
                IF ACID-BIKE-DANIFICADA AND ACID-OS = ZEROS
                    PERFORM ABRIR-OS-INCIDENTE
                                          THRU ABRIR-OS-INCIDENTE-FIM.
                MOVE W-OPERADOR TO ACID-OPERADOR
                REWRITE REGACID.
                IF ST-ERRO = "00" OR "02"
                    MOVE "INCIDENTE ALTERADO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
      * LER-LOCACAO: LOCACAO DA CHAVE DIGITADA, NO ARQUIVO VIVO OU
      * NO HISTORICO (MESMO LAYOUT, COMO NO SGB-009); MOSTRA CLIENTE
      * E BIKE NAS LINHAS 06 E 07
      *-------------------------------------------------------------
       LER-LOCACAO.
                MOVE ACID-NUMERO TO LOC-NUMERO
                MOVE ACID-SEQ    TO LOC-SEQ
                READ ARQLOC
                IF ST-ERRO-LOC = "00"
                   GO TO LER-LOCACAO-MOSTRA.
                IF ST-ERRO-HIS = "XX"
                   GO TO LER-LOCACAO-FIM.
                MOVE ACID-NUMERO TO LOCH-NUMERO
                MOVE ACID-SEQ    TO LOCH-SEQ
                READ ARQLOCH
                IF ST-ERRO-HIS NOT = "00"
                   MOVE "00" TO ST-ERRO-HIS
                   GO TO LER-LOCACAO-FIM.
                MOVE REGLOCH TO REGLOC
                MOVE "00" TO ST-ERRO-LOC.
       LER-LOCACAO-MOSTRA.
                DISPLAY (06, 05) "CLIENTE:"
                DISPLAY (06, 14) LOC-CPF
                MOVE SPACES TO NOME
                IF ST-ERRO-CLI NOT = "XX" AND LOC-CPF NOT > 99999999999
                   MOVE LOC-CPF TO CPF
                   READ CLIENTES
                   IF ST-ERRO-CLI NOT = "00"
                      MOVE "00" TO ST-ERRO-CLI
                      MOVE "NAO CADASTRADO" TO NOME.
                DISPLAY (06, 30) NOME
                DISPLAY (07, 05) "BIKE...:"
                MOVE ACID-NUMERO TO NUMERO
                READ ARQBIKE
                IF ST-ERRO-BIKE = "00"
                   DISPLAY (07, 14) MARCA
                   DISPLAY (07, 35) MODELO
                ELSE
                   MOVE "00" TO ST-ERRO-BIKE
                   DISPLAY (07, 14) "NAO CADASTRADA".
                DISPLAY (07, 56) "LOCADA EM"
                DISPLAY (07, 66) LOC-DATALOCACAO.
       LER-LOCACAO-FIM.
                EXIT.

       MOSTRAR-ACID.
                DISPLAY (08, 27) ACID-DATA
                DISPLAY (09, 27) ACID-HORA
                DISPLAY (10, 27) ACID-LOCAL
                DISPLAY (11, 27) ACID-DESCRICAO
                DISPLAY (12, 27) ACID-CATEGORIA
                DISPLAY (13, 27) ACID-GRAVIDADE
                DISPLAY (14, 27) ACID-TESTEMUNHAS
                DISPLAY (15, 27) ACID-SOCORRO
                DISPLAY (16, 27) ACID-COND-BIKE
                DISPLAY (17, 27) ACID-OS
                DISPLAY (18, 27) ACID-STATUS
                DISPLAY (19, 27) ACID-DATA-ENCERR.
       MOSTRAR-ACID-FIM.
                EXIT.

      *-------------------------------------------------------------
      * ABRE UMA ORDEM DE SERVICO NA FILA DA OFICINA (ORIGEM "I")
      * PARA A BIKE DANIFICADA NO INCIDENTE; O NUMERO VEM DE
      * CTRLOS.DAT, MESMO ESQUEMA DO ABRIR-OS-DEVOLUCAO DO SGB-004
      *-------------------------------------------------------------
       ABRIR-OS-INCIDENTE.
                MOVE ZEROS TO CTRL-ULT-OS
                OPEN INPUT CTRLOS
                IF ST-ERRO-CTR = "00"
                   READ CTRLOS
                       AT END MOVE ZEROS TO CTRL-ULT-OS.
                IF ST-ERRO-CTR NOT = "35" AND "30"
                   CLOSE CTRLOS.
                COMPUTE W-PROX-OS = CTRL-ULT-OS + 1
                MOVE W-PROX-OS TO CTRL-ULT-OS
                OPEN OUTPUT CTRLOS
                WRITE REG-CTRLOS
                CLOSE CTRLOS
                MOVE W-PROX-OS         TO OS-NUMERO
                MOVE ACID-NUMERO       TO OS-BIKE
                MOVE ACID-DATA         TO OS-DATA-ABERTURA
                MOVE "I"               TO OS-ORIGEM
                MOVE SPACES            TO OS-MECANICO
                MOVE "A"               TO OS-STATUS
                MOVE SPACES            TO OS-DESCRICAO
                STRING "INCIDENTE: " DELIMITED BY SIZE
                       ACID-DESCRICAO DELIMITED BY SIZE
                       INTO OS-DESCRICAO
                MOVE ZEROS             TO OS-DATA-CONCLUSAO OS-CUSTO
                MOVE ACID-SEQ          TO OS-LOC-SEQ
                MOVE SPACES            TO OS-DANO-COBRADO
                MOVE ZEROS             TO OS-HORAS
                MOVE SPACES            TO OS-TIPO-SERV
                MOVE SPACES            TO OS-SERVICO
                WRITE REGOS
                IF ST-ERRO-OS NOT = "00" AND "02"
                   MOVE "ERRO NA ABERTURA DA ORDEM DE SERVICO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-OS-INCIDENTE-FIM.
                MOVE W-PROX-OS TO ACID-OS
                DISPLAY (17, 27) ACID-OS
                MOVE "ORDEM DE SERVICO ABERTA PARA A BIKE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      * COM A LOCACAO EM ANDAMENTO A DEVOLUCAO CUIDA DA SITUACAO
                IF NOT LOC-FECHADA
                   GO TO ABRIR-OS-INCIDENTE-FIM.
                MOVE ACID-NUMERO TO NUMERO
                READ ARQBIKE
                IF ST-ERRO-BIKE NOT = "00"
                   MOVE "00" TO ST-ERRO-BIKE
                   GO TO ABRIR-OS-INCIDENTE-FIM.
                IF SITUACAO NOT = "A"
                   GO TO ABRIR-OS-INCIDENTE-FIM.
                MOVE "M"          TO SITUACAO
                MOVE "MANUTENCAO" TO SITUACAODESCRICAO
                REWRITE REGBIKE
                MOVE "BIKE ENCAMINHADA PARA MANUTENCAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ABRIR-OS-INCIDENTE-FIM.
                EXIT.

      *-------------------------------------------------------------
      * ACOMPANHAR: LISTA AS NOTAS DO INCIDENTE (12 POR TELA, COMO O
      * SGB-014) E ACRESCENTA NOVAS NO FIM, NUMERADAS EM SEQUENCIA
      *-------------------------------------------------------------
       ACOMPANHAR.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "ACOMPANHAMENTO DO INCIDENTE - BIKE"
                DISPLAY (02, 40) ACID-NUMERO
                DISPLAY (02, 45) "SEQ"
                DISPLAY (02, 49) ACID-SEQ
                DISPLAY (04, 05) ACID-DESCRICAO
                DISPLAY (06, 05) "NR. DATA       NOTA"
                MOVE ZEROS TO W-PROX-ITEM
                MOVE "S" TO W-MOSTRAR
                MOVE 8 TO W-LIN
                MOVE ACID-NUMERO TO ACIDN-NUMERO
                MOVE ACID-SEQ    TO ACIDN-SEQ
                MOVE ZEROS       TO ACIDN-ITEM
                START ARQACIDN KEY IS NOT LESS CHAVE-ACIDN
                    INVALID KEY MOVE "10" TO ST-ERRO-NOT.
                IF ST-ERRO-NOT NOT = "00"
                   MOVE "00" TO ST-ERRO-NOT
                   GO TO ACOMPANHAR-NOVA.
       ACOMPANHAR-LER.
                READ ARQACIDN NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-NOT.
                IF ST-ERRO-NOT NOT = "00"
                   MOVE "00" TO ST-ERRO-NOT
                   GO TO ACOMPANHAR-NOVA.
                IF ACIDN-NUMERO NOT = ACID-NUMERO
                   OR ACIDN-SEQ NOT = ACID-SEQ
                   GO TO ACOMPANHAR-NOVA.
                MOVE ACIDN-ITEM TO W-PROX-ITEM
      * COM "N" NO CONTINUA SO SEGUE ATE A ULTIMA NOTA, SEM MOSTRAR
                IF W-MOSTRAR = "N"
                   GO TO ACOMPANHAR-LER.
                IF W-LIN > 19
                   DISPLAY (21, 05) "CONTINUA? (S/N):"
                   ACCEPT  (21, 22) W-OPCAO
                   DISPLAY (21, 05) LIMPA
                   IF W-OPCAO = "N" OR "n"
                      MOVE "N" TO W-MOSTRAR
                      GO TO ACOMPANHAR-LER
                   ELSE
                      PERFORM LIMPAR-NOTAS THRU LIMPAR-NOTAS-FIM.
                MOVE ACIDN-ITEM  TO LN-ITEM
                MOVE ACIDN-DATA  TO LN-DATA
                MOVE ACIDN-TEXTO TO LN-TEXTO
                DISPLAY (W-LIN, 05) LIN-NOTA
                ADD 1 TO W-LIN
                GO TO ACOMPANHAR-LER.
       ACOMPANHAR-NOVA.
                IF W-LIN > 19
                   PERFORM LIMPAR-NOTAS THRU LIMPAR-NOTAS-FIM.
                MOVE SPACES TO W-NOTA
                DISPLAY (21, 05) "NOVA NOTA (EM BRANCO = VOLTAR):"
                ACCEPT  (22, 05) W-NOTA
                IF W-NOTA = SPACES
                   GO TO ACOMPANHAR-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-DIA-HOJE  TO W-DMA-DD
                MOVE W-MES-HOJE  TO W-DMA-MM
                MOVE W-ANO-HOJE  TO W-DMA-AAAA
                ADD 1 TO W-PROX-ITEM
                MOVE ACID-NUMERO    TO ACIDN-NUMERO
                MOVE ACID-SEQ       TO ACIDN-SEQ
                MOVE W-PROX-ITEM    TO ACIDN-ITEM
                MOVE W-DATA-DMA-NUM TO ACIDN-DATA
                MOVE W-NOTA         TO ACIDN-TEXTO
                MOVE W-OPERADOR     TO ACIDN-OPERADOR
                WRITE REGACIDN
                IF ST-ERRO-NOT NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DA NOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACOMPANHAR-FIM.
                MOVE ACIDN-ITEM  TO LN-ITEM
                MOVE ACIDN-DATA  TO LN-DATA
                MOVE ACIDN-TEXTO TO LN-TEXTO
                DISPLAY (W-LIN, 05) LIN-NOTA
                ADD 1 TO W-LIN
                DISPLAY (22, 05) LIMPA-NOTA
                GO TO ACOMPANHAR-NOVA.
       ACOMPANHAR-FIM.
                EXIT.

       LIMPAR-NOTAS.
                MOVE 8 TO W-LIN.
       LIMPAR-NOTAS-LOOP.
                IF W-LIN > 19
                   GO TO LIMPAR-NOTAS-SAI.
                DISPLAY (W-LIN, 05) LIMPA-NOTA
                ADD 1 TO W-LIN
                GO TO LIMPAR-NOTAS-LOOP.
       LIMPAR-NOTAS-SAI.
                MOVE 8 TO W-LIN.
       LIMPAR-NOTAS-FIM.
                EXIT.

      * APAGA AS NOTAS DO INCIDENTE EXCLUIDO
       EXCLUIR-NOTAS.
                MOVE ACID-NUMERO TO ACIDN-NUMERO
                MOVE ACID-SEQ    TO ACIDN-SEQ
                MOVE ZEROS       TO ACIDN-ITEM
                START ARQACIDN KEY IS NOT LESS CHAVE-ACIDN
                    INVALID KEY MOVE "10" TO ST-ERRO-NOT.
                IF ST-ERRO-NOT NOT = "00"
                   MOVE "00" TO ST-ERRO-NOT
                   GO TO EXCLUIR-NOTAS-FIM.
       EXCLUIR-NOTAS-LER.
                READ ARQACIDN NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-NOT.
                IF ST-ERRO-NOT NOT = "00"
                   MOVE "00" TO ST-ERRO-NOT
                   GO TO EXCLUIR-NOTAS-FIM.
                IF ACIDN-NUMERO NOT = ACID-NUMERO
                   OR ACIDN-SEQ NOT = ACID-SEQ
                   GO TO EXCLUIR-NOTAS-FIM.
                DELETE ARQACIDN RECORD
                GO TO EXCLUIR-NOTAS-LER.
       EXCLUIR-NOTAS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQACID ARQACIDN ARQOS ARQBIKE ARQLOC
                IF ST-ERRO-HIS NOT = "XX"
                   CLOSE ARQLOCH.
                IF ST-ERRO-CLI NOT = "XX"
                   CLOSE CLIENTES.
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
