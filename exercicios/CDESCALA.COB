       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-043.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-043 - ESCALA DE TRABALHO POR FILIAL
      * O PONTO001 IMPORTA AS BATIDAS E O REL042 SOMA AS HORAS, MAS
      * NINGUEM DIZIA O QUE CADA FUNCIONARIO DEVIA TRABALHAR. ESTE
      * PROGRAMA MANTEM ARQESCALA.DAT, COM DOIS TIPOS DE LINHA POR
      * FUNCIONARIO (VALIDADO EM CADFUNC.DAT, SO ATIVO):
      *   TIPO S (SEMANAL): O TURNO DE CADA DIA DA SEMANA (1=SEGUNDA
      *          A 7=DOMINGO), ENTRADA E SAIDA EM HHMM E A FILIAL
      *          ONDE O TURNO E CUMPRIDO. DIA SEM LINHA E FOLGA.
      *   TIPO D (DATA ESPECIFICA): TROCA DE TURNO OU FOLGA AVULSA
      *          NUMA DATA DDMMAAAA; PREVALECE SOBRE A LINHA SEMANAL
      *          DO DIA, INCLUSIVE EM FERIADO E FERIAS.
      * AO DIGITAR UMA DATA, A TELA AVISA QUANDO ELA E FERIADO OU
      * FECHAMENTO NO CALENDARIO ARQCALEND.DAT (SGB-024) OU CAI NO
      * GOZO DE FERIAS REGISTRADO EM ARQFERIAS.DAT (SGB-015). NO
      * FERIADO E NAS FERIAS A LINHA SEMANAL NAO VALE; SO A LINHA DE
      * DATA ESPECIFICA CONVOCA O FUNCIONARIO.
      * F4 NUMA LINHA SEMANAL COPIA A SEMANA INTEIRA DO FUNCIONARIO
      * PARA OUTRO (A SEMANA DO DESTINO E SUBSTITUIDA). A APURACAO
      * DIARIA CONTRA AS BATIDAS E DO PONTO002.
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

           SELECT ARQESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ESC
                    FILE STATUS  IS ST-ERRO.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

           SELECT ARQFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FERIAS
                    FILE STATUS  IS ST-ERRO-FER.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESCALA.DAT".
       01 REGESCALA.
                03 CHAVE-ESC.
                   05 ESC-CODIGO        PIC X(12).
                   05 ESC-TIPO          PIC X(01).
                   05 ESC-REF           PIC 9(08).
                03 ESC-ENTRADA          PIC 9(04).
                03 ESC-SAIDA            PIC 9(04).
                03 ESC-FILIAL           PIC 9(02).
                03 ESC-FOLGA            PIC X(01).
                03 ESC-DATA             PIC 9(08).
                03 ESC-OPERADOR         PIC X(08).

       FD FUNCIONARIOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
            03 CODIGO           PIC X(12).
            03 NOME             PIC X(35).
            03 CARTRAB.
                05 CARNUM       PIC 9(05).
                05 CARSERIE     PIC 9(03).
                05 UF           PIC X(02).
                05 UFDESCRICAO  PIC X(20).
            03 CPF              PIC 9(11).
            03 DATANASC.
                05 DIA          PIC 9(02).
                05 MES          PIC 9(02).
                05 ANO          PIC 9(04).
            03 TELEFONE.
                05 DDD          PIC 9(02).
                05 NUMTEL       PIC 9(09).
            03 EMAIL            PIC X(30).
            03 SEXO             PIC X(01).
            03 SEXODESCRICAO    PIC X(11).
            03 OPCAOSEX         PIC 9(01).
            03 OPCAOSEXDESCRICAO PIC X(20).
            03 DEPTO            PIC 9(03).
            03 DEPTODESCRICAO   PIC X(25).
            03 SITUACAO-FUN     PIC X(01).
            03 SITUACAODESC-FUN PIC X(10).
            03 SALARIO          PIC 9(07)V99.
            03 DATA-ADMISSAO    PIC 9(08).
            03 TIPO-CONTRATO    PIC X(01).
            03 BANCO            PIC 9(03).
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

       FD ARQFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
                03 CHAVE-FERIAS.
                   05 FERIAS-CODIGO     PIC X(12).
                   05 FERIAS-AQUIS-INI  PIC 9(8).
                03 FERIAS-AQUIS-FIM     PIC 9(8).
                03 FERIAS-DIAS-DIREITO  PIC 9(2).
                03 FERIAS-DIAS-GOZADOS  PIC 9(2).
                03 FERIAS-GOZO-INI      PIC 9(8).
                03 FERIAS-GOZO-FIM      PIC 9(8).
                03 FERIAS-SITUACAO      PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       COPY FSTATUS.
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-CAL  PIC X(02) VALUE "00".
       77 ST-ERRO-FER  PIC X(02) VALUE "00".
       77 W-CAL-ABERTO PIC X(01) VALUE "N".
       77 W-FER-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-FILIAL-OPER PIC 9(02) VALUE ZEROS.
       77 W-DIA-SEM    PIC 9(01) VALUE ZEROS.
       77 W-DATA-ESC   PIC 9(08) VALUE ZEROS.
       77 W-AVISO      PIC X(36) VALUE SPACES.
       77 W-COD-ORIG   PIC X(12) VALUE SPACES.
       77 W-COD-DEST   PIC X(12) VALUE SPACES.
       77 W-QTD-COPIA  PIC 9(01) VALUE ZEROS.
       77 W-DATA-AMD   PIC 9(08) VALUE ZEROS.
       77 W-GOZO-INI   PIC 9(08) VALUE ZEROS.
       77 W-GOZO-FIM   PIC 9(08) VALUE ZEROS.

       COPY TFILIAL.
       COPY DATAVAL.

       01 TAB-DIAS-SEMANA.
           03 FILLER   PIC X(56) VALUE
           "SEGUNDA TERCA   QUARTA  QUINTA  SEXTA   SABADO  DOMINGO ".
       01 TAB-DIAS-R REDEFINES TAB-DIAS-SEMANA.
           03 TB-DIA-SEMANA PIC X(08) OCCURS 7 TIMES.

       01 W-HORA.
           03 W-HORA-HH    PIC 9(02).
           03 W-HORA-MM    PIC 9(02).
       01 W-HORA-NUM REDEFINES W-HORA PIC 9(04).

       01 W-DMA.
           03 W-DMA-DD     PIC 9(02).
           03 W-DMA-MM     PIC 9(02).
           03 W-DMA-AAAA   PIC 9(04).
       01 W-DMA-NUM REDEFINES W-DMA PIC 9(08).

       01 W-DATA-ALT.
           03 W-DA-AAAA    PIC 9(04).
           03 W-DA-MM      PIC 9(02).
           03 W-DA-DD      PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NA LINHA
      * DA ESCALA; A FILIAL DELE E A SUGESTAO DE FILIAL DO TURNO
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
           OPEN I-O ARQESCALA
           IF NOT FS-OK
               IF FS-ARQUIVO-NOVO
                      OPEN OUTPUT ARQESCALA
                      CLOSE ARQESCALA
                      MOVE "* ARQUIVO DE ESCALA DE TRABALHO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DE ESCALA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "CADASTRE OS FUNCIONARIOS NO CADFUNC ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQESCALA
              GO TO ROT-FIMP.
      * CALENDARIO E FERIAS SO SERVEM DE AVISO: SEM ELES, A TELA
      * TRABALHA NORMALMENTE
           OPEN INPUT ARQCALEND
           IF ST-ERRO-CAL = "00"
              MOVE "S" TO W-CAL-ABERTO
           ELSE
              MOVE "N" TO W-CAL-ABERTO
              MOVE "00" TO ST-ERRO-CAL.
           OPEN INPUT ARQFERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-FER-ABERTO
           ELSE
              MOVE "N" TO W-FER-ABERTO
              MOVE "00" TO ST-ERRO-FER.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID     TO W-OPERADOR
                 MOVE LK-OPER-FILIAL TO W-FILIAL-OPER.
       INC-001.
                MOVE SPACES TO ESC-CODIGO ESC-TIPO ESC-FOLGA
                               ESC-OPERADOR
                MOVE ZEROS  TO ESC-REF ESC-ENTRADA ESC-SAIDA
                               ESC-FILIAL ESC-DATA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "ESCALA DE TRABALHO POR FILIAL"
                DISPLAY (04, 05) "FUNCIONARIO............:"
                DISPLAY (05, 05) "TIPO (S/D).............:"
                DISPLAY (05, 33) "S=SEMANAL D=DATA ESPECIFICA"
                DISPLAY (06, 05) "DIA SEMANA (1-7)/DATA..:"
                DISPLAY (07, 05) "FOLGA (S/N)............:"
                DISPLAY (08, 05) "ENTRADA (HHMM).........:"
                DISPLAY (09, 05) "SAIDA (HHMM)...........:"
                DISPLAY (10, 05) "FILIAL.................:"
                DISPLAY (12, 05) "ULTIMA ALTERACAO.......:".
       INC-002.
                ACCEPT (04, 30) ESC-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF ESC-CODIGO = SPACES
                   GO TO INC-002.
                MOVE ESC-CODIGO TO CODIGO
                READ FUNCIONARIOS
                IF ST-ERRO-FUN NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO EM CADFUNC ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF SITUACAO-FUN NOT = "A"
                   MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 44) NOME.
       INC-003.
                ACCEPT (05, 30) ESC-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF ESC-TIPO NOT = "S" AND "D"
                   MOVE "*** TIPO: S=SEMANAL D=DATA ESPECIFICA ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                MOVE SPACES TO W-AVISO
                DISPLAY (06, 40) W-AVISO
                IF ESC-TIPO = "D"
                   GO TO INC-004-DATA.
                ACCEPT (06, 30) W-DIA-SEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-DIA-SEM < 1 OR W-DIA-SEM > 7
                   MOVE "*** DIA DA SEMANA: 1=SEGUNDA ... 7=DOMINGO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-DIA-SEM TO ESC-REF
                DISPLAY (06, 40) TB-DIA-SEMANA (W-DIA-SEM)
                GO TO READ-REG.
       INC-004-DATA.
                ACCEPT (06, 30) W-DATA-ESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE W-DATA-ESC TO W-DMA-NUM
                MOVE W-DMA-DD   TO DV-DIA
                MOVE W-DMA-MM   TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK OR W-DMA-DD = ZEROS
                   MOVE "*** DATA INVALIDA (DDMMAAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004-DATA.
                MOVE W-DATA-ESC TO ESC-REF
                PERFORM VERIFICAR-DATA THRU VERIFICAR-DATA-FIM
                DISPLAY (06, 40) W-AVISO.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQESCALA
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        DISPLAY (07, 30) ESC-FOLGA
                        DISPLAY (08, 30) ESC-ENTRADA
                        DISPLAY (09, 30) ESC-SAIDA
                        DISPLAY (10, 30) ESC-FILIAL
                        PERFORM MOSTRAR-FILIAL THRU MOSTRAR-FILIAL-FIM
                        DISPLAY (12, 30) ESC-DATA
                        DISPLAY (12, 40) ESC-OPERADOR
                        MOVE "TURNO EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      * A FOLGA AVULSA SO EXISTE NA DATA ESPECIFICA; NA SEMANA, DIA
      * DE FOLGA E DIA SEM LINHA
       INC-005.
                IF ESC-TIPO = "S"
                   MOVE "N" TO ESC-FOLGA
                   DISPLAY (07, 30) ESC-FOLGA
                   GO TO INC-006.
                IF ESC-FOLGA = SPACE
                   MOVE "N" TO ESC-FOLGA.
                ACCEPT (07, 30) ESC-FOLGA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF ESC-FOLGA NOT = "S" AND "N"
                   MOVE "*** FOLGA: S=SIM N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF ESC-FOLGA = "N"
                   GO TO INC-006.
                MOVE ZEROS TO ESC-ENTRADA ESC-SAIDA
                DISPLAY (08, 30) ESC-ENTRADA
                DISPLAY (09, 30) ESC-SAIDA
                IF ESC-FILIAL = ZEROS
                   MOVE W-FILIAL-OPER TO ESC-FILIAL.
                GO TO INC-009.
       INC-006.
                ACCEPT (08, 30) ESC-ENTRADA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE ESC-ENTRADA TO W-HORA-NUM
                IF W-HORA-HH > 23 OR W-HORA-MM > 59
                   MOVE "*** HORA DE ENTRADA INVALIDA (HHMM) ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (09, 30) ESC-SAIDA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                MOVE ESC-SAIDA TO W-HORA-NUM
                IF W-HORA-HH > 23 OR W-HORA-MM > 59
                   MOVE "*** HORA DE SAIDA INVALIDA (HHMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
      * O TURNO COMECA E TERMINA NO MESMO DIA, COMO A BATIDA DO
      * RELOGIO (UMA ENTRADA E UMA SAIDA POR DATA)
                IF ESC-SAIDA NOT > ESC-ENTRADA
                   MOVE "*** SAIDA DEVE SER DEPOIS DA ENTRADA ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                IF ESC-FILIAL = ZEROS
                   MOVE W-FILIAL-OPER TO ESC-FILIAL.
                ACCEPT (10, 30) ESC-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF ESC-FILIAL < 1 OR ESC-FILIAL > 5
                   MOVE "*** FILIAL INVALIDA (01 A 05) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                PERFORM MOSTRAR-FILIAL THRU MOSTRAR-FILIAL-FIM.
       INC-009.
                ACCEPT W-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-DA-DD   TO ESC-DATA (1:2)
                MOVE W-DA-MM   TO ESC-DATA (3:2)
                MOVE W-DA-AAAA TO ESC-DATA (5:4)
                MOVE W-OPERADOR TO ESC-OPERADOR.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
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
                WRITE REGESCALA
                IF FS-OK
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF FS-DUPLICADO
                    MOVE "TURNO JA EXISTENTE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001
                ELSE
                    MOVE "ERRO AO GRAVAR O REGISTRO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       CRUD-001.
                DISPLAY(25, 05)
                 "F1-NOVO  F2-ALTERAR  F3-EXCLUIR  F4-COPIAR SEMANA"
                ACCEPT (25, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                    GO TO CRUD-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 05) MENS
                IF W-ACT = 02
                    MOVE 02 TO W-SEL
                    GO TO INC-001.
                IF W-ACT = 03
                    MOVE 03 TO W-SEL
                    GO TO INC-005.
                IF W-ACT = 05
                    GO TO COP-001.
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
                DELETE ARQESCALA RECORD.
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
                REWRITE REGESCALA.
                IF FS-OK
                    MOVE FS-MSG-ALTERADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-ALTERADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ************************************
      * COPIA DA SEMANA PARA OUTRO FUNC. *
      ************************************
      * OS SETE DIAS DA ESCALA SEMANAL DO FUNCIONARIO NA TELA VAO
      * PARA O DESTINO; DIA SEM LINHA NA ORIGEM TEM A LINHA DO
      * DESTINO EXCLUIDA. AS DATAS ESPECIFICAS NAO SAO COPIADAS.
       COP-001.
                IF ESC-TIPO NOT = "S"
                   MOVE "*** A COPIA E SO DA ESCALA SEMANAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRUD-001.
                MOVE ESC-CODIGO TO W-COD-ORIG
                MOVE SPACES TO W-COD-DEST
                DISPLAY (14, 05) "COPIAR A SEMANA PARA O FUNCIONARIO:".
       COP-002.
                ACCEPT (14, 41) W-COD-DEST
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-COD-DEST = SPACES OR W-COD-DEST = W-COD-ORIG
                   MOVE "*** INFORME OUTRO FUNCIONARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COP-002.
                MOVE W-COD-DEST TO CODIGO
                READ FUNCIONARIOS
                IF ST-ERRO-FUN NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO EM CADFUNC ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COP-002.
                IF SITUACAO-FUN NOT = "A"
                   MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COP-002.
                DISPLAY (15, 41) NOME.
       COP-OPC.
                DISPLAY (17, 05)
                 "A SEMANA DO DESTINO SERA SUBSTITUIDA. CONFIRMA (S/N):"
                MOVE "N" TO W-OPCAO
                ACCEPT (17, 60) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                    MOVE "COPIA CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO COP-OPC.
                ACCEPT W-DATA-ALT FROM DATE YYYYMMDD
                MOVE ZEROS TO W-QTD-COPIA
                MOVE 1 TO W-DIA-SEM.
       COP-DIA.
                MOVE W-COD-ORIG TO ESC-CODIGO
                MOVE "S"        TO ESC-TIPO
                MOVE W-DIA-SEM  TO ESC-REF
                READ ARQESCALA
                IF FS-OK
                   GO TO COP-GRAVA.
                MOVE W-COD-DEST TO ESC-CODIGO
                READ ARQESCALA
                IF FS-OK
                   DELETE ARQESCALA RECORD.
                GO TO COP-PROX.
       COP-GRAVA.
                MOVE W-COD-DEST TO ESC-CODIGO
                MOVE W-DA-DD    TO ESC-DATA (1:2)
                MOVE W-DA-MM    TO ESC-DATA (3:2)
                MOVE W-DA-AAAA  TO ESC-DATA (5:4)
                MOVE W-OPERADOR TO ESC-OPERADOR
                WRITE REGESCALA
                IF FS-DUPLICADO
                   REWRITE REGESCALA.
                IF NOT FS-OK
                   MOVE "ERRO AO GRAVAR A COPIA DA SEMANA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-QTD-COPIA.
       COP-PROX.
                MOVE "00" TO ST-ERRO
                ADD 1 TO W-DIA-SEM
                IF W-DIA-SEM < 8
                   GO TO COP-DIA.
                MOVE SPACES TO MENS
                STRING "SEMANA COPIADA: " W-QTD-COPIA " DIA(S) DE TURNO"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      ************************************
      * AVISO DE FERIADO / FERIAS NA DATA *
      ************************************
       VERIFICAR-DATA.
                MOVE SPACES TO W-AVISO
                IF W-CAL-ABERTO NOT = "S"
                   GO TO VERIFICAR-DATA-FERIAS.
                MOVE W-DATA-ESC TO CAL-DATA
                READ ARQCALEND
                IF ST-ERRO-CAL = "00"
                   MOVE CAL-DESCRICAO TO W-AVISO
                   GO TO VERIFICAR-DATA-FIM.
                MOVE "00" TO ST-ERRO-CAL.
       VERIFICAR-DATA-FERIAS.
                IF W-FER-ABERTO NOT = "S"
                   GO TO VERIFICAR-DATA-FIM.
                COMPUTE W-DATA-AMD = W-DMA-AAAA * 10000
                        + W-DMA-MM * 100 + W-DMA-DD
                MOVE ESC-CODIGO TO FERIAS-CODIGO
                MOVE ZEROS      TO FERIAS-AQUIS-INI
                START ARQFERIAS KEY IS NOT LESS CHAVE-FERIAS
                    INVALID KEY MOVE "10" TO ST-ERRO-FER.
       VERIFICAR-DATA-LER.
                IF ST-ERRO-FER = "10"
                   MOVE "00" TO ST-ERRO-FER
                   GO TO VERIFICAR-DATA-FIM.
                READ ARQFERIAS NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-FER.
                IF ST-ERRO-FER = "10"
                   GO TO VERIFICAR-DATA-LER.
                IF FERIAS-CODIGO NOT = ESC-CODIGO
                   MOVE "00" TO ST-ERRO-FER
                   GO TO VERIFICAR-DATA-FIM.
                IF FERIAS-GOZO-INI = ZEROS
                   GO TO VERIFICAR-DATA-LER.
                MOVE FERIAS-GOZO-INI TO W-DMA-NUM
                COMPUTE W-GOZO-INI = W-DMA-AAAA * 10000
                        + W-DMA-MM * 100 + W-DMA-DD
                MOVE FERIAS-GOZO-FIM TO W-DMA-NUM
                COMPUTE W-GOZO-FIM = W-DMA-AAAA * 10000
                        + W-DMA-MM * 100 + W-DMA-DD
                IF W-DATA-AMD < W-GOZO-INI OR W-DATA-AMD > W-GOZO-FIM
                   GO TO VERIFICAR-DATA-LER.
                MOVE "EM FERIAS NESTA DATA" TO W-AVISO
                MOVE "00" TO ST-ERRO-FER.
       VERIFICAR-DATA-FIM.
                EXIT.

       MOSTRAR-FILIAL.
                IF ESC-FILIAL > 0 AND ESC-FILIAL < 6
                   DISPLAY (10, 33) TBFILIAL (ESC-FILIAL).
       MOSTRAR-FILIAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQESCALA FUNCIONARIOS
                IF W-CAL-ABERTO = "S"
                   CLOSE ARQCALEND.
                IF W-FER-ABERTO = "S"
                   CLOSE ARQFERIAS.
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
