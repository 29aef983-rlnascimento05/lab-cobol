       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-045.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-045 - AFASTAMENTOS DE FUNCIONARIOS
      * O CADFUNC SO SABE ATIVO/DESLIGADO, E O FUNCIONARIO EM LICENCA
      * MEDICA PARECIA ATIVO PARA A FOLHA, O PONTO E AS FERIAS. ESTE
      * PROGRAMA MANTEM ARQAFAST.DAT, UM REGISTRO POR AFASTAMENTO
      * (CHAVE CODIGO DO FUNCIONARIO + DATA DE INICIO EM DDMMAAAA):
      *   TIPO       D=DOENCA  M=MATERNIDADE  A=ACIDENTE DE TRABALHO;
      *   PREVISAO   DATA PREVISTA DE FIM (DO ATESTADO/PERICIA);
      *   RETORNO    DATA EFETIVA DE VOLTA AO TRABALHO -- FICA ZERADA
      *              ENQUANTO O FUNCIONARIO ESTIVER AFASTADO;
      *   ATESTADO   NUMERO DO ATESTADO MEDICO (OU DA CAT).
      * SO SE ABRE AFASTAMENTO PARA FUNCIONARIO ATIVO EM CADFUNC.DAT
      * E QUE NAO ESTEJA AFASTADO NA DATA DE INICIO. AS CONTAS FICAM
      * NO COPY AFASVAL./AFASVALP., USADO PELA FOLHA001 (SO OS 15
      * PRIMEIROS DIAS DE DOENCA/ACIDENTE SAO PAGOS PELA EMPRESA),
      * FERIAS001, PONTO002, REL042, ADIANT001 E REL062.
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

           SELECT ARQAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AFA
                    FILE STATUS  IS ST-ERRO-AFA.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
                03 CHAVE-AFA.
                   05 AFA-CODIGO        PIC X(12).
                   05 AFA-INICIO        PIC 9(08).
                03 AFA-TIPO             PIC X(01).
                   88 AFA-DOENCA            VALUE "D".
                   88 AFA-MATERNIDADE       VALUE "M".
                   88 AFA-ACIDENTE          VALUE "A".
                03 AFA-PREV-FIM         PIC 9(08).
                03 AFA-RETORNO          PIC 9(08).
                03 AFA-ATESTADO         PIC X(15).
                03 AFA-DATA             PIC 9(08).
                03 AFA-OPERADOR         PIC X(08).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       COPY FSTATUS.
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-CODIGO-PED PIC X(12) VALUE SPACES.
       77 W-INICIO-PED PIC 9(08) VALUE ZEROS.
       77 W-INICIO-AMD PIC 9(08) VALUE ZEROS.
       77 W-TIPO-DESC  PIC X(20) VALUE SPACES.

       COPY DATAVAL.
       COPY AFASVAL.

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       01 W-DATA-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD
                                        PIC 9(08).

       01 W-DATA-ALT.
           03 W-DA-AAAA    PIC 9(04).
           03 W-DA-MM      PIC 9(02).
           03 W-DA-DD      PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NO
      * AFASTAMENTO
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
           OPEN I-O ARQAFAST
           IF ST-ERRO-AFA NOT = "00"
               IF ST-ERRO-AFA = "30" OR "35"
                      OPEN OUTPUT ARQAFAST
                      CLOSE ARQAFAST
                      MOVE "* ARQUIVO DE AFASTAMENTOS CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE AFASTAMENTOS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           MOVE "S" TO AF-ABERTO
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "CADASTRE OS FUNCIONARIOS NO CADFUNC ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAFAST
              GO TO ROT-FIMP.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID TO W-OPERADOR.
       INC-001.
                MOVE SPACES TO AFA-CODIGO AFA-TIPO AFA-ATESTADO
                               AFA-OPERADOR W-TIPO-DESC
                MOVE ZEROS  TO AFA-INICIO AFA-PREV-FIM AFA-RETORNO
                               AFA-DATA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "AFASTAMENTOS DE FUNCIONARIOS"
                DISPLAY (04, 05) "FUNCIONARIO............:"
                DISPLAY (05, 05) "INICIO (DDMMAAAA)......:"
                DISPLAY (07, 05) "TIPO (D/M/A)...........:"
                DISPLAY (08, 05) "PREVISAO DE FIM........:"
                DISPLAY (09, 05) "RETORNO (0=AFASTADO)...:"
                DISPLAY (10, 05) "NUMERO DO ATESTADO.....:"
                DISPLAY (12, 05) "ULTIMA ALTERACAO.......:".
       INC-002.
                MOVE SPACES TO W-CODIGO-PED
                ACCEPT (04, 30) W-CODIGO-PED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-CODIGO-PED = SPACES
                   GO TO INC-002.
                MOVE W-CODIGO-PED TO CODIGO
                READ FUNCIONARIOS
                IF ST-ERRO-FUN NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO EM CADFUNC ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 44) NOME.
       INC-003.
                MOVE ZEROS TO W-INICIO-PED
                ACCEPT (05, 30) W-INICIO-PED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE W-INICIO-PED TO W-DATA-DMA-NUM
                PERFORM VALIDAR-DMA THRU VALIDAR-DMA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-DATA-AMD-NUM TO W-INICIO-AMD
                MOVE W-CODIGO-PED TO AFA-CODIGO
                MOVE W-INICIO-PED TO AFA-INICIO.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQAFAST
                IF ST-ERRO-AFA NOT = "23"
                    IF ST-ERRO-AFA = "00"
                        PERFORM MOSTRAR-REG THRU MOSTRAR-REG-FIM
                        MOVE "AFASTAMENTO JA CADASTRADO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      * AFASTAMENTO NOVO: SO PARA ATIVO, E SEM OUTRO AFASTAMENTO QUE
      * JA COBRE A DATA DE INICIO
                IF SITUACAO-FUN NOT = "A"
                   MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-CODIGO-PED TO AF-CODIGO
                MOVE W-INICIO-AMD TO AF-REF-NUM
                PERFORM VERIFICAR-AFASTAMENTO
                                   THRU VERIFICAR-AFASTAMENTO-FIM
                MOVE SPACES TO AFA-TIPO AFA-ATESTADO AFA-OPERADOR
                MOVE ZEROS  TO AFA-PREV-FIM AFA-RETORNO AFA-DATA
                MOVE W-CODIGO-PED TO AFA-CODIGO
                MOVE W-INICIO-PED TO AFA-INICIO
                IF AF-AFASTADO = "S"
                   MOVE "*** JA ESTA AFASTADO NESTA DATA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (07, 30) AFA-TIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF AFA-TIPO = "d" MOVE "D" TO AFA-TIPO.
                IF AFA-TIPO = "m" MOVE "M" TO AFA-TIPO.
                IF AFA-TIPO = "a" MOVE "A" TO AFA-TIPO.
                IF NOT AFA-DOENCA AND NOT AFA-MATERNIDADE
                   AND NOT AFA-ACIDENTE
                   MOVE "*** TIPO: D=DOENCA M=MATERNID. A=ACIDENTE ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM MOSTRAR-TIPO THRU MOSTRAR-TIPO-FIM.
       INC-005.
                ACCEPT (08, 30) AFA-PREV-FIM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE AFA-PREV-FIM TO W-DATA-DMA-NUM
                PERFORM VALIDAR-DMA THRU VALIDAR-DMA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** PREVISAO DE FIM INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-DATA-AMD-NUM < W-INICIO-AMD
                   MOVE "*** PREVISAO DE FIM ANTES DO INICIO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT (09, 30) AFA-RETORNO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF AFA-RETORNO = ZEROS
                   GO TO INC-007.
                MOVE AFA-RETORNO TO W-DATA-DMA-NUM
                PERFORM VALIDAR-DMA THRU VALIDAR-DMA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DE RETORNO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF NOT W-DATA-AMD-NUM > W-INICIO-AMD
                   MOVE "*** RETORNO DEVE SER DEPOIS DO INICIO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (10, 30) AFA-ATESTADO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF AFA-ATESTADO = SPACES
                   MOVE "*** INFORME O NUMERO DO ATESTADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                ACCEPT W-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-DA-DD   TO AFA-DATA (1:2)
                MOVE W-DA-MM   TO AFA-DATA (3:2)
                MOVE W-DA-AAAA TO AFA-DATA (5:4)
                MOVE W-OPERADOR TO AFA-OPERADOR.
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
                WRITE REGAFAST
                IF ST-ERRO-AFA = "00" OR "02"
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF ST-ERRO-AFA = "22"
                    MOVE "AFASTAMENTO JA CADASTRADO" TO MENS
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
                DELETE ARQAFAST RECORD.
                IF ST-ERRO-AFA = "00" OR "02"
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
                REWRITE REGAFAST.
                IF ST-ERRO-AFA = "00" OR "02"
                    MOVE FS-MSG-ALTERADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-ALTERADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      * MOSTRA O AFASTAMENTO LIDO
       MOSTRAR-REG.
                DISPLAY (07, 30) AFA-TIPO
                PERFORM MOSTRAR-TIPO THRU MOSTRAR-TIPO-FIM
                DISPLAY (08, 30) AFA-PREV-FIM
                DISPLAY (09, 30) AFA-RETORNO
                DISPLAY (10, 30) AFA-ATESTADO
                DISPLAY (12, 30) AFA-DATA
                DISPLAY (12, 40) AFA-OPERADOR.
       MOSTRAR-REG-FIM.
                EXIT.

       MOSTRAR-TIPO.
                MOVE SPACES TO W-TIPO-DESC
                IF AFA-DOENCA
                   MOVE "DOENCA" TO W-TIPO-DESC.
                IF AFA-MATERNIDADE
                   MOVE "MATERNIDADE" TO W-TIPO-DESC.
                IF AFA-ACIDENTE
                   MOVE "ACIDENTE DE TRABALHO" TO W-TIPO-DESC.
                DISPLAY (07, 33) W-TIPO-DESC.
       MOSTRAR-TIPO-FIM.
                EXIT.

      * VALIDA A DATA DDMMAAAA DE W-DATA-DMA-NUM (COPY DATAVAL.) E A
      * DEVOLVE EM AAAAMMDD EM W-DATA-AMD-NUM PARA AS COMPARACOES
       VALIDAR-DMA.
                MOVE W-DMA-DD   TO DV-DIA W-AMD-DD
                MOVE W-DMA-MM   TO DV-MES W-AMD-MM
                MOVE W-DMA-AAAA TO DV-ANO W-AMD-AAAA
                IF W-DMA-AAAA < 1900
                   MOVE 1 TO DV-FLAG
                   GO TO VALIDAR-DMA-FIM.
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM.
       VALIDAR-DMA-FIM.
                EXIT.

       COPY DATAVALP.
       COPY AFASVALP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQAFAST FUNCIONARIOS
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
