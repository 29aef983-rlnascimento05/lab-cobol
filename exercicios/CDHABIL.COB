       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-046.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-046 - HABILITACOES E CERTIFICACOES DOS MECANICOS
      * ALGUNS SERVICOS (FREIO HIDRAULICO, MOTOR DE E-BIKE) SO PODEM
      * SER FEITOS POR MECANICO CERTIFICADO, MAS O SGB-011 ACEITAVA
      * QUALQUER CODIGO DE FUNCIONARIO EM QUALQUER ORDEM. ESTE
      * PROGRAMA MANTEM ARQHABIL.DAT, UM REGISTRO POR HABILITACAO
      * (CHAVE CODIGO DA HABILIDADE + CODIGO DO FUNCIONARIO EM
      * CADFUNC.DAT), COM A FILIAL ONDE O MECANICO ATENDE, A DATA DA
      * CERTIFICACAO, A VALIDADE E O NUMERO DO CERTIFICADO. AS
      * HABILIDADES VEM DA TABELA THAB (COPY THABIL.). O SGB-011 SO
      * ATRIBUI OU CONCLUI ORDEM DE SERVICO QUE EXIGE HABILIDADE COM
      * MECANICO CERTIFICADO E DENTRO DA VALIDADE, E O REL063 LISTA
      * TODO MES AS CERTIFICACOES QUE VENCEM NOS PROXIMOS 60 DIAS.
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

           SELECT ARQHABIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-HAB
                    FILE STATUS  IS ST-ERRO.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQHABIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHABIL.DAT".
       01 REGHABIL.
                03 CHAVE-HAB.
                   05 HAB-HABIL         PIC X(02).
                   05 HAB-CODIGO        PIC X(12).
                03 HAB-FILIAL           PIC 9(02).
                03 HAB-DATA-CERT        PIC 9(08).
                03 HAB-VALIDADE         PIC 9(08).
                03 HAB-CERTIFICADO      PIC X(15).
                03 HAB-DATA             PIC 9(08).
                03 HAB-OPERADOR         PIC X(08).

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
       77 W-HABIL-PED  PIC X(02) VALUE SPACES.
       77 W-CODIGO-PED PIC X(12) VALUE SPACES.
       77 W-CERT-AMD   PIC 9(08) VALUE ZEROS.
       77 W-HABIL-DESC PIC X(22) VALUE SPACES.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.

       COPY DATAVAL.
       COPY THABIL.
       COPY TFILIAL.

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
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NA
      * HABILITACAO
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
           OPEN I-O ARQHABIL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQHABIL
                      CLOSE ARQHABIL
                      MOVE "* ARQUIVO DE HABILITACOES CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE HABILITACOES"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "CADASTRE OS FUNCIONARIOS NO CADFUNC ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQHABIL
              GO TO ROT-FIMP.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID TO W-OPERADOR.
       INC-001.
                MOVE SPACES TO HAB-HABIL HAB-CODIGO HAB-CERTIFICADO
                               HAB-OPERADOR W-HABIL-DESC
                MOVE ZEROS  TO HAB-FILIAL HAB-DATA-CERT HAB-VALIDADE
                               HAB-DATA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "HABILITACOES DOS MECANICOS"
                DISPLAY (04, 05) "HABILIDADE.............:"
                DISPLAY (05, 05) "FUNCIONARIO............:"
                DISPLAY (07, 05) "FILIAL DE ATENDIMENTO..:"
                DISPLAY (08, 05) "DATA DA CERTIFICACAO...:"
                DISPLAY (09, 05) "VALIDADE...............:"
                DISPLAY (10, 05) "NUMERO DO CERTIFICADO..:"
                DISPLAY (12, 05) "ULTIMA ALTERACAO.......:"
                DISPLAY (15, 05) "HABILIDADES:"
                MOVE 1 TO IND.
       INC-001A.
                MOVE THAB(IND) TO ALFAHAB
                COMPUTE W-LIN = 15 + IND
                DISPLAY (W-LIN, 07) ALFAHAB-COD
                DISPLAY (W-LIN, 10) ALFAHAB-DESC
                ADD 1 TO IND
                IF IND NOT > 4
                   GO TO INC-001A.
       INC-002.
                MOVE SPACES TO W-HABIL-PED
                ACCEPT (04, 30) W-HABIL-PED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-HABIL-PED = SPACES
                   GO TO INC-002.
                PERFORM BUSCAR-HABIL THRU BUSCAR-HABIL-FIM
                IF W-HABIL-DESC = SPACES
                   MOVE "*** HABILIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 33) W-HABIL-DESC.
       INC-003.
                MOVE SPACES TO W-CODIGO-PED
                ACCEPT (05, 30) W-CODIGO-PED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-CODIGO-PED = SPACES
                   GO TO INC-003.
                MOVE W-CODIGO-PED TO CODIGO
                READ FUNCIONARIOS
                IF ST-ERRO-FUN NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO EM CADFUNC ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (05, 44) NOME
                MOVE W-HABIL-PED  TO HAB-HABIL
                MOVE W-CODIGO-PED TO HAB-CODIGO.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQHABIL
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        PERFORM MOSTRAR-REG THRU MOSTRAR-REG-FIM
                        MOVE "HABILITACAO JA CADASTRADA" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      * HABILITACAO NOVA SO PARA FUNCIONARIO ATIVO
                IF SITUACAO-FUN NOT = "A"
                   MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE SPACES TO HAB-CERTIFICADO HAB-OPERADOR
                MOVE ZEROS  TO HAB-FILIAL HAB-DATA-CERT HAB-VALIDADE
                               HAB-DATA.
       INC-004.
                ACCEPT (07, 30) HAB-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF HAB-FILIAL = 0 OR HAB-FILIAL > 5
                    MOVE "*** FILIAL INVALIDA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-004.
                DISPLAY (07, 33) TBFILIAL(HAB-FILIAL).
       INC-005.
                ACCEPT (08, 30) HAB-DATA-CERT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE HAB-DATA-CERT TO W-DATA-DMA-NUM
                PERFORM VALIDAR-DMA THRU VALIDAR-DMA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DA CERTIFICACAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE W-DATA-AMD-NUM TO W-CERT-AMD.
       INC-006.
                ACCEPT (09, 30) HAB-VALIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE HAB-VALIDADE TO W-DATA-DMA-NUM
                PERFORM VALIDAR-DMA THRU VALIDAR-DMA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF NOT W-DATA-AMD-NUM > W-CERT-AMD
                   MOVE "*** VALIDADE DEVE SER DEPOIS DA CERTIFICACAO"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT (10, 30) HAB-CERTIFICADO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF HAB-CERTIFICADO = SPACES
                   MOVE "*** INFORME O NUMERO DO CERTIFICADO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                ACCEPT W-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-DA-DD   TO HAB-DATA (1:2)
                MOVE W-DA-MM   TO HAB-DATA (3:2)
                MOVE W-DA-AAAA TO HAB-DATA (5:4)
                MOVE W-OPERADOR TO HAB-OPERADOR.
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
                WRITE REGHABIL
                IF FS-OK
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF FS-DUPLICADO
                    MOVE "HABILITACAO JA CADASTRADA" TO MENS
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
                DELETE ARQHABIL RECORD.
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
                REWRITE REGHABIL.
                IF FS-OK
                    MOVE FS-MSG-ALTERADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-ALTERADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      * MOSTRA A HABILITACAO LIDA
       MOSTRAR-REG.
                DISPLAY (07, 30) HAB-FILIAL
                IF HAB-FILIAL > 0 AND HAB-FILIAL < 6
                   DISPLAY (07, 33) TBFILIAL(HAB-FILIAL).
                DISPLAY (08, 30) HAB-DATA-CERT
                DISPLAY (09, 30) HAB-VALIDADE
                DISPLAY (10, 30) HAB-CERTIFICADO
                DISPLAY (12, 30) HAB-DATA
                DISPLAY (12, 40) HAB-OPERADOR
                MOVE HAB-DATA-CERT TO W-DATA-DMA-NUM
                PERFORM VALIDAR-DMA THRU VALIDAR-DMA-FIM
                MOVE W-DATA-AMD-NUM TO W-CERT-AMD.
       MOSTRAR-REG-FIM.
                EXIT.

      * PROCURA W-HABIL-PED NA TABELA THAB; DEVOLVE A DESCRICAO EM
      * W-HABIL-DESC (BRANCO = HABILIDADE INEXISTENTE)
       BUSCAR-HABIL.
                MOVE SPACES TO W-HABIL-DESC
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQHABIL FUNCIONARIOS
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
