       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-044.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-044 - ADESAO AO VALE-TRANSPORTE E AO VALE-REFEICAO
      * A COMPRA DOS VALES E O DESCONTO NA FOLHA VIVIAM NUMA
      * PLANILHA A PARTE. ESTE PROGRAMA MANTEM ARQBENEF.DAT, UMA
      * LINHA POR FUNCIONARIO (VALIDADO EM CADFUNC.DAT, SO ATIVO):
      *   VALE-TRANSPORTE  ADESAO (S/N), VALOR DA PASSAGEM E
      *                    QUANTIDADE DE PASSAGENS POR DIA
      *                    TRABALHADO (IDA E VOLTA = 2);
      *   VALE-REFEICAO    ADESAO (S/N) E VALOR DIARIO DO VALE.
      * O FUNCIONARIO QUE ABRE MAO DE UM DOS VALES FICA COM A
      * ADESAO "N" -- NAO RECEBE O VALE E NAO TEM O DESCONTO. A
      * COMPRA DO MES (DIAS UTEIS DO ARQCALEND.DAT MENOS FERIAS E
      * FALTAS) E DO BENEF001, E O DESCONTO E DO FOLHA001.
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

           SELECT ARQBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEN-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBENEF.DAT".
       01 REGBENEF.
                03 BEN-CODIGO           PIC X(12).
                03 BEN-VT-ADESAO        PIC X(01).
                03 BEN-VT-PASSAGEM      PIC 9(03)V99.
                03 BEN-VT-VIAGENS       PIC 9(02).
                03 BEN-VR-ADESAO        PIC X(01).
                03 BEN-VR-DIARIO        PIC 9(03)V99.
                03 BEN-DATA             PIC 9(08).
                03 BEN-OPERADOR         PIC X(08).

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
       77 W-VALOR-ED   PIC ZZ9,99.
       77 W-VT-DIA     PIC 9(04)V99 VALUE ZEROS.
       77 W-VT-DIA-ED  PIC ZZZ9,99.

       01 W-DATA-ALT.
           03 W-DA-AAAA    PIC 9(04).
           03 W-DA-MM      PIC 9(02).
           03 W-DA-DD      PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NA
      * ADESAO
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
           OPEN I-O ARQBENEF
           IF NOT FS-OK
               IF FS-ARQUIVO-NOVO
                      OPEN OUTPUT ARQBENEF
                      CLOSE ARQBENEF
                      MOVE "* ARQUIVO DE BENEFICIOS CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DE BENEFICIOS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "CADASTRE OS FUNCIONARIOS NO CADFUNC ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBENEF
              GO TO ROT-FIMP.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
                 MOVE LK-OPER-ID TO W-OPERADOR.
       INC-001.
                MOVE SPACES TO BEN-CODIGO BEN-VT-ADESAO BEN-VR-ADESAO
                               BEN-OPERADOR
                MOVE ZEROS  TO BEN-VT-PASSAGEM BEN-VT-VIAGENS
                               BEN-VR-DIARIO BEN-DATA
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "ADESAO A VALE-TRANSPORTE E REFEICAO"
                DISPLAY (04, 05) "FUNCIONARIO............:"
                DISPLAY (06, 05) "VALE-TRANSPORTE (S/N)..:"
                DISPLAY (07, 05) "VALOR DA PASSAGEM......:"
                DISPLAY (08, 05) "PASSAGENS POR DIA......:"
                DISPLAY (09, 05) "VALE-TRANSPORTE POR DIA:"
                DISPLAY (11, 05) "VALE-REFEICAO (S/N)....:"
                DISPLAY (12, 05) "VALOR DIARIO DO VALE...:"
                DISPLAY (14, 05) "ULTIMA ALTERACAO.......:".
       INC-002.
                ACCEPT (04, 30) BEN-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF BEN-CODIGO = SPACES
                   GO TO INC-002.
                MOVE BEN-CODIGO TO CODIGO
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
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQBENEF
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        DISPLAY (06, 30) BEN-VT-ADESAO
                        MOVE BEN-VT-PASSAGEM TO W-VALOR-ED
                        DISPLAY (07, 30) W-VALOR-ED
                        DISPLAY (08, 30) BEN-VT-VIAGENS
                        PERFORM MOSTRAR-VT-DIA THRU MOSTRAR-VT-DIA-FIM
                        DISPLAY (11, 30) BEN-VR-ADESAO
                        MOVE BEN-VR-DIARIO TO W-VALOR-ED
                        DISPLAY (12, 30) W-VALOR-ED
                        DISPLAY (14, 30) BEN-DATA
                        DISPLAY (14, 40) BEN-OPERADOR
                        MOVE "FUNCIONARIO JA TEM ADESAO" TO MENS
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
                IF BEN-VT-ADESAO = SPACE
                   MOVE "S" TO BEN-VT-ADESAO.
                ACCEPT (06, 30) BEN-VT-ADESAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF BEN-VT-ADESAO NOT = "S" AND "N"
                   MOVE "*** VALE-TRANSPORTE: S=ADERE N=ABRE MAO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      * QUEM ABRE MAO DO VALE-TRANSPORTE NAO TEM PASSAGEM A COMPRAR
                IF BEN-VT-ADESAO = "N"
                   MOVE ZEROS TO BEN-VT-PASSAGEM BEN-VT-VIAGENS
                   MOVE ZEROS TO W-VALOR-ED
                   DISPLAY (07, 30) W-VALOR-ED
                   DISPLAY (08, 30) BEN-VT-VIAGENS
                   PERFORM MOSTRAR-VT-DIA THRU MOSTRAR-VT-DIA-FIM
                   GO TO INC-006.
       INC-004.
                ACCEPT (07, 30) BEN-VT-PASSAGEM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BEN-VT-PASSAGEM = ZEROS
                   MOVE "*** INFORME O VALOR DA PASSAGEM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE BEN-VT-PASSAGEM TO W-VALOR-ED
                DISPLAY (07, 30) W-VALOR-ED.
       INC-005.
                IF BEN-VT-VIAGENS = ZEROS
                   MOVE 2 TO BEN-VT-VIAGENS.
                ACCEPT (08, 30) BEN-VT-VIAGENS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF BEN-VT-VIAGENS = ZEROS OR BEN-VT-VIAGENS > 8
                   MOVE "*** PASSAGENS POR DIA: 1 A 8 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                PERFORM MOSTRAR-VT-DIA THRU MOSTRAR-VT-DIA-FIM.
       INC-006.
                IF BEN-VR-ADESAO = SPACE
                   MOVE "S" TO BEN-VR-ADESAO.
                ACCEPT (11, 30) BEN-VR-ADESAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BEN-VR-ADESAO NOT = "S" AND "N"
                   MOVE "*** VALE-REFEICAO: S=ADERE N=ABRE MAO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF BEN-VR-ADESAO = "N"
                   MOVE ZEROS TO BEN-VR-DIARIO
                   MOVE ZEROS TO W-VALOR-ED
                   DISPLAY (12, 30) W-VALOR-ED
                   GO TO INC-008.
       INC-007.
                ACCEPT (12, 30) BEN-VR-DIARIO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF BEN-VR-DIARIO = ZEROS
                   MOVE "*** INFORME O VALOR DIARIO DO VALE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE BEN-VR-DIARIO TO W-VALOR-ED
                DISPLAY (12, 30) W-VALOR-ED.
       INC-008.
                IF BEN-VT-ADESAO = "N" AND BEN-VR-ADESAO = "N"
                   MOVE "ABRE MAO DOS DOIS VALES: NADA SERA COMPRADO"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                ACCEPT W-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-DA-DD   TO BEN-DATA (1:2)
                MOVE W-DA-MM   TO BEN-DATA (3:2)
                MOVE W-DA-AAAA TO BEN-DATA (5:4)
                MOVE W-OPERADOR TO BEN-OPERADOR.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
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
                WRITE REGBENEF
                IF FS-OK
                    MOVE FS-MSG-GRAVADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF FS-DUPLICADO
                    MOVE "FUNCIONARIO JA TEM ADESAO" TO MENS
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
                DELETE ARQBENEF RECORD.
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
                REWRITE REGBENEF.
                IF FS-OK
                    MOVE FS-MSG-ALTERADO TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE FS-MSG-NAO-ALTERADO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      * CUSTO DIARIO DO VALE-TRANSPORTE (PASSAGEM X PASSAGENS/DIA)
       MOSTRAR-VT-DIA.
                COMPUTE W-VT-DIA = BEN-VT-PASSAGEM * BEN-VT-VIAGENS
                MOVE W-VT-DIA TO W-VT-DIA-ED
                DISPLAY (09, 30) W-VT-DIA-ED.
       MOSTRAR-VT-DIA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQBENEF FUNCIONARIOS
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
