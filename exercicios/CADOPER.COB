      * A FILIAL PELO LK-OPER E OS SGB-004/SGB-007/SGB-010 AVISAM
      * OU BLOQUEIAM OPERACAO EM BIKE DE OUTRA FILIAL CONFORME O
      * PARAMETRO FILIALPOL (CDPARAM).
      * 2026-10-15  CODIGO DO FUNCIONARIO (CADFUNC) DO OPERADOR,
      * OPCIONAL E CONFERIDO NO CADFUNC.DAT QUANDO O ARQUIVO EXISTE:
      * O COMVD001 CREDITA A COMISSAO DAS VENDAS DE BALCAO DO
      * OPERADOR A ESTE FUNCIONARIO NA FOLHA.
      * 2026-10-15  CONTROLE DE SEGURANCA (SEGUR001): MOSTRA AS
      * TENTATIVAS FALHAS, O BLOQUEIO E A DATA DA SENHA DO OPERADOR,
      * F4 DESBLOQUEIA, SENHA NOVA NAO PODE REPETIR AS ULTIMAS
      * (SENHAHIST) E SENHA POSTA PELO SUPERVISOR OBRIGA O OPERADOR A
      * TROCAR NO PRIMEIRO LOGON. O LOGON DO SUPERVISOR TAMBEM CONTA
      * TENTATIVA E VAI PARA O LOG DE SESSOES.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

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
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-SUP-ID     PIC X(08) VALUE SPACES.
       77 W-VAZIO      PIC X(01) VALUE "N".
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 W-FUN-ABERTO PIC X(01) VALUE "N".

       77 W-HASH-ANT   PIC 9(09) VALUE ZEROS.
       77 W-TROCOU-SENHA PIC X(01) VALUE "N".
       01 W-DATA-SENHA-ED PIC 99/99/9999.

       COPY OPERVAL.
       COPY SEGOPER.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      * CADFUNC.DAT SO CONFERE O VINCULO COM O FUNCIONARIO; SEM ELE
      * O CODIGO E ACEITO COMO DIGITADO
           MOVE "N" TO W-FUN-ABERTO
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN = "00"
              MOVE "S" TO W-FUN-ABERTO.
      * ARQUIVO VAZIO = IMPLANTACAO: O PRIMEIRO OPERADOR (QUE DEVE
      * SER O SUPERVISOR) E CRIADO SEM AUTENTICACAO
       VERIF-VAZIO.
           DISPLAY (11, 20) "SENHA.....: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 33) OV-SENHA
           MOVE W-SUP-ID TO OPER-ID W-SEG-OPERADOR
           MOVE "CADOPER" TO W-SEG-PROGRAMA
           MOVE SPACES TO W-SEG-SUPERV
           READ OPERADORES
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-ERRO
              GO TO ASK-SUPERVISOR.
           PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
           IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
              MOVE "F" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR.
           IF OPER-NIVEL NOT = 3
              MOVE "*** SOMENTE SUPERVISOR (NIVEL 3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR.
           MOVE "E" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           IF W-SEG-RESP NOT = "OK"
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR.
       INC-001.
                MOVE SPACES TO OPER-ID OPER-NOME OPER-ATIVO OPER-FUNC
                MOVE ZEROS  TO OPER-HASH OPER-NIVEL OPER-FILIAL
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CADASTRO CENTRAL DE OPERADORES"
                DISPLAY (06, 05) "SENHA...........:"
                DISPLAY (07, 05) "ATIVO (S/N).....:"
                DISPLAY (08, 05) "NIVEL (1/2/3)...:"
                DISPLAY (09, 05) "FILIAL (0=TODAS):"
                DISPLAY (10, 05) "FUNCIONARIO.....:".
       INC-002.
                ACCEPT (04, 23) OPER-ID
                ACCEPT W-ACT FROM ESCAPE KEY
                        DISPLAY (07, 23) OPER-ATIVO
                        DISPLAY (08, 23) OPER-NIVEL
                        DISPLAY (09, 23) OPER-FILIAL
                        DISPLAY (10, 23) OPER-FUNC
                        MOVE OPER-HASH TO W-HASH-ANT
                        PERFORM MOSTRA-SEGURANCA
                           THRU MOSTRA-SEGURANCA-FIM
                        MOVE "OPERADOR EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                MOVE "N" TO W-TROCOU-SENHA
                MOVE SPACES TO OV-SENHA
                ACCEPT (06, 23) OV-SENHA
                ACCEPT W-ACT FROM ESCAPE KEY
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
                IF W-SEL = 03 AND OV-HASH = W-HASH-ANT
                   GO TO INC-004-OK.
                MOVE OPER-ID TO W-SEG-OPERADOR
                MOVE "R" TO W-SEG-FUNCAO
                PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                IF W-SEG-RESP = "RE"
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE "S" TO W-TROCOU-SENHA.
       INC-004-OK.
                MOVE OV-HASH TO OPER-HASH
                DISPLAY (06, 23) "************".
       INC-005.
                   GO TO INC-007.
                IF OPER-FILIAL > 0
                   DISPLAY (09, 27) TBFILIAL (OPER-FILIAL).
       INC-008.
                ACCEPT (10, 23) OPER-FUNC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF OPER-FUNC = SPACES OR W-FUN-ABERTO NOT = "S"
                   GO TO INC-OPC.
                MOVE OPER-FUNC TO CODIGO
                READ FUNCIONARIOS
                IF ST-ERRO-FUN NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO EM CADFUNC ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF SITUACAO-FUN NOT = "A"
                   MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                DISPLAY (10, 36) NOME OF REGFUNC.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-GRAVACAO.
                WRITE REGOPER
                IF ST-ERRO = "00" OR "02"
                    PERFORM REGISTRA-SENHA THRU REGISTRA-SENHA-FIM
                    MOVE "OPERADOR GRAVADO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                    GO TO ROT-FIM.
       CRUD-001.
                DISPLAY(25, 10)
                 "F1-NOVO  F2-ALTERAR  F3-EXCLUIR  F4-DESBLOQUEAR"
                ACCEPT (25, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                                  AND W-ACT NOT = 05
                    GO TO CRUD-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 10) MENS
                IF W-ACT = 03
                    MOVE 03 TO W-SEL
                    GO TO INC-003.
                IF W-ACT = 05
                    GO TO DESBLOQ-OPC.
       EXC-OPC.
                DISPLAY(25, 10) "EXCLUIR? (S / N)".
                ACCEPT (25, 26) W-OPCAO
                MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      * DESBLOQUEIO: SO O SUPERVISOR AUTENTICADO NO ASK-SUPERVISOR
      * (NIVEL 3) CHEGA AQUI, E O NOME DELE VAI PARA O LOG DE SESSOES
       DESBLOQ-OPC.
                IF W-SEG-BLOQUEADO NOT = "S"
                    MOVE "OPERADOR NAO ESTA BLOQUEADO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO CRUD-001.
                DISPLAY(25, 10) "DESBLOQUEAR? (S / N)".
                ACCEPT(25, 31) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                    MOVE "DESBLOQUEIO CANCELADO PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO DESBLOQ-OPC.
                MOVE OPER-ID  TO W-SEG-OPERADOR
                MOVE W-SUP-ID TO W-SEG-SUPERV
                MOVE "D" TO W-SEG-FUNCAO
                PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                MOVE "OPERADOR DESBLOQUEADO COM SUCESSO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
       ALT-OPC.
                DISPLAY(25, 10) "ALTERAR? (S / N)".
                ACCEPT(25, 26) W-OPCAO
       ALT-PROC.
                REWRITE REGOPER.
                IF ST-ERRO = "00" OR "02"
                    PERFORM REGISTRA-SENHA THRU REGISTRA-SENHA-FIM
                    MOVE "OPERADOR ALTERADO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * ESTADO DE SEGURANCA DO OPERADOR LIDO (SEGUR001)
       MOSTRA-SEGURANCA.
                MOVE OPER-ID TO W-SEG-OPERADOR
                MOVE "N" TO W-SEG-BLOQUEADO
                MOVE ZEROS TO W-SEG-TENTATIVAS W-SEG-DATA-SENHA
                MOVE "C" TO W-SEG-FUNCAO
                PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                MOVE W-SEG-DATA-SENHA TO W-DATA-SENHA-ED
                DISPLAY (12, 05) "TENTATIVAS FALHAS:"
                DISPLAY (12, 24) W-SEG-TENTATIVAS
                DISPLAY (13, 05) "BLOQUEADO (S/N)..:"
                DISPLAY (13, 24) W-SEG-BLOQUEADO
                DISPLAY (14, 05) "DATA DA SENHA....:"
                DISPLAY (14, 24) W-DATA-SENHA-ED
                IF W-SEG-DATA-SENHA = ZEROS
                   DISPLAY (14, 36) "(TROCA NO PROXIMO LOGON)".
       MOSTRA-SEGURANCA-FIM.
                EXIT.
      *
      * SENHA NOVA GRAVADA: ENTRA NO HISTORICO; POSTA PELO SUPERVISOR
      * PARA OUTRO OPERADOR, O DONO TROCA NO PRIMEIRO LOGON
       REGISTRA-SENHA.
                IF W-TROCOU-SENHA NOT = "S"
                   GO TO REGISTRA-SENHA-FIM.
                MOVE OPER-ID  TO W-SEG-OPERADOR
                MOVE W-SUP-ID TO W-SEG-SUPERV
                MOVE "H" TO W-SEG-FUNCAO
                PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                MOVE "N" TO W-TROCOU-SENHA.
       REGISTRA-SENHA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE OPERADORES
                IF W-FUN-ABERTO = "S"
                   CLOSE FUNCIONARIOS.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
                EXIT.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
