      *             SOBREPUNHAM UMAS AS OUTRAS E A AREA DE MENSAGEM
      *             DA LINHA 23; O PROMPT DE OPCAO DESCEU PARA A
      *             LINHA 24.
      * 2026-10-15  OPCAO 59: CAMPANHAS PROMOCIONAIS (SGB-035).
      * 2026-10-15  OPCAO 60: CARTEIRA DE CREDITO PRE-PAGO (SGB-036).
      * 2026-10-15  OPCAO 61: ORCAMENTO DE LOCACAO (SGB-037).
      * 2026-10-15  OPCAO 62: COTACOES DE MOEDA ESTRANGEIRA (SGB-038).
      * 2026-10-15  OPCAO 63: CONTAS A PAGAR (SGB-039), NO GRUPO NOVO
      *             FINANCEIRO DA COLUNA 41.
      * 2026-10-15  OPCAO 64: METAS ORCAMENTARIAS POR FILIAL
      *             (SGB-040).
      * 2026-10-15  OPCAO 65: FUNDO DE TROCO, SANGRIA E DEPOSITO
      *             BANCARIO (SGB-041).
      * 2026-10-15  OPCAO 66: PARCEIROS INDICADORES (CADPARC).
      * 2026-10-15  OPCAO 67: REGRAS DE COMISSAO DE VENDA DO BALCAO
      *             (SGB-042).
      * 2026-10-15  SEGUNDA PAGINA DO MENU (OPCAO 99), JA QUE A
      *             PRIMEIRA NAO TEM MAIS LUGAR; OS NUMEROS DE OPCAO
      *             CONTINUAM VALENDO NAS DUAS PAGINAS.
      * 2026-10-15  OPCAO 68: ESCALA DE TRABALHO POR FILIAL (SGB-043),
      *             NA SEGUNDA PAGINA.
      * 2026-10-15  OPCAO 69: ADESAO AO VALE-TRANSPORTE E AO
      *             VALE-REFEICAO (SGB-044).
      * 2026-10-15  OPCAO 70: AFASTAMENTOS DE FUNCIONARIOS (SGB-045).
      * 2026-10-15  OPCAO 71: HABILITACOES E CERTIFICACOES DOS
      *             MECANICOS (SGB-046).
      * 2026-10-15  OPCAO 72: CONSULTA DE BIKE PELO NUMERO DO QUADRO
      *             (SGB-047).
      * 2026-10-15  OPCAO 73: RECLAMACOES DE GARANTIA JUNTO AO
      *             FORNECEDOR (SGB-048).
      * 2026-10-15  OPCAO 74: QUADRO DE HORARIOS DAS TURMAS (SGB-049).
      * 2026-10-15  OPCAO 75: ADMISSAO DE ALUNOS E LISTA DE ESPERA
      *             (SGB-050).
      * 2026-10-15  OPCAO 76: BOLSAS E DESCONTOS DA MENSALIDADE
      *             (SGB-051).
      * 2026-10-15  OPCAO 77: CATALOGO DE SERVICOS PADRAO DA OFICINA
      *             (SGB-052).
      * 2026-10-15  OPCAO 78: CONSULTA 360 DA BIKE (SGB-053).
      * 2026-10-15  OPCAO 79: INCIDENTES COM CLIENTE NA LOCACAO
      *             (SGB-054).
      * 2026-10-15  CONTROLE DE SEGURANCA NO LOGON (SEGUR001): SENHA
      *             ERRADA CONTA TENTATIVA E BLOQUEIA NO LIMITE,
      *             SENHA VENCIDA OBRIGA A TROCA ANTES DO MENU E O
      *             LOGON/LOGOFF VAI PARA O LOG DE SESSOES.
      * 2026-10-15  FAIXA "*** TREINAMENTO ***" NO LUGAR DO NOME DA
      *             EMPRESA NO CABECALHO QUANDO RODA NA BASE DE
      *             TREINAMENTO (SUBPROGRAMA AMBIEN001).
      * 2026-10-15  OPCAO 80: CHAMADOS DE RECLAMACAO DE CLIENTES (SAC)
      *             (SGB-055), NO NOVO GRUPO ATENDIMENTO DA PAGINA 2.
      * 2026-10-15  OPCAO 81: BATERIAS DAS BIKES ELETRICAS (SGB-056),
      *             NO GRUPO FROTA DA PAGINA 2.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.

       COPY CABECALHO.
       COPY OPERVAL.
       COPY SEGOPER.
       77 W-NOVA-SENHA PIC X(12) VALUE SPACES.
       77 W-CONF-SENHA PIC X(12) VALUE SPACES.

      * PARAMETRO DE OPERADOR PASSADO POR LINKAGE AOS PROGRAMAS
       01 W-OPER-PARM.
           MOVE   DATA-EQ TO DATA-INV.
           PERFORM INVNOR.
           MOVE   DATA-N  TO DATA-EQ.
           CALL "AMBIEN001" USING W-EMPRESA.

       OPEN-OPER.
           OPEN INPUT OPERADORES
           DISPLAY (11, 25) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 36) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "MENU001"  TO W-SEG-PROGRAMA
           MOVE SPACES     TO W-SEG-SUPERV
           READ OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "N" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-ERRO-OPE
              GO TO LOGON.
           PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
           IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
              MOVE "F" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGON.
           MOVE "E" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           IF W-SEG-RESP = "EX"
              GO TO TROCA-SENHA.
           IF W-SEG-RESP NOT = "OK"
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGON.
       LOGON-OK.
           MOVE OPER-NIVEL TO OV-NIVEL
           MOVE OPER-FILIAL TO W-PARM-FILIAL
           CLOSE OPERADORES
           MOVE W-OPERADOR TO W-PARM-ID
           MOVE OV-NIVEL   TO W-PARM-NIVEL
           MOVE "S"        TO W-PARM-OK
           GO TO MENU-PRINCIPAL.

      * SENHA VENCIDA (SENHADIAS) OU POSTA PELO SUPERVISOR NO CADOPER:
      * O OPERADOR SO ENTRA DEPOIS DE TROCAR, SEM REPETIR NENHUMA DAS
      * ULTIMAS SENHAS (SENHAHIST)
       TROCA-SENHA.
           DISPLAY (13, 25) "SENHA EXPIRADA - CADASTRE UMA NOVA"
           DISPLAY (14, 25) "NOVA SENHA: "
           DISPLAY (15, 25) "CONFIRME..: "
           MOVE SPACES TO W-NOVA-SENHA W-CONF-SENHA
           ACCEPT  (14, 37) W-NOVA-SENHA
           ACCEPT  (15, 37) W-CONF-SENHA
           IF W-NOVA-SENHA = SPACES
              MOVE "*** SENHA DEVE SER INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-SENHA.
           IF W-NOVA-SENHA NOT = W-CONF-SENHA
              MOVE "*** SENHAS NAO CONFEREM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-SENHA.
           MOVE W-NOVA-SENHA TO OV-SENHA
           PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
           IF OV-HASH = OPER-HASH
              MOVE "*** NOVA SENHA IGUAL A ATUAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-SENHA.
           MOVE "R" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           IF W-SEG-RESP = "RE"
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCA-SENHA.
           CLOSE OPERADORES
           OPEN I-O OPERADORES
           MOVE W-OPERADOR TO OPER-ID
           IF ST-ERRO-OPE = "00"
              READ OPERADORES.
           IF ST-ERRO-OPE NOT = "00"
              MOVE "*** ERRO NA GRAVACAO DA NOVA SENHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
           MOVE OV-HASH TO OPER-HASH
           REWRITE REGOPER
           IF ST-ERRO-OPE NOT = "00" AND "02"
              MOVE "*** ERRO NA GRAVACAO DA NOVA SENHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
           MOVE "H" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           MOVE "E" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           MOVE "SENHA ALTERADA COM SUCESSO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LOGON-OK.

       MENU-PRINCIPAL.
           DISPLAY (01, 01) ERASE
           DISPLAY (16, 22) "35 ACESSORIOS"
           DISPLAY (17, 22) "36 CONTRATO GRUPO"
           DISPLAY (18, 22) "37 BAIXA COBRANCA"
           DISPLAY (19, 22) "59 CAMPANHAS"
           DISPLAY (20, 22) "60 CARTEIRA CRED."
           DISPLAY (21, 22) "61 ORCAMENTO"
           DISPLAY (22, 22) "62 COTACAO MOEDA"
           DISPLAY (04, 41) "ESCOLA"
           DISPLAY (05, 41) "15 NOTAS"
           DISPLAY (06, 41) "16 DISCIPLINAS"
           DISPLAY (13, 41) "47 JUSTIF. FALTA"
           DISPLAY (14, 41) "48 CERTIFICADOS"
           DISPLAY (15, 41) "49 DOCENTES"
           DISPLAY (17, 41) "FINANCEIRO"
           DISPLAY (18, 41) "63 CONTAS A PAGAR"
           DISPLAY (19, 41) "64 METAS ORCAMENT"
           DISPLAY (20, 41) "65 COFRE/SANGRIA"
           DISPLAY (21, 41) "66 PARCEIROS"
           DISPLAY (22, 41) "67 REGRAS COMISSAO"
           DISPLAY (04, 60) "RH"
           DISPLAY (05, 60) "19 FUNCIONARIOS"
           DISPLAY (06, 60) "20 DEPARTAMENTOS"
           DISPLAY (22, 60) "57 DESPESAS FILIAL"
           DISPLAY (24, 05) "00 SAIR"
           DISPLAY (24, 20) "OPCAO: "
           DISPLAY (24, 41) "99 MAIS OPCOES"
           MOVE ZEROS TO W-OPCAO-MENU
           ACCEPT  (24, 27) W-OPCAO-MENU
           IF W-OPCAO-MENU = ZEROS
              GO TO ROT-FIMS.
           IF W-OPCAO-MENU = 99
              GO TO MENU-PAGINA-2.
           PERFORM CHAMAR-PROGRAMA THRU CHAMAR-PROGRAMA-FIM
           GO TO MENU-PRINCIPAL.

      * SEGUNDA PAGINA: MESMO ESQUEMA DE GRUPOS EM COLUNAS; 00 VOLTA
      * PARA A PRIMEIRA
       MENU-PAGINA-2.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) W-EMPRESA
           DISPLAY (01, 70) DATA-FOR
           DISPLAY (02, 25) "MENU GERAL DO SISTEMA - 2"
           DISPLAY (02, 55) W-OPERADOR
           DISPLAY (04, 03) "RH"
           DISPLAY (05, 03) "68 ESCALA TURNOS"
           DISPLAY (06, 03) "69 VALES VT/VR"
           DISPLAY (07, 03) "70 AFASTAMENTOS"
           DISPLAY (04, 22) "FROTA"
           DISPLAY (05, 22) "71 HABILIT. MECAN."
           DISPLAY (06, 22) "72 CONSULTA QUADRO"
           DISPLAY (07, 22) "73 GARANTIA FORNEC."
           DISPLAY (08, 22) "77 SERVICOS PADRAO"
           DISPLAY (09, 22) "78 CONSULTA 360 BIKE"
           DISPLAY (10, 22) "79 INCIDENTES LOC."
           DISPLAY (11, 22) "81 BATERIAS E-BIKE"
           DISPLAY (04, 41) "ESCOLA"
           DISPLAY (05, 41) "74 QUADRO HORARIOS"
           DISPLAY (06, 41) "75 ADMISSAO/ESPERA"
           DISPLAY (07, 41) "76 BOLSAS/DESCONTOS"
           DISPLAY (04, 60) "ATENDIMENTO"
           DISPLAY (05, 60) "80 CHAMADOS SAC"
           DISPLAY (24, 05) "00 VOLTAR"
           DISPLAY (24, 20) "OPCAO: "
           MOVE ZEROS TO W-OPCAO-MENU
           ACCEPT  (24, 27) W-OPCAO-MENU
           IF W-OPCAO-MENU = ZEROS
              GO TO MENU-PRINCIPAL.
           IF W-OPCAO-MENU NOT = 99
              PERFORM CHAMAR-PROGRAMA THRU CHAMAR-PROGRAMA-FIM.
           GO TO MENU-PAGINA-2.

      * CADA OPCAO CHAMA O PROGRAMA CORRESPONDENTE PASSANDO O
      * OPERADOR VALIDADO; PROGRAMA SEM CONTROLE DE OPERADOR E
      * CHAMADO SEM PARAMETRO
           IF W-OPCAO-MENU = 58
              CALL "CDCONSEN" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 59
              CALL "SGB-035"
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 60
              CALL "SGB-036" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 61
              CALL "SGB-037" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 62
              CALL "SGB-038" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 63
              CALL "SGB-039" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 64
              CALL "SGB-040" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 65
              CALL "SGB-041" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 66
              CALL "CADPARC"
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 67
              CALL "SGB-042" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 68
              CALL "SGB-043" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 69
              CALL "SGB-044" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 70
              CALL "SGB-045" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 71
              CALL "SGB-046" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 72
              CALL "SGB-047" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 73
              CALL "SGB-048" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 74
              CALL "SGB-049" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 75
              CALL "SGB-050" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 76
              CALL "SGB-051" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 77
              CALL "SGB-052" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 78
              CALL "SGB-053"
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 79
              CALL "SGB-054" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 80
              CALL "SGB-055" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           IF W-OPCAO-MENU = 81
              CALL "SGB-056" USING W-OPER-PARM
              GO TO CHAMAR-PROGRAMA-FIM.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHAMAR-PROGRAMA-FIM.
      **********************
      *
       ROT-FIMS.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                DISPLAY (01, 01) ERASE
                STOP RUN.
      *
           MOVE ANO-INV TO ANO-N ANO-FOR.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
