       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-050.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-050 - ADMISSAO DE ALUNOS E LISTA DE ESPERA POR TURMA
      * A TURMA NAO TINHA TETO: O CDMATRIC MATRICULAVA QUANTOS
      * ALUNOS FOSSEM DIGITADOS E A PROCURA POR VAGA FICAVA NUM
      * CADERNO DA SECRETARIA, SEM ORDEM NEM DATA. AGORA CADA TURMA
      * TEM SUAS VAGAS NO CADTURMA E ESTE PROGRAMA MANTEM O CADASTRO
      * DE CANDIDATOS ARQCAND.DAT (NUMERO DE CTRLCAND.DAT, MESMO
      * ESQUEMA DO CONTROLE DE PEDIDOS): NOME, DADOS DO RESPONSAVEL,
      * TURMA DESEJADA E DATA DA INSCRICAO. SITUACAO I (INSCRITO, NA
      * FILA), A (ADMITIDO, COM A VAGA RESERVADA), M (MATRICULADO
      * PELO CDMATRIC) OU D (DESISTENTE). QUANDO ABRE VAGA -- TURMA
      * AMPLIADA NO CADTURMA, ALUNO QUE SAIU OU ADMITIDO QUE
      * DESISTIU -- A FILA E CHAMADA NA ORDEM DE INSCRICAO. O
      * ADMITIDO VIRA ALUNO EM ARQALUNO.DAT SEM REDIGITAR NADA, SO
      * COM O RA, E A MATRICULA NO CDMATRIC USA A VAGA RESERVADA.
      * A CONTAGEM DE VAGAS E A DO COPY VAGAVAL.; O REL067 LISTA
      * VAGAS, MATRICULADOS E FILA POR TURMA.
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

           SELECT ARQCAND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAND-NUMERO
                    ALTERNATE RECORD KEY IS CAND-FILA
                    ALTERNATE RECORD KEY IS CAND-RA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CAN.

           SELECT CTRLCAND ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CCA.

           SELECT TURMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURMA-CODIGO
                    FILE STATUS  IS ST-ERRO-TUR.

           SELECT NOTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NOTAS
                    FILE STATUS  IS ST-ERRO-NOT.

           SELECT ARQALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALUNO-RA
                    FILE STATUS  IS ST-ERRO-ALU.

           SELECT CEPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO-CEP.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
                03 CAND-NUMERO          PIC 9(6).
                03 CAND-FILA.
                   05 CAND-TURMA        PIC X(6).
                   05 CAND-ORDEM        PIC 9(6).
                03 CAND-NOME            PIC X(32).
                03 CAND-DATANASC        PIC 9(8).
                03 CAND-RESPONSAVEL     PIC X(35).
                03 CAND-TELEFONE.
                   05 CAND-DDD          PIC 9(02).
                   05 CAND-TELNUM       PIC 9(9).
                03 CAND-EMAIL           PIC X(35).
                03 CAND-CEP             PIC 9(08).
                03 CAND-ENDNUM          PIC 9(4).
                03 CAND-DATA-INSCR      PIC 9(8).
                03 CAND-SITUACAO        PIC X(1).
                   88 CAND-INSCRITO         VALUE "I".
                   88 CAND-ADMITIDO         VALUE "A".
                   88 CAND-MATRICULADO      VALUE "M".
                   88 CAND-DESISTENTE       VALUE "D".
                03 CAND-DATA-SIT        PIC 9(8).
                03 CAND-RA              PIC X(13).
                03 CAND-OPERADOR        PIC X(8).

       FD CTRLCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCAND.DAT".
       01 REG-CTRLCAND.
                03 CTRL-ULT-CAND        PIC 9(6).

       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTURMA.DAT".
       01 REGTURMA.
                03 TURMA-CODIGO         PIC X(6).
                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).

       FD NOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTAS.DAT".
       01 REGNOTAS.
                03 CHAVE-NOTAS.
                   05 RA                PIC X(13).
                   05 DISCIPLINA        PIC 9(03).
                03 NOME                 PIC X(32).
                03 NOTA1                PIC 9(02).
                03 NOTA2                PIC 9(02).
                03 NOTA3                PIC 9(02).
                03 MEDIA                PIC 9(02).
                03 FALTA1               PIC 9(02).
                03 FALTA2               PIC 9(02).
                03 TOTAL-FALTAS         PIC 9(02).
                03 TOTAL-AULAS          PIC 9(03).
                03 LIMITE-FALTAS        PIC 9(03).
                03 PERC-FALTAS          PIC 9(03).
                03 SITUACAO             PIC X(20).
                03 TURMA                PIC X(06).
                03 NOTA-EXAME           PIC 9(02).
                03 RESULT-FINAL         PIC X(20).

       FD ARQALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALUNO.DAT".
       01 REGALUNO.
                03 ALUNO-RA             PIC X(13).
                03 ALUNO-NOME           PIC X(32).
                03 ALUNO-DATANASC.
                    05 ALUNO-DIA        PIC 9(2).
                    05 ALUNO-MES        PIC 9(2).
                    05 ALUNO-ANO        PIC 9(4).
                03 ALUNO-RESPONSAVEL    PIC X(35).
                03 ALUNO-TELEFONE.
                   05 ALUNO-DDD         PIC 9(02).
                   05 ALUNO-TELNUM      PIC 9(9).
                03 ALUNO-EMAIL          PIC X(35).
                03 ALUNO-CEP            PIC 9(08).
                03 ALUNO-ENDNUM         PIC 9(4).
                03 ALUNO-SITUACAO       PIC X(1).
                   88 ALUNO-ATIVO           VALUE "A".
                   88 ALUNO-INATIVO         VALUE "I".

       FD CEPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEPS.DAT".
       01 REGCEPS.
                03 CEP                  PIC 9(8).
                03 LOGRADOURO           PIC X(35).
                03 BAIRRO               PIC X(20).
                03 CIDADE               PIC X(20).
                03 UF                   PIC X(02).
                03 LATITUDE             PIC X(20).
                03 LONGITUDE            PIC X(20).
                03 SITUACAO-CEP         PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO-CCA  PIC X(02) VALUE "00".
       77 ST-ERRO-TUR  PIC X(02) VALUE "00".
       77 ST-ERRO-NOT  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-CEP  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-CEP-ABERTO PIC X(01) VALUE "N".
       77 W-SEL-MENU   PIC 9(01) VALUE ZEROS.
       77 W-TURMA      PIC X(06) VALUE SPACES.
       77 W-CAND-PED   PIC 9(06) VALUE ZEROS.
       77 W-RA         PIC X(13) VALUE SPACES.
       77 W-ACAO       PIC X(01) VALUE SPACES.
       77 W-ERA-ADMIT  PIC X(01) VALUE "N".
       77 W-SEM-LIMITE PIC X(01) VALUE "N".
       77 W-A-CHAMAR   PIC S9(04) VALUE ZEROS.
       77 W-CHAMADOS   PIC 9(04) VALUE ZEROS.
       77 W-CHAMADOS-ED PIC ZZZ9.
       77 W-BRANCO     PIC X(74) VALUE SPACES.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-SIT-DESC   PIC X(12) VALUE SPACES.
       77 W-DATA-ED    PIC 99/99/9999.
       77 W-LIVRES-ED  PIC ---9.

       01 W-DATANASC.
          03 W-NASC-DIA     PIC 9(02).
          03 W-NASC-MES     PIC 9(02).
          03 W-NASC-ANO     PIC 9(04).
       01 W-DATANASC-NUM REDEFINES W-DATANASC
                                        PIC 9(08).

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

       COPY DATAVAL.
       COPY VAGAVAL.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), GRAVADO NO
      * CANDIDATO A CADA MUDANCA DE SITUACAO
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
           PERFORM ABRIR-CANDIDATOS THRU ABRIR-CANDIDATOS-FIM
           IF VV-CAND-ABERTO NOT = "S"
              MOVE "ERRO NA ABERTURA DO ARQ DE CANDIDATOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT TURMAS
           IF ST-ERRO-TUR NOT = "00"
              MOVE "CADASTRE AS TURMAS NO CADTURMA ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM FECHAR-CANDIDATOS THRU FECHAR-CANDIDATOS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN INPUT NOTAS
           IF ST-ERRO-NOT = "30" OR "35"
              OPEN OUTPUT NOTAS
              CLOSE NOTAS
              GO TO INC-OP1.
           IF ST-ERRO-NOT NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE NOTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM FECHAR-CANDIDATOS THRU FECHAR-CANDIDATOS-FIM
              CLOSE TURMAS
              GO TO ROT-FIMP.
       INC-OP2.
           OPEN I-O ARQALUNO
           IF ST-ERRO-ALU = "30" OR "35"
              OPEN OUTPUT ARQALUNO
              CLOSE ARQALUNO
              GO TO INC-OP2.
           IF ST-ERRO-ALU NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ DE ALUNOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM FECHAR-CANDIDATOS THRU FECHAR-CANDIDATOS-FIM
              CLOSE TURMAS NOTAS
              GO TO ROT-FIMP.
      * SEM O CADASTRO DE CEPS O CEP DO CANDIDATO NAO E CONFERIDO;
      * O CADALUNO CONFERE DEPOIS, NA PRIMEIRA ALTERACAO DO ALUNO
           OPEN INPUT CEPS
           IF ST-ERRO-CEP = "00"
              MOVE "S" TO W-CEP-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-CEP.
       MENU-ADM.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "ADMISSAO DE ALUNOS E LISTA DE ESPERA"
           DISPLAY (05, 05) "1 - INSCREVER CANDIDATO"
           DISPLAY (06, 05) "2 - ACOMPANHAR CANDIDATO"
           DISPLAY (07, 05) "3 - VAGAS E FILA DA TURMA"
           DISPLAY (08, 05) "0 - SAIR"
           DISPLAY (10, 05) "OPCAO:"
           MOVE ZEROS TO W-SEL-MENU
           ACCEPT  (10, 12) W-SEL-MENU
           IF W-SEL-MENU = 0
              GO TO ROT-FIM.
           IF W-SEL-MENU = 1
              GO TO INSC-001.
           IF W-SEL-MENU = 2
              GO TO ACOMP-001.
           IF W-SEL-MENU = 3
              GO TO FILA-001.
           GO TO MENU-ADM.
      *-------------------------------------------------------------
      * INSCRICAO: O CANDIDATO ENTRA NO FIM DA FILA DA TURMA (ORDEM =
      * NUMERO DA INSCRICAO) COM OS DADOS QUE O CADALUNO PEDIRIA,
      * PARA VIRAR ALUNO DEPOIS SEM REDIGITAR. SE A TURMA TEM VAGA
      * LIVRE A FILA E CHAMADA NA HORA.
      *-------------------------------------------------------------
       INSC-001.
           MOVE SPACES TO REGCAND
           MOVE ZEROS  TO CAND-NUMERO CAND-ORDEM CAND-DATANASC
                          CAND-DDD CAND-TELNUM CAND-CEP CAND-ENDNUM
                          CAND-DATA-INSCR CAND-DATA-SIT
           MOVE ZEROS  TO W-DATANASC-NUM
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "INSCRICAO DE CANDIDATO A VAGA"
           DISPLAY (04, 05) "TURMA DESEJADA.........:"
           DISPLAY (07, 05) "NOME DO CANDIDATO......:"
           DISPLAY (08, 05) "DATA DE NASCIMENTO.....:"
           DISPLAY (09, 05) "RESPONSAVEL............:"
           DISPLAY (10, 05) "TELEFONE (DDD+NUMERO)..:"
           DISPLAY (11, 05) "EMAIL..................:"
           DISPLAY (12, 05) "CEP....................:"
           DISPLAY (14, 05) "NUMERO.................:".
       INSC-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE SPACES TO W-TURMA
           ACCEPT (04, 30) W-TURMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-ADM.
           IF W-TURMA = SPACES
              GO TO INSC-002.
           MOVE W-TURMA TO TURMA-CODIGO
           READ TURMAS
           IF ST-ERRO-TUR NOT = "00"
              MOVE "00" TO ST-ERRO-TUR
              MOVE "*** TURMA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INSC-002.
           DISPLAY (04, 40) TURMA-PERIODO
           PERFORM MOSTRAR-VAGAS THRU MOSTRAR-VAGAS-FIM.
       INSC-003.
           ACCEPT (07, 30) CAND-NOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INSC-002.
           IF CAND-NOME = SPACES
              MOVE "*** NOME DEVE SER DIF DE BRANCOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INSC-003.
       INSC-004.
           ACCEPT (08, 30) W-DATANASC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INSC-003.
           MOVE W-NASC-DIA TO DV-DIA
           MOVE W-NASC-MES TO DV-MES
           MOVE W-NASC-ANO TO DV-ANO
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
           IF NOT DV-DATA-OK
              MOVE "*** DATA DE NASCIMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INSC-004.
       INSC-005.
           ACCEPT (09, 30) CAND-RESPONSAVEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INSC-004.
           IF CAND-RESPONSAVEL = SPACES
              MOVE "*** RESPONSAVEL DEVE SER INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INSC-005.
       INSC-006.
           ACCEPT (10, 30) CAND-TELEFONE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INSC-005.
       INSC-007.
           ACCEPT (11, 30) CAND-EMAIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INSC-006.
       INSC-008.
           ACCEPT (12, 30) CAND-CEP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INSC-007.
           IF W-CEP-ABERTO NOT = "S"
              GO TO INSC-009.
           MOVE CAND-CEP TO CEP
           READ CEPS
           IF ST-ERRO-CEP NOT = "00"
              MOVE "00" TO ST-ERRO-CEP
              MOVE "*** CEP NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INSC-008.
           DISPLAY (12, 40) LOGRADOURO
           DISPLAY (13, 40) CIDADE.
       INSC-009.
           ACCEPT (14, 30) CAND-ENDNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INSC-008.
       INSC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK? (S / N):"
           ACCEPT  (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INSC-009.
           IF W-OPCAO = "N" OR "n"
              MOVE "INSCRICAO CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INSC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INSC-OPC.
      * PROXIMO NUMERO DE CANDIDATO (MESMO ESQUEMA DO CTRLPED.DAT)
           MOVE ZEROS TO CTRL-ULT-CAND
           OPEN INPUT CTRLCAND
           IF ST-ERRO-CCA = "00"
              READ CTRLCAND
                  AT END MOVE ZEROS TO CTRL-ULT-CAND.
           IF ST-ERRO-CCA NOT = "35" AND "30"
              CLOSE CTRLCAND.
           ADD 1 TO CTRL-ULT-CAND
           OPEN OUTPUT CTRLCAND
           WRITE REG-CTRLCAND
           CLOSE CTRLCAND
           MOVE CTRL-ULT-CAND  TO CAND-NUMERO CAND-ORDEM
           MOVE W-TURMA        TO CAND-TURMA
           MOVE W-DATANASC-NUM TO CAND-DATANASC
           MOVE W-HOJE-DMA-NUM TO CAND-DATA-INSCR CAND-DATA-SIT
           MOVE "I"            TO CAND-SITUACAO
           MOVE SPACES         TO CAND-RA
           MOVE W-OPERADOR     TO CAND-OPERADOR
           WRITE REGCAND
           IF ST-ERRO-CAN NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CANDIDATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (16, 05) "INSCRICAO NUMERO.......:"
           DISPLAY (16, 30) CAND-NUMERO
           PERFORM CHAMAR-FILA THRU CHAMAR-FILA-FIM
           MOVE CTRL-ULT-CAND TO CAND-NUMERO
           READ ARQCAND
           IF ST-ERRO-CAN = "00" AND CAND-ADMITIDO
              MOVE "CANDIDATO INSCRITO E JA ADMITIDO NA VAGA" TO MENS
           ELSE
              MOVE "00" TO ST-ERRO-CAN
              MOVE "CANDIDATO INSCRITO NA FILA DE ESPERA" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INSC-001.
      *-------------------------------------------------------------
      * ACOMPANHAMENTO: O ADMITIDO VIRA ALUNO (SO O RA E DIGITADO;
      * O RESTO VEM DA INSCRICAO) E FICA COM A VAGA RESERVADA ATE A
      * MATRICULA NO CDMATRIC, QUE O PASSA A MATRICULADO. INSCRITO OU
      * ADMITIDO PODE DESISTIR; A DESISTENCIA DE UM ADMITIDO LIBERA
      * A VAGA E CHAMA O PROXIMO DA FILA.
      *-------------------------------------------------------------
       ACOMP-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "ACOMPANHAMENTO DO CANDIDATO"
           DISPLAY (04, 05) "NUMERO DA INSCRICAO....:"
           DISPLAY (06, 05) "TURMA / ORDEM NA FILA..:"
           DISPLAY (07, 05) "NOME DO CANDIDATO......:"
           DISPLAY (08, 05) "DATA DE NASCIMENTO.....:"
           DISPLAY (09, 05) "RESPONSAVEL............:"
           DISPLAY (10, 05) "TELEFONE...............:"
           DISPLAY (11, 05) "EMAIL..................:"
           DISPLAY (12, 05) "CEP / NUMERO...........:"
           DISPLAY (13, 05) "INSCRITO EM............:"
           DISPLAY (14, 05) "SITUACAO...............:"
           DISPLAY (15, 05) "DATA DA SITUACAO.......:"
           DISPLAY (16, 05) "RA DO ALUNO............:".
       ACOMP-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE ZEROS TO W-CAND-PED
           ACCEPT (04, 30) W-CAND-PED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-ADM.
           IF W-CAND-PED = ZEROS
              GO TO ACOMP-002.
           MOVE W-CAND-PED TO CAND-NUMERO
           READ ARQCAND
           IF ST-ERRO-CAN NOT = "00"
              MOVE "00" TO ST-ERRO-CAN
              MOVE "*** CANDIDATO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACOMP-001.
           PERFORM MOSTRAR-CAND THRU MOSTRAR-CAND-FIM
           IF CAND-MATRICULADO OR CAND-DESISTENTE
              MOVE "CANDIDATO ENCERRADO - SOMENTE CONSULTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACOMP-002.
       ACOMP-003.
           IF CAND-ADMITIDO AND CAND-RA = SPACES
              DISPLAY (18, 05)
                       "ACAO (C=CONVERTER EM ALUNO D=DESISTIU):"
           ELSE
              DISPLAY (18, 05)
                       "ACAO (D=DESISTIU):                     ".
           MOVE SPACES TO W-ACAO
           ACCEPT (18, 46) W-ACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY (18, 05) LIMPA
              GO TO ACOMP-001.
           IF W-ACAO = "D"
              GO TO ACOMP-DESISTE.
           IF W-ACAO = "C" AND CAND-ADMITIDO AND CAND-RA = SPACES
              GO TO ACOMP-CONVERTE.
           MOVE "*** ACAO INVALIDA PARA A SITUACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACOMP-003.
       ACOMP-CONVERTE.
           MOVE SPACES TO W-RA
           ACCEPT (16, 30) W-RA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ACOMP-003.
           IF W-RA = SPACES
              GO TO ACOMP-CONVERTE.
           MOVE W-RA TO ALUNO-RA
           READ ARQALUNO
           IF ST-ERRO-ALU = "00"
              MOVE "*** RA JA CADASTRADO NO CADALUNO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACOMP-CONVERTE.
           MOVE "00" TO ST-ERRO-ALU
           MOVE W-RA             TO ALUNO-RA
           MOVE CAND-NOME        TO ALUNO-NOME
           MOVE CAND-DATANASC    TO W-DATANASC-NUM
           MOVE W-NASC-DIA       TO ALUNO-DIA
           MOVE W-NASC-MES       TO ALUNO-MES
           MOVE W-NASC-ANO       TO ALUNO-ANO
           MOVE CAND-RESPONSAVEL TO ALUNO-RESPONSAVEL
           MOVE CAND-DDD         TO ALUNO-DDD
           MOVE CAND-TELNUM      TO ALUNO-TELNUM
           MOVE CAND-EMAIL       TO ALUNO-EMAIL
           MOVE CAND-CEP         TO ALUNO-CEP
           MOVE CAND-ENDNUM      TO ALUNO-ENDNUM
           MOVE "A"              TO ALUNO-SITUACAO
           WRITE REGALUNO
           IF ST-ERRO-ALU NOT = "00" AND "02"
              MOVE "00" TO ST-ERRO-ALU
              MOVE "ERRO NA GRAVACAO DO ALUNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACOMP-001.
           MOVE W-RA           TO CAND-RA
           MOVE W-OPERADOR     TO CAND-OPERADOR
           REWRITE REGCAND
           IF ST-ERRO-CAN NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO CANDIDATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "ALUNO GRAVADO - MATRICULE NO CDMATRIC" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACOMP-001.
       ACOMP-DESISTE.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA DESISTENCIA? (S/N):"
           ACCEPT  (23, 69) W-OPCAO WITH UPDATE
           DISPLAY (23, 40) "                             "
           IF W-OPCAO NOT = "S" AND "s"
              GO TO ACOMP-003.
           MOVE "N" TO W-ERA-ADMIT
           IF CAND-ADMITIDO
              MOVE "S" TO W-ERA-ADMIT.
           MOVE "D"            TO CAND-SITUACAO
           MOVE W-HOJE-DMA-NUM TO CAND-DATA-SIT
           MOVE W-OPERADOR     TO CAND-OPERADOR
           REWRITE REGCAND
           IF ST-ERRO-CAN NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO CANDIDATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-ERA-ADMIT NOT = "S"
              MOVE "DESISTENCIA GRAVADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACOMP-001.
           MOVE CAND-TURMA TO W-TURMA TURMA-CODIGO
           READ TURMAS
           IF ST-ERRO-TUR NOT = "00"
              MOVE "00" TO ST-ERRO-TUR
              GO TO ACOMP-001.
           PERFORM CHAMAR-FILA THRU CHAMAR-FILA-FIM
           MOVE W-CHAMADOS TO W-CHAMADOS-ED
           MOVE SPACES TO MENS
           STRING "DESISTENCIA GRAVADA - CHAMADOS DA FILA: "
                  W-CHAMADOS-ED DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACOMP-001.

      * MOSTRA O CANDIDATO LIDO
       MOSTRAR-CAND.
           DISPLAY (06, 30) CAND-TURMA
           DISPLAY (06, 38) CAND-ORDEM
           DISPLAY (07, 30) CAND-NOME
           MOVE CAND-DATANASC TO W-DATA-ED
           DISPLAY (08, 30) W-DATA-ED
           DISPLAY (09, 30) CAND-RESPONSAVEL
           DISPLAY (10, 30) CAND-DDD
           DISPLAY (10, 33) CAND-TELNUM
           DISPLAY (11, 30) CAND-EMAIL
           DISPLAY (12, 30) CAND-CEP
           DISPLAY (12, 40) CAND-ENDNUM
           MOVE CAND-DATA-INSCR TO W-DATA-ED
           DISPLAY (13, 30) W-DATA-ED
           PERFORM DESCREVER-SIT THRU DESCREVER-SIT-FIM
           DISPLAY (14, 30) CAND-SITUACAO
           DISPLAY (14, 32) W-SIT-DESC
           MOVE CAND-DATA-SIT TO W-DATA-ED
           DISPLAY (15, 30) W-DATA-ED
           DISPLAY (15, 42) CAND-OPERADOR
           DISPLAY (16, 30) CAND-RA.
       MOSTRAR-CAND-FIM.
           EXIT.

       DESCREVER-SIT.
           MOVE "INSCRITO"     TO W-SIT-DESC
           IF CAND-ADMITIDO
              MOVE "ADMITIDO"     TO W-SIT-DESC.
           IF CAND-MATRICULADO
              MOVE "MATRICULADO"  TO W-SIT-DESC.
           IF CAND-DESISTENTE
              MOVE "DESISTENTE"   TO W-SIT-DESC.
       DESCREVER-SIT-FIM.
           EXIT.
      *-------------------------------------------------------------
      * VAGAS E FILA DA TURMA: MOSTRA A CONTAGEM E A FILA (INSCRITOS
      * E ADMITIDOS, NA ORDEM DE INSCRICAO) E CHAMA A FILA PARA AS
      * VAGAS QUE SOBRARAM -- TURMA AMPLIADA OU ALUNO QUE SAIU
      *-------------------------------------------------------------
       FILA-001.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "VAGAS E FILA DE ESPERA DA TURMA"
           DISPLAY (04, 05) "TURMA..................:".
       FILA-002.
           DISPLAY (24, 05) "F1=VOLTAR"
           MOVE SPACES TO W-TURMA
           ACCEPT (04, 30) W-TURMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MENU-ADM.
           IF W-TURMA = SPACES
              GO TO FILA-002.
           MOVE W-TURMA TO TURMA-CODIGO
           READ TURMAS
           IF ST-ERRO-TUR NOT = "00"
              MOVE "00" TO ST-ERRO-TUR
              MOVE "*** TURMA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FILA-002.
           DISPLAY (04, 40) TURMA-PERIODO.
       FILA-003.
           PERFORM MOSTRAR-VAGAS THRU MOSTRAR-VAGAS-FIM
           PERFORM LISTAR-FILA THRU LISTAR-FILA-FIM
           IF VV-ESPERA = ZEROS
              MOVE "NINGUEM NA FILA DE ESPERA DA TURMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FILA-002.
           IF TURMA-VAGAS NOT = ZEROS AND VV-LIVRES < 1
              MOVE "TURMA LOTADA - FILA AGUARDA VAGA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FILA-002.
       FILA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CHAMAR A FILA? (S / N):"
           ACCEPT  (23, 64) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 40) "                        "
           IF W-ACT = 02 OR W-OPCAO = "N" OR "n"
              GO TO FILA-002.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO FILA-OPC.
           PERFORM CHAMAR-FILA THRU CHAMAR-FILA-FIM
           MOVE W-CHAMADOS TO W-CHAMADOS-ED
           MOVE SPACES TO MENS
           STRING "CANDIDATOS CHAMADOS DA FILA: "
                  W-CHAMADOS-ED DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FILA-003.

      * CONTAGEM DE VAGAS DA TURMA LIDA EM REGTURMA
       MOSTRAR-VAGAS.
           MOVE TURMA-CODIGO TO VV-TURMA
           MOVE TURMA-VAGAS  TO VV-VAGAS
           MOVE SPACES       TO VV-RA
           PERFORM CONTAR-VAGAS THRU CONTAR-VAGAS-FIM
           DISPLAY (05, 05) "VAGAS:"
           DISPLAY (05, 12) TURMA-VAGAS
           DISPLAY (05, 17) "MATRIC:"
           DISPLAY (05, 25) VV-MATRIC
           DISPLAY (05, 31) "ADMIT:"
           DISPLAY (05, 38) VV-ADMIT
           DISPLAY (05, 44) "ESPERA:"
           DISPLAY (05, 52) VV-ESPERA
           DISPLAY (05, 58) "LIVRES:"
           IF TURMA-VAGAS = ZEROS
              DISPLAY (05, 66) "SEM LIMITE"
           ELSE
              MOVE VV-LIVRES TO W-LIVRES-ED
              DISPLAY (05, 66) W-LIVRES-ED
              DISPLAY (05, 70) "      ".
       MOSTRAR-VAGAS-FIM.
           EXIT.

      * FILA DA TURMA NA ORDEM DE INSCRICAO, SO INSCRITOS E
      * ADMITIDOS AINDA NAO MATRICULADOS
       LISTAR-FILA.
           PERFORM LIMPAR-LINHA THRU LIMPAR-LINHA-FIM
                   VARYING W-LIN FROM 8 BY 1 UNTIL W-LIN > 21
           DISPLAY (07, 05) "ORDEM  NUMERO  CANDIDATO"
           DISPLAY (07, 55) "SITUACAO     INSCRITO"
           MOVE 8 TO W-LIN
           MOVE W-TURMA TO CAND-TURMA
           MOVE ZEROS   TO CAND-ORDEM
           START ARQCAND KEY IS NOT LESS CAND-FILA
               INVALID KEY MOVE "10" TO ST-ERRO-CAN.
           IF ST-ERRO-CAN NOT = "00"
              GO TO LISTAR-FILA-VOLTA.
       LISTAR-FILA-LER.
           READ ARQCAND NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-CAN.
           IF ST-ERRO-CAN NOT = "00"
              GO TO LISTAR-FILA-VOLTA.
           IF CAND-TURMA NOT = W-TURMA
              GO TO LISTAR-FILA-VOLTA.
           IF NOT CAND-INSCRITO AND NOT CAND-ADMITIDO
              GO TO LISTAR-FILA-LER.
           PERFORM DESCREVER-SIT THRU DESCREVER-SIT-FIM
           MOVE CAND-DATA-INSCR TO W-DATA-ED
           DISPLAY (W-LIN, 05) CAND-ORDEM
           DISPLAY (W-LIN, 12) CAND-NUMERO
           DISPLAY (W-LIN, 20) CAND-NOME
           DISPLAY (W-LIN, 55) W-SIT-DESC
           DISPLAY (W-LIN, 68) W-DATA-ED
           ADD 1 TO W-LIN
           IF W-LIN > 21
              MOVE 8 TO W-LIN.
           GO TO LISTAR-FILA-LER.
       LISTAR-FILA-VOLTA.
           MOVE "00" TO ST-ERRO-CAN.
       LISTAR-FILA-FIM.
           EXIT.

       LIMPAR-LINHA.
           DISPLAY (W-LIN, 05) W-BRANCO.
       LIMPAR-LINHA-FIM.
           EXIT.
      *-------------------------------------------------------------
      * CHAMA A FILA DA TURMA LIDA EM REGTURMA: OS INSCRITOS PASSAM
      * A ADMITIDOS NA ORDEM DE INSCRICAO, TANTOS QUANTAS FOREM AS
      * VAGAS LIVRES (TODOS, SE A TURMA NAO TEM LIMITE). DEVOLVE A
      * QUANTIDADE EM W-CHAMADOS.
      *-------------------------------------------------------------
       CHAMAR-FILA.
           MOVE ZEROS TO W-CHAMADOS
           MOVE "N"   TO W-SEM-LIMITE
           IF TURMA-VAGAS = ZEROS
              MOVE "S" TO W-SEM-LIMITE.
           MOVE TURMA-CODIGO TO VV-TURMA
           MOVE TURMA-VAGAS  TO VV-VAGAS
           MOVE SPACES       TO VV-RA
           PERFORM CONTAR-VAGAS THRU CONTAR-VAGAS-FIM
           MOVE VV-LIVRES TO W-A-CHAMAR
           IF W-SEM-LIMITE NOT = "S" AND W-A-CHAMAR < 1
              GO TO CHAMAR-FILA-MOSTRA.
           MOVE TURMA-CODIGO TO CAND-TURMA
           MOVE ZEROS        TO CAND-ORDEM
           START ARQCAND KEY IS NOT LESS CAND-FILA
               INVALID KEY MOVE "10" TO ST-ERRO-CAN.
           IF ST-ERRO-CAN NOT = "00"
              GO TO CHAMAR-FILA-MOSTRA.
       CHAMAR-FILA-LER.
           IF W-SEM-LIMITE NOT = "S" AND W-A-CHAMAR < 1
              GO TO CHAMAR-FILA-MOSTRA.
           READ ARQCAND NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-CAN.
           IF ST-ERRO-CAN NOT = "00"
              GO TO CHAMAR-FILA-MOSTRA.
           IF CAND-TURMA NOT = TURMA-CODIGO
              GO TO CHAMAR-FILA-MOSTRA.
           IF NOT CAND-INSCRITO
              GO TO CHAMAR-FILA-LER.
           MOVE "A"            TO CAND-SITUACAO
           MOVE W-HOJE-DMA-NUM TO CAND-DATA-SIT
           MOVE W-OPERADOR     TO CAND-OPERADOR
           REWRITE REGCAND
           IF ST-ERRO-CAN NOT = "00" AND "02"
              GO TO CHAMAR-FILA-MOSTRA.
           ADD 1 TO W-CHAMADOS
           SUBTRACT 1 FROM W-A-CHAMAR
           GO TO CHAMAR-FILA-LER.
       CHAMAR-FILA-MOSTRA.
           MOVE "00" TO ST-ERRO-CAN.
       CHAMAR-FILA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM FECHAR-CANDIDATOS THRU FECHAR-CANDIDATOS-FIM
                CLOSE TURMAS NOTAS ARQALUNO
                IF W-CEP-ABERTO = "S"
                   CLOSE CEPS.
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
      *
       COPY VAGAVALP.
