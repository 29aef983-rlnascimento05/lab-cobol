      *             ARQUIVO QUE O REL029, O REL041 E O SYNC004
      *             CONSULTAM POR CHAVE EM VEZ DE VARRER O CADASTRO
      *             INTEIRO; O MATCH001 RECONSTROI DO ZERO.
      * 2026-10-15  RESPONSAVEL PELO CLIENTE MENOR DE IDADE (NOVO
      *             CPF-RESPONSAVEL EM CADCLIENTES.DAT): LER-RESPONSAVEL
      *             PEDE O CPF SO PARA MENOR DE 18 ANOS E EXIGE QUE
      *             SEJA OUTRO CLIENTE CADASTRADO E MAIOR DE IDADE
      *             (LIDO PELO CLIRESP, COPY IDADEVAL./IDADEVALP.).
      * 2026-10-15  CONDUTORES AUTORIZADOS POR EMPRESA: F4 NA TELA DO
      *             CLIENTE PJ MANTEM A LISTA DE CONDUTORES DO CNPJ EM
      *             ARQCONDU.DAT (CPF COM DIGITO VERIFICADOR, NOME,
      *             ATIVO S/N E CATEGORIA DE BIKE PERMITIDA, EM BRANCO
      *             PARA QUALQUER UMA); A EXCLUSAO DA EMPRESA LEVA OS
      *             SEUS CONDUTORES JUNTO.
      * 2026-10-15  LIMITE DE CREDITO DA EMPRESA: F5 NA TELA DO CLIENTE
      *             PJ (SO NIVEL 3) MANTEM O LIMITE DO CNPJ EM
      *             ARQLIMPJ.DAT (ZERO = SEM LIMITE), USADO PELO
      *             SGB-004, SGB-025 E PELO TOTEM; A EXCLUSAO DA
      *             EMPRESA APAGA O LIMITE JUNTO.
      * 2026-10-15  LOGON AVULSO PASSA PELO CONTROLE DE SEGURANCA
      *             (SEGUR001): SENHA ERRADA CONTA TENTATIVA E BLOQUEIA
      *             O OPERADOR NO LIMITE, SENHA VENCIDA E RECUSADA E O
      *             LOGON/LOGOFF VAI PARA O LOG DE SESSOES.
      * 2026-10-15  CADEIA DE HASH NA TRILHA CADAUDCLI.DAT: CADA LINHA
      *             GRAVADA LEVA SEQUENCIA E HASH ENCADEADO NA LINHA
      *             ANTERIOR (SUBPROGRAMA AUDCAD001, COPY AUDCAD./
      *             AUDCADP.), CONFERIDOS PELO AUDVER001.
      * 2026-10-15  FAIXA "*** TREINAMENTO ***" NO LUGAR DO NOME DA
      *             EMPRESA NO CABECALHO QUANDO RODA NA BASE DE
      *             TREINAMENTO (SUBPROGRAMA AMBIEN001).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                   WITH DUPLICATES
                    LOCK MODE IS MANUAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CLIRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSP-CPF
                    ALTERNATE RECORD KEY IS RSP-RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-RSP.
           
           SELECT ARQMATCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    LOCK MODE IS MANUAL
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT ARQCONDU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COND
                    LOCK MODE IS MANUAL
                    FILE STATUS  IS ST-ERRO-CND.

           SELECT ARQLIMPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LIM-CNPJ
                    LOCK MODE IS MANUAL
                    FILE STATUS  IS ST-ERRO-LIM.

           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).       
                03 SITUACAO             PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

      * O MESMO CADASTRO, SO PARA LEITURA DO RESPONSAVEL PELO MENOR
      * SEM PERDER O REGISTRO DO CLIENTE QUE ESTA NA TELA
       FD CLIRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.DAT".
       01 REGCLIRESP.
                03 RSP-CPF              PIC 9(11).
                03 RSP-NOME             PIC X(35).
                03 RSP-DATANASC.
                    05 RSP-DIA          PIC 9(2).
                    05 RSP-MES          PIC 9(2).
                    05 RSP-ANO          PIC 9(4).
                03 RSP-RG               PIC X(20).
                03 FILLER               PIC X(70).
                03 RSP-SITUACAO         PIC X(1).
                03 RSP-RESPONSAVEL      PIC 9(11).

       FD AUDCLI
               LABEL RECORD IS STANDARD
                03 AUD-SIT-NOVA         PIC X(01).
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).


       FD OPERADORES
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
                   05 DDD-PJ            PIC 9(02).
                   05 TELNUM-PJ         PIC 9(9).
                03 SITUACAO-PJ          PIC X(1).

       FD ARQCONDU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONDU.DAT".
       01 REGCOND.
                03 CHAVE-COND.
                   05 COND-CNPJ         PIC 9(14).
                   05 COND-CPF          PIC 9(11).
                03 COND-NOME            PIC X(35).
                03 COND-ATIVO           PIC X(01).
                03 COND-CATEGORIA       PIC X(01).
                03 COND-DATA-ALT        PIC 9(08).
                03 COND-OPERADOR        PIC X(08).

       FD ARQLIMPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLIMPJ.DAT".
       01 REGLIMPJ.
                03 LIM-CNPJ             PIC 9(14).
                03 LIM-VALOR            PIC 9(08)V99.
                03 LIM-DATA-ALT         PIC 9(08).
                03 LIM-OPERADOR         PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      * NOTE: Eu acho que isso é pra guardar as variaveis que eu 
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       77 W-SEL-PJ     PIC 9(01) VALUE ZEROS.
       COPY OPERVAL.
       COPY SEGOPER.
       COPY AUDCAD.
       COPY MATCHVAL.
       77 ST-ERRO-MAT  PIC X(02) VALUE "00".
       01 W-CNPJ-NUM   PIC 9(14) VALUE ZEROS.
       77 W-CNPJ-DV1   PIC 9(01) VALUE 0.
       77 W-CNPJ-DV2   PIC 9(01) VALUE 0.
       77 W-CNPJ-VALIDO PIC X(01) VALUE "S".
      * CAMPOS DA MANUTENCAO DOS CONDUTORES AUTORIZADOS DA EMPRESA
       77 ST-ERRO-CND  PIC X(02) VALUE "00".
       77 W-SEL-CND    PIC 9(01) VALUE ZEROS.
       77 W-LIN-CND    PIC 9(02) VALUE ZEROS.
       01 W-LIN-COND.
           03 WL-CPF   PIC 9(11).
           03 FILLER   PIC X(02) VALUE SPACES.
           03 WL-NOME  PIC X(35).
           03 FILLER   PIC X(02) VALUE SPACES.
           03 WL-ATIVO PIC X(01).
           03 FILLER   PIC X(05) VALUE SPACES.
           03 WL-CATEG PIC X(01).
      * CAMPOS DA MANUTENCAO DO LIMITE DE CREDITO DA EMPRESA
       77 ST-ERRO-LIM  PIC X(02) VALUE "00".
       77 W-SEL-LIM    PIC 9(01) VALUE ZEROS.
       77 W-LIM-VALOR  PIC 9(08)V99 VALUE ZEROS.
      * CAMPOS PARA O RESPONSAVEL PELO CLIENTE MENOR DE IDADE
       77 ST-ERRO-RSP  PIC X(02) VALUE "00".
       COPY IDADEVAL.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
               LINE 12  COLUMN 13  PIC X(01)
               USING  SITUACAO
               HIGHLIGHT.
           05  LINE 12  COLUMN 41
               VALUE  "RESPONSAVEL:".
           05  TRESP
               LINE 12  COLUMN 54  PIC 999.999.999.99
               USING  CPF-RESPONSAVEL
               HIGHLIGHT.
      *05  TSITDESC
      *        LINE 12  COLUMN 15  PIC X(10)
      *        USING  SITDESC
           MOVE   DATA-EQ TO DATA-INV.
           PERFORM INVNOR.
           MOVE   DATA-N  TO DATA-EQ.
           ACCEPT ID-HOJE FROM DATE YYYYMMDD.
           CALL "AMBIEN001" USING W-EMPRESA.

       OPEN-CLI.
           OPEN I-O CLIENTES
                ELSE
                    NEXT SENTENCE.

       OPEN-RSP.
           OPEN INPUT CLIRESP
           IF ST-ERRO-RSP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       OPEN-CEP.
           OPEN I-O CEPS
           IF NOT FS-OK
                ELSE
                    NEXT SENTENCE.

       OPEN-COND.
           OPEN I-O ARQCONDU
           IF ST-ERRO-CND NOT = "00"
               IF ST-ERRO-CND = "30" OR "35"
                      OPEN OUTPUT ARQCONDU
                      CLOSE ARQCONDU
                      GO TO OPEN-COND
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE CONDUTORES"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.

       OPEN-LIM.
           OPEN I-O ARQLIMPJ
           IF ST-ERRO-LIM NOT = "00"
               IF ST-ERRO-LIM = "30" OR "35"
                      OPEN OUTPUT ARQLIMPJ
                      CLOSE ARQLIMPJ
                      GO TO OPEN-LIM
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE LIMITES PJ"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.

       OPEN-OPER.
           OPEN INPUT OPERADORES
           IF ST-ERRO-OPE NOT = "00"
                DISPLAY (13, 20) "SENHA...: "
                MOVE SPACES TO OV-SENHA
                ACCEPT  (13, 31) OV-SENHA
                MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
                MOVE "CADCLI" TO W-SEG-PROGRAMA
                READ OPERADORES
                IF ST-ERRO-OPE NOT = "00"
                   MOVE "N" TO W-SEG-FUNCAO
                   PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO-OPE
                   GO TO ASK-OPERADOR.
                PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
                IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
                   MOVE "F" TO W-SEG-FUNCAO
                   PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASK-OPERADOR.
                MOVE "E" TO W-SEG-FUNCAO
                PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                IF W-SEG-RESP NOT = "OK"
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASK-OPERADOR.
                MOVE OPER-NIVEL TO OV-NIVEL
       CLEAR-SCREEN.
                UNLOCK CLIENTES
                MOVE ZEROS  TO CPF DIA MES ANO RG CLICEP ENDNUM CEP
                MOVE ZEROS  TO TELEFONE CPF-RESPONSAVEL
                MOVE SPACES TO NOME COMPLEMENTO SITUACAO
                DISPLAY TELACLIENTE
                DISPLAY (20, 01)

       LER-SITUACAO.
                ACCEPT TSITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY.

      *-------------------------------------------------------------
      * LER-RESPONSAVEL: so para cliente menor de idade (pela data
      * de nascimento); maior de idade fica sem responsavel. O CPF
      * informado precisa ser de outro cliente ja cadastrado e
      * maior de idade. Menor sem responsavel pode ser gravado, mas
      * a locacao sera recusada ate o responsavel ser informado.
      *-------------------------------------------------------------
       LER-RESPONSAVEL.
                MOVE DIA TO ID-NASC-DIA
                MOVE MES TO ID-NASC-MES
                MOVE ANO TO ID-NASC-ANO
                PERFORM CALCULAR-IDADE THRU CALCULAR-IDADE-FIM
                IF NOT ID-MENOR
                   MOVE ZEROS TO CPF-RESPONSAVEL
                   DISPLAY TRESP
                   GO TO LER-RESPONSAVEL-OK.
                ACCEPT TRESP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO LER-RESPONSAVEL-OK.
                IF CPF-RESPONSAVEL = ZEROS
                   MOVE "*** MENOR SEM RESPONSAVEL NAO PODERA LOCAR ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-RESPONSAVEL-OK.
                IF CPF-RESPONSAVEL = CPF
                   MOVE "*** O CLIENTE NAO PODE SER O RESPONSAVEL ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-RESPONSAVEL.
                MOVE CPF-RESPONSAVEL TO RSP-CPF
                READ CLIRESP
                IF ST-ERRO-RSP NOT = "00"
                   MOVE "00" TO ST-ERRO-RSP
                   MOVE "*** RESPONSAVEL NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-RESPONSAVEL.
                MOVE RSP-DIA TO ID-NASC-DIA
                MOVE RSP-MES TO ID-NASC-MES
                MOVE RSP-ANO TO ID-NASC-ANO
                PERFORM CALCULAR-IDADE THRU CALCULAR-IDADE-FIM
                IF ID-MENOR
                   MOVE "*** RESPONSAVEL TAMBEM E MENOR DE IDADE ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-RESPONSAVEL.
                DISPLAY (13, 42) RSP-NOME.

       LER-RESPONSAVEL-OK.
                IF W-SEL = 03 GO TO ALTER-REG.

       
                   GO TO CLEAR-SCREEN.
                IF W-ACT = 03
                  MOVE 03 TO W-SEL      
                  PERFORM LER-NOME THRU LER-RESPONSAVEL-OK
                  GO TO ALTER-REG.
      *
       DELETE-REG-OP.
                GO TO PJ-RAZAO.
       PJ-OPCAO.
                DISPLAY (20, 05)
                 "F1=NOVO CNPJ  F2=ALTERAR  F3=EXCLUIR  F4=CONDUTORES"
                DISPLAY (21, 05) "F5=LIMITE DE CREDITO"
                ACCEPT  (20, 58) OPTION
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO PJ-CNPJ.
                      GO TO PJ-CNPJ
                   ELSE
                      GO TO PJ-EXCLUIR.
                IF W-ACT = 05
                   IF NOT OV-NIVEL-MANUTENCAO
                      MOVE OV-MSG-NIVEL TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO PJ-CNPJ
                   ELSE
                      GO TO PJ-COND.
                IF W-ACT = 06
                   IF NOT OV-NIVEL-EXCLUSAO
                      MOVE OV-MSG-NIVEL TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO PJ-CNPJ
                   ELSE
                      GO TO PJ-LIMITE.
                GO TO PJ-OPCAO.
       PJ-RAZAO.
                DISPLAY (06, 05) "RAZAO SOCIAL.....:"
                   GO TO PJ-EXCLUIR.
                DELETE CADCLIPJ RECORD
                IF ST-ERRO-PJ = "00" OR "02"
                   PERFORM EXCLUIR-CONDUTORES-PJ
                                       THRU EXCLUIR-CONDUTORES-PJ-FIM
                   PERFORM EXCLUIR-LIMITE-PJ
                                       THRU EXCLUIR-LIMITE-PJ-FIM
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVAR-AUD-PJ THRU GRAVAR-AUD-PJ-FIM
                   MOVE FS-MSG-EXCLUIDO TO MENS
       PJ-MOSTRAR-FIM.
                EXIT.
      *-------------------------------------------------------------
      * CONDUTORES AUTORIZADOS DA EMPRESA (ARQCONDU.DAT): CPF, NOME,
      * ATIVO (S/N) E CATEGORIA DE BIKE PERMITIDA (EM BRANCO =
      * QUALQUER UMA). LOCACAO DE CNPJ NO SGB-004, NO SGB-025 E NO
      * TOTEM SO ABRE COM UM CONDUTOR ATIVO DESTA LISTA. A TELA
      * LISTA OS PRIMEIROS CONDUTORES DO CNPJ; OS DEMAIS SAO
      * CONSULTADOS PELO CPF.
      *-------------------------------------------------------------
       PJ-COND.
                UNLOCK ARQCONDU
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CONDUTORES AUTORIZADOS DA EMPRESA"
                DISPLAY (04, 05) "CNPJ: " CNPJ "  " RAZAO-SOCIAL
                DISPLAY (06, 05) "CPF"
                DISPLAY (06, 18) "NOME"
                DISPLAY (06, 55) "ATIVO CAT"
                MOVE 7 TO W-LIN-CND
                MOVE CNPJ  TO COND-CNPJ
                MOVE ZEROS TO COND-CPF
                START ARQCONDU KEY IS NOT LESS CHAVE-COND
                    INVALID KEY MOVE "10" TO ST-ERRO-CND.
                IF ST-ERRO-CND = "10"
                   GO TO PJ-COND-CPF.
       PJ-COND-LISTA.
                READ ARQCONDU NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-CND.
                IF ST-ERRO-CND = "10" OR COND-CNPJ NOT = CNPJ
                   GO TO PJ-COND-CPF.
                IF W-LIN-CND > 16
                   DISPLAY (16, 05)
                    "... HA OUTROS CONDUTORES - CONSULTE PELO CPF"
                   GO TO PJ-COND-CPF.
                MOVE COND-CPF       TO WL-CPF
                MOVE COND-NOME      TO WL-NOME
                MOVE COND-ATIVO     TO WL-ATIVO
                MOVE COND-CATEGORIA TO WL-CATEG
                DISPLAY (W-LIN-CND, 05) W-LIN-COND
                ADD 1 TO W-LIN-CND
                GO TO PJ-COND-LISTA.
       PJ-COND-CPF.
                MOVE "00" TO ST-ERRO-CND
                MOVE ZEROS TO COND-CPF
                DISPLAY (17, 05) "CPF DO CONDUTOR (0=VOLTAR):"
                ACCEPT  (17, 33) COND-CPF
                IF COND-CPF = ZEROS
                   GO TO PJ-CNPJ.
                MOVE CNPJ TO COND-CNPJ
                MOVE 0 TO W-SEL-CND
                READ ARQCONDU WITH LOCK
                IF ST-ERRO-CND = "51"
                   MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND-CPF.
                IF ST-ERRO-CND = "00"
                   DISPLAY (18, 05) "NOME.............: " COND-NOME
                   DISPLAY (20, 05) "ATIVO (S/N)......: " COND-ATIVO
                   DISPLAY (20, 30) "CATEGORIA (BRANCO=TODAS): "
                                    COND-CATEGORIA
                   GO TO PJ-COND-OPCAO.
                MOVE "00" TO ST-ERRO-CND
                MOVE COND-CPF TO CPF
                PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
                IF W-CPF-VALIDO NOT = "S"
                   MOVE "*** CPF INVALIDO - DIGITO VERIFICADOR ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND-CPF.
                MOVE SPACES TO COND-NOME COND-CATEGORIA
                MOVE "S"    TO COND-ATIVO
      * CONDUTOR QUE JA E CLIENTE PESSOA FISICA VEM COM O NOME DO
      * CADASTRO, QUE O OPERADOR PODE CORRIGIR
                MOVE COND-CPF TO RSP-CPF
                READ CLIRESP
                IF ST-ERRO-RSP = "00"
                   MOVE RSP-NOME TO COND-NOME.
                MOVE "00" TO ST-ERRO-RSP
                GO TO PJ-COND-NOME.
       PJ-COND-OPCAO.
                DISPLAY (21, 05) "F1=NOVO CPF  F2=ALTERAR  F3=EXCLUIR"
                ACCEPT  (21, 42) OPTION
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO PJ-COND.
                IF W-ACT = 03
                   MOVE 3 TO W-SEL-CND
                   GO TO PJ-COND-NOME.
                IF W-ACT = 04
                   IF NOT OV-NIVEL-EXCLUSAO
                      MOVE OV-MSG-NIVEL TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO PJ-COND
                   ELSE
                      GO TO PJ-COND-EXCLUIR.
                GO TO PJ-COND-OPCAO.
       PJ-COND-NOME.
                DISPLAY (18, 05) "NOME.............:"
                ACCEPT  (18, 24) COND-NOME WITH UPDATE
                IF COND-NOME = SPACES
                   MOVE "*** NOME DO CONDUTOR OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND-NOME.
       PJ-COND-ATIVO.
                DISPLAY (20, 05) "ATIVO (S/N)......:"
                ACCEPT  (20, 24) COND-ATIVO WITH UPDATE
                INSPECT COND-ATIVO CONVERTING "sn" TO "SN"
                IF COND-ATIVO NOT = "S" AND "N"
                   MOVE "*** ATIVO INVALIDO - DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND-ATIVO.
       PJ-COND-CATEG.
                DISPLAY (20, 30) "CATEGORIA (BRANCO=TODAS):"
                ACCEPT  (20, 56) COND-CATEGORIA WITH UPDATE.
       PJ-COND-CONFIRMA.
                MOVE "S" TO OPTION
                DISPLAY (21, 05) "DADOS OK (S/N)?                    "
                ACCEPT  (21, 21) OPTION WITH UPDATE
                IF OPTION = "N" OR "n"
                   MOVE FS-MSG-RECUSADO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND.
                IF OPTION NOT = "S" AND "s"
                   MOVE FS-MSG-SN-INVALIDO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND-CONFIRMA.
                ACCEPT COND-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-OPERADOR TO COND-OPERADOR
                IF W-SEL-CND = 3
                   GO TO PJ-COND-REGRAVA.
       PJ-COND-GRAVA.
                WRITE REGCOND
                IF ST-ERRO-CND = "00" OR "02"
                   MOVE FS-MSG-GRAVADO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND.
                MOVE "ERRO NA GRAVACAO DO CONDUTOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       PJ-COND-REGRAVA.
                REWRITE REGCOND
                IF ST-ERRO-CND = "00" OR "02"
                   MOVE FS-MSG-ALTERADO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND.
                MOVE "ERRO NA ALTERACAO DO CONDUTOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       PJ-COND-EXCLUIR.
                MOVE "N" TO OPTION
                DISPLAY (21, 05) "EXCLUIR (S/N)?                     "
                ACCEPT  (21, 20) OPTION WITH UPDATE
                IF OPTION = "N" OR "n"
                   MOVE FS-MSG-NAO-EXCLUIDO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND.
                IF OPTION NOT = "S" AND "s"
                   GO TO PJ-COND-EXCLUIR.
                DELETE ARQCONDU RECORD
                IF ST-ERRO-CND = "00" OR "02"
                   MOVE FS-MSG-EXCLUIDO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-COND.
                MOVE "ERRO NA EXCLUSAO DO CONDUTOR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
      * EXCLUSAO DA EMPRESA: OS CONDUTORES DO CNPJ SAEM JUNTO, PARA
      * NAO REAPARECEREM SE O MESMO CNPJ FOR CADASTRADO DE NOVO
      *-------------------------------------------------------------
       EXCLUIR-CONDUTORES-PJ.
                MOVE CNPJ  TO COND-CNPJ
                MOVE ZEROS TO COND-CPF
                START ARQCONDU KEY IS NOT LESS CHAVE-COND
                    INVALID KEY MOVE "10" TO ST-ERRO-CND.
                IF ST-ERRO-CND = "10"
                   GO TO EXCLUIR-CONDUTORES-PJ-VOLTA.
       EXCLUIR-CONDUTORES-PJ-LER.
                READ ARQCONDU NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-CND.
                IF ST-ERRO-CND = "10" OR COND-CNPJ NOT = CNPJ
                   GO TO EXCLUIR-CONDUTORES-PJ-VOLTA.
                DELETE ARQCONDU RECORD
                GO TO EXCLUIR-CONDUTORES-PJ-LER.
       EXCLUIR-CONDUTORES-PJ-VOLTA.
                MOVE "00" TO ST-ERRO-CND.
       EXCLUIR-CONDUTORES-PJ-FIM.
                EXIT.

       EXCLUIR-LIMITE-PJ.
                MOVE CNPJ TO LIM-CNPJ
                DELETE ARQLIMPJ RECORD
                    INVALID KEY MOVE "00" TO ST-ERRO-LIM.
                MOVE "00" TO ST-ERRO-LIM.
       EXCLUIR-LIMITE-PJ-FIM.
                EXIT.
      *-------------------------------------------------------------
      * LIMITE DE CREDITO DA EMPRESA (ARQLIMPJ.DAT), SO NIVEL 3. A
      * EXPOSICAO DO CNPJ (FATURAS EM ABERTO + LOCACOES FECHADAS AINDA
      * NAO FATURADAS + LOCACOES ABERTAS PELA DIARIA) NAO PODE PASSAR
      * DO LIMITE EM NOVA LOCACAO FATURADA NO MES; ZERO = SEM LIMITE.
      * A RETENCAO POR FATURA VENCIDA (PJDIASATR NO CDPARAM) VALE COM
      * OU SEM LIMITE.
      *-------------------------------------------------------------
       PJ-LIMITE.
                UNLOCK ARQLIMPJ
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "LIMITE DE CREDITO DA EMPRESA"
                DISPLAY (04, 05) "CNPJ: " CNPJ "  " RAZAO-SOCIAL
                MOVE 0 TO W-SEL-LIM
                MOVE CNPJ TO LIM-CNPJ
                READ ARQLIMPJ WITH LOCK
                IF ST-ERRO-LIM = "51"
                   MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-CNPJ.
                IF ST-ERRO-LIM = "00"
                   MOVE 3 TO W-SEL-LIM
                   MOVE LIM-VALOR TO MASC2
                   DISPLAY (06, 05) "LIMITE ATUAL.....: " MASC2
                   DISPLAY (07, 05) "ALTERADO EM......: " LIM-DATA-ALT
                                    "  POR " LIM-OPERADOR
                ELSE
                   MOVE "00" TO ST-ERRO-LIM
                   MOVE ZEROS TO LIM-VALOR
                   DISPLAY (06, 05) "LIMITE ATUAL.....: SEM LIMITE".
                MOVE LIM-VALOR TO W-LIM-VALOR.
       PJ-LIMITE-VALOR.
                DISPLAY (09, 05) "NOVO LIMITE (0=SEM LIMITE):"
                ACCEPT  (09, 33) W-LIM-VALOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO PJ-CNPJ.
       PJ-LIMITE-CONFIRMA.
                MOVE "S" TO OPTION
                DISPLAY (11, 05) "DADOS OK (S/N)?"
                ACCEPT  (11, 21) OPTION WITH UPDATE
                IF OPTION = "N" OR "n"
                   MOVE FS-MSG-RECUSADO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-CNPJ.
                IF OPTION NOT = "S" AND "s"
                   MOVE FS-MSG-SN-INVALIDO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-LIMITE-CONFIRMA.
                MOVE CNPJ        TO LIM-CNPJ
                MOVE W-LIM-VALOR TO LIM-VALOR
                ACCEPT LIM-DATA-ALT FROM DATE YYYYMMDD
                MOVE W-OPERADOR  TO LIM-OPERADOR
                IF W-SEL-LIM = 3
                   GO TO PJ-LIMITE-REGRAVA.
       PJ-LIMITE-GRAVA.
                WRITE REGLIMPJ
                IF ST-ERRO-LIM = "00" OR "02"
                   MOVE FS-MSG-GRAVADO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-CNPJ.
                MOVE "ERRO NA GRAVACAO DO LIMITE PJ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       PJ-LIMITE-REGRAVA.
                REWRITE REGLIMPJ
                IF ST-ERRO-LIM = "00" OR "02"
                   MOVE FS-MSG-ALTERADO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PJ-CNPJ.
                MOVE "ERRO NA ALTERACAO DO LIMITE PJ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
      * VALIDA-CNPJ: confere os dois digitos verificadores do CNPJ
      * pelo modulo 11 com os pesos proprios do CNPJ (5,4,3,2,9,8,7,
      * 6,5,4,3,2 e 6,5,4,3,2,9,8,7,6,5,4,3,2). CNPJ COM TODOS OS
                MOVE SITUACAO-PJ    TO AUD-SIT-NOVA
                MOVE W-OPERADOR     TO AUD-OPERADOR
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                MOVE "CLI"            TO W-AUD-TRILHA
                MOVE REGAUDCLI (1:33) TO W-AUD-LINHA
                PERFORM ENCADEAR-AUDITORIA THRU ENCADEAR-AUDITORIA-FIM
                MOVE W-AUD-SEQ        TO AUD-SEQ
                MOVE W-AUD-HASH       TO AUD-HASH
                WRITE REGAUDCLI
                IF ST-ERRO-AUD NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA AUDITORIA" TO MENS
                MOVE SITUACAO       TO AUD-SIT-NOVA
                MOVE W-OPERADOR     TO AUD-OPERADOR
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                MOVE "CLI"            TO W-AUD-TRILHA
                MOVE REGAUDCLI (1:33) TO W-AUD-LINHA
                PERFORM ENCADEAR-AUDITORIA THRU ENCADEAR-AUDITORIA-FIM
                MOVE W-AUD-SEQ        TO AUD-SEQ
                MOVE W-AUD-HASH       TO AUD-HASH
                WRITE REGAUDCLI
                IF ST-ERRO-AUD NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA AUDITORIA"
           EXIT.

       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE CLIENTES
                CLOSE CLIRESP
                CLOSE ARQMATCH
                CLOSE CEPS
                CLOSE AUDCLI
                CLOSE CADCLIPJ
                CLOSE ARQCONDU
                CLOSE ARQLIMPJ
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
       ROT-FIMS.
                CLOSE CEPS
                CLOSE CLIENTES
                CLOSE CLIRESP
                CLOSE AUDCLI
                CLOSE CADCLIPJ
                CLOSE ARQCONDU
                CLOSE ARQLIMPJ
                STOP RUN.
      *
      **********************
      ************************************
      *
       COPY DATAVALP.
       COPY IDADEVALP.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
       COPY AUDCADP.
      *
       ROT-ALFA-FIM.
      *
