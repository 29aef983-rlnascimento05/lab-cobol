       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINO001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * MONTAGEM DA BASE DE TREINAMENTO COM DADOS         *
      * PESSOAIS MASCARADOS                               *
      **************************************************
      * O ATENDENTE NOVO APRENDIA NA BASE DE PRODUCAO, POR FALTA DE
      * OUTRA -- E UM TREINANDO JA FECHOU UMA LOCACAO DE VERDADE E
      * IMPRIMIU UM RECIBO DE VERDADE. ESTE JOB, RODADO SOB DEMANDA,
      * COPIA OS ARQUIVOS MESTRES PARA A BASE DE TREINAMENTO (O
      * DIRETORIO W-DIR-TREINO, CRIADO UMA VEZ PELO SUPORTE; OS
      * TERMINAIS DE TREINAMENTO RODAM OS MESMOS PROGRAMAS COM ESSE
      * DIRETORIO COMO DIRETORIO DE TRABALHO), COM OS MESMOS NOMES E
      * A MESMA ORGANIZACAO, TROCANDO NO CAMINHO O DADO PESSOAL:
      *   CADCLIENTES  CPF, NOME, RG, EMAIL, TELEFONE, DIA DO
      *                NASCIMENTO, NUMERO DO ENDERECO, COMPLEMENTO
      *                E CPF DO RESPONSAVEL
      *   CADCLIPJ     CONTATO, EMAIL E TELEFONE (CNPJ E RAZAO
      *                SOCIAL SAO DA EMPRESA E FICAM)
      *   ARQESTRG     PASSAPORTE, NOME, EMAIL, TELEFONE E DIA DO
      *                NASCIMENTO (O DOCUMENTO 99... E INTERNO E FICA)
      *   ARQCONDU     CPF E NOME DO CONDUTOR
      *   CADFUNC      CPF, NOME, CARTEIRA DE TRABALHO, TELEFONE,
      *                EMAIL, CONTA BANCARIA, SALARIO E ADIANTAMENTO
      *   ARQLOC, ARQPAG, ARQCOB  O CPF DO CLIENTE (E O DO CONDUTOR
      *                NA LOCACAO) QUE LIGA O MOVIMENTO AO CADASTRO
      * E COPIA COMO ESTAO ARQBIKE, ARQMANUT, CAD-DEPT, CADCEPS,
      * ARQOPER (OS OPERADORES ENTRAM COM O MESMO LOGON) E ARQPARAM,
      * ESTE ACRESCIDO DO PARAMETRO AMBIENTE-TRN = 1, QUE O
      * SUBPROGRAMA AMBIEN001 LE PARA POR A FAIXA "*** TREINAMENTO
      * ***" NO CABECALHO DAS TELAS (COPY CABECALHO.). OS DEMAIS
      * ARQUIVOS (TRILHAS, HISTORICOS, CONTROLES) COMECAM VAZIOS NA
      * BASE DE TREINAMENTO E OS PROGRAMAS OS CRIAM NO PRIMEIRO USO.
      *
      * A MASCARA E UMA FUNCAO FIXA DO CPF VERDADEIRO: OS 9 DIGITOS
      * DA BASE PASSAM POR (BASE * 7 + 135792468) MODULO
      * 1.000.000.000 -- QUE NAO REPETE RESULTADO, ENTAO A CHAVE
      * CONTINUA UNICA -- E GANHAM DIGITOS VERIFICADORES CALCULADOS
      * PELO MESMO MODULO 11 DO VALIDA-CPF DO CADCLI. NOME, RG,
      * EMAIL, TELEFONE ETC. SAEM DA BASE MASCARADA, ENTAO A MESMA
      * PESSOA VIRA A MESMA PESSOA FICTICIA EM TODOS OS ARQUIVOS (O
      * CLIENTE QUE TAMBEM E FUNCIONARIO OU CONDUTOR INCLUSIVE), E
      * AS LOCACOES, PAGAMENTOS E COBRANCAS CONTINUAM APONTANDO PARA
      * O CADASTRO CERTO. NO MOVIMENTO, SO E TROCADO O DOCUMENTO DE
      * ATE 11 DIGITOS QUE NAO FOR CNPJ DO CADCLIPJ (CNPJ E
      * DOCUMENTO DE ESTRANGEIRO FICAM). O JOB SO LE A PRODUCAO E SO
      * GRAVA EM W-DIR-TREINO; RODAR DE NOVO REFAZ A BASE DE
      * TREINAMENTO DO ZERO. DEVOLVE RETURN-CODE 12 QUANDO UM ARQUIVO
      * DA BASE DE TREINAMENTO NAO PODE SER CRIADO OU UM REGISTRO
      * FICOU DE FORA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ARQUIVOS DE PRODUCAO (SO LEITURA)
           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCLIPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT ARQESTRG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESTR-DOC
                    ALTERNATE RECORD KEY IS ESTR-PASSAPORTE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCONDU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COND
                    FILE STATUS  IS ST-ERRO.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COB
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MANUT
                    FILE STATUS  IS ST-ERRO.

           SELECT DEPARTAMENTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-DEP
                    FILE STATUS  IS ST-ERRO.

           SELECT CEPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO.

           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO.

      *    ARQUIVOS DA BASE DE TREINAMENTO (NOME EM W-ARQ-TREINO)
           SELECT TCLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCL-CPF
                    ALTERNATE RECORD KEY IS TCL-RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TCLIPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPJ-CNPJ
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TESTRG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TES-DOC
                    ALTERNATE RECORD KEY IS TES-PASSAPORTE
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TCONDU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCD-CHAVE
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TFU-CODIGO
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TLO-CHAVE
                    ALTERNATE RECORD KEY IS TLO-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPG-CHAVE
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCB-CHAVE
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TBK-NUMERO
                    ALTERNATE RECORD KEY IS TBK-MARCA
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TMN-CHAVE
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TDEPT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TDP-CODIGO
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TCEPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCP-CEP
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TOP-ID
                    FILE STATUS  IS ST-ERRO-TRN.

           SELECT TPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPA-CODIGO
                    FILE STATUS  IS ST-ERRO-TRN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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
                03 SITUACAO             PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIPJ.DAT".
       01 REGCLIPJ.
                03 CNPJ                 PIC 9(14).
                03 RAZAO-SOCIAL         PIC X(40).
                03 CONTATO              PIC X(35).
                03 EMAIL-PJ             PIC X(35).
                03 TELEFONE-PJ.
                   05 DDD-PJ            PIC 9(02).
                   05 TELNUM-PJ         PIC 9(9).
                03 SITUACAO-PJ          PIC X(1).

       FD ARQESTRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTRG.DAT".
       01 REGESTR.
                03 ESTR-DOC             PIC 9(14).
                03 ESTR-PASSAPORTE      PIC X(12).
                03 ESTR-PAIS            PIC X(3).
                03 ESTR-NOME            PIC X(35).
                03 ESTR-DATANASC.
                    05 ESTR-DIA         PIC 9(2).
                    05 ESTR-MES         PIC 9(2).
                    05 ESTR-ANO         PIC 9(4).
                03 ESTR-EMAIL           PIC X(35).
                03 ESTR-TELEFONE.
                   05 ESTR-DDI          PIC 9(03).
                   05 ESTR-TELNUM       PIC 9(11).
                03 ESTR-SITUACAO        PIC X(1).

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

       FD FUNCIONARIOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
            03 FUN-CODIGO       PIC X(12).
            03 FUN-NOME         PIC X(35).
            03 FUN-CARTRAB.
                05 FUN-CARNUM   PIC 9(05).
                05 FILLER       PIC X(25).
            03 FUN-CPF          PIC 9(11).
            03 FUN-DATANASC.
                05 FUN-DIA      PIC 9(02).
                05 FILLER       PIC X(06).
            03 FUN-TELEFONE.
                05 FUN-DDD      PIC 9(02).
                05 FUN-NUMTEL   PIC 9(09).
            03 FUN-EMAIL        PIC X(30).
            03 FILLER           PIC X(72).
            03 FUN-SALARIO      PIC 9(07)V99.
            03 FILLER           PIC X(16).
            03 FUN-CONTA        PIC 9(08).
            03 FILLER           PIC X(01).
            03 FUN-ADIANT-PERC  PIC 9(03)V99.
            03 FUN-ADIANT-VALOR PIC 9(07)V99.

       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 CHAVE-LOC.
                   05 LOC-NUMERO        PIC 9(4).
                   05 LOC-SEQ           PIC 9(4).
                03 LOC-CPF              PIC 9(14).
                03 FILLER               PIC X(71).
                03 LOC-CONDUTOR         PIC 9(11).
                03 FILLER               PIC X(04).

       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
                03 CHAVE-PAG.
                   05 PAG-NUMERO        PIC 9(4).
                   05 PAG-SEQ           PIC 9(4).
                03 FILLER               PIC X(34).
                03 PAG-REF-CPF          PIC 9(14).
                03 FILLER               PIC X(08).

       FD ARQCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REGCOB.
                03 CHAVE-COB.
                   05 COB-CPF           PIC 9(14).
                   05 COB-SEQ           PIC 9(4).
                03 FILLER               PIC X(44).

       FD ARQBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBIKE.DAT".
       01 REGBIKE.
                03 NUMERO            PIC 9(4).
                03 MARCA             PIC X(20).
                03 RESTO-BIKE        PIC X(97).

       FD ARQMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMANUT.DAT".
       01 REGMANUT.
                03 CHAVE-MANUT.
                   05 MANUT-NUMERO       PIC 9(4).
                   05 MANUT-SEQ          PIC 9(4).
                03 FILLER                PIC X(72).

       FD DEPARTAMENTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAD-DEPT.DAT".
       01 REGDEPT.
                03 CODIGO-DEP           PIC 9(3).
                03 FILLER               PIC X(80).

       FD CEPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEPS.DAT".
       01 REGCEPS.
                03 CEP                  PIC 9(8).
                03 FILLER               PIC X(118).

       FD OPERADORES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPER.
                03 OPER-ID              PIC X(8).
                03 FILLER               PIC X(55).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 FILLER               PIC X(53).

       FD TCLIENTES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TCLIENTES.
                03 TCL-CPF              PIC 9(11).
                03 FILLER               PIC X(43).
                03 TCL-RG               PIC X(20).
                03 FILLER               PIC X(82).

       FD TCLIPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TCLIPJ.
                03 TPJ-CNPJ             PIC 9(14).
                03 FILLER               PIC X(122).

       FD TESTRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TESTRG.
                03 TES-DOC              PIC 9(14).
                03 TES-PASSAPORTE       PIC X(12).
                03 FILLER               PIC X(96).

       FD TCONDU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TCONDU.
                03 TCD-CHAVE            PIC X(25).
                03 FILLER               PIC X(53).

       FD TFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TFUNC.
                03 TFU-CODIGO           PIC X(12).
                03 FILLER               PIC X(245).

       FD TLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TLOC.
                03 TLO-CHAVE            PIC X(08).
                03 TLO-CPF              PIC 9(14).
                03 FILLER               PIC X(86).

       FD TPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TPAG.
                03 TPG-CHAVE            PIC X(08).
                03 FILLER               PIC X(56).

       FD TCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TCOB.
                03 TCB-CHAVE            PIC X(18).
                03 FILLER               PIC X(44).

       FD TBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TBIKE.
                03 TBK-NUMERO           PIC 9(4).
                03 TBK-MARCA            PIC X(20).
                03 FILLER               PIC X(97).

       FD TMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TMANUT.
                03 TMN-CHAVE            PIC X(08).
                03 FILLER               PIC X(72).

       FD TDEPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TDEPT.
                03 TDP-CODIGO           PIC 9(3).
                03 FILLER               PIC X(80).

       FD TCEPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TCEPS.
                03 TCP-CEP              PIC 9(8).
                03 FILLER               PIC X(118).

       FD TOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TOPER.
                03 TOP-ID               PIC X(8).
                03 FILLER               PIC X(55).

       FD TPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TREINO.
       01 REG-TPARAM.
                03 TPA-CODIGO           PIC X(12).
                03 TPA-DESCRICAO        PIC X(30).
                03 TPA-VALOR            PIC 9(7).
                03 TPA-DATA-ALT         PIC 9(8).
                03 TPA-OPERADOR         PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-PJ       PIC X(02) VALUE "00".
       77 ST-ERRO-TRN      PIC X(02) VALUE "00".
       77 W-DIR-TREINO     PIC X(20) VALUE "TREINO/".
       77 W-ARQ-NOME       PIC X(20) VALUE SPACES.
       77 W-ARQ-TREINO     PIC X(40) VALUE SPACES.
       77 W-CONT-COPIADOS  PIC 9(07) VALUE ZEROS.
       77 W-CONT-RECUSADOS PIC 9(07) VALUE ZEROS.
       77 W-CONT-ARQS      PIC 9(02) VALUE ZEROS.
       77 W-CONT-PULADOS   PIC 9(02) VALUE ZEROS.
       77 W-PJ-ABERTO      PIC X(01) VALUE "N".
       77 W-HOUVE-FALHA    PIC X(01) VALUE "N".

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

      * MASCARA DO CPF: W-CPF-REAL ENTRA, W-CPF-FALSO SAI; A BASE
      * MASCARADA (9 DIGITOS) ALIMENTA A PESSOA FICTICIA
       77 W-CPF-REAL       PIC 9(11) VALUE ZEROS.
       77 W-CPF-FALSO      PIC 9(11) VALUE ZEROS.
       77 W-PARTE          PIC 9(14) VALUE ZEROS.
       77 W-BASE-REAL      PIC 9(09) VALUE ZEROS.
       77 W-BASE-FALSA     PIC 9(09) VALUE ZEROS.
       77 W-WORK           PIC 9(11) VALUE ZEROS.
       77 W-T              PIC 9(09) VALUE ZEROS.
       77 W-R              PIC 9(09) VALUE ZEROS.
       01 W-CPF-NUM    PIC 9(11) VALUE ZEROS.
       01 W-CPF-TAB REDEFINES W-CPF-NUM.
           03 W-CPF-D  PIC 9(01) OCCURS 11 TIMES.
       77 W-CPF-IND    PIC 9(02) VALUE 1.
       77 W-CPF-PESO   PIC 9(02) VALUE 0.
       77 W-CPF-SOMA   PIC 9(05) VALUE 0.
       77 W-CPF-RESTO  PIC 9(02) VALUE 0.

      * PESSOA FICTICIA MONTADA A PARTIR DA BASE MASCARADA
       77 W-I1             PIC 9(02) VALUE ZEROS.
       77 W-I2             PIC 9(02) VALUE ZEROS.
       77 W-I3             PIC 9(02) VALUE ZEROS.
       77 W-NOME-FALSO     PIC X(35) VALUE SPACES.
       77 W-RG-NUM         PIC 9(09) VALUE ZEROS.
       77 W-EMAIL-FALSO    PIC X(35) VALUE SPACES.
       77 W-TEL-FALSO      PIC 9(09) VALUE ZEROS.
       77 W-DIA-FALSO      PIC 9(02) VALUE ZEROS.
       77 W-NUM-FALSO      PIC 9(05) VALUE ZEROS.
       77 W-FATOR          PIC 9(03) VALUE ZEROS.
       01 W-PASSAPORTE-FALSO.
           03 FILLER       PIC X(03) VALUE "TRN".
           03 W-PASS-NUM   PIC 9(09) VALUE ZEROS.

       01 TABPRENOME.
           03 FILLER       PIC X(10) VALUE "ANA".
           03 FILLER       PIC X(10) VALUE "BRUNO".
           03 FILLER       PIC X(10) VALUE "CARLA".
           03 FILLER       PIC X(10) VALUE "DANIEL".
           03 FILLER       PIC X(10) VALUE "EDUARDA".
           03 FILLER       PIC X(10) VALUE "FELIPE".
           03 FILLER       PIC X(10) VALUE "GABRIELA".
           03 FILLER       PIC X(10) VALUE "HENRIQUE".
           03 FILLER       PIC X(10) VALUE "ISABELA".
           03 FILLER       PIC X(10) VALUE "JOAO".
           03 FILLER       PIC X(10) VALUE "KARINA".
           03 FILLER       PIC X(10) VALUE "LUCAS".
           03 FILLER       PIC X(10) VALUE "MARIANA".
           03 FILLER       PIC X(10) VALUE "NICOLAS".
           03 FILLER       PIC X(10) VALUE "OLIVIA".
           03 FILLER       PIC X(10) VALUE "PEDRO".
           03 FILLER       PIC X(10) VALUE "RAFAELA".
           03 FILLER       PIC X(10) VALUE "SAMUEL".
           03 FILLER       PIC X(10) VALUE "TATIANA".
           03 FILLER       PIC X(10) VALUE "VITOR".
       01 TABPRENOME-R REDEFINES TABPRENOME.
           03 W-PRENOME    PIC X(10) OCCURS 20 TIMES.
       01 TABSOBRENOME.
           03 FILLER       PIC X(10) VALUE "SILVA".
           03 FILLER       PIC X(10) VALUE "SANTOS".
           03 FILLER       PIC X(10) VALUE "OLIVEIRA".
           03 FILLER       PIC X(10) VALUE "SOUZA".
           03 FILLER       PIC X(10) VALUE "LIMA".
           03 FILLER       PIC X(10) VALUE "PEREIRA".
           03 FILLER       PIC X(10) VALUE "COSTA".
           03 FILLER       PIC X(10) VALUE "FERREIRA".
           03 FILLER       PIC X(10) VALUE "ALMEIDA".
           03 FILLER       PIC X(10) VALUE "RIBEIRO".
           03 FILLER       PIC X(10) VALUE "CARVALHO".
           03 FILLER       PIC X(10) VALUE "GOMES".
           03 FILLER       PIC X(10) VALUE "MARTINS".
           03 FILLER       PIC X(10) VALUE "ARAUJO".
           03 FILLER       PIC X(10) VALUE "ROCHA".
           03 FILLER       PIC X(10) VALUE "BARBOSA".
           03 FILLER       PIC X(10) VALUE "MOREIRA".
           03 FILLER       PIC X(10) VALUE "CARDOSO".
           03 FILLER       PIC X(10) VALUE "TEIXEIRA".
           03 FILLER       PIC X(10) VALUE "MENDES".
       01 TABSOBRENOME-R REDEFINES TABSOBRENOME.
           03 W-SOBRENOME  PIC X(10) OCCURS 20 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "BASE DE TREINAMENTO EM " W-DIR-TREINO
           PERFORM MASCARAR-CLIENTES THRU MASCARAR-CLIENTES-FIM
           PERFORM MASCARAR-CLIPJ THRU MASCARAR-CLIPJ-FIM
           PERFORM MASCARAR-ESTRG THRU MASCARAR-ESTRG-FIM
           PERFORM MASCARAR-CONDU THRU MASCARAR-CONDU-FIM
           PERFORM MASCARAR-FUNC THRU MASCARAR-FUNC-FIM
           PERFORM ABRIR-CLIPJ THRU ABRIR-CLIPJ-FIM
           PERFORM MASCARAR-LOC THRU MASCARAR-LOC-FIM
           PERFORM MASCARAR-PAG THRU MASCARAR-PAG-FIM
           PERFORM MASCARAR-COB THRU MASCARAR-COB-FIM
           IF W-PJ-ABERTO = "S"
              CLOSE CADCLIPJ.
           PERFORM COPIAR-BIKE THRU COPIAR-BIKE-FIM
           PERFORM COPIAR-MANUT THRU COPIAR-MANUT-FIM
           PERFORM COPIAR-DEPT THRU COPIAR-DEPT-FIM
           PERFORM COPIAR-CEPS THRU COPIAR-CEPS-FIM
           PERFORM COPIAR-OPER THRU COPIAR-OPER-FIM
           PERFORM COPIAR-PARAM THRU COPIAR-PARAM-FIM
           DISPLAY "ARQUIVOS GERADOS...: " W-CONT-ARQS
           DISPLAY "ARQUIVOS PULADOS...: " W-CONT-PULADOS
           IF W-HOUVE-FALHA = "S"
              DISPLAY "*** BASE DE TREINAMENTO INCOMPLETA ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * NOME DO ARQUIVO NA BASE DE TREINAMENTO: DIRETORIO + NOME
       MONTAR-SAIDA.
           MOVE SPACES TO W-ARQ-TREINO
           STRING W-DIR-TREINO DELIMITED BY SPACE
                  W-ARQ-NOME DELIMITED BY SPACE
                  INTO W-ARQ-TREINO.
       MONTAR-SAIDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CADASTROS COM DADO PESSOAL: CADA REGISTRO E MASCARADO NA
      * PROPRIA AREA DE LEITURA E GRAVADO NA BASE DE TREINAMENTO
      *-----------------------------------------------------------------
       MASCARAR-CLIENTES.
           MOVE "CADCLIENTES.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT CLIENTES
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO MASCARAR-CLIENTES-FIM.
           OPEN OUTPUT TCLIENTES
           IF ST-ERRO-TRN NOT = "00"
              CLOSE CLIENTES
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO MASCARAR-CLIENTES-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       MASCARAR-CLIENTES-LER.
           READ CLIENTES NEXT RECORD
               AT END GO TO MASCARAR-CLIENTES-FECHA.
           MOVE CPF TO W-CPF-REAL
           PERFORM MASCARAR-CPF THRU MASCARAR-CPF-FIM
           MOVE W-CPF-FALSO TO CPF
           PERFORM GERAR-PESSOA THRU GERAR-PESSOA-FIM
           MOVE W-NOME-FALSO TO NOME
           IF DIA > ZEROS
              MOVE W-DIA-FALSO TO DIA.
           IF RG NOT = SPACES
              MOVE W-RG-NUM TO RG.
           IF ENDNUM > ZEROS
              MOVE W-NUM-FALSO TO ENDNUM.
           MOVE SPACES TO COMPLEMENTO
           IF EMAIL NOT = SPACES
              MOVE W-EMAIL-FALSO TO EMAIL.
           IF TELNUM > ZEROS
              MOVE W-TEL-FALSO TO TELNUM.
           IF CPF-RESPONSAVEL > ZEROS
              MOVE CPF-RESPONSAVEL TO W-CPF-REAL
              PERFORM MASCARAR-CPF THRU MASCARAR-CPF-FIM
              MOVE W-CPF-FALSO TO CPF-RESPONSAVEL.
           WRITE REG-TCLIENTES FROM REGCLIENTES
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO MASCARAR-CLIENTES-LER.
       MASCARAR-CLIENTES-FECHA.
           CLOSE CLIENTES
           CLOSE TCLIENTES
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       MASCARAR-CLIENTES-FIM.
           EXIT.

      * EMPRESA: SO A PESSOA DE CONTATO E MASCARADA, A PARTIR DOS 9
      * PRIMEIROS DIGITOS DO CNPJ
       MASCARAR-CLIPJ.
           MOVE "CADCLIPJ.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ NOT = "00"
              MOVE "00" TO ST-ERRO-PJ
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO MASCARAR-CLIPJ-FIM.
           OPEN OUTPUT TCLIPJ
           IF ST-ERRO-TRN NOT = "00"
              CLOSE CADCLIPJ
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO MASCARAR-CLIPJ-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       MASCARAR-CLIPJ-LER.
           READ CADCLIPJ NEXT RECORD
               AT END GO TO MASCARAR-CLIPJ-FECHA.
           COMPUTE W-BASE-REAL = CNPJ / 100000
           PERFORM EMBARALHAR-BASE THRU EMBARALHAR-BASE-FIM
           PERFORM GERAR-PESSOA THRU GERAR-PESSOA-FIM
           IF CONTATO NOT = SPACES
              MOVE W-NOME-FALSO TO CONTATO.
           IF EMAIL-PJ NOT = SPACES
              MOVE W-EMAIL-FALSO TO EMAIL-PJ.
           IF TELNUM-PJ > ZEROS
              MOVE W-TEL-FALSO TO TELNUM-PJ.
           WRITE REG-TCLIPJ FROM REGCLIPJ
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO MASCARAR-CLIPJ-LER.
       MASCARAR-CLIPJ-FECHA.
           CLOSE CADCLIPJ
           CLOSE TCLIPJ
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       MASCARAR-CLIPJ-FIM.
           EXIT.

      * ESTRANGEIRO: A PESSOA FICTICIA SAI DA SEQUENCIA DO DOCUMENTO
      * INTERNO, QUE FICA; O PASSAPORTE (CHAVE UNICA) VIRA TRN + A
      * MESMA SEQUENCIA
       MASCARAR-ESTRG.
           MOVE "ARQESTRG.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT ARQESTRG
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO MASCARAR-ESTRG-FIM.
           OPEN OUTPUT TESTRG
           IF ST-ERRO-TRN NOT = "00"
              CLOSE ARQESTRG
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO MASCARAR-ESTRG-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       MASCARAR-ESTRG-LER.
           READ ARQESTRG NEXT RECORD
               AT END GO TO MASCARAR-ESTRG-FECHA.
           COMPUTE W-T = ESTR-DOC / 1000000000
           COMPUTE W-BASE-REAL = ESTR-DOC - (W-T * 1000000000)
           MOVE W-BASE-REAL TO W-PASS-NUM
           MOVE W-PASSAPORTE-FALSO TO ESTR-PASSAPORTE
           PERFORM EMBARALHAR-BASE THRU EMBARALHAR-BASE-FIM
           PERFORM GERAR-PESSOA THRU GERAR-PESSOA-FIM
           MOVE W-NOME-FALSO TO ESTR-NOME
           IF ESTR-DIA > ZEROS
              MOVE W-DIA-FALSO TO ESTR-DIA.
           IF ESTR-EMAIL NOT = SPACES
              MOVE W-EMAIL-FALSO TO ESTR-EMAIL.
           IF ESTR-TELNUM > ZEROS
              MOVE W-TEL-FALSO TO ESTR-TELNUM.
           WRITE REG-TESTRG FROM REGESTR
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO MASCARAR-ESTRG-LER.
       MASCARAR-ESTRG-FECHA.
           CLOSE ARQESTRG
           CLOSE TESTRG
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       MASCARAR-ESTRG-FIM.
           EXIT.

       MASCARAR-CONDU.
           MOVE "ARQCONDU.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT ARQCONDU
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO MASCARAR-CONDU-FIM.
           OPEN OUTPUT TCONDU
           IF ST-ERRO-TRN NOT = "00"
              CLOSE ARQCONDU
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO MASCARAR-CONDU-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       MASCARAR-CONDU-LER.
           READ ARQCONDU NEXT RECORD
               AT END GO TO MASCARAR-CONDU-FECHA.
           MOVE COND-CPF TO W-CPF-REAL
           PERFORM MASCARAR-CPF THRU MASCARAR-CPF-FIM
           MOVE W-CPF-FALSO TO COND-CPF
           PERFORM GERAR-PESSOA THRU GERAR-PESSOA-FIM
           MOVE W-NOME-FALSO TO COND-NOME
           WRITE REG-TCONDU FROM REGCOND
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO MASCARAR-CONDU-LER.
       MASCARAR-CONDU-FECHA.
           CLOSE ARQCONDU
           CLOSE TCONDU
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       MASCARAR-CONDU-FIM.
           EXIT.

      * FUNCIONARIO: O SALARIO VARIA DE 85% A 115% DO VERDADEIRO,
      * SEMPRE O MESMO FATOR PARA A MESMA PESSOA, E O ADIANTAMENTO
      * ACOMPANHA. SEM CPF, A PESSOA SAI DA ORDEM DE LEITURA
       MASCARAR-FUNC.
           MOVE "CADFUNC.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO MASCARAR-FUNC-FIM.
           OPEN OUTPUT TFUNC
           IF ST-ERRO-TRN NOT = "00"
              CLOSE FUNCIONARIOS
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO MASCARAR-FUNC-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       MASCARAR-FUNC-LER.
           READ FUNCIONARIOS NEXT RECORD
               AT END GO TO MASCARAR-FUNC-FECHA.
           IF FUN-CPF > ZEROS
              MOVE FUN-CPF TO W-CPF-REAL
              PERFORM MASCARAR-CPF THRU MASCARAR-CPF-FIM
              MOVE W-CPF-FALSO TO FUN-CPF
           ELSE
              COMPUTE W-BASE-REAL = W-CONT-COPIADOS + 1
              PERFORM EMBARALHAR-BASE THRU EMBARALHAR-BASE-FIM.
           PERFORM GERAR-PESSOA THRU GERAR-PESSOA-FIM
           MOVE W-NOME-FALSO TO FUN-NOME
           IF FUN-CARNUM > ZEROS
              MOVE W-NUM-FALSO TO FUN-CARNUM.
           IF FUN-DIA > ZEROS
              MOVE W-DIA-FALSO TO FUN-DIA.
           IF FUN-NUMTEL > ZEROS
              MOVE W-TEL-FALSO TO FUN-NUMTEL.
           IF FUN-EMAIL NOT = SPACES
              MOVE W-EMAIL-FALSO TO FUN-EMAIL.
           IF FUN-CONTA > ZEROS
              COMPUTE W-T = W-BASE-FALSA / 100000000
              COMPUTE FUN-CONTA = W-BASE-FALSA - (W-T * 100000000).
           COMPUTE FUN-SALARIO ROUNDED = FUN-SALARIO * W-FATOR / 100
           COMPUTE FUN-ADIANT-VALOR ROUNDED =
                   FUN-ADIANT-VALOR * W-FATOR / 100
           WRITE REG-TFUNC FROM REGFUNC
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO MASCARAR-FUNC-LER.
       MASCARAR-FUNC-FECHA.
           CLOSE FUNCIONARIOS
           CLOSE TFUNC
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       MASCARAR-FUNC-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MOVIMENTO: SO O DOCUMENTO DO CLIENTE MUDA, PELA MESMA MASCARA
      * DO CADASTRO (O CADCLIPJ DE PRODUCAO FICA ABERTO PARA SEPARAR
      * CNPJ DE CPF)
      *-----------------------------------------------------------------
       ABRIR-CLIPJ.
           MOVE "N" TO W-PJ-ABERTO
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO W-PJ-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PJ.
       ABRIR-CLIPJ-FIM.
           EXIT.

       MASCARAR-LOC.
           MOVE "ARQLOC.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT ARQLOC
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO MASCARAR-LOC-FIM.
           OPEN OUTPUT TLOC
           IF ST-ERRO-TRN NOT = "00"
              CLOSE ARQLOC
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO MASCARAR-LOC-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       MASCARAR-LOC-LER.
           READ ARQLOC NEXT RECORD
               AT END GO TO MASCARAR-LOC-FECHA.
           MOVE LOC-CPF TO W-PARTE
           PERFORM MASCARAR-PARTE THRU MASCARAR-PARTE-FIM
           MOVE W-PARTE TO LOC-CPF
           IF LOC-CONDUTOR > ZEROS
              MOVE LOC-CONDUTOR TO W-CPF-REAL
              PERFORM MASCARAR-CPF THRU MASCARAR-CPF-FIM
              MOVE W-CPF-FALSO TO LOC-CONDUTOR.
           WRITE REG-TLOC FROM REGLOC
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO MASCARAR-LOC-LER.
       MASCARAR-LOC-FECHA.
           CLOSE ARQLOC
           CLOSE TLOC
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       MASCARAR-LOC-FIM.
           EXIT.

       MASCARAR-PAG.
           MOVE "ARQPAG.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT ARQPAG
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO MASCARAR-PAG-FIM.
           OPEN OUTPUT TPAG
           IF ST-ERRO-TRN NOT = "00"
              CLOSE ARQPAG
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO MASCARAR-PAG-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       MASCARAR-PAG-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO MASCARAR-PAG-FECHA.
           MOVE PAG-REF-CPF TO W-PARTE
           PERFORM MASCARAR-PARTE THRU MASCARAR-PARTE-FIM
           MOVE W-PARTE TO PAG-REF-CPF
           WRITE REG-TPAG FROM REGPAG
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO MASCARAR-PAG-LER.
       MASCARAR-PAG-FECHA.
           CLOSE ARQPAG
           CLOSE TPAG
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       MASCARAR-PAG-FIM.
           EXIT.

       MASCARAR-COB.
           MOVE "ARQCOB.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT ARQCOB
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO MASCARAR-COB-FIM.
           OPEN OUTPUT TCOB
           IF ST-ERRO-TRN NOT = "00"
              CLOSE ARQCOB
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO MASCARAR-COB-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       MASCARAR-COB-LER.
           READ ARQCOB NEXT RECORD
               AT END GO TO MASCARAR-COB-FECHA.
           MOVE COB-CPF TO W-PARTE
           PERFORM MASCARAR-PARTE THRU MASCARAR-PARTE-FIM
           MOVE W-PARTE TO COB-CPF
           WRITE REG-TCOB FROM REGCOB
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO MASCARAR-COB-LER.
       MASCARAR-COB-FECHA.
           CLOSE ARQCOB
           CLOSE TCOB
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       MASCARAR-COB-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ARQUIVOS SEM DADO PESSOAL: COPIA DIRETA
      *-----------------------------------------------------------------
       COPIAR-BIKE.
           MOVE "ARQBIKE.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT ARQBIKE
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO COPIAR-BIKE-FIM.
           OPEN OUTPUT TBIKE
           IF ST-ERRO-TRN NOT = "00"
              CLOSE ARQBIKE
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO COPIAR-BIKE-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       COPIAR-BIKE-LER.
           READ ARQBIKE NEXT RECORD
               AT END GO TO COPIAR-BIKE-FECHA.
           WRITE REG-TBIKE FROM REGBIKE
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO COPIAR-BIKE-LER.
       COPIAR-BIKE-FECHA.
           CLOSE ARQBIKE
           CLOSE TBIKE
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       COPIAR-BIKE-FIM.
           EXIT.

       COPIAR-MANUT.
           MOVE "ARQMANUT.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT ARQMANUT
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO COPIAR-MANUT-FIM.
           OPEN OUTPUT TMANUT
           IF ST-ERRO-TRN NOT = "00"
              CLOSE ARQMANUT
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO COPIAR-MANUT-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       COPIAR-MANUT-LER.
           READ ARQMANUT NEXT RECORD
               AT END GO TO COPIAR-MANUT-FECHA.
           WRITE REG-TMANUT FROM REGMANUT
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO COPIAR-MANUT-LER.
       COPIAR-MANUT-FECHA.
           CLOSE ARQMANUT
           CLOSE TMANUT
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       COPIAR-MANUT-FIM.
           EXIT.

       COPIAR-DEPT.
           MOVE "CAD-DEPT.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT DEPARTAMENTOS
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO COPIAR-DEPT-FIM.
           OPEN OUTPUT TDEPT
           IF ST-ERRO-TRN NOT = "00"
              CLOSE DEPARTAMENTOS
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO COPIAR-DEPT-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       COPIAR-DEPT-LER.
           READ DEPARTAMENTOS NEXT RECORD
               AT END GO TO COPIAR-DEPT-FECHA.
           WRITE REG-TDEPT FROM REGDEPT
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO COPIAR-DEPT-LER.
       COPIAR-DEPT-FECHA.
           CLOSE DEPARTAMENTOS
           CLOSE TDEPT
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       COPIAR-DEPT-FIM.
           EXIT.

       COPIAR-CEPS.
           MOVE "CADCEPS.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT CEPS
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO COPIAR-CEPS-FIM.
           OPEN OUTPUT TCEPS
           IF ST-ERRO-TRN NOT = "00"
              CLOSE CEPS
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO COPIAR-CEPS-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       COPIAR-CEPS-LER.
           READ CEPS NEXT RECORD
               AT END GO TO COPIAR-CEPS-FECHA.
           WRITE REG-TCEPS FROM REGCEPS
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO COPIAR-CEPS-LER.
       COPIAR-CEPS-FECHA.
           CLOSE CEPS
           CLOSE TCEPS
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       COPIAR-CEPS-FIM.
           EXIT.

       COPIAR-OPER.
           MOVE "ARQOPER.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN INPUT OPERADORES
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO COPIAR-OPER-FIM.
           OPEN OUTPUT TOPER
           IF ST-ERRO-TRN NOT = "00"
              CLOSE OPERADORES
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO COPIAR-OPER-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS.
       COPIAR-OPER-LER.
           READ OPERADORES NEXT RECORD
               AT END GO TO COPIAR-OPER-FECHA.
           WRITE REG-TOPER FROM REGOPER
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO COPIAR-OPER-LER.
       COPIAR-OPER-FECHA.
           CLOSE OPERADORES
           CLOSE TOPER
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       COPIAR-OPER-FIM.
           EXIT.

      * PARAMETROS: COPIA DIRETA MAIS A MARCA AMBIENTE-TRN, GRAVADA
      * MESMO QUANDO A PRODUCAO AINDA NAO TEM ARQPARAM
       COPIAR-PARAM.
           MOVE "ARQPARAM.DAT" TO W-ARQ-NOME
           PERFORM MONTAR-SAIDA THRU MONTAR-SAIDA-FIM
           OPEN OUTPUT TPARAM
           IF ST-ERRO-TRN NOT = "00"
              PERFORM FALHAR-SAIDA THRU FALHAR-SAIDA-FIM
              GO TO COPIAR-PARAM-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS W-CONT-RECUSADOS
           OPEN INPUT ARQPARAM
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO COPIAR-PARAM-MARCA.
       COPIAR-PARAM-LER.
           READ ARQPARAM NEXT RECORD
               AT END GO TO COPIAR-PARAM-FECHA.
           IF PARAM-CODIGO = "AMBIENTE-TRN"
              GO TO COPIAR-PARAM-LER.
           WRITE REG-TPARAM FROM REGPARAM
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           GO TO COPIAR-PARAM-LER.
       COPIAR-PARAM-FECHA.
           CLOSE ARQPARAM.
       COPIAR-PARAM-MARCA.
           MOVE "AMBIENTE-TRN"                   TO TPA-CODIGO
           MOVE "BASE DE TREINAMENTO MASCARADA" TO TPA-DESCRICAO
           MOVE 1          TO TPA-VALOR
           MOVE W-HOJE     TO TPA-DATA-ALT
           MOVE "TREINO01" TO TPA-OPERADOR
           WRITE REG-TPARAM
           PERFORM CONFERIR-GRAVACAO THRU CONFERIR-GRAVACAO-FIM
           CLOSE TPARAM
           PERFORM FECHAR-ARQUIVO THRU FECHAR-ARQUIVO-FIM.
       COPIAR-PARAM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MASCARA
      *-----------------------------------------------------------------
      * CPF: BASE EMBARALHADA + DIGITOS VERIFICADORES (MODULO 11, COMO
      * NO VALIDA-CPF DO CADCLI). CPF ZERADO CONTINUA ZERADO
       MASCARAR-CPF.
           MOVE ZEROS TO W-CPF-FALSO
           IF W-CPF-REAL = ZEROS
              GO TO MASCARAR-CPF-FIM.
           COMPUTE W-BASE-REAL = W-CPF-REAL / 100
           PERFORM EMBARALHAR-BASE THRU EMBARALHAR-BASE-FIM
           COMPUTE W-CPF-NUM = W-BASE-FALSA * 100
           MOVE 1   TO W-CPF-IND
           MOVE 0   TO W-CPF-SOMA
           MOVE 10  TO W-CPF-PESO.
       MASCARAR-CPF-SOMA1.
           COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                   (W-CPF-D(W-CPF-IND) * W-CPF-PESO)
           SUBTRACT 1 FROM W-CPF-PESO
           ADD 1 TO W-CPF-IND
           IF W-CPF-IND < 10
              GO TO MASCARAR-CPF-SOMA1.
           COMPUTE W-CPF-RESTO = (W-CPF-SOMA * 10) -
                   ((W-CPF-SOMA * 10 / 11) * 11)
           IF W-CPF-RESTO > 9
              MOVE 0 TO W-CPF-D(10)
           ELSE
              MOVE W-CPF-RESTO TO W-CPF-D(10).
           MOVE 1  TO W-CPF-IND
           MOVE 0  TO W-CPF-SOMA
           MOVE 11 TO W-CPF-PESO.
       MASCARAR-CPF-SOMA2.
           COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                   (W-CPF-D(W-CPF-IND) * W-CPF-PESO)
           SUBTRACT 1 FROM W-CPF-PESO
           ADD 1 TO W-CPF-IND
           IF W-CPF-IND < 11
              GO TO MASCARAR-CPF-SOMA2.
           COMPUTE W-CPF-RESTO = (W-CPF-SOMA * 10) -
                   ((W-CPF-SOMA * 10 / 11) * 11)
           IF W-CPF-RESTO > 9
              MOVE 0 TO W-CPF-D(11)
           ELSE
              MOVE W-CPF-RESTO TO W-CPF-D(11).
           MOVE W-CPF-NUM TO W-CPF-FALSO.
       MASCARAR-CPF-FIM.
           EXIT.

      * (BASE * 7 + 135792468) MODULO 10**9: 7 NAO DIVIDE 10**9, ENTAO
      * DUAS BASES DIFERENTES NUNCA DAO A MESMA BASE MASCARADA
       EMBARALHAR-BASE.
           COMPUTE W-WORK = (W-BASE-REAL * 7) + 135792468
           COMPUTE W-T = W-WORK / 1000000000
           COMPUTE W-BASE-FALSA = W-WORK - (W-T * 1000000000).
       EMBARALHAR-BASE-FIM.
           EXIT.

      * DOCUMENTO DE 14 DIGITOS DO MOVIMENTO: SO O CPF DE CLIENTE
      * (ATE 11 DIGITOS E NAO CADASTRADO COMO CNPJ) E MASCARADO
       MASCARAR-PARTE.
           IF W-PARTE = ZEROS OR W-PARTE > 99999999999
              GO TO MASCARAR-PARTE-FIM.
           IF W-PJ-ABERTO = "S"
              MOVE W-PARTE TO CNPJ
              READ CADCLIPJ
              IF ST-ERRO-PJ = "00"
                 GO TO MASCARAR-PARTE-FIM
              ELSE
                 MOVE "00" TO ST-ERRO-PJ.
           MOVE W-PARTE TO W-CPF-REAL
           PERFORM MASCARAR-CPF THRU MASCARAR-CPF-FIM
           MOVE W-CPF-FALSO TO W-PARTE.
       MASCARAR-PARTE-FIM.
           EXIT.

      * PESSOA FICTICIA DA BASE MASCARADA: NOME (PRENOME + DOIS
      * SOBRENOMES DAS TABELAS), RG, EMAIL, TELEFONE, DIA DO
      * NASCIMENTO (1 A 28, VALE EM QUALQUER MES), NUMERO E FATOR
      * DO SALARIO
       GERAR-PESSOA.
           COMPUTE W-T  = W-BASE-FALSA / 20
           COMPUTE W-I1 = W-BASE-FALSA - (W-T * 20) + 1
           MOVE W-T TO W-R
           COMPUTE W-T  = W-R / 20
           COMPUTE W-I2 = W-R - (W-T * 20) + 1
           MOVE W-T TO W-R
           COMPUTE W-T  = W-R / 20
           COMPUTE W-I3 = W-R - (W-T * 20) + 1
           MOVE SPACES TO W-NOME-FALSO
           STRING W-PRENOME (W-I1)   DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  W-SOBRENOME (W-I2) DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  W-SOBRENOME (W-I3) DELIMITED BY SPACE
                  INTO W-NOME-FALSO
           COMPUTE W-WORK = (W-BASE-FALSA * 3) + 246813579
           COMPUTE W-T = W-WORK / 1000000000
           COMPUTE W-RG-NUM = W-WORK - (W-T * 1000000000)
           MOVE SPACES TO W-EMAIL-FALSO
           STRING "treino"         DELIMITED BY SIZE
                  W-BASE-FALSA     DELIMITED BY SIZE
                  "@exemplo.com.br" DELIMITED BY SIZE
                  INTO W-EMAIL-FALSO
           COMPUTE W-T = W-BASE-FALSA / 100000000
           COMPUTE W-TEL-FALSO =
                   900000000 + W-BASE-FALSA - (W-T * 100000000)
           COMPUTE W-T = W-BASE-FALSA / 28
           COMPUTE W-DIA-FALSO = W-BASE-FALSA - (W-T * 28) + 1
           COMPUTE W-T = W-BASE-FALSA / 999
           COMPUTE W-NUM-FALSO = W-BASE-FALSA - (W-T * 999) + 1
           COMPUTE W-T = W-BASE-FALSA / 31
           COMPUTE W-FATOR = W-BASE-FALSA - (W-T * 31) + 85.
       GERAR-PESSOA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONTROLE DA COPIA
      *-----------------------------------------------------------------
       CONFERIR-GRAVACAO.
           IF ST-ERRO-TRN = "00" OR "02"
              ADD 1 TO W-CONT-COPIADOS
           ELSE
              ADD 1 TO W-CONT-RECUSADOS
              MOVE "00" TO ST-ERRO-TRN.
       CONFERIR-GRAVACAO-FIM.
           EXIT.

       FECHAR-ARQUIVO.
           ADD 1 TO W-CONT-ARQS
           DISPLAY W-ARQ-TREINO " OK: " W-CONT-COPIADOS
           IF W-CONT-RECUSADOS > ZEROS
              DISPLAY W-ARQ-TREINO " REGISTROS RECUSADOS: "
                      W-CONT-RECUSADOS
              MOVE "S" TO W-HOUVE-FALHA.
       FECHAR-ARQUIVO-FIM.
           EXIT.

       FALHAR-SAIDA.
           DISPLAY "*** ERRO NA CRIACAO DE " W-ARQ-TREINO " ***"
           MOVE "00" TO ST-ERRO ST-ERRO-TRN
           MOVE "S" TO W-HOUVE-FALHA.
       FALHAR-SAIDA-FIM.
           EXIT.

       PULAR-ARQUIVO.
           ADD 1 TO W-CONT-PULADOS
           DISPLAY "ARQUIVO AUSENTE, NAO COPIADO: " W-ARQ-NOME
           MOVE "00" TO ST-ERRO.
       PULAR-ARQUIVO-FIM.
           EXIT.
