       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUAL001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * PLACAR MENSAL DE QUALIDADE DOS CADASTROS          *
      **************************************************
      * AS FALHAS DE CADASTRO SO APARECIAM POR ACASO: CLIENTE SEM
      * EMAIL, CEP NUNCA GEOCODIFICADO, FUNCIONARIO SEM PIS, BIKE
      * COM DATACOMPRA ZERADA, ALUNO SEM TELEFONE DO RESPONSAVEL.
      * ESTE PASSO MENSAL DO JOB002 PASSA UM CONJUNTO DE REGRAS DE
      * PREENCHIMENTO E DE VALIDADE EM OITO CADASTROS, NA
      * COMPETENCIA (CTRLCMP.DAT, COPY COMPVAL.; SEM O CONTROLE, O
      * MES DA DATA DO DIA), COM AS MESMAS VALIDACOES DAS TELAS:
      * CPF, CNPJ, EMAIL E DDD PELO COPY DOCVAL./DOCVALP. (AS DO
      * CADCLI) E DATA PELO COPY DATAVAL./DATAVALP. -- DATA
      * INVALIDA TAMBEM E DIA OU MES ZERADO, ANO ANTES DE 1900 OU
      * DATA DEPOIS DE HOJE.
      *   CADCLIENTES  CL01 A CL08: CPF, EMAIL EM BRANCO, EMAIL MAL
      *                FORMADO, DDD, TELEFONE, NASCIMENTO, CEP
      *                ZERADO OU AUSENTE DO CADCEPS E RG;
      *   CADCLIPJ     PJ01 A PJ06: CNPJ, RAZAO SOCIAL, CONTATO,
      *                EMAIL EM BRANCO, EMAIL MAL FORMADO E DDD;
      *   CADCEPS      CE01 A CE03: CEP NAO GEOCODIFICADO (MESMO
      *                CRITERIO DO GEO001), LOGRADOURO/CIDADE E UF;
      *                CEP INATIVO NAO E AVALIADO;
      *   CADFUNC      FU01 A FU07: CPF, CARTEIRA DE TRABALHO/PIS,
      *                NASCIMENTO, ADMISSAO, DDD, EMAIL E DADOS
      *                BANCARIOS; FUNCIONARIO DESLIGADO ("D") NAO E
      *                AVALIADO;
      *   ARQBIKE      BK01 A BK04: DATACOMPRA, VALOR DE COMPRA,
      *                MARCA/MODELO E FILIAL; BIKE BAIXADA ("B") NAO
      *                E AVALIADA;
      *   ARQALUNO     AL01 A AL06: RESPONSAVEL, TELEFONE DO
      *                RESPONSAVEL, DDD, NASCIMENTO, EMAIL E CEP;
      *                ALUNO INATIVO ("I") NAO E AVALIADO;
      *   CADAMIGO     AM01 A AM03: EMAIL, DDD E NASCIMENTO;
      *   ARQPECA      PC01 A PC04: DESCRICAO, CUSTO UNITARIO,
      *                ESTOQUE MINIMO E FORNECEDOR (PECA-ULT-FORN).
      * A LISTA COMPLETA DAS REGRAS ESTA NA TABELA TAB-REGRAS-VAL.
      * CADASTRO AUSENTE NAO DERRUBA O PASSO: SAI NO PLACAR COMO
      * "NAO DISPONIVEL" E NAO GRAVA HISTORICO.
      * SAIDAS:
      *   QUAL001.TXT  PLACAR IMPRESSO, CATALOGADO: POR CADASTRO,
      *                REGISTROS LIDOS, REGISTROS COM ALGUMA FALHA
      *                (REGRA xx00) E, POR REGRA, FALHAS, PERCENTUAL
      *                SOBRE OS LIDOS, PERCENTUAL DO MES ANTERIOR E A
      *                VARIACAO EM PONTOS (+ = PIOROU);
      *   ARQQUAL.DAT  HISTORICO DO PLACAR, INDEXADO POR COMPETENCIA
      *                E REGRA (LIDOS E FALHAS). E DELE QUE SAI O MES
      *                ANTERIOR; A REEXECUCAO NA MESMA COMPETENCIA
      *                REGRAVA OS REGISTROS DO MES;
      *   QUALDET.TXT  UMA LINHA POR FALHA PARA A EQUIPE DE
      *                SANEAMENTO, TEXTO DELIMITADO POR ";":
      *     ARQUIVO;CHAVE;NOME;REGRA;DESCRICAO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRLCMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CMP.

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT CADCLIPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT CEPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO-CEP.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-BIK.

           SELECT ARQALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALUNO-RA
                    FILE STATUS  IS ST-ERRO-ALU.

           SELECT AMIGOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AMG-APELIDO
                    ALTERNATE RECORD KEY IS AMG-NOME
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-AMG.

           SELECT ARQPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PECA-CODIGO
                    FILE STATUS  IS ST-ERRO-PEC.

           SELECT ARQQUAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-QUA
                    FILE STATUS  IS ST-ERRO-QUA.

           SELECT QUALDET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DET.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD CTRLCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCMP.DAT".
       01 REGCMP.
                03 CMP-COMPET           PIC 9(06).

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
                   88 CEP-ATIVO              VALUE "A".
                   88 CEP-INATIVO            VALUE "I".

       FD FUNCIONARIOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
            03 FUN-CODIGO       PIC X(12).
            03 FUN-NOME         PIC X(35).
            03 FUN-CARTRAB.
                05 FUN-CARNUM   PIC 9(05).
                05 FUN-CARSERIE PIC 9(03).
                05 FILLER       PIC X(22).
            03 FUN-CPF          PIC 9(11).
            03 FUN-DATANASC.
                05 FUN-DIA      PIC 9(02).
                05 FUN-MES      PIC 9(02).
                05 FUN-ANO      PIC 9(04).
            03 FUN-TELEFONE.
                05 FUN-DDD      PIC 9(02).
                05 FUN-NUMTEL   PIC 9(09).
            03 FUN-EMAIL        PIC X(30).
            03 FILLER           PIC X(61).
            03 FUN-SITUACAO     PIC X(01).
            03 FILLER           PIC X(10).
            03 FUN-SALARIO      PIC 9(07)V99.
            03 FUN-ADMISSAO     PIC 9(08).
            03 FUN-TIPO-CONTR   PIC X(01).
            03 FUN-BANCO        PIC 9(03).
            03 FUN-AGENCIA      PIC 9(04).
            03 FUN-CONTA        PIC 9(08).
            03 FILLER           PIC X(01).
            03 FUN-ADIANT-PERC  PIC 9(03)V99.
            03 FUN-ADIANT-VALOR PIC 9(07)V99.

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

       FD AMIGOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
            03 AMG-APELIDO      PIC X(15).
            03 AMG-NOME         PIC X(30).
            03 AMG-EMAIL        PIC X(30).
            03 AMG-TELEFONE.
                05 AMG-DDD      PIC 9(02).
                05 AMG-NUMERO   PIC 9(09).
            03 AMG-DATANASC.
                05 AMG-DIA      PIC 9(02).
                05 AMG-MES      PIC 9(02).
                05 AMG-ANO      PIC 9(04).
            03 FILLER           PIC X(42).

       FD ARQPECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPECA.DAT".
       01 REGPECA.
                03 PECA-CODIGO          PIC X(8).
                03 PECA-DESCRICAO       PIC X(30).
                03 PECA-QTD-ESTOQUE     PIC 9(5).
                03 PECA-CUSTO-UNIT      PIC 9(6)V99.
                03 PECA-ESTOQUE-MIN     PIC 9(5).
                03 PECA-GARANTIA-DIAS   PIC 9(3).
                03 PECA-ULT-RECEB       PIC 9(8).
                03 PECA-ULT-PEDIDO      PIC 9(6).
                03 PECA-ULT-FORN        PIC 9(14).

      * HISTORICO DO PLACAR: UM REGISTRO POR COMPETENCIA E REGRA
      * (xx00 = REGISTROS DO CADASTRO COM ALGUMA FALHA). DATA EM
      * DDMMAAAA, COMO NOS DEMAIS CADASTROS
       FD ARQQUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQQUAL.DAT".
       01 REGQUAL.
                03 CHAVE-QUA.
                   05 QUA-COMPET        PIC 9(06).
                   05 QUA-REGRA         PIC X(04).
                03 QUA-LIDOS            PIC 9(07).
                03 QUA-FALHAS           PIC 9(07).
                03 QUA-DATA             PIC 9(08).

       FD QUALDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUALDET.TXT".
       01 LINHA-DET                    PIC X(120).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUAL001.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       COPY DATAVAL.
       COPY DOCVAL.
       77 ST-ERRO-CLI      PIC X(02) VALUE "00".
       77 ST-ERRO-PJ       PIC X(02) VALUE "00".
       77 ST-ERRO-CEP      PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-BIK      PIC X(02) VALUE "00".
       77 ST-ERRO-ALU      PIC X(02) VALUE "00".
       77 ST-ERRO-AMG      PIC X(02) VALUE "00".
       77 ST-ERRO-PEC      PIC X(02) VALUE "00".
       77 ST-ERRO-QUA      PIC X(02) VALUE "00".
       77 ST-ERRO-DET      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-COMPET         PIC 9(06) VALUE ZEROS.
       77 W-COMPET-ANT     PIC 9(06) VALUE ZEROS.
       77 W-HOJE-AMD       PIC 9(08) VALUE ZEROS.
       77 W-ARQ            PIC 9(02) COMP VALUE ZEROS.
       77 W-REGRA          PIC 9(02) COMP VALUE ZEROS.
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-REG-FALHOU     PIC X(01) VALUE "N".
       77 W-DATA-OK        PIC X(01) VALUE "S".
       77 W-CEP-OK         PIC X(01) VALUE "S".
       77 W-CEP-BUSCA      PIC 9(08) VALUE ZEROS.
       77 W-CHAVE          PIC X(20) VALUE SPACES.
       77 W-NOME           PIC X(35) VALUE SPACES.
       77 W-PERC           PIC 9(03)V9 VALUE ZEROS.
       77 W-PERC-ANT       PIC 9(03)V9 VALUE ZEROS.
       77 W-VARIAC         PIC S9(03)V9 VALUE ZEROS.
       77 W-LIDOS          PIC 9(07) VALUE ZEROS.
       77 W-FALHAS         PIC 9(07) VALUE ZEROS.
       77 W-ANT-ACHOU      PIC X(01) VALUE "N".
       77 W-ANT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-ANT-FALHAS     PIC 9(07) VALUE ZEROS.
       77 W-TOT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-TOT-FALHAS     PIC 9(07) VALUE ZEROS.
       77 W-TOT-ANT-LIDOS  PIC 9(07) VALUE ZEROS.
       77 W-TOT-ANT-FALHAS PIC 9(07) VALUE ZEROS.
       77 W-TOT-ANT-ACHOU  PIC X(01) VALUE "N".
       77 W-CONT-DET       PIC 9(07) VALUE ZEROS.
       77 W-CONT-HIST      PIC 9(03) VALUE ZEROS.

       COPY RELPAG.

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
       01 W-CMP.
          03 W-CMP-AAAA     PIC 9(04).
          03 W-CMP-MM       PIC 9(02).
       01 W-CMP-NUM REDEFINES W-CMP    PIC 9(06).

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

      * CADASTROS AVALIADOS, NA ORDEM DO PLACAR: NOME DO ARQUIVO E
      * PREFIXO DAS REGRAS (A REGRA xx00 E A DOS REGISTROS COM
      * ALGUMA FALHA)
       01 TAB-ARQS-VAL.
           03 FILLER       PIC X(14) VALUE "CADCLIENTES CL".
           03 FILLER       PIC X(14) VALUE "CADCLIPJ    PJ".
           03 FILLER       PIC X(14) VALUE "CADCEPS     CE".
           03 FILLER       PIC X(14) VALUE "CADFUNC     FU".
           03 FILLER       PIC X(14) VALUE "ARQBIKE     BK".
           03 FILLER       PIC X(14) VALUE "ARQALUNO    AL".
           03 FILLER       PIC X(14) VALUE "CADAMIGO    AM".
           03 FILLER       PIC X(14) VALUE "ARQPECA     PC".
       01 TAB-ARQS-VAL-R REDEFINES TAB-ARQS-VAL.
           03 AQV-ENT OCCURS 8 TIMES.
              05 AQV-NOME  PIC X(12).
              05 AQV-COD   PIC X(02).

       01 TAB-ARQS.
           03 AQ-ENT OCCURS 8 TIMES.
              05 AQ-ABERTO     PIC X(01).
              05 AQ-LIDOS      PIC 9(07).
              05 AQ-FALHAS     PIC 9(07).
              05 AQ-ANT-ACHOU  PIC X(01).
              05 AQ-ANT-LIDOS  PIC 9(07).
              05 AQ-ANT-FALHAS PIC 9(07).

      * REGRAS DO PLACAR: CADASTRO (POSICAO EM TAB-ARQS-VAL), CODIGO
      * E DESCRICAO. A POSICAO DA REGRA NESTA TABELA E O NUMERO QUE
      * OS PARAGRAFOS AVALIAR-xxx MOVEM PARA W-REGRA; REGRA NOVA
      * ENTRA NO FIM DO BLOCO DO SEU CADASTRO, RENUMERANDO AS
      * SEGUINTES
       01 TAB-REGRAS-VAL.
           03 FILLER PIC X(38) VALUE
              "1CL01CPF COM DIGITO INVALIDO".
           03 FILLER PIC X(38) VALUE
              "1CL02EMAIL EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "1CL03EMAIL MAL FORMADO".
           03 FILLER PIC X(38) VALUE
              "1CL04DDD INEXISTENTE".
           03 FILLER PIC X(38) VALUE
              "1CL05TELEFONE NAO INFORMADO".
           03 FILLER PIC X(38) VALUE
              "1CL06DATA DE NASCIMENTO INVALIDA".
           03 FILLER PIC X(38) VALUE
              "1CL07CEP ZERADO OU FORA DO CADCEPS".
           03 FILLER PIC X(38) VALUE
              "1CL08RG EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "2PJ01CNPJ COM DIGITO INVALIDO".
           03 FILLER PIC X(38) VALUE
              "2PJ02RAZAO SOCIAL EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "2PJ03CONTATO EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "2PJ04EMAIL EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "2PJ05EMAIL MAL FORMADO".
           03 FILLER PIC X(38) VALUE
              "2PJ06DDD INEXISTENTE".
           03 FILLER PIC X(38) VALUE
              "3CE01CEP NAO GEOCODIFICADO".
           03 FILLER PIC X(38) VALUE
              "3CE02LOGRADOURO OU CIDADE EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "3CE03UF EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "4FU01CPF COM DIGITO INVALIDO".
           03 FILLER PIC X(38) VALUE
              "4FU02SEM CARTEIRA DE TRABALHO/PIS".
           03 FILLER PIC X(38) VALUE
              "4FU03DATA DE NASCIMENTO INVALIDA".
           03 FILLER PIC X(38) VALUE
              "4FU04DATA DE ADMISSAO INVALIDA".
           03 FILLER PIC X(38) VALUE
              "4FU05DDD INEXISTENTE".
           03 FILLER PIC X(38) VALUE
              "4FU06EMAIL EM BRANCO OU MAL FORMADO".
           03 FILLER PIC X(38) VALUE
              "4FU07SEM DADOS BANCARIOS".
           03 FILLER PIC X(38) VALUE
              "5BK01DATA DE COMPRA ZERADA/INVALIDA".
           03 FILLER PIC X(38) VALUE
              "5BK02VALOR DE COMPRA ZERADO".
           03 FILLER PIC X(38) VALUE
              "5BK03MARCA OU MODELO EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "5BK04FILIAL INEXISTENTE".
           03 FILLER PIC X(38) VALUE
              "6AL01RESPONSAVEL EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "6AL02SEM TELEFONE DO RESPONSAVEL".
           03 FILLER PIC X(38) VALUE
              "6AL03DDD INEXISTENTE".
           03 FILLER PIC X(38) VALUE
              "6AL04DATA DE NASCIMENTO INVALIDA".
           03 FILLER PIC X(38) VALUE
              "6AL05EMAIL MAL FORMADO".
           03 FILLER PIC X(38) VALUE
              "6AL06CEP ZERADO OU FORA DO CADCEPS".
           03 FILLER PIC X(38) VALUE
              "7AM01EMAIL MAL FORMADO".
           03 FILLER PIC X(38) VALUE
              "7AM02DDD INEXISTENTE".
           03 FILLER PIC X(38) VALUE
              "7AM03DATA DE NASCIMENTO INVALIDA".
           03 FILLER PIC X(38) VALUE
              "8PC01DESCRICAO EM BRANCO".
           03 FILLER PIC X(38) VALUE
              "8PC02CUSTO UNITARIO ZERADO".
           03 FILLER PIC X(38) VALUE
              "8PC03ESTOQUE MINIMO NAO DEFINIDO".
           03 FILLER PIC X(38) VALUE
              "8PC04SEM FORNECEDOR".
       01 TAB-REGRAS-VAL-R REDEFINES TAB-REGRAS-VAL.
           03 RGV-ENT OCCURS 41 TIMES.
              05 RGV-ARQ   PIC 9(01).
              05 RGV-COD   PIC X(04).
              05 RGV-DESC  PIC X(33).

       01 TAB-REGRAS.
           03 RG-ENT OCCURS 41 TIMES.
              05 RG-FALHAS     PIC 9(07).
              05 RG-ANT-ACHOU  PIC X(01).
              05 RG-ANT-LIDOS  PIC 9(07).
              05 RG-ANT-FALHAS PIC 9(07).

       01 LINHA-DET-REC.
           03 LD-ARQUIVO   PIC X(12).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-CHAVE     PIC X(20).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-NOME      PIC X(35).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-REGRA     PIC X(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-DESC      PIC X(33).

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           03 LP-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO       PIC 9(04).
           03 FILLER       PIC X(19) VALUE "   MES ANTERIOR: ".
           03 LP-MES-ANT   PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO-ANT   PIC 9(04).

       01 LINHA-ARQ.
           03 LA-NOME      PIC X(12).
           03 LA-TEXTO     PIC X(19).
           03 LA-LIDOS     PIC ZZZZ.ZZ9.
           03 LA-TEXTO-ANT PIC X(18).
           03 LA-ANT-LIDOS PIC ZZZZ.ZZ9.
           03 LA-ANT-X REDEFINES LA-ANT-LIDOS PIC X(08).

       01 LINHA-REGRA.
           03 LR-REGRA     PIC X(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-DESC      PIC X(34).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LR-FALHAS    PIC ZZZ.ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-PERC      PIC ZZ9,9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LR-PERC-ANT  PIC ZZ9,9.
           03 LR-PERC-ANT-X REDEFINES LR-PERC-ANT PIC X(05).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LR-VARIAC    PIC +ZZ9,9.
           03 LR-VARIAC-X REDEFINES LR-VARIAC PIC X(06).

       01 LINHA-AVISO.
           03 LAV-TEXTO    PIC X(70).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE      TO W-HOJE-AMD
           MOVE W-DIA-HOJE  TO W-HOJE-DD
           MOVE W-MES-HOJE  TO W-HOJE-MM
           MOVE W-ANO-HOJE  TO W-HOJE-AAAA
           MOVE W-ANO-HOJE  TO W-CMP-AAAA
           MOVE W-MES-HOJE  TO W-CMP-MM
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-CMP-AAAA
              MOVE CP-CMP-MM   TO W-CMP-MM
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N.
           MOVE W-CMP-NUM TO W-COMPET
           IF W-CMP-MM = 1
              SUBTRACT 1 FROM W-CMP-AAAA
              MOVE 12 TO W-CMP-MM
           ELSE
              SUBTRACT 1 FROM W-CMP-MM.
           MOVE W-CMP-NUM TO W-COMPET-ANT
           INITIALIZE TAB-ARQS TAB-REGRAS
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
      * O CADCEPS E PERCORRIDO ANTES DOS CADASTROS QUE BUSCAM O CEP
      * NELE, PARA A LEITURA ALEATORIA NAO TIRAR A SEQUENCIAL DO LUGAR
           PERFORM AVALIAR-CEPS THRU AVALIAR-CEPS-FIM
           PERFORM AVALIAR-CLIENTES THRU AVALIAR-CLIENTES-FIM
           PERFORM AVALIAR-CLIPJ THRU AVALIAR-CLIPJ-FIM
           PERFORM AVALIAR-FUNC THRU AVALIAR-FUNC-FIM
           PERFORM AVALIAR-BIKES THRU AVALIAR-BIKES-FIM
           PERFORM AVALIAR-ALUNOS THRU AVALIAR-ALUNOS-FIM
           PERFORM AVALIAR-AMIGOS THRU AVALIAR-AMIGOS-FIM
           PERFORM AVALIAR-PECAS THRU AVALIAR-PECAS-FIM
           PERFORM LER-MES-ANTERIOR THRU LER-MES-ANTERIOR-FIM
           PERFORM GRAVAR-HISTORICO THRU GRAVAR-HISTORICO-FIM
           PERFORM IMPRIMIR-PLACAR THRU IMPRIMIR-PLACAR-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "REGISTROS AVALIADOS.......: " W-TOT-LIDOS
           DISPLAY "REGISTROS COM FALHA.......: " W-TOT-FALHAS
           DISPLAY "LINHAS NO QUALDET.TXT.....: " W-CONT-DET
           DISPLAY "REGISTROS NO HISTORICO....: " W-CONT-HIST
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * ABERTURA TOLERANTE DOS CADASTROS: O QUE NAO ABRIR FICA COM
      * AQ-ABERTO "N" E SAI NO PLACAR COMO NAO DISPONIVEL
       ABRIR-ARQS.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI = "00"
              MOVE "S" TO AQ-ABERTO (1).
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO AQ-ABERTO (2).
           OPEN INPUT CEPS
           IF ST-ERRO-CEP = "00"
              MOVE "S" TO AQ-ABERTO (3).
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN = "00"
              MOVE "S" TO AQ-ABERTO (4).
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIK = "00"
              MOVE "S" TO AQ-ABERTO (5).
           OPEN INPUT ARQALUNO
           IF ST-ERRO-ALU = "00"
              MOVE "S" TO AQ-ABERTO (6).
           OPEN INPUT AMIGOS
           IF ST-ERRO-AMG = "00"
              MOVE "S" TO AQ-ABERTO (7).
           OPEN INPUT ARQPECA
           IF ST-ERRO-PEC = "00"
              MOVE "S" TO AQ-ABERTO (8).
      * O HISTORICO E CRIADO VAZIO NA PRIMEIRA EXECUCAO
           OPEN I-O ARQQUAL
           IF ST-ERRO-QUA = "30" OR ST-ERRO-QUA = "35"
              OPEN OUTPUT ARQQUAL
              CLOSE ARQQUAL
              OPEN I-O ARQQUAL.
           IF ST-ERRO-QUA NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO HISTORICO ARQQUAL ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT QUALDET
           IF ST-ERRO-DET NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO QUALDET ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CADCEPS (3): CE01 A CE03
      *-----------------------------------------------------------------
       AVALIAR-CEPS.
           IF AQ-ABERTO (3) NOT = "S"
              GO TO AVALIAR-CEPS-FIM.
           MOVE 3 TO W-ARQ.
       AVALIAR-CEPS-LER.
           READ CEPS NEXT RECORD
               AT END GO TO AVALIAR-CEPS-FIM.
           IF CEP-INATIVO
              GO TO AVALIAR-CEPS-LER.
           MOVE CEP    TO W-CHAVE
           MOVE CIDADE TO W-NOME
           PERFORM INICIAR-REGISTRO THRU INICIAR-REGISTRO-FIM
           IF (LATITUDE = "0" OR LATITUDE = SPACES) AND
              (LONGITUDE = "0" OR LONGITUDE = SPACES)
              MOVE 15 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF LOGRADOURO = SPACES OR CIDADE = SPACES
              MOVE 16 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF UF = SPACES
              MOVE 17 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           PERFORM FECHAR-REGISTRO THRU FECHAR-REGISTRO-FIM
           GO TO AVALIAR-CEPS-LER.
       AVALIAR-CEPS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CADCLIENTES (1): CL01 A CL08
      *-----------------------------------------------------------------
       AVALIAR-CLIENTES.
           IF AQ-ABERTO (1) NOT = "S"
              GO TO AVALIAR-CLIENTES-FIM.
           MOVE 1 TO W-ARQ.
       AVALIAR-CLIENTES-LER.
           READ CLIENTES NEXT RECORD
               AT END GO TO AVALIAR-CLIENTES-FIM.
           MOVE CPF  TO W-CHAVE
           MOVE NOME TO W-NOME
           PERFORM INICIAR-REGISTRO THRU INICIAR-REGISTRO-FIM
           MOVE CPF TO DC-CPF
           PERFORM VALIDAR-CPF THRU VALIDAR-CPF-FIM
           IF DC-CPF-VALIDO NOT = "S"
              MOVE 1 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE EMAIL TO DC-EMAIL
           PERFORM VALIDAR-EMAIL THRU VALIDAR-EMAIL-FIM
           IF EMAIL = SPACES
              MOVE 2 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM
           ELSE
              IF DC-EMAIL-VALIDO NOT = "S"
                 MOVE 3 TO W-REGRA
                 PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE DDD TO DC-DDD
           PERFORM VALIDAR-DDD THRU VALIDAR-DDD-FIM
           IF DC-DDD-VALIDO NOT = "S"
              MOVE 4 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF TELNUM = ZEROS
              MOVE 5 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE DATANASC TO W-DATA-DMA
           PERFORM CONFERIR-DATA THRU CONFERIR-DATA-FIM
           IF W-DATA-OK NOT = "S"
              MOVE 6 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE CLICEP TO W-CEP-BUSCA
           PERFORM CONFERIR-CEP THRU CONFERIR-CEP-FIM
           IF W-CEP-OK NOT = "S"
              MOVE 7 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF RG = SPACES
              MOVE 8 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           PERFORM FECHAR-REGISTRO THRU FECHAR-REGISTRO-FIM
           GO TO AVALIAR-CLIENTES-LER.
       AVALIAR-CLIENTES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CADCLIPJ (2): PJ01 A PJ06
      *-----------------------------------------------------------------
       AVALIAR-CLIPJ.
           IF AQ-ABERTO (2) NOT = "S"
              GO TO AVALIAR-CLIPJ-FIM.
           MOVE 2 TO W-ARQ.
       AVALIAR-CLIPJ-LER.
           READ CADCLIPJ NEXT RECORD
               AT END GO TO AVALIAR-CLIPJ-FIM.
           MOVE CNPJ         TO W-CHAVE
           MOVE RAZAO-SOCIAL TO W-NOME
           PERFORM INICIAR-REGISTRO THRU INICIAR-REGISTRO-FIM
           MOVE CNPJ TO DC-CNPJ
           PERFORM VALIDAR-CNPJ THRU VALIDAR-CNPJ-FIM
           IF DC-CNPJ-VALIDO NOT = "S"
              MOVE 9 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF RAZAO-SOCIAL = SPACES
              MOVE 10 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF CONTATO = SPACES
              MOVE 11 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE EMAIL-PJ TO DC-EMAIL
           PERFORM VALIDAR-EMAIL THRU VALIDAR-EMAIL-FIM
           IF EMAIL-PJ = SPACES
              MOVE 12 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM
           ELSE
              IF DC-EMAIL-VALIDO NOT = "S"
                 MOVE 13 TO W-REGRA
                 PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE DDD-PJ TO DC-DDD
           PERFORM VALIDAR-DDD THRU VALIDAR-DDD-FIM
           IF DC-DDD-VALIDO NOT = "S"
              MOVE 14 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           PERFORM FECHAR-REGISTRO THRU FECHAR-REGISTRO-FIM
           GO TO AVALIAR-CLIPJ-LER.
       AVALIAR-CLIPJ-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CADFUNC (4): FU01 A FU07. O CADASTRO NAO TEM CAMPO DE PIS; A
      * CARTEIRA DE TRABALHO FAZ AS VEZES DELE, COMO NO GUIA001
      *-----------------------------------------------------------------
       AVALIAR-FUNC.
           IF AQ-ABERTO (4) NOT = "S"
              GO TO AVALIAR-FUNC-FIM.
           MOVE 4 TO W-ARQ.
       AVALIAR-FUNC-LER.
           READ FUNCIONARIOS NEXT RECORD
               AT END GO TO AVALIAR-FUNC-FIM.
           IF FUN-SITUACAO = "D"
              GO TO AVALIAR-FUNC-LER.
           MOVE FUN-CODIGO TO W-CHAVE
           MOVE FUN-NOME   TO W-NOME
           PERFORM INICIAR-REGISTRO THRU INICIAR-REGISTRO-FIM
           MOVE FUN-CPF TO DC-CPF
           PERFORM VALIDAR-CPF THRU VALIDAR-CPF-FIM
           IF DC-CPF-VALIDO NOT = "S"
              MOVE 18 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF FUN-CARNUM = ZEROS
              MOVE 19 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE FUN-DATANASC TO W-DATA-DMA
           PERFORM CONFERIR-DATA THRU CONFERIR-DATA-FIM
           IF W-DATA-OK NOT = "S"
              MOVE 20 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE FUN-ADMISSAO TO W-DATA-DMA-NUM
           PERFORM CONFERIR-DATA THRU CONFERIR-DATA-FIM
           IF W-DATA-OK NOT = "S"
              MOVE 21 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE FUN-DDD TO DC-DDD
           PERFORM VALIDAR-DDD THRU VALIDAR-DDD-FIM
           IF DC-DDD-VALIDO NOT = "S"
              MOVE 22 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE FUN-EMAIL TO DC-EMAIL
           PERFORM VALIDAR-EMAIL THRU VALIDAR-EMAIL-FIM
           IF FUN-EMAIL = SPACES OR DC-EMAIL-VALIDO NOT = "S"
              MOVE 23 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF FUN-BANCO = ZEROS OR FUN-AGENCIA = ZEROS
                                OR FUN-CONTA = ZEROS
              MOVE 24 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           PERFORM FECHAR-REGISTRO THRU FECHAR-REGISTRO-FIM
           GO TO AVALIAR-FUNC-LER.
       AVALIAR-FUNC-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ARQBIKE (5): BK01 A BK04
      *-----------------------------------------------------------------
       AVALIAR-BIKES.
           IF AQ-ABERTO (5) NOT = "S"
              GO TO AVALIAR-BIKES-FIM.
           MOVE 5 TO W-ARQ.
       AVALIAR-BIKES-LER.
           READ ARQBIKE NEXT RECORD
               AT END GO TO AVALIAR-BIKES-FIM.
           IF SITUACAO = "B"
              GO TO AVALIAR-BIKES-LER.
           MOVE NUMERO TO W-CHAVE
           MOVE SPACES TO W-NOME
           STRING MARCA DELIMITED BY "  " " " MODELO DELIMITED BY SIZE
                  INTO W-NOME
           PERFORM INICIAR-REGISTRO THRU INICIAR-REGISTRO-FIM
           MOVE DATACOMPRA TO W-DATA-DMA-NUM
           PERFORM CONFERIR-DATA THRU CONFERIR-DATA-FIM
           IF W-DATA-OK NOT = "S"
              MOVE 25 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF VALORCOMPRA = ZEROS
              MOVE 26 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF MARCA = SPACES OR MODELO = SPACES
              MOVE 27 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF FILIAL < 1 OR FILIAL > 5
              MOVE 28 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           PERFORM FECHAR-REGISTRO THRU FECHAR-REGISTRO-FIM
           GO TO AVALIAR-BIKES-LER.
       AVALIAR-BIKES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ARQALUNO (6): AL01 A AL06. O TELEFONE DO ALUNO E O DE CONTATO
      * DO RESPONSAVEL; EMAIL EM BRANCO NAO CONTA (CAMPO OPCIONAL)
      *-----------------------------------------------------------------
       AVALIAR-ALUNOS.
           IF AQ-ABERTO (6) NOT = "S"
              GO TO AVALIAR-ALUNOS-FIM.
           MOVE 6 TO W-ARQ.
       AVALIAR-ALUNOS-LER.
           READ ARQALUNO NEXT RECORD
               AT END GO TO AVALIAR-ALUNOS-FIM.
           IF ALUNO-INATIVO
              GO TO AVALIAR-ALUNOS-LER.
           MOVE ALUNO-RA   TO W-CHAVE
           MOVE ALUNO-NOME TO W-NOME
           PERFORM INICIAR-REGISTRO THRU INICIAR-REGISTRO-FIM
           IF ALUNO-RESPONSAVEL = SPACES
              MOVE 29 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF ALUNO-TELNUM = ZEROS
              MOVE 30 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE ALUNO-DDD TO DC-DDD
           PERFORM VALIDAR-DDD THRU VALIDAR-DDD-FIM
           IF DC-DDD-VALIDO NOT = "S"
              MOVE 31 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE ALUNO-DATANASC TO W-DATA-DMA
           PERFORM CONFERIR-DATA THRU CONFERIR-DATA-FIM
           IF W-DATA-OK NOT = "S"
              MOVE 32 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE ALUNO-EMAIL TO DC-EMAIL
           PERFORM VALIDAR-EMAIL THRU VALIDAR-EMAIL-FIM
           IF DC-EMAIL-VALIDO NOT = "S"
              MOVE 33 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE ALUNO-CEP TO W-CEP-BUSCA
           PERFORM CONFERIR-CEP THRU CONFERIR-CEP-FIM
           IF W-CEP-OK NOT = "S"
              MOVE 34 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           PERFORM FECHAR-REGISTRO THRU FECHAR-REGISTRO-FIM
           GO TO AVALIAR-ALUNOS-LER.
       AVALIAR-ALUNOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CADAMIGO (7): AM01 A AM03
      *-----------------------------------------------------------------
       AVALIAR-AMIGOS.
           IF AQ-ABERTO (7) NOT = "S"
              GO TO AVALIAR-AMIGOS-FIM.
           MOVE 7 TO W-ARQ.
       AVALIAR-AMIGOS-LER.
           READ AMIGOS NEXT RECORD
               AT END GO TO AVALIAR-AMIGOS-FIM.
           MOVE AMG-APELIDO TO W-CHAVE
           MOVE AMG-NOME    TO W-NOME
           PERFORM INICIAR-REGISTRO THRU INICIAR-REGISTRO-FIM
           MOVE AMG-EMAIL TO DC-EMAIL
           PERFORM VALIDAR-EMAIL THRU VALIDAR-EMAIL-FIM
           IF DC-EMAIL-VALIDO NOT = "S"
              MOVE 35 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE AMG-DDD TO DC-DDD
           PERFORM VALIDAR-DDD THRU VALIDAR-DDD-FIM
           IF DC-DDD-VALIDO NOT = "S"
              MOVE 36 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           MOVE AMG-DATANASC TO W-DATA-DMA
           PERFORM CONFERIR-DATA THRU CONFERIR-DATA-FIM
           IF W-DATA-OK NOT = "S"
              MOVE 37 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           PERFORM FECHAR-REGISTRO THRU FECHAR-REGISTRO-FIM
           GO TO AVALIAR-AMIGOS-LER.
       AVALIAR-AMIGOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ARQPECA (8): PC01 A PC04
      *-----------------------------------------------------------------
       AVALIAR-PECAS.
           IF AQ-ABERTO (8) NOT = "S"
              GO TO AVALIAR-PECAS-FIM.
           MOVE 8 TO W-ARQ.
       AVALIAR-PECAS-LER.
           READ ARQPECA NEXT RECORD
               AT END GO TO AVALIAR-PECAS-FIM.
           MOVE PECA-CODIGO    TO W-CHAVE
           MOVE PECA-DESCRICAO TO W-NOME
           PERFORM INICIAR-REGISTRO THRU INICIAR-REGISTRO-FIM
           IF PECA-DESCRICAO = SPACES
              MOVE 38 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF PECA-CUSTO-UNIT = ZEROS
              MOVE 39 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF PECA-ESTOQUE-MIN = ZEROS
              MOVE 40 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           IF PECA-ULT-FORN = ZEROS
              MOVE 41 TO W-REGRA
              PERFORM REGISTRAR-FALHA THRU REGISTRAR-FALHA-FIM.
           PERFORM FECHAR-REGISTRO THRU FECHAR-REGISTRO-FIM
           GO TO AVALIAR-PECAS-LER.
       AVALIAR-PECAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ROTINAS COMUNS DA AVALIACAO: CADA REGISTRO CONTA COMO LIDO NO
      * SEU CADASTRO (W-ARQ); CADA FALHA SOMA NA REGRA (W-REGRA) E
      * VAI PARA O QUALDET.TXT; O REGISTRO COM UMA OU MAIS FALHAS
      * CONTA UMA VEZ NA REGRA xx00 DO CADASTRO
      *-----------------------------------------------------------------
       INICIAR-REGISTRO.
           ADD 1 TO AQ-LIDOS (W-ARQ)
           MOVE "N" TO W-REG-FALHOU.
       INICIAR-REGISTRO-FIM.
           EXIT.

       REGISTRAR-FALHA.
           ADD 1 TO RG-FALHAS (W-REGRA)
           MOVE "S" TO W-REG-FALHOU
           MOVE AQV-NOME (W-ARQ)   TO LD-ARQUIVO
           MOVE W-CHAVE            TO LD-CHAVE
           MOVE W-NOME             TO LD-NOME
           MOVE RGV-COD (W-REGRA)  TO LD-REGRA
           MOVE RGV-DESC (W-REGRA) TO LD-DESC
           WRITE LINHA-DET FROM LINHA-DET-REC
           ADD 1 TO W-CONT-DET.
       REGISTRAR-FALHA-FIM.
           EXIT.

       FECHAR-REGISTRO.
           IF W-REG-FALHOU = "S"
              ADD 1 TO AQ-FALHAS (W-ARQ).
       FECHAR-REGISTRO-FIM.
           EXIT.

      * DATA DDMMAAAA EM W-DATA-DMA: ALEM DO LIMITE DE DIA POR MES DO
      * VALIDAR-DATA, RECUSA DIA ZERADO, ANO ANTES DE 1900 E DATA
      * POSTERIOR A HOJE (NASCIMENTO, ADMISSAO E COMPRA JA ACONTECERAM)
       CONFERIR-DATA.
           MOVE "N" TO W-DATA-OK
           IF W-DMA-DD = ZEROS OR W-DMA-AAAA < 1900
              GO TO CONFERIR-DATA-FIM.
           MOVE W-DMA-DD   TO DV-DIA
           MOVE W-DMA-MM   TO DV-MES
           MOVE W-DMA-AAAA TO DV-ANO
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
           IF NOT DV-DATA-OK
              GO TO CONFERIR-DATA-FIM.
           MOVE W-DMA-AAAA TO W-AMD-AAAA
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-DD   TO W-AMD-DD
           IF W-DATA-AMD-NUM > W-HOJE-AMD
              GO TO CONFERIR-DATA-FIM.
           MOVE "S" TO W-DATA-OK.
       CONFERIR-DATA-FIM.
           EXIT.

      * CEP EM W-CEP-BUSCA: ZERADO OU AUSENTE DO CADCEPS E FALHA. SEM
      * O CADCEPS ABERTO, SO O CEP ZERADO E CONFERIDO
       CONFERIR-CEP.
           MOVE "N" TO W-CEP-OK
           IF W-CEP-BUSCA = ZEROS
              GO TO CONFERIR-CEP-FIM.
           IF AQ-ABERTO (3) NOT = "S"
              MOVE "S" TO W-CEP-OK
              GO TO CONFERIR-CEP-FIM.
           MOVE W-CEP-BUSCA TO CEP
           READ CEPS
               INVALID KEY GO TO CONFERIR-CEP-FIM.
           MOVE "S" TO W-CEP-OK.
       CONFERIR-CEP-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * MES ANTERIOR: BUSCA NO HISTORICO A REGRA xx00 DE CADA
      * CADASTRO E CADA REGRA NA COMPETENCIA ANTERIOR
      *-----------------------------------------------------------------
       LER-MES-ANTERIOR.
           MOVE 1 TO W-ARQ.
       LER-MES-ANTERIOR-ARQ.
           MOVE W-COMPET-ANT TO QUA-COMPET
           MOVE SPACES       TO QUA-REGRA
           STRING AQV-COD (W-ARQ) "00" DELIMITED BY SIZE
                  INTO QUA-REGRA
           READ ARQQUAL
               INVALID KEY MOVE "N" TO AQ-ANT-ACHOU (W-ARQ)
               NOT INVALID KEY
                  MOVE "S"        TO AQ-ANT-ACHOU (W-ARQ)
                  MOVE QUA-LIDOS  TO AQ-ANT-LIDOS (W-ARQ)
                  MOVE QUA-FALHAS TO AQ-ANT-FALHAS (W-ARQ).
           IF W-ARQ < 8
              ADD 1 TO W-ARQ
              GO TO LER-MES-ANTERIOR-ARQ.
           MOVE 1 TO W-REGRA.
       LER-MES-ANTERIOR-REGRA.
           MOVE W-COMPET-ANT     TO QUA-COMPET
           MOVE RGV-COD (W-REGRA) TO QUA-REGRA
           READ ARQQUAL
               INVALID KEY MOVE "N" TO RG-ANT-ACHOU (W-REGRA)
               NOT INVALID KEY
                  MOVE "S"        TO RG-ANT-ACHOU (W-REGRA)
                  MOVE QUA-LIDOS  TO RG-ANT-LIDOS (W-REGRA)
                  MOVE QUA-FALHAS TO RG-ANT-FALHAS (W-REGRA).
           IF W-REGRA < 41
              ADD 1 TO W-REGRA
              GO TO LER-MES-ANTERIOR-REGRA.
       LER-MES-ANTERIOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * HISTORICO DA COMPETENCIA: GRAVA (OU REGRAVA, NA REEXECUCAO)
      * A REGRA xx00 E AS REGRAS DE CADA CADASTRO QUE FOI AVALIADO
      *-----------------------------------------------------------------
       GRAVAR-HISTORICO.
           MOVE 1 TO W-ARQ.
       GRAVAR-HISTORICO-ARQ.
           IF AQ-ABERTO (W-ARQ) NOT = "S"
              GO TO GRAVAR-HISTORICO-PROX.
           MOVE W-COMPET TO QUA-COMPET
           MOVE SPACES   TO QUA-REGRA
           STRING AQV-COD (W-ARQ) "00" DELIMITED BY SIZE
                  INTO QUA-REGRA
           MOVE AQ-LIDOS (W-ARQ)  TO QUA-LIDOS
           MOVE AQ-FALHAS (W-ARQ) TO QUA-FALHAS
           PERFORM GRAVAR-QUAL THRU GRAVAR-QUAL-FIM
           MOVE 1 TO W-REGRA.
       GRAVAR-HISTORICO-REGRA.
           IF RGV-ARQ (W-REGRA) = W-ARQ
              MOVE W-COMPET          TO QUA-COMPET
              MOVE RGV-COD (W-REGRA) TO QUA-REGRA
              MOVE AQ-LIDOS (W-ARQ)  TO QUA-LIDOS
              MOVE RG-FALHAS (W-REGRA) TO QUA-FALHAS
              PERFORM GRAVAR-QUAL THRU GRAVAR-QUAL-FIM.
           IF W-REGRA < 41
              ADD 1 TO W-REGRA
              GO TO GRAVAR-HISTORICO-REGRA.
       GRAVAR-HISTORICO-PROX.
           IF W-ARQ < 8
              ADD 1 TO W-ARQ
              GO TO GRAVAR-HISTORICO-ARQ.
       GRAVAR-HISTORICO-FIM.
           EXIT.

       GRAVAR-QUAL.
           MOVE W-HOJE-DMA-NUM TO QUA-DATA
           WRITE REGQUAL
               INVALID KEY REWRITE REGQUAL.
           IF ST-ERRO-QUA NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO HISTORICO ARQQUAL: "
                      ST-ERRO-QUA " " CHAVE-QUA
           ELSE
              ADD 1 TO W-CONT-HIST.
       GRAVAR-QUAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PLACAR IMPRESSO: POR CADASTRO, A LINHA DOS LIDOS, A REGRA
      * xx00 E AS REGRAS DELE; NO FIM, O TOTAL GERAL
      *-----------------------------------------------------------------
       IMPRIMIR-PLACAR.
           MOVE W-COMPET TO W-CMP-NUM
           MOVE SPACES TO W-TITULO-REL
           STRING "PLACAR DE QUALIDADE DOS CADASTROS - " W-CMP-MM "/"
                  W-CMP-AAAA DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE "REGRA DESCRICAO" TO W-CAB-COL
           MOVE "FALHAS"  TO W-CAB-COL (43:6)
           MOVE "% ATU"   TO W-CAB-COL (51:5)
           MOVE "% ANT"   TO W-CAB-COL (59:5)
           MOVE "VARIAC"  TO W-CAB-COL (67:6)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE W-CMP-MM   TO LP-MES
           MOVE W-CMP-AAAA TO LP-ANO
           MOVE W-COMPET-ANT TO W-CMP-NUM
           MOVE W-CMP-MM   TO LP-MES-ANT
           MOVE W-CMP-AAAA TO LP-ANO-ANT
           WRITE LINHA-REL FROM LINHA-PREMISSA
           MOVE "VARIACAO EM PONTOS PERCENTUAIS SOBRE O MES ANTERIOR (+
      -         " = PIOROU)"                         TO LAV-TEXTO
           WRITE LINHA-REL FROM LINHA-AVISO
           ADD 2 TO W-LINPAG
           MOVE 1 TO W-ARQ.
       IMPRIMIR-PLACAR-ARQ.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE SPACES           TO LINHA-ARQ
           MOVE AQV-NOME (W-ARQ) TO LA-NOME
           IF AQ-ABERTO (W-ARQ) NOT = "S"
              MOVE SPACES TO LAV-TEXTO
              MOVE AQV-NOME (W-ARQ) TO LAV-TEXTO
              MOVE " - NAO DISPONIVEL, NAO AVALIADO" TO LAV-TEXTO (13:)
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 2 TO W-LINPAG
              GO TO IMPRIMIR-PLACAR-PROX.
           MOVE " REGISTROS LIDOS: " TO LA-TEXTO
           MOVE AQ-LIDOS (W-ARQ)    TO LA-LIDOS
           MOVE "   MES ANTERIOR: "  TO LA-TEXTO-ANT
           IF AQ-ANT-ACHOU (W-ARQ) = "S"
              MOVE AQ-ANT-LIDOS (W-ARQ) TO LA-ANT-LIDOS
           ELSE
              MOVE "       -" TO LA-ANT-X.
           WRITE LINHA-REL FROM LINHA-ARQ
           ADD 2 TO W-LINPAG
           ADD AQ-LIDOS (W-ARQ)  TO W-TOT-LIDOS
           ADD AQ-FALHAS (W-ARQ) TO W-TOT-FALHAS
           IF AQ-ANT-ACHOU (W-ARQ) = "S"
              MOVE "S" TO W-TOT-ANT-ACHOU
              ADD AQ-ANT-LIDOS (W-ARQ)  TO W-TOT-ANT-LIDOS
              ADD AQ-ANT-FALHAS (W-ARQ) TO W-TOT-ANT-FALHAS.
           MOVE SPACES TO LR-REGRA
           STRING AQV-COD (W-ARQ) "00" DELIMITED BY SIZE INTO LR-REGRA
           MOVE "REGISTROS COM ALGUMA FALHA" TO LR-DESC
           MOVE AQ-LIDOS (W-ARQ)      TO W-LIDOS
           MOVE AQ-FALHAS (W-ARQ)     TO W-FALHAS
           MOVE AQ-ANT-ACHOU (W-ARQ)  TO W-ANT-ACHOU
           MOVE AQ-ANT-LIDOS (W-ARQ)  TO W-ANT-LIDOS
           MOVE AQ-ANT-FALHAS (W-ARQ) TO W-ANT-FALHAS
           PERFORM IMPRIMIR-LINHA-REGRA THRU IMPRIMIR-LINHA-REGRA-FIM
           MOVE 1 TO W-REGRA.
       IMPRIMIR-PLACAR-REGRA.
           IF RGV-ARQ (W-REGRA) = W-ARQ
              MOVE RGV-COD (W-REGRA)       TO LR-REGRA
              MOVE RGV-DESC (W-REGRA)      TO LR-DESC
              MOVE AQ-LIDOS (W-ARQ)        TO W-LIDOS
              MOVE RG-FALHAS (W-REGRA)     TO W-FALHAS
              MOVE RG-ANT-ACHOU (W-REGRA)  TO W-ANT-ACHOU
              MOVE RG-ANT-LIDOS (W-REGRA)  TO W-ANT-LIDOS
              MOVE RG-ANT-FALHAS (W-REGRA) TO W-ANT-FALHAS
              PERFORM IMPRIMIR-LINHA-REGRA
                                       THRU IMPRIMIR-LINHA-REGRA-FIM.
           IF W-REGRA < 41
              ADD 1 TO W-REGRA
              GO TO IMPRIMIR-PLACAR-REGRA.
       IMPRIMIR-PLACAR-PROX.
           IF W-ARQ < 8
              ADD 1 TO W-ARQ
              GO TO IMPRIMIR-PLACAR-ARQ.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE SPACES               TO LR-REGRA
           MOVE "TOTAL - REGISTROS COM ALGUMA FALHA" TO LR-DESC
           MOVE W-TOT-LIDOS          TO W-LIDOS
           MOVE W-TOT-FALHAS         TO W-FALHAS
           MOVE W-TOT-ANT-ACHOU      TO W-ANT-ACHOU
           MOVE W-TOT-ANT-LIDOS      TO W-ANT-LIDOS
           MOVE W-TOT-ANT-FALHAS     TO W-ANT-FALHAS
           ADD 1 TO W-LINPAG
           PERFORM IMPRIMIR-LINHA-REGRA THRU IMPRIMIR-LINHA-REGRA-FIM.
       IMPRIMIR-PLACAR-FIM.
           EXIT.

      * UMA LINHA DO PLACAR A PARTIR DE W-LIDOS/W-FALHAS E DO MES
      * ANTERIOR EM W-ANT-xxx (SEM O MES ANTERIOR, "-")
       IMPRIMIR-LINHA-REGRA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           MOVE W-FALHAS TO LR-FALHAS
           MOVE ZEROS TO W-PERC
           IF W-LIDOS > ZEROS
              COMPUTE W-PERC ROUNDED = W-FALHAS * 100 / W-LIDOS.
           MOVE W-PERC TO LR-PERC
           IF W-ANT-ACHOU NOT = "S"
              MOVE "    -" TO LR-PERC-ANT-X
              MOVE "     -" TO LR-VARIAC-X
              GO TO IMPRIMIR-LINHA-REGRA-GRAVA.
           MOVE ZEROS TO W-PERC-ANT
           IF W-ANT-LIDOS > ZEROS
              COMPUTE W-PERC-ANT ROUNDED =
                      W-ANT-FALHAS * 100 / W-ANT-LIDOS.
           MOVE W-PERC-ANT TO LR-PERC-ANT
           COMPUTE W-VARIAC = W-PERC - W-PERC-ANT
           MOVE W-VARIAC TO LR-VARIAC.
       IMPRIMIR-LINHA-REGRA-GRAVA.
           WRITE LINHA-REL FROM LINHA-REGRA
           ADD 1 TO W-LINPAG.
       IMPRIMIR-LINHA-REGRA-FIM.
           EXIT.

       FECHAR-ARQS.
           IF AQ-ABERTO (1) = "S"
              CLOSE CLIENTES.
           IF AQ-ABERTO (2) = "S"
              CLOSE CADCLIPJ.
           IF AQ-ABERTO (3) = "S"
              CLOSE CEPS.
           IF AQ-ABERTO (4) = "S"
              CLOSE FUNCIONARIOS.
           IF AQ-ABERTO (5) = "S"
              CLOSE ARQBIKE.
           IF AQ-ABERTO (6) = "S"
              CLOSE ARQALUNO.
           IF AQ-ABERTO (7) = "S"
              CLOSE AMIGOS.
           IF AQ-ABERTO (8) = "S"
              CLOSE ARQPECA.
           CLOSE ARQQUAL
           CLOSE QUALDET
           CLOSE RELATORIO
           MOVE "QUAL001"     TO W-REL-ID
           MOVE "QUAL001.TXT" TO W-REL-ARQ
           MOVE SPACES        TO W-REL-PARMS
           STRING "QUALIDADE DOS CADASTROS " W-COMPET
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
       COPY DATAVALP.
       COPY DOCVALP.
