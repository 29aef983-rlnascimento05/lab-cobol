       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-037.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-037 - ORCAMENTO DE LOCACAO (NAO ABRE LOCACAO)
      * O BALCAO NAO TINHA COMO DIZER QUANTO UMA LOCACAO IA CUSTAR
      * SEM ABRI-LA NO SGB-004. ESTE PROGRAMA SO CONSULTA: RECEBE O
      * DOCUMENTO, A FILIAL, A CATEGORIA, RETIRADA E DEVOLUCAO
      * (DATA E HORA), A QUANTIDADE DE BIKES E OS ACESSORIOS, E
      * CALCULA O VALOR COM AS MESMAS REGRAS DO SGB-004: TABELA
      * ARQPRECO.DAT (DIARIA DE SEMANA OU DE FIM DE SEMANA, OU O
      * VALOR DA BIKE NA FALTA DA TABELA), ACORDO COMERCIAL DO CNPJ
      * (ARQACORD.DAT), DESCONTO DO NIVEL DE FIDELIDADE
      * (ARQFIDEL.DAT), COBERTURA DA ASSINATURA MENSAL
      * (ARQASSIN.DAT/ARQPLANO.DAT), HORAS VEZES A TARIFA HORARIA
      * LIMITADAS A DIARIA POR DIA CORRIDO, DIARIAS DOS ACESSORIOS
      * DA FILIAL (ARQACESS.DAT) E A CAUCAO POR BIKE (PARAMETRO
      * CAUCAOBIKE). O ORCAMENTO RECEBE UM NUMERO SEQUENCIAL
      * (CTRLORC.DAT), FICA GRAVADO EM ARQORCAM.DAT COM AS TARIFAS
      * COTADAS, VALE POR ORCVALIDADE DIAS E SAI IMPRESSO EM
      * ORCAMENTO.TXT, CATALOGADO COMO "ORCAMENT" PARA REEMISSAO
      * PELO RELCAT002. O SGB-004 E O SGB-025 ACEITAM O NUMERO NA
      * RETIRADA E HONRAM AS TARIFAS COTADAS (COPY ORCAVAL.).
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

           SELECT ARQORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO-ORC.

           SELECT CTRLORC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTO.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO-BIKE
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

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

           SELECT ARQESTRG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESTR-DOC
                    ALTERNATE RECORD KEY IS ESTR-PASSAPORTE
                    FILE STATUS  IS ST-ERRO-ETR.

           SELECT ARQPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PRECO
                    FILE STATUS  IS ST-ERRO-PRECO.

           SELECT ARQACORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACORD-CNPJ
                    FILE STATUS  IS ST-ERRO-ACO.

           SELECT ARQFIDEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIDEL-CPF
                    FILE STATUS  IS ST-ERRO-FID.

           SELECT ARQASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASSIN-CPF
                    FILE STATUS  IS ST-ERRO-ASS.

           SELECT ARQPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLANO-CODIGO
                    FILE STATUS  IS ST-ERRO-PLA.

           SELECT ARQACESS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ACESS
                    FILE STATUS  IS ST-ERRO-ACE.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCAM.DAT".
       01 REGORCAM.
                03 ORC-NUMERO           PIC 9(06).
                03 ORC-DOC              PIC 9(14).
                03 ORC-FILIAL           PIC 9(01).
                03 ORC-CATEGORIA        PIC X(01).
                03 ORC-DATA-INI         PIC 9(08).
                03 ORC-HORA-INI         PIC 9(04).
                03 ORC-DATA-FIM         PIC 9(08).
                03 ORC-HORA-FIM         PIC 9(04).
                03 ORC-QTD-BIKES        PIC 9(02).
                03 ORC-QTD-USADA        PIC 9(02).
                03 ORC-DIARIA           PIC 9(6)V99.
                03 ORC-HORA             PIC 9(6)V99.
                03 ORC-ACORDO           PIC X(01).
                03 ORC-DESC-FIDEL       PIC 9(02).
                03 ORC-QTD-ASSIN        PIC 9(02).
                03 ORC-DIAS             PIC 9(04).
                03 ORC-HORAS            PIC 9(05).
                03 ORC-VALOR-BIKES      PIC 9(7)V99.
                03 ORC-ACESSORIOS OCCURS 5 TIMES.
                   05 ORC-ACE-COD       PIC 9(03).
                   05 ORC-ACE-QTDE      PIC 9(02).
                   05 ORC-ACE-DIARIA    PIC 9(4)V99.
                03 ORC-VALOR-ACESS      PIC 9(7)V99.
                03 ORC-CAUCAO-BIKE      PIC 9(6)V99.
                03 ORC-CAUCAO           PIC 9(7)V99.
                03 ORC-TOTAL            PIC 9(7)V99.
                03 ORC-EMISSAO          PIC 9(08).
                03 ORC-PRAZO-DIAS       PIC 9(03).
                03 ORC-OPERADOR         PIC X(08).
                03 ORC-SITUACAO         PIC X(01).
                   88 ORC-ABERTO            VALUE "A".
                   88 ORC-USADO             VALUE "U".

       FD CTRLORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLORC.DAT".
       01 REG-CTRLORC.
                03 CTRL-ULT-ORC         PIC 9(6).

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
                   88 ESTR-ATIVO            VALUE "A".
                   88 ESTR-INATIVO          VALUE "I".

       FD ARQPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRECO.DAT".
       01 REGPRECO.
                03 CHAVE-PRECO.
                   05 PRECO-CATEGORIA   PIC X(01).
                   05 PRECO-FILIAL      PIC 9(01).
                03 PRECO-DIARIA         PIC 9(6)V99.
                03 PRECO-HORA           PIC 9(6)V99.
                03 PRECO-DIARIA-FDS     PIC 9(6)V99.

       FD ARQACORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACORD.DAT".
       01 REGACORD.
                03 ACORD-CNPJ           PIC 9(14).
                03 ACORD-TIPO           PIC X(01).
                   88 ACORD-PERCENTUAL      VALUE "P".
                   88 ACORD-DIARIA-FIXA     VALUE "D".
                03 ACORD-PERC           PIC 9(02).
                03 ACORD-DIARIA         PIC 9(6)V99.
                03 ACORD-INICIO         PIC 9(8).
                03 ACORD-FIM            PIC 9(8).
                03 ACORD-SITUACAO       PIC X(01).
                   88 ACORD-ATIVO           VALUE "A".
                   88 ACORD-INATIVO         VALUE "I".

       FD ARQFIDEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIDEL.DAT".
       01 REGFIDEL.
                03 FIDEL-CPF            PIC 9(14).
                03 FIDEL-NIVEL          PIC X(06).
                03 FIDEL-DESCONTO       PIC 9(02).
                03 FIDEL-QTD            PIC 9(04).
                03 FIDEL-DATA-CALC      PIC 9(08).

       FD ARQASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASSIN.DAT".
       01 REGASSIN.
                03 ASSIN-CPF            PIC 9(14).
                03 ASSIN-PLANO          PIC 9(3).
                03 ASSIN-INICIO         PIC 9(8).
                03 ASSIN-FIM            PIC 9(8).
                03 ASSIN-MES-REF        PIC 9(6).
                03 ASSIN-USOS-MES       PIC 9(3).
                03 ASSIN-PAGO-ATE       PIC 9(6).
                03 ASSIN-SITUACAO       PIC X(1).
                   88 ASSIN-ATIVA           VALUE "A".
                   88 ASSIN-INATIVA         VALUE "I".

       FD ARQPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLANO.DAT".
       01 REGPLANO.
                03 PLANO-CODIGO         PIC 9(3).
                03 PLANO-DESCRICAO      PIC X(20).
                03 PLANO-PRECO          PIC 9(6)V99.
                03 PLANO-LOC-INCL       PIC 9(3).
                03 PLANO-CATEGORIA      PIC X(1).
                03 PLANO-SITUACAO       PIC X(1).
                   88 PLANO-ATIVO           VALUE "A".
                   88 PLANO-INATIVO         VALUE "I".

       FD ARQACESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACESS.DAT".
       01 REGACESS.
                03 CHAVE-ACESS.
                   05 ACESS-FILIAL      PIC 9(1).
                   05 ACESS-CODIGO      PIC 9(3).
                03 ACESS-DESCRICAO      PIC X(20).
                03 ACESS-QTD            PIC 9(4).
                03 ACESS-EMPRESTADA     PIC 9(4).
                03 ACESS-DIARIA         PIC 9(4)V99.

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAMENTO.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       COPY DATAVAL.
       COPY TFILIAL.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO-ORC  PIC X(02) VALUE "00".
       77 ST-ERRO-CTO  PIC X(02) VALUE "00".
       77 ST-ERRO-BIKE PIC X(02) VALUE "00".
       77 ST-ERRO-CLI  PIC X(02) VALUE "00".
       77 ST-ERRO-PJ   PIC X(02) VALUE "00".
       77 ST-ERRO-ETR  PIC X(02) VALUE "00".
       77 ST-ERRO-PRECO PIC X(02) VALUE "00".
       77 ST-ERRO-ACO  PIC X(02) VALUE "00".
       77 ST-ERRO-FID  PIC X(02) VALUE "00".
       77 ST-ERRO-ASS  PIC X(02) VALUE "00".
       77 ST-ERRO-PLA  PIC X(02) VALUE "00".
       77 ST-ERRO-ACE  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-CLI-ABERTO PIC X(01) VALUE "N".
       77 W-PJ-ABERTO  PIC X(01) VALUE "N".
       77 W-ESTR-ABERTO PIC X(01) VALUE "N".
       77 W-PRECO-ABERTO PIC X(01) VALUE "N".
       77 W-ACORD-ABERTO PIC X(01) VALUE "N".
       77 W-FIDEL-ABERTO PIC X(01) VALUE "N".
       77 W-ASSIN-ABERTO PIC X(01) VALUE "N".
       77 W-ACESS-ABERTO PIC X(01) VALUE "N".
       77 W-PROX-ORC   PIC 9(06) VALUE ZEROS.

      * DADOS DO PEDIDO DE ORCAMENTO
       77 W-DOC        PIC 9(14) VALUE ZEROS.
       77 W-NOME       PIC X(40) VALUE SPACES.
       77 W-FILIAL     PIC 9(01) VALUE ZEROS.
       77 W-CATEGORIA  PIC X(01) VALUE SPACES.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-HORA-INI   PIC 9(04) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-HORA-FIM   PIC 9(04) VALUE ZEROS.
       77 W-QTD-BIKES  PIC 9(02) VALUE ZEROS.
       77 W-VALOR-BIKE PIC 9(06)V99 VALUE ZEROS.
       77 W-ACHOU-CAT  PIC X(01) VALUE "N".

      * PARAMETROS DO ORCAMENTO (ARQPARAM.DAT): PRAZO DE VALIDADE EM
      * DIAS (ORCVALIDADE) E CAUCAO POR BIKE EM REAIS (CAUCAOBIKE)
       77 PRAZO-ORCAMENTO PIC 9(03) VALUE 7.
       77 CAUCAO-POR-BIKE PIC 9(06)V99 VALUE 100.

      * CAMPOS DO CALCULO, OS MESMOS DO CALC-VALOR-HORAS DO SGB-004:
      * HORAS (ARREDONDADAS PARA CIMA) VEZES A TARIFA HORARIA,
      * NUNCA PASSANDO DA DIARIA POR DIA CORRIDO (ANO COMERCIAL)
       77 HORAS-POR-DIARIA PIC 9(02) VALUE 8.
       77 W-TAB-DIARIA   PIC 9(06)V99 VALUE ZEROS.
       77 W-TAB-HORA     PIC 9(06)V99 VALUE ZEROS.
       77 W-EH-FDS       PIC X(01) VALUE "N".
       77 W-ACORDO-APLIC PIC X(01) VALUE "N".
       77 W-DESC-FIDEL   PIC 9(02) VALUE ZEROS.
       77 W-NIVEL-FIDEL  PIC X(06) VALUE SPACES.
       77 W-QTD-ASSIN    PIC 9(02) VALUE ZEROS.
       77 W-COTA-RESTA   PIC S9(04) VALUE ZEROS.
       77 W-DIAS-I       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-F       PIC 9(07) VALUE ZEROS.
       77 W-MIN-TOT      PIC S9(07) VALUE ZEROS.
       77 W-MIN-I        PIC 9(05) VALUE ZEROS.
       77 W-MIN-F        PIC 9(05) VALUE ZEROS.
       77 W-HORAS-COBR   PIC 9(05) VALUE ZEROS.
       77 W-DIAS-COBR    PIC 9(04) VALUE ZEROS.
       77 W-VALOR-CALC   PIC 9(08)V99 VALUE ZEROS.
       77 W-VALOR-CAP    PIC 9(08)V99 VALUE ZEROS.
       77 W-VALOR-BIKES  PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-ACESS  PIC 9(07)V99 VALUE ZEROS.
       77 W-CAUCAO-TOT   PIC 9(07)V99 VALUE ZEROS.
       77 W-TOTAL-ORC    PIC 9(07)V99 VALUE ZEROS.
       77 W-DREF-AMD     PIC 9(08) VALUE ZEROS.
       77 W-AINI-AMD     PIC 9(08) VALUE ZEROS.
       77 W-AFIM-AMD     PIC 9(08) VALUE ZEROS.
       77 W-ZC-M         PIC 9(02) VALUE ZEROS.
       77 W-ZC-A         PIC 9(04) VALUE ZEROS.
       77 W-ZC-J         PIC 9(02) VALUE ZEROS.
       77 W-ZC-K         PIC 9(02) VALUE ZEROS.
       77 W-ZC-T1        PIC 9(04) VALUE ZEROS.
       77 W-ZC-T2        PIC 9(04) VALUE ZEROS.
       77 W-ZC-T3        PIC 9(04) VALUE ZEROS.
       77 W-ZC-T4        PIC 9(04) VALUE ZEROS.
       77 W-ZC-H         PIC 9(04) VALUE ZEROS.
       77 W-VALOR-ED     PIC ZZZZZZ9,99.
       77 W-DIAS-ED      PIC ZZZ9.
       77 W-HORAS-ED     PIC ZZZZ9.

      * ACESSORIOS PEDIDOS (ATE CINCO ITENS DA FILIAL)
       77 W-ACE-COD      PIC 9(03) VALUE ZEROS.
       77 W-ACE-QTDE     PIC 9(02) VALUE ZEROS.
       77 W-IX-ACE       PIC 9(01) VALUE ZEROS.
       77 W-QTD-ACE      PIC 9(01) VALUE ZEROS.
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       01 W-TAB-ACE.
          03 W-ACE OCCURS 5 TIMES.
             05 W-TA-COD     PIC 9(03).
             05 W-TA-DESC    PIC X(20).
             05 W-TA-QTDE    PIC 9(02).
             05 W-TA-DIARIA  PIC 9(4)V99.
             05 W-TA-VALOR   PIC 9(7)V99.

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
       77 W-INI-AMD      PIC 9(08) VALUE ZEROS.
       01 W-HORA-HHMM.
          03 W-HORA-HH      PIC 9(02).
          03 W-HORA-MM      PIC 9(02).
       01 W-HORA-HHMM-NUM REDEFINES W-HORA-HHMM
                                        PIC 9(04).
       01 W-ASS-REFMES.
          03 W-ASS-REF-AAAA PIC 9(04).
          03 W-ASS-REF-MM   PIC 9(02).
       01 W-ASS-REFMES-NUM REDEFINES W-ASS-REFMES
                                        PIC 9(06).

       01 W-MENS-ORC.
           03 FILLER     PIC X(13) VALUE "ORCAMENTO NR ".
           03 W-MO-NUMERO PIC 9(06).
           03 FILLER     PIC X(25) VALUE " EMITIDO EM ORCAMENTO.TXT".

       COPY RELPAG.

      * LINHAS DO ORCAMENTO IMPRESSO (ORCAMENTO.TXT)
       01 ORC-LIN-NUM.
           03 FILLER       PIC X(14) VALUE "ORCAMENTO NR: ".
           03 OL-NUMERO-R  PIC 9(06).
           03 FILLER       PIC X(11) VALUE "  EMISSAO: ".
           03 OL-EMISSAO   PIC 99/99/9999.
           03 FILLER       PIC X(13) VALUE "  VALIDO POR ".
           03 OL-PRAZO     PIC ZZ9.
           03 FILLER       PIC X(05) VALUE " DIAS".
       01 ORC-LIN-CLI.
           03 FILLER       PIC X(09) VALUE "CLIENTE: ".
           03 OL-NOME      PIC X(40).
           03 FILLER       PIC X(07) VALUE "  DOC: ".
           03 OL-DOC       PIC 9(14).
       01 ORC-LIN-FIL.
           03 FILLER       PIC X(08) VALUE "FILIAL: ".
           03 OL-FILIAL    PIC X(13).
           03 FILLER       PIC X(13) VALUE "  CATEGORIA: ".
           03 OL-CATEGORIA PIC X(01).
           03 FILLER       PIC X(09) VALUE "  BIKES: ".
           03 OL-QTD       PIC Z9.
       01 ORC-LIN-PER.
           03 FILLER       PIC X(10) VALUE "RETIRADA: ".
           03 OL-DATA-INI  PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 OL-HORA-INI  PIC 9(04).
           03 FILLER       PIC X(13) VALUE "  DEVOLUCAO: ".
           03 OL-DATA-FIM  PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 OL-HORA-FIM  PIC 9(04).
       01 ORC-LIN-TAR.
           03 FILLER       PIC X(08) VALUE "DIARIA: ".
           03 OL-DIARIA    PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(09) VALUE "  HORA: ".
           03 OL-HORA      PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(08) VALUE "  DIAS: ".
           03 OL-DIAS      PIC ZZZ9.
           03 FILLER       PIC X(09) VALUE "  HORAS: ".
           03 OL-HORAS     PIC ZZZZ9.
       01 ORC-LIN-FID.
           03 FILLER       PIC X(35) VALUE
              "DESCONTO DE FIDELIDADE (%).......: ".
           03 OL-FIDEL     PIC Z9.
       01 ORC-LIN-ASS.
           03 FILLER       PIC X(35) VALUE
              "BIKES COBERTAS PELA ASSINATURA...: ".
           03 OL-ASSIN     PIC Z9.
       01 ORC-LIN-VBK.
           03 FILLER       PIC X(35) VALUE
              "VALOR DAS BIKES..................: ".
           03 OL-VALOR-BK  PIC Z.ZZZ.ZZ9,99.
       01 ORC-LIN-ACE.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 OL-ACE-COD   PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 OL-ACE-DESC  PIC X(20).
           03 FILLER       PIC X(08) VALUE "  QTDE: ".
           03 OL-ACE-QTDE  PIC Z9.
           03 FILLER       PIC X(10) VALUE "  DIARIA: ".
           03 OL-ACE-DIA   PIC Z.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 OL-ACE-VAL   PIC Z.ZZZ.ZZ9,99.
       01 ORC-LIN-VAC.
           03 FILLER       PIC X(35) VALUE
              "VALOR DOS ACESSORIOS.............: ".
           03 OL-VALOR-AC  PIC Z.ZZZ.ZZ9,99.
       01 ORC-LIN-TOT.
           03 FILLER       PIC X(35) VALUE
              "TOTAL DO ORCAMENTO...............: ".
           03 OL-TOTAL     PIC Z.ZZZ.ZZ9,99.
       01 ORC-LIN-CAU.
           03 FILLER       PIC X(35) VALUE
              "CAUCAO (DEVOLVIDA NA ENTREGA)....: ".
           03 OL-CAUCAO    PIC Z.ZZZ.ZZ9,99.
           03 FILLER       PIC X(12) VALUE "  POR BIKE: ".
           03 OL-CAUC-BK   PIC ZZZ.ZZ9,99.
       01 ORC-LIN-OBS1.
           03 FILLER       PIC X(40) VALUE
              "ESTE ORCAMENTO NAO RESERVA BICICLETA. AP".
           03 FILLER       PIC X(36) VALUE
              "RESENTE O NUMERO NA RETIRADA PARA".
       01 ORC-LIN-OBS2.
           03 FILLER       PIC X(40) VALUE
              "MANTER AS TARIFAS ACIMA DENTRO DO PRAZO ".
           03 FILLER       PIC X(36) VALUE
              "DE VALIDADE.".
       01 ORC-LIN-OPER.
           03 FILLER       PIC X(10) VALUE "OPERADOR: ".
           03 OL-OPERADOR  PIC X(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      * OPERADOR JA AUTENTICADO PELO MENU (MENU001), MESMO ESQUEMA
      * DO SGB-004
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
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM.
      *
       INC-OP0.
           OPEN I-O ARQORCAM
           IF ST-ERRO-ORC NOT = "00"
               IF ST-ERRO-ORC = "30" OR "35"
                      OPEN OUTPUT ARQORCAM
                      CLOSE ARQORCAM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DE ORCAMENTOS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO BIKE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQORCAM
              GO TO ROT-FIMP.
      * ABERTURAS TOLERANTES: SEM O CADASTRO O NOME NAO APARECE, SEM
      * A TABELA VALE O VALOR DA BIKE, SEM ACORDO/FIDELIDADE/
      * ASSINATURA NAO HA DESCONTO NEM COBERTURA E SEM O ESTOQUE DE
      * ACESSORIOS O ORCAMENTO SAI SO COM AS BIKES
       INC-OP2.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-CLI.
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO W-PJ-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PJ.
           OPEN INPUT ARQESTRG
           IF ST-ERRO-ETR = "00"
              MOVE "S" TO W-ESTR-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-ETR.
           OPEN INPUT ARQPRECO
           IF ST-ERRO-PRECO = "00"
              MOVE "S" TO W-PRECO-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PRECO.
           OPEN INPUT ARQACORD
           IF ST-ERRO-ACO = "00"
              MOVE "S" TO W-ACORD-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-ACO.
           OPEN INPUT ARQFIDEL
           IF ST-ERRO-FID = "00"
              MOVE "S" TO W-FIDEL-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FID.
           OPEN INPUT ARQASSIN
           IF ST-ERRO-ASS = "00"
              OPEN INPUT ARQPLANO
              IF ST-ERRO-PLA = "00"
                 MOVE "S" TO W-ASSIN-ABERTO
              ELSE
                 CLOSE ARQASSIN
                 MOVE "00" TO ST-ERRO-ASS ST-ERRO-PLA
           ELSE
              MOVE "00" TO ST-ERRO-ASS.
           OPEN INPUT ARQACESS
           IF ST-ERRO-ACE = "00"
              MOVE "S" TO W-ACESS-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-ACE.
       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
                      MOVE LK-OPER-ID TO W-OPERADOR
                      GO TO INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "IDENTIFICACAO DO OPERADOR"
                DISPLAY (12, 20) "OPERADOR: "
                ACCEPT  (12, 31) W-OPERADOR
                IF W-OPERADOR = SPACES
                   GO TO ASK-OPERADOR.
       INC-001.
                MOVE ZEROS  TO W-DOC W-FILIAL W-QTD-BIKES W-QTD-ACE
                MOVE ZEROS  TO W-DATA-INI W-HORA-INI
                MOVE ZEROS  TO W-DATA-FIM W-HORA-FIM
                MOVE SPACES TO W-NOME W-CATEGORIA
                MOVE ZEROS  TO W-TAB-ACE
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05)
                 "ORCAMENTO DE LOCACAO (NAO ABRE LOCACAO)"
                DISPLAY (04, 05) "CPF/CNPJ/DOCUMENTO..:"
                DISPLAY (06, 05) "FILIAL (1 A 5)......:"
                DISPLAY (07, 05) "CATEGORIA DA BIKE...:"
                DISPLAY (08, 05) "RETIRADA (DDMMAAAA).:"
                DISPLAY (08, 37) "HORA (HHMM):"
                DISPLAY (09, 05) "DEVOLUCAO (DDMMAAAA):"
                DISPLAY (09, 37) "HORA (HHMM):"
                DISPLAY (10, 05) "QUANTIDADE DE BIKES.:".
       INC-002.
                ACCEPT (04, 27) W-DOC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-DOC = ZEROS
                   MOVE "*** DOCUMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM BUSCAR-NOME-DOC THRU BUSCAR-NOME-DOC-FIM
                DISPLAY (05, 05) LIMPA
                IF W-NOME = SPACES
                   DISPLAY (05, 05) "(CLIENTE AINDA NAO CADASTRADO)"
                ELSE
                   DISPLAY (05, 05) W-NOME.
                PERFORM BUSCAR-FIDELIDADE THRU BUSCAR-FIDELIDADE-FIM
                DISPLAY (05, 56) W-NIVEL-FIDEL.
       INC-003.
                ACCEPT (06, 27) W-FILIAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-FILIAL < 1 OR W-FILIAL > 5
                   MOVE "*** FILIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (06, 30) TBFILIAL (W-FILIAL).
       INC-004.
                ACCEPT (07, 27) W-CATEGORIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-CATEGORIA = SPACE
                   MOVE "*** CATEGORIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM VERIF-CATEGORIA THRU VERIF-CATEGORIA-FIM
                IF W-ACHOU-CAT NOT = "S"
                   MOVE "*** CATEGORIA SEM TARIFA NESTA FILIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (08, 27) W-DATA-INI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE W-DATA-INI TO W-DATA-DMA-NUM
                MOVE W-DMA-DD   TO DV-DIA
                MOVE W-DMA-MM   TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DA RETIRADA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-005A.
                ACCEPT (08, 50) W-HORA-INI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE W-HORA-INI TO W-HORA-HHMM-NUM
                IF W-HORA-HH > 23 OR W-HORA-MM > 59
                   MOVE "*** HORA DA RETIRADA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
       INC-006.
                ACCEPT (09, 27) W-DATA-FIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005A.
                MOVE W-DATA-FIM TO W-DATA-DMA-NUM
                MOVE W-DMA-DD   TO DV-DIA
                MOVE W-DMA-MM   TO DV-MES
                MOVE W-DMA-AAAA TO DV-ANO
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF NOT DV-DATA-OK
                   MOVE "*** DATA DA DEVOLUCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
                MOVE W-DATA-AMD-NUM TO W-AFIM-AMD
                MOVE W-DATA-INI TO W-DATA-DMA-NUM
                PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
                MOVE W-DATA-AMD-NUM TO W-INI-AMD
                IF W-AFIM-AMD < W-INI-AMD
                   MOVE "*** DEVOLUCAO ANTERIOR A RETIRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-006A.
                ACCEPT (09, 50) W-HORA-FIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                MOVE W-HORA-FIM TO W-HORA-HHMM-NUM
                IF W-HORA-HH > 23 OR W-HORA-MM > 59
                   MOVE "*** HORA DA DEVOLUCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006A.
                IF W-DATA-FIM = W-DATA-INI
                   AND W-HORA-FIM NOT > W-HORA-INI
                   MOVE "*** DEVOLUCAO ANTERIOR A RETIRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006A.
       INC-007.
                ACCEPT (10, 27) W-QTD-BIKES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006A.
                IF W-QTD-BIKES = ZEROS
                   MOVE "*** QUANTIDADE DE BIKES INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE ZEROS TO W-QTD-ACE W-TAB-ACE
                MOVE 12 TO W-LIN
                IF W-ACESS-ABERTO NOT = "S"
                   GO TO INC-CALCULO.
      * ACESSORIOS DO ESTOQUE DA FILIAL ESCOLHIDA, ATE CINCO ITENS;
      * O ORCAMENTO NAO SEPARA ESTOQUE, SO AVISA QUANDO A QUANTIDADE
      * PASSA DO QUE ESTA DISPONIVEL HOJE
       INC-008.
                MOVE ZEROS TO W-ACE-COD
                DISPLAY (11, 05) "ACESSORIO (CODIGO, 0=FIM):"
                ACCEPT  (11, 32) W-ACE-COD
                IF W-ACE-COD = ZEROS
                   DISPLAY (11, 05) LIMPA
                   GO TO INC-CALCULO.
                MOVE W-FILIAL  TO ACESS-FILIAL
                MOVE W-ACE-COD TO ACESS-CODIGO
                READ ARQACESS
                IF ST-ERRO-ACE NOT = "00"
                   MOVE "00" TO ST-ERRO-ACE
                   MOVE "*** ACESSORIO NAO CADASTRADO NA FILIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-008A.
                MOVE W-QTD-BIKES TO W-ACE-QTDE
                DISPLAY (11, 37) "QUANTIDADE:"
                ACCEPT  (11, 49) W-ACE-QTDE WITH UPDATE
                IF W-ACE-QTDE = ZEROS
                   GO TO INC-008A.
                IF (ACESS-QTD - ACESS-EMPRESTADA) < W-ACE-QTDE
                   MOVE "*** ACIMA DO DISPONIVEL HOJE NA FILIAL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                ADD 1 TO W-QTD-ACE
                MOVE ACESS-CODIGO    TO W-TA-COD (W-QTD-ACE)
                MOVE ACESS-DESCRICAO TO W-TA-DESC (W-QTD-ACE)
                MOVE W-ACE-QTDE      TO W-TA-QTDE (W-QTD-ACE)
                MOVE ACESS-DIARIA    TO W-TA-DIARIA (W-QTD-ACE)
                DISPLAY (W-LIN, 05) ACESS-CODIGO
                DISPLAY (W-LIN, 09) ACESS-DESCRICAO
                DISPLAY (W-LIN, 30) W-ACE-QTDE
                ADD 1 TO W-LIN
                DISPLAY (11, 37) "               "
                IF W-QTD-ACE < 5
                   GO TO INC-008.
                DISPLAY (11, 05) LIMPA.
       INC-CALCULO.
                PERFORM CALCULAR-ORCAMENTO THRU CALCULAR-ORCAMENTO-FIM
                MOVE W-TAB-DIARIA TO W-VALOR-ED
                DISPLAY (17, 05) "DIARIA:"
                DISPLAY (17, 13) W-VALOR-ED
                MOVE W-TAB-HORA TO W-VALOR-ED
                DISPLAY (17, 25) "HORA:"
                DISPLAY (17, 31) W-VALOR-ED
                MOVE W-DIAS-COBR TO W-DIAS-ED
                DISPLAY (17, 43) "DIAS:"
                DISPLAY (17, 49) W-DIAS-ED
                MOVE W-HORAS-COBR TO W-HORAS-ED
                DISPLAY (17, 55) "HORAS:"
                DISPLAY (17, 62) W-HORAS-ED
                IF W-ACORDO-APLIC = "S"
                   DISPLAY (17, 69) "ACORDO".
                MOVE W-VALOR-BIKES TO W-VALOR-ED
                DISPLAY (18, 05) "VALOR DAS BIKES.....:"
                DISPLAY (18, 27) W-VALOR-ED
                IF W-QTD-ASSIN > ZEROS
                   DISPLAY (18, 40) "COBERTAS PELA ASSINATURA:"
                   DISPLAY (18, 66) W-QTD-ASSIN.
                MOVE W-VALOR-ACESS TO W-VALOR-ED
                DISPLAY (19, 05) "VALOR DOS ACESSORIOS:"
                DISPLAY (19, 27) W-VALOR-ED
                MOVE W-CAUCAO-TOT TO W-VALOR-ED
                DISPLAY (20, 05) "CAUCAO (DEVOLVIDA)..:"
                DISPLAY (20, 27) W-VALOR-ED
                MOVE W-TOTAL-ORC TO W-VALOR-ED
                DISPLAY (21, 05) "TOTAL DO ORCAMENTO..:"
                DISPLAY (21, 27) W-VALOR-ED.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "EMITIR ORCAMENTO? (S / N):".
                ACCEPT(23, 67) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                    MOVE "ORCAMENTO DESCARTADO PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-OPC.
       INC-GRAVACAO.
                PERFORM OBTER-PROX-ORC THRU OBTER-PROX-ORC-FIM
                MOVE W-PROX-ORC     TO ORC-NUMERO
                MOVE W-DOC          TO ORC-DOC
                MOVE W-FILIAL       TO ORC-FILIAL
                MOVE W-CATEGORIA    TO ORC-CATEGORIA
                MOVE W-DATA-INI     TO ORC-DATA-INI
                MOVE W-HORA-INI     TO ORC-HORA-INI
                MOVE W-DATA-FIM     TO ORC-DATA-FIM
                MOVE W-HORA-FIM     TO ORC-HORA-FIM
                MOVE W-QTD-BIKES    TO ORC-QTD-BIKES
                MOVE ZEROS          TO ORC-QTD-USADA
                MOVE W-TAB-DIARIA   TO ORC-DIARIA
                MOVE W-TAB-HORA     TO ORC-HORA
                MOVE W-ACORDO-APLIC TO ORC-ACORDO
                MOVE W-DESC-FIDEL   TO ORC-DESC-FIDEL
                MOVE W-QTD-ASSIN    TO ORC-QTD-ASSIN
                MOVE W-DIAS-COBR    TO ORC-DIAS
                MOVE W-HORAS-COBR   TO ORC-HORAS
                MOVE W-VALOR-BIKES  TO ORC-VALOR-BIKES
                MOVE 1 TO W-IX-ACE.
       INC-GRAVACAO-ACE.
                MOVE W-TA-COD (W-IX-ACE)    TO ORC-ACE-COD (W-IX-ACE)
                MOVE W-TA-QTDE (W-IX-ACE)   TO ORC-ACE-QTDE (W-IX-ACE)
                MOVE W-TA-DIARIA (W-IX-ACE)
                                          TO ORC-ACE-DIARIA (W-IX-ACE)
                IF W-IX-ACE < 5
                   ADD 1 TO W-IX-ACE
                   GO TO INC-GRAVACAO-ACE.
                MOVE W-VALOR-ACESS  TO ORC-VALOR-ACESS
                MOVE CAUCAO-POR-BIKE TO ORC-CAUCAO-BIKE
                MOVE W-CAUCAO-TOT   TO ORC-CAUCAO
                MOVE W-TOTAL-ORC    TO ORC-TOTAL
                MOVE W-HOJE-DMA-NUM TO ORC-EMISSAO
                MOVE PRAZO-ORCAMENTO TO ORC-PRAZO-DIAS
                MOVE W-OPERADOR     TO ORC-OPERADOR
                MOVE "A"            TO ORC-SITUACAO
                WRITE REGORCAM
                IF ST-ERRO-ORC NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ORCAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM IMPRIMIR-ORCAMENTO THRU IMPRIMIR-ORCAMENTO-FIM
                MOVE ORC-NUMERO TO W-MO-NUMERO
                MOVE W-MENS-ORC TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *-------------------------------------------------------------
      * CALCULAR-ORCAMENTO: TARIFA EFETIVA (BUSCAR-PRECO), HORAS E
      * DIAS CORRIDOS ENTRE RETIRADA E DEVOLUCAO, VALOR POR BIKE
      * COM O DESCONTO DE FIDELIDADE, BIKES COBERTAS PELA
      * ASSINATURA, ACESSORIOS PELOS DIAS COBRADOS E A CAUCAO
      *-------------------------------------------------------------
       CALCULAR-ORCAMENTO.
                PERFORM BUSCAR-PRECO THRU BUSCAR-PRECO-FIM
                MOVE W-DATA-INI TO W-DATA-DMA-NUM
                COMPUTE W-DIAS-I = (W-DMA-AAAA * 360)
                        + (W-DMA-MM * 30) + W-DMA-DD
                MOVE W-DATA-FIM TO W-DATA-DMA-NUM
                COMPUTE W-DIAS-F = (W-DMA-AAAA * 360)
                        + (W-DMA-MM * 30) + W-DMA-DD
                MOVE W-HORA-INI TO W-HORA-HHMM-NUM
                COMPUTE W-MIN-I = (W-HORA-HH * 60) + W-HORA-MM
                MOVE W-HORA-FIM TO W-HORA-HHMM-NUM
                COMPUTE W-MIN-F = (W-HORA-HH * 60) + W-HORA-MM
                COMPUTE W-MIN-TOT = ((W-DIAS-F - W-DIAS-I) * 1440)
                        + W-MIN-F - W-MIN-I
                IF W-MIN-TOT < 1
                   MOVE 60 TO W-MIN-TOT.
                COMPUTE W-HORAS-COBR = (W-MIN-TOT + 59) / 60
                COMPUTE W-DIAS-COBR = (W-HORAS-COBR + 23) / 24
                IF W-DIAS-COBR = ZEROS
                   MOVE 1 TO W-DIAS-COBR.
                COMPUTE W-VALOR-CALC ROUNDED =
                        W-HORAS-COBR * W-TAB-HORA
                COMPUTE W-VALOR-CAP = W-DIAS-COBR * W-TAB-DIARIA
                IF W-VALOR-CALC > W-VALOR-CAP
                   MOVE W-VALOR-CAP TO W-VALOR-CALC.
                IF W-DESC-FIDEL > ZEROS
                   COMPUTE W-VALOR-CALC ROUNDED = W-VALOR-CALC *
                           (100 - W-DESC-FIDEL) / 100.
                PERFORM VERIF-ASSINATURA THRU VERIF-ASSINATURA-FIM
                COMPUTE W-VALOR-BIKES =
                        W-VALOR-CALC * (W-QTD-BIKES - W-QTD-ASSIN)
                MOVE ZEROS TO W-VALOR-ACESS
                MOVE 1 TO W-IX-ACE.
       CALCULAR-ORCAMENTO-ACE.
                COMPUTE W-TA-VALOR (W-IX-ACE) =
                        W-TA-DIARIA (W-IX-ACE) * W-TA-QTDE (W-IX-ACE)
                        * W-DIAS-COBR
                ADD W-TA-VALOR (W-IX-ACE) TO W-VALOR-ACESS
                IF W-IX-ACE < 5
                   ADD 1 TO W-IX-ACE
                   GO TO CALCULAR-ORCAMENTO-ACE.
                COMPUTE W-CAUCAO-TOT = CAUCAO-POR-BIKE * W-QTD-BIKES
                COMPUTE W-TOTAL-ORC = W-VALOR-BIKES + W-VALOR-ACESS.
       CALCULAR-ORCAMENTO-FIM.
                EXIT.
      * A CATEGORIA PRECISA TER TARIFA NA FILIAL: LINHA NA TABELA DE
      * PRECOS OU, NA FALTA, UMA BIKE DA CATEGORIA NA FILIAL, CUJO
      * VALOR DE LOCACAO VALE COMO DIARIA (MESMA FALTA DE TABELA QUE
      * O SGB-004 RESOLVE PELA BIKE RETIRADA)
       VERIF-CATEGORIA.
                MOVE "N" TO W-ACHOU-CAT
                MOVE ZEROS TO W-VALOR-BIKE
                IF W-PRECO-ABERTO = "S"
                   MOVE W-CATEGORIA TO PRECO-CATEGORIA
                   MOVE W-FILIAL    TO PRECO-FILIAL
                   READ ARQPRECO
                   IF ST-ERRO-PRECO = "00"
                      MOVE "S" TO W-ACHOU-CAT
                   ELSE
                      MOVE "00" TO ST-ERRO-PRECO.
                MOVE ZEROS TO NUMERO
                START ARQBIKE KEY IS NOT LESS NUMERO
                    INVALID KEY MOVE "10" TO ST-ERRO-BIKE.
                IF ST-ERRO-BIKE = "10"
                   GO TO VERIF-CATEGORIA-VOLTA.
       VERIF-CATEGORIA-LER.
                READ ARQBIKE NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-BIKE.
                IF ST-ERRO-BIKE = "10"
                   GO TO VERIF-CATEGORIA-VOLTA.
                IF CATEGORIA NOT = W-CATEGORIA
                   OR FILIAL NOT = W-FILIAL
                   GO TO VERIF-CATEGORIA-LER.
                MOVE VALORLOCACAO TO W-VALOR-BIKE
                MOVE "S" TO W-ACHOU-CAT.
       VERIF-CATEGORIA-VOLTA.
                MOVE "00" TO ST-ERRO-BIKE.
       VERIF-CATEGORIA-FIM.
                EXIT.
      * BUSCA A DIARIA E A TARIFA HORARIA EFETIVAS, COMO O
      * BUSCAR-PRECO DO SGB-004: TABELA POR CATEGORIA + FILIAL COM
      * DIARIA DE FIM DE SEMANA QUANDO A RETIRADA CAI EM SABADO OU
      * DOMINGO, OU O VALOR DA BIKE NA FALTA DA TABELA
       BUSCAR-PRECO.
                MOVE W-VALOR-BIKE TO W-TAB-DIARIA
                COMPUTE W-TAB-HORA ROUNDED =
                        W-TAB-DIARIA / HORAS-POR-DIARIA
                IF W-PRECO-ABERTO NOT = "S"
                   GO TO BUSCAR-PRECO-ACORDO.
                MOVE W-CATEGORIA TO PRECO-CATEGORIA
                MOVE W-FILIAL    TO PRECO-FILIAL
                READ ARQPRECO
                IF ST-ERRO-PRECO NOT = "00"
                   MOVE "00" TO ST-ERRO-PRECO
                   GO TO BUSCAR-PRECO-ACORDO.
                MOVE PRECO-DIARIA TO W-TAB-DIARIA
                MOVE W-DATA-INI TO W-DATA-DMA-NUM
                PERFORM CALC-DIA-SEMANA THRU CALC-DIA-SEMANA-FIM
                IF W-EH-FDS = "S" AND PRECO-DIARIA-FDS NOT = ZEROS
                   MOVE PRECO-DIARIA-FDS TO W-TAB-DIARIA.
                IF PRECO-HORA NOT = ZEROS
                   MOVE PRECO-HORA TO W-TAB-HORA
                ELSE
                   COMPUTE W-TAB-HORA ROUNDED =
                           W-TAB-DIARIA / HORAS-POR-DIARIA.
      * ACORDO COMERCIAL DO CNPJ (SGB-021) COM VIGENCIA COBRINDO A
      * DATA DA RETIRADA
       BUSCAR-PRECO-ACORDO.
                MOVE "N" TO W-ACORDO-APLIC
                IF W-ACORD-ABERTO NOT = "S"
                   GO TO BUSCAR-PRECO-FIM.
                IF W-DOC NOT > 99999999999
                   OR W-DOC NOT < 99000000000000
                   GO TO BUSCAR-PRECO-FIM.
                MOVE W-DOC TO ACORD-CNPJ
                READ ARQACORD
                IF ST-ERRO-ACO NOT = "00"
                   MOVE "00" TO ST-ERRO-ACO
                   GO TO BUSCAR-PRECO-FIM.
                IF NOT ACORD-ATIVO
                   GO TO BUSCAR-PRECO-FIM.
                MOVE W-DATA-INI TO W-DATA-DMA-NUM
                PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
                MOVE W-DATA-AMD-NUM TO W-DREF-AMD
                MOVE ACORD-INICIO TO W-DATA-DMA-NUM
                PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
                MOVE W-DATA-AMD-NUM TO W-AINI-AMD
                MOVE ACORD-FIM TO W-DATA-DMA-NUM
                PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
                MOVE W-DATA-AMD-NUM TO W-AFIM-AMD
                IF W-DREF-AMD < W-AINI-AMD OR W-DREF-AMD > W-AFIM-AMD
                   GO TO BUSCAR-PRECO-FIM.
                IF ACORD-DIARIA-FIXA
                   MOVE ACORD-DIARIA TO W-TAB-DIARIA
                   COMPUTE W-TAB-HORA ROUNDED =
                           W-TAB-DIARIA / HORAS-POR-DIARIA
                ELSE
                   COMPUTE W-TAB-DIARIA ROUNDED = W-TAB-DIARIA *
                           (100 - ACORD-PERC) / 100
                   COMPUTE W-TAB-HORA ROUNDED = W-TAB-HORA *
                           (100 - ACORD-PERC) / 100.
                MOVE "S" TO W-ACORDO-APLIC.
       BUSCAR-PRECO-FIM.
                EXIT.
      * ASSINANTE ATIVO COM PLANO ATIVO, VALIDADE COBRINDO A
      * RETIRADA E CATEGORIA PERMITIDA TEM AS BIKES COBERTAS ATE O
      * SALDO DA COTA DO MES (PLANO SEM COTA COBRE TODAS), COMO O
      * VERIF-ASSINATURA DO SGB-004 FARIA BIKE A BIKE
       VERIF-ASSINATURA.
                MOVE ZEROS TO W-QTD-ASSIN
                IF W-ASSIN-ABERTO NOT = "S"
                   GO TO VERIF-ASSINATURA-FIM.
                IF W-DOC > 99999999999
                   GO TO VERIF-ASSINATURA-FIM.
                MOVE W-DOC TO ASSIN-CPF
                READ ARQASSIN
                IF ST-ERRO-ASS NOT = "00"
                   MOVE "00" TO ST-ERRO-ASS
                   GO TO VERIF-ASSINATURA-FIM.
                IF NOT ASSIN-ATIVA
                   GO TO VERIF-ASSINATURA-FIM.
                MOVE W-DATA-INI TO W-DATA-DMA-NUM
                PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
                MOVE W-DATA-AMD-NUM TO W-DREF-AMD
                MOVE W-DMA-AAAA TO W-ASS-REF-AAAA
                MOVE W-DMA-MM   TO W-ASS-REF-MM
                MOVE ASSIN-INICIO TO W-DATA-DMA-NUM
                PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
                MOVE W-DATA-AMD-NUM TO W-AINI-AMD
                MOVE ASSIN-FIM TO W-DATA-DMA-NUM
                PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
                MOVE W-DATA-AMD-NUM TO W-AFIM-AMD
                IF W-DREF-AMD < W-AINI-AMD OR W-DREF-AMD > W-AFIM-AMD
                   GO TO VERIF-ASSINATURA-FIM.
                MOVE ASSIN-PLANO TO PLANO-CODIGO
                READ ARQPLANO
                IF ST-ERRO-PLA NOT = "00"
                   MOVE "00" TO ST-ERRO-PLA
                   GO TO VERIF-ASSINATURA-FIM.
                IF NOT PLANO-ATIVO
                   GO TO VERIF-ASSINATURA-FIM.
                IF PLANO-CATEGORIA NOT = SPACE
                   AND PLANO-CATEGORIA NOT = W-CATEGORIA
                   GO TO VERIF-ASSINATURA-FIM.
                IF PLANO-LOC-INCL = ZEROS
                   MOVE W-QTD-BIKES TO W-QTD-ASSIN
                   GO TO VERIF-ASSINATURA-FIM.
                MOVE PLANO-LOC-INCL TO W-COTA-RESTA
                IF ASSIN-MES-REF = W-ASS-REFMES-NUM
                   SUBTRACT ASSIN-USOS-MES FROM W-COTA-RESTA.
                IF W-COTA-RESTA < 1
                   GO TO VERIF-ASSINATURA-FIM.
                IF W-COTA-RESTA < W-QTD-BIKES
                   MOVE W-COTA-RESTA TO W-QTD-ASSIN
                ELSE
                   MOVE W-QTD-BIKES TO W-QTD-ASSIN.
       VERIF-ASSINATURA-FIM.
                EXIT.
      * DESCOBRE SE A DATA EM W-DATA-DMA CAI EM SABADO OU DOMINGO,
      * PELA CONGRUENCIA DE ZELLER, COMO NO SGB-004
       CALC-DIA-SEMANA.
                MOVE "N" TO W-EH-FDS
                MOVE W-DMA-MM   TO W-ZC-M
                MOVE W-DMA-AAAA TO W-ZC-A
                IF W-ZC-M < 3
                   ADD 12 TO W-ZC-M
                   SUBTRACT 1 FROM W-ZC-A.
                COMPUTE W-ZC-J = W-ZC-A / 100
                COMPUTE W-ZC-K = W-ZC-A - (W-ZC-J * 100)
                COMPUTE W-ZC-T1 = (13 * (W-ZC-M + 1)) / 5
                COMPUTE W-ZC-T2 = W-ZC-K / 4
                COMPUTE W-ZC-T3 = W-ZC-J / 4
                COMPUTE W-ZC-H = W-DMA-DD + W-ZC-T1 + W-ZC-K
                        + W-ZC-T2 + W-ZC-T3 + (5 * W-ZC-J)
                COMPUTE W-ZC-T4 = W-ZC-H / 7
                COMPUTE W-ZC-H = W-ZC-H - (W-ZC-T4 * 7)
                IF W-ZC-H = 0 OR W-ZC-H = 1
                   MOVE "S" TO W-EH-FDS.
       CALC-DIA-SEMANA-FIM.
                EXIT.
      * CONVERTE W-DATA-DMA (DDMMAAAA) PARA W-DATA-AMD (AAAAMMDD)
       INVERTER-DATA.
                MOVE W-DMA-DD   TO W-AMD-DD
                MOVE W-DMA-MM   TO W-AMD-MM
                MOVE W-DMA-AAAA TO W-AMD-AAAA.
       INVERTER-DATA-FIM.
                EXIT.
      * NOME DO CLIENTE PELO DOCUMENTO: CPF EM CADCLIENTES, CNPJ EM
      * CADCLIPJ E A FAIXA 99... NO CADASTRO DE ESTRANGEIROS
       BUSCAR-NOME-DOC.
                MOVE SPACES TO W-NOME
                IF W-DOC NOT < 99000000000000
                   GO TO BUSCAR-NOME-ESTR.
                IF W-DOC > 99999999999
                   GO TO BUSCAR-NOME-PJ.
                IF W-CLI-ABERTO NOT = "S"
                   GO TO BUSCAR-NOME-DOC-FIM.
                MOVE W-DOC TO CPF
                READ CLIENTES
                IF ST-ERRO-CLI = "00"
                   MOVE NOME TO W-NOME.
                MOVE "00" TO ST-ERRO-CLI
                GO TO BUSCAR-NOME-DOC-FIM.
       BUSCAR-NOME-PJ.
                IF W-PJ-ABERTO NOT = "S"
                   GO TO BUSCAR-NOME-DOC-FIM.
                MOVE W-DOC TO CNPJ
                READ CADCLIPJ
                IF ST-ERRO-PJ = "00"
                   MOVE RAZAO-SOCIAL TO W-NOME.
                MOVE "00" TO ST-ERRO-PJ
                GO TO BUSCAR-NOME-DOC-FIM.
       BUSCAR-NOME-ESTR.
                IF W-ESTR-ABERTO NOT = "S"
                   GO TO BUSCAR-NOME-DOC-FIM.
                MOVE W-DOC TO ESTR-DOC
                READ ARQESTRG
                IF ST-ERRO-ETR = "00"
                   MOVE ESTR-NOME TO W-NOME.
                MOVE "00" TO ST-ERRO-ETR.
       BUSCAR-NOME-DOC-FIM.
                EXIT.
      * NIVEL DE FIDELIDADE DO DOCUMENTO (ARQFIDEL.DAT, SYNC003)
       BUSCAR-FIDELIDADE.
                MOVE SPACES TO W-NIVEL-FIDEL
                MOVE ZEROS  TO W-DESC-FIDEL
                IF W-FIDEL-ABERTO NOT = "S"
                   GO TO BUSCAR-FIDELIDADE-FIM.
                MOVE W-DOC TO FIDEL-CPF
                READ ARQFIDEL
                IF ST-ERRO-FID = "00"
                   MOVE FIDEL-NIVEL    TO W-NIVEL-FIDEL
                   MOVE FIDEL-DESCONTO TO W-DESC-FIDEL.
                MOVE "00" TO ST-ERRO-FID.
       BUSCAR-FIDELIDADE-FIM.
                EXIT.
      * PRAZO DE VALIDADE E CAUCAO POR BIKE DO ARQPARAM.DAT; SEM O
      * PARAMETRO VALEM OS PADROES DO PROGRAMA
       LER-PARAMETROS.
                PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
                MOVE "ORCVALIDADE" TO PV-CODIGO
                PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
                IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
                   MOVE PV-VALOR TO PRAZO-ORCAMENTO.
                MOVE "CAUCAOBIKE" TO PV-CODIGO
                PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
                IF PV-ACHADO = "S"
                   MOVE PV-VALOR TO CAUCAO-POR-BIKE.
                IF PV-ABERTO = "S"
                   CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
                EXIT.
      * TIRA O PROXIMO NUMERO DE ORCAMENTO DO ARQUIVO DE CONTROLE
      * CTRLORC.DAT, MESMO ESQUEMA DO CTRLRECI DO SGB-004
       OBTER-PROX-ORC.
                MOVE ZEROS TO CTRL-ULT-ORC
                OPEN INPUT CTRLORC
                IF ST-ERRO-CTO = "00"
                   READ CTRLORC
                       AT END MOVE ZEROS TO CTRL-ULT-ORC.
                IF ST-ERRO-CTO NOT = "35" AND "30"
                   CLOSE CTRLORC.
                COMPUTE W-PROX-ORC = CTRL-ULT-ORC + 1
                MOVE W-PROX-ORC TO CTRL-ULT-ORC
                OPEN OUTPUT CTRLORC
                WRITE REG-CTRLORC
                CLOSE CTRLORC.
       OBTER-PROX-ORC-FIM.
                EXIT.
      *-------------------------------------------------------------
      * IMPRIME O ORCAMENTO EM ORCAMENTO.TXT PELO CABECALHO
      * COMPARTILHADO DO COPY RELPAG./RELPAGP. E CATALOGA A SAIDA
      * COMO "ORCAMENT" PARA A REEMISSAO PELO RELCAT002
      *-------------------------------------------------------------
       IMPRIMIR-ORCAMENTO.
                OPEN OUTPUT RELATORIO
                IF ST-ERRO-REL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ORCAMENTO.TXT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMPRIMIR-ORCAMENTO-FIM.
                MOVE ZEROS TO W-PAGINA
                MOVE "ORCAMENTO DE LOCACAO DE BICICLETAS"
                                                  TO W-TITULO-REL
                MOVE SPACES TO W-CAB-COL
                PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
                MOVE ORC-NUMERO     TO OL-NUMERO-R
                MOVE ORC-EMISSAO    TO OL-EMISSAO
                MOVE ORC-PRAZO-DIAS TO OL-PRAZO
                WRITE LINHA-REL FROM ORC-LIN-NUM
                WRITE LINHA-REL FROM ESPACOS-REL
                IF W-NOME = SPACES
                   MOVE "(NAO CADASTRADO)" TO OL-NOME
                ELSE
                   MOVE W-NOME TO OL-NOME.
                MOVE ORC-DOC        TO OL-DOC
                WRITE LINHA-REL FROM ORC-LIN-CLI
                MOVE TBFILIAL (ORC-FILIAL) TO OL-FILIAL
                MOVE ORC-CATEGORIA  TO OL-CATEGORIA
                MOVE ORC-QTD-BIKES  TO OL-QTD
                WRITE LINHA-REL FROM ORC-LIN-FIL
                MOVE ORC-DATA-INI   TO OL-DATA-INI
                MOVE ORC-HORA-INI   TO OL-HORA-INI
                MOVE ORC-DATA-FIM   TO OL-DATA-FIM
                MOVE ORC-HORA-FIM   TO OL-HORA-FIM
                WRITE LINHA-REL FROM ORC-LIN-PER
                MOVE ORC-DIARIA     TO OL-DIARIA
                MOVE ORC-HORA       TO OL-HORA
                MOVE ORC-DIAS       TO OL-DIAS
                MOVE ORC-HORAS      TO OL-HORAS
                WRITE LINHA-REL FROM ORC-LIN-TAR
                ADD 8 TO W-LINPAG
                IF ORC-ACORDO = "S"
                   MOVE "TARIFA DO ACORDO COMERCIAL PJ" TO LINHA-REL
                   WRITE LINHA-REL
                   ADD 1 TO W-LINPAG.
                IF ORC-DESC-FIDEL > ZEROS
                   MOVE ORC-DESC-FIDEL TO OL-FIDEL
                   WRITE LINHA-REL FROM ORC-LIN-FID
                   ADD 1 TO W-LINPAG.
                IF ORC-QTD-ASSIN > ZEROS
                   MOVE ORC-QTD-ASSIN TO OL-ASSIN
                   WRITE LINHA-REL FROM ORC-LIN-ASS
                   ADD 1 TO W-LINPAG.
                MOVE ORC-VALOR-BIKES TO OL-VALOR-BK
                WRITE LINHA-REL FROM ORC-LIN-VBK
                WRITE LINHA-REL FROM ESPACOS-REL
                MOVE "ACESSORIOS:" TO LINHA-REL
                WRITE LINHA-REL
                ADD 3 TO W-LINPAG
                MOVE 1 TO W-IX-ACE.
       IMPRIMIR-ORCAMENTO-ACE.
                IF W-TA-COD (W-IX-ACE) = ZEROS
                   GO TO IMPRIMIR-ORCAMENTO-TOT.
                MOVE W-TA-COD (W-IX-ACE)    TO OL-ACE-COD
                MOVE W-TA-DESC (W-IX-ACE)   TO OL-ACE-DESC
                MOVE W-TA-QTDE (W-IX-ACE)   TO OL-ACE-QTDE
                MOVE W-TA-DIARIA (W-IX-ACE) TO OL-ACE-DIA
                MOVE W-TA-VALOR (W-IX-ACE)  TO OL-ACE-VAL
                PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
                WRITE LINHA-REL FROM ORC-LIN-ACE
                ADD 1 TO W-LINPAG
                IF W-IX-ACE < 5
                   ADD 1 TO W-IX-ACE
                   GO TO IMPRIMIR-ORCAMENTO-ACE.
       IMPRIMIR-ORCAMENTO-TOT.
                IF W-QTD-ACE = ZEROS
                   MOVE "    NENHUM" TO LINHA-REL
                   WRITE LINHA-REL
                   ADD 1 TO W-LINPAG.
                MOVE ORC-VALOR-ACESS TO OL-VALOR-AC
                MOVE ORC-TOTAL       TO OL-TOTAL
                MOVE ORC-CAUCAO      TO OL-CAUCAO
                MOVE ORC-CAUCAO-BIKE TO OL-CAUC-BK
                MOVE ORC-OPERADOR    TO OL-OPERADOR
                PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
                WRITE LINHA-REL FROM ORC-LIN-VAC
                WRITE LINHA-REL FROM ORC-LIN-TOT
                WRITE LINHA-REL FROM ORC-LIN-CAU
                WRITE LINHA-REL FROM ESPACOS-REL
                WRITE LINHA-REL FROM ORC-LIN-OBS1
                WRITE LINHA-REL FROM ORC-LIN-OBS2
                WRITE LINHA-REL FROM ESPACOS-REL
                WRITE LINHA-REL FROM ORC-LIN-OPER
                ADD 8 TO W-LINPAG
                CLOSE RELATORIO
                MOVE "ORCAMENT"      TO W-REL-ID
                MOVE "ORCAMENTO.TXT" TO W-REL-ARQ
                MOVE SPACES          TO W-REL-PARMS
                STRING "ORCAMENTO " ORC-NUMERO " DOC " ORC-DOC
                       DELIMITED BY SIZE INTO W-REL-PARMS
                PERFORM CATALOGAR-RELATORIO
                                       THRU CATALOGAR-RELATORIO-FIM.
       IMPRIMIR-ORCAMENTO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQORCAM ARQBIKE.
                IF W-CLI-ABERTO = "S"
                   CLOSE CLIENTES.
                IF W-PJ-ABERTO = "S"
                   CLOSE CADCLIPJ.
                IF W-ESTR-ABERTO = "S"
                   CLOSE ARQESTRG.
                IF W-PRECO-ABERTO = "S"
                   CLOSE ARQPRECO.
                IF W-ACORD-ABERTO = "S"
                   CLOSE ARQACORD.
                IF W-FIDEL-ABERTO = "S"
                   CLOSE ARQFIDEL.
                IF W-ASSIN-ABERTO = "S"
                   CLOSE ARQASSIN ARQPLANO.
                IF W-ACESS-ABERTO = "S"
                   CLOSE ARQACESS.
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
       COPY RELPAGP.
      *
       COPY PARAMVALP.
       COPY DATAVALP.
