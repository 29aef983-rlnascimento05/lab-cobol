       IDENTIFICATION DIVISION.
       PROGRAM-ID. BI001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * EXTRATO EM ESTRELA PARA A FERRAMENTA DE PAINEIS   *
      **************************************************
      * OS RELATORIOS REL0XX SAO IMAGEM DE IMPRESSAO E O REL039 SO
      * EXPORTA LANCAMENTO CONTABIL; A FERRAMENTA DE PAINEIS DOS
      * DONOS PRECISA CORTAR LOCACAO POR MES, FILIAL, CATEGORIA,
      * SEGMENTO DO CLIENTE E FORMA DE PAGAMENTO. ESTE PASSO DA
      * ROTINA NOTURNA GRAVA, EM TEXTO DELIMITADO POR ";" NOS MOLDES
      * DO RFMEXT.TXT (VALOR EM CENTAVOS SEM VIRGULA, DATA AAAAMMDD,
      * SEM LINHA DE TITULO), OS ARQUIVOS DE FATO E DE DIMENSAO:
      *   BIDFIL.TXT   FILIAL (TFILIAL):
      *     SK;CODIGO;NOME
      *   BIDOPER.TXT  OPERADOR (ARQOPER.DAT):
      *     SK;ID;NOME;NIVEL;SK-FILIAL;ATIVO
      *   BIDBIKE.TXT  BICICLETA (ARQBIKE.DAT):
      *     SK;NUMERO;MARCA;MODELO;CATEGORIA;ARO;COR;SITUACAO;
      *     DESCRICAO-SITUACAO;SK-FILIAL;DATA-COMPRA;VALOR-COMPRA;
      *     VALOR-LOCACAO
      *   BIDCLI.TXT   CLIENTE (CADCLIENTES, CADCLIPJ E ARQESTRG):
      *     SK;DOCUMENTO;TIPO;PAIS;ANO-NASC;FAIXA-ETARIA;CEP5;
      *     SITUACAO;SEGMENTO
      *     TIPO F = PESSOA FISICA, COM O CPF MASCARADO
      *     (***.456.789-**), SEM NOME, CONTATO OU ENDERECO -- SO O
      *     ANO DE NASCIMENTO E OS 5 PRIMEIROS DIGITOS DO CEP; TIPO J
      *     = EMPRESA (CNPJ); TIPO E = ESTRANGEIRO (DOCUMENTO INTERNO
      *     DA FAIXA 99, NUNCA O PASSAPORTE). O SEGMENTO E O NIVEL DE
      *     FIDELIDADE DO ARQFIDEL.DAT (SYNC003), "SEM" SE NAO HOUVER.
      *   BIDDATA.TXT  CALENDARIO:
      *     SK(AAAAMMDD);DATA;ANO;TRIMESTRE;MES;NOME-MES;ANO-MES;DIA;
      *     DIA-SEMANA(1=DOM);NOME-DIA;FIM-SEMANA;DIA-UTIL;FERIADO
      *     DE 1/1 DO ANO DA DATA MAIS ANTIGA JA EXTRAIDA ATE 31/12
      *     DO ANO SEGUINTE; DIA UTIL E FERIADO PELO ARQCALEND.DAT
      *     (COPY CALDIAS./CALDIASP.).
      *   BIFLOC.TXT   LOCACAO (ARQLOC.DAT E HISTORICO ARQLOCH.DAT):
      *     CHAVE;ARQ(A/H);SK-DATA;HORA;SK-DATA-DEV;SK-DATA-PREV;
      *     SK-BIKE;SK-CLIENTE;SK-FILIAL-RET;SK-FILIAL-DEV;SITUACAO;
      *     RENOVACOES;CAMPANHA;VALOR;DESCONTO-CAMP;TAXA-RETORNO
      *   BIFPAG.TXT   PAGAMENTO (ARQPAG.DAT MENOS ARQESTOR.DAT):
      *     CHAVE;RECIBO;SK-DATA;SK-CLIENTE;SK-BIKE;SK-FILIAL;
      *     SK-OPERADOR;ORIGEM;FORMA;NOME-FORMA;BRUTO;ESTORNADO;
      *     SK-DATA-ESTORNO;LIQUIDO
      *     A CONTRAPARTIDA DO ESTORNO (ORIGEM "E") NAO SAI: O
      *     ESTORNO JA VEM ABATIDO NA LINHA DO PAGAMENTO ORIGINAL. A
      *     FILIAL E A DE RETIRADA DA LOCACAO PAGA; SEM LOCACAO, A DO
      *     OPERADOR QUE RECEBEU.
      *   BIFMAN.TXT   MANUTENCAO REALIZADA (ARQMANUT.DAT):
      *     CHAVE;SK-DATA;SK-BIKE;SK-FILIAL;MECANICO;HORAS;CUSTO
      *   BIFOS.TXT    ORDEM DE SERVICO (ARQOS.DAT):
      *     NUMERO;SK-DATA-ABERT;SK-DATA-CONCL;SK-BIKE;SK-FILIAL;
      *     ORIGEM;STATUS;TIPO-SERV;SERVICO;MECANICO;DANO-COBRADO;
      *     HORAS;CUSTO
      *     A OS CONCLUIDA JA GRAVA SUA MANUTENCAO NO ARQMANUT.DAT
      *     (CDOS): O CUSTO DA MANUTENCAO SAI NO BIFMAN E O BIFOS
      *     SERVE PARA PRAZO E STATUS -- NAO SOMAR OS DOIS.
      *   BICTRL.TXT   CONTROLE DA CARGA, UMA LINHA POR ARQUIVO:
      *     ARQUIVO;CARGA(C/I);CORTE;DATA;HORA;LINHAS;TOTAL
      *     (TOTAL = VALOR DA LOCACAO, LIQUIDO DO PAGAMENTO, CUSTO DA
      *     MANUTENCAO E DA OS, VALOR DE COMPRA DA BICICLETA), PARA O
      *     LADO DA FERRAMENTA CONFERIR O QUE CARREGOU.
      * CHAVES SUBSTITUTAS: CADA BICICLETA, CLIENTE, FILIAL E
      * OPERADOR GANHA, NA PRIMEIRA VEZ QUE APARECE, UM NUMERO
      * SEQUENCIAL POR DIMENSAO GRAVADO NO MAPA ARQSKBI.DAT (DIMENSAO
      * + CHAVE NATURAL -> SK), QUE NUNCA E APAGADO: A MESMA
      * BICICLETA TEM SEMPRE A MESMA SK, MESMO NA RECARGA COMPLETA. A
      * SK 0 E O MEMBRO "NAO INFORMADO" DE CADA DIMENSAO (FATO SEM
      * CLIENTE, SEM OPERADOR, DOCUMENTO FORA DOS CADASTROS). A DATA
      * USA A PROPRIA AAAAMMDD COMO CHAVE.
      * CARGA INCREMENTAL: O CONTROLE CTRLBI.DAT GUARDA A DATA DA
      * ULTIMA EXECUCAO; SO SAI O FATO COM ALGUMA DATA (LOCACAO,
      * DEVOLUCAO, PAGAMENTO, ESTORNO, SERVICO, ABERTURA OU CONCLUSAO
      * DA OS) NESSE DIA OU DEPOIS, MAIS TODA OS AINDA NAO CONCLUIDA
      * (O STATUS MUDA SEM DATA). A FERRAMENTA SUBSTITUI O FATO PELA
      * CHAVE NATURAL DA PRIMEIRA COLUNA E A DIMENSAO PELA SK; AS
      * DIMENSOES SAEM SEMPRE INTEIRAS. CARGA COMPLETA (TODOS OS
      * FATOS) NA PRIMEIRA EXECUCAO E QUANDO O PARAMETRO BICOMPLETA
      * DO CDPARAM E GRAVADO COM VALOR 1: O PEDIDO E ATENDIDO UMA VEZ
      * POR DATA DE ALTERACAO DO PARAMETRO (A DATA ATENDIDA FICA NO
      * CTRLBI.DAT), SEM PRECISAR VOLTA-LO A ZERO.
      * O CTRLBI.DAT SO E REGRAVADO NO FIM DE UMA EXECUCAO COMPLETA;
      * SE O PASSO CAIR NO MEIO, A PROXIMA EXECUCAO REPETE O MESMO
      * CORTE. DEVOLVE RETURN-CODE 12 QUANDO UM ARQUIVO OBRIGATORIO
      * NAO ABRE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRLBI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTL.

           SELECT ARQSKBI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SK
                    FILE STATUS  IS ST-ERRO-SK.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT ARQLOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOCH
                    FILE STATUS  IS ST-ERRO-LCH.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT ARQESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    FILE STATUS  IS ST-ERRO-EST.

           SELECT ARQMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MANUT
                    FILE STATUS  IS ST-ERRO-MAN.

           SELECT ARQOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OS-NUMERO
                    FILE STATUS  IS ST-ERRO-OS.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-BIK.

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

           SELECT ARQOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO-OPE.

           SELECT ARQFIDEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIDEL-CPF
                    FILE STATUS  IS ST-ERRO-FID.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT BIDFIL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BIDOPER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BIDBIKE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BIDCLI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BIDDATA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BIFLOC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BIFPAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BIFMAN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BIFOS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.

           SELECT BICTRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SAI.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD CTRLBI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLBI.DAT".
       01 REGCTRLBI.
                03 CBI-ULT-EXEC         PIC 9(08).
                03 CBI-HORA             PIC 9(06).
                03 CBI-CARGA            PIC X(01).
                03 CBI-PEDIDO           PIC 9(08).
                03 CBI-MENOR-DATA       PIC 9(08).

      * MAPA DAS CHAVES SUBSTITUTAS. SK-DIM: B BICICLETA, C CLIENTE,
      * F FILIAL, O OPERADOR. O REGISTRO DE CHAVE NATURAL "*ULTIMA*"
      * DE CADA DIMENSAO GUARDA A ULTIMA SK ENTREGUE
       FD ARQSKBI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSKBI.DAT".
       01 REGSK.
                03 CHAVE-SK.
                   05 SK-DIM            PIC X(01).
                   05 SK-NATURAL        PIC X(14).
                03 SK-VALOR             PIC 9(09).
                03 SK-DATA-INC          PIC 9(08).

       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 CHAVE-LOC.
                   05 LOC-NUMERO        PIC 9(4).
                   05 LOC-SEQ           PIC 9(4).
                03 LOC-CPF              PIC 9(14).
                03 LOC-DATALOCACAO      PIC 9(8).
                03 LOC-DATADEVOLUCAO    PIC 9(8).
                03 LOC-VALORLOCACAO     PIC 9(6)V99.
                03 LOC-SITUACAO         PIC X(01).
                03 LOC-DATAPREVISTA     PIC 9(8).
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       FD ARQLOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCH.DAT".
       01 REGLOCH.
                03 CHAVE-LOCH.
                   05 LOCH-NUMERO       PIC 9(4).
                   05 LOCH-SEQ          PIC 9(4).
                03 LOCH-CPF             PIC 9(14).
                03 LOCH-DATALOCACAO     PIC 9(8).
                03 LOCH-DATADEVOLUCAO   PIC 9(8).
                03 LOCH-VALORLOCACAO    PIC 9(6)V99.
                03 LOCH-SITUACAO        PIC X(01).
                03 LOCH-DATAPREVISTA    PIC 9(8).
                03 LOCH-RENOVACOES      PIC 9(2).
                03 LOCH-HORALOCACAO     PIC 9(4).
                03 LOCH-HORADEVOLUCAO   PIC 9(4).
                03 LOCH-CAMPANHA        PIC X(06).
                03 LOCH-DESC-CAMP       PIC 9(4)V99.
                03 LOCH-FILIAL-ORIG     PIC 9(01).
                03 LOCH-FILIAL-DEV      PIC 9(01).
                03 LOCH-TAXA-RET        PIC 9(4)V99.
                03 LOCH-CONTRATO        PIC 9(08).
                03 LOCH-CONDUTOR        PIC 9(11).
                03 LOCH-PARCEIRO        PIC 9(04).

       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
                03 CHAVE-PAG.
                   05 PAG-NUMERO        PIC 9(4).
                   05 PAG-SEQ           PIC 9(4).
                03 PAG-RECIBO           PIC 9(8).
                03 PAG-VALOR            PIC 9(6)V99.
                03 PAG-FORMA            PIC 9(1).
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-LOCACAO      VALUES "L" " ".
                   88 PAG-ORIG-ESTORNO      VALUE "E".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD ARQESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTOR.DAT".
       01 REGESTOR.
                03 CHAVE-EST.
                   05 EST-NUMERO        PIC 9(4).
                   05 EST-SEQ           PIC 9(4).
                03 EST-BIKE             PIC 9(4).
                03 EST-RECIBO           PIC 9(8).
                03 EST-VALOR            PIC 9(6)V99.
                03 EST-MOTIVO           PIC X(40).
                03 EST-DATA             PIC 9(8).
                03 EST-OPERADOR         PIC X(8).

       FD ARQMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMANUT.DAT".
       01 REGMANUT.
                03 CHAVE-MANUT.
                   05 MANUT-NUMERO       PIC 9(4).
                   05 MANUT-SEQ          PIC 9(4).
                03 MANUT-DATASERVICO     PIC 9(8).
                03 MANUT-DESCRICAO       PIC X(40).
                03 MANUT-CUSTO           PIC 9(6)V99.
                03 MANUT-MECANICO        PIC X(12).
                03 MANUT-HORAS           PIC 9(3)V9.

       FD ARQOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOS.DAT".
       01 REGOS.
                03 OS-NUMERO            PIC 9(6).
                03 OS-BIKE              PIC 9(4).
                03 OS-DATA-ABERTURA     PIC 9(8).
                03 OS-ORIGEM            PIC X(01).
                03 OS-MECANICO          PIC X(12).
                03 OS-STATUS            PIC X(01).
                   88 OS-CONCLUIDA          VALUE "C".
                03 OS-DESCRICAO         PIC X(40).
                03 OS-DATA-CONCLUSAO    PIC 9(8).
                03 OS-CUSTO             PIC 9(6)V99.
                03 OS-LOC-SEQ           PIC 9(4).
                03 OS-DANO-COBRADO      PIC X(01).
                03 OS-HORAS             PIC 9(3)V9.
                03 OS-TIPO-SERV         PIC X(02).
                03 OS-SERVICO           PIC X(04).

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

       FD ARQOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPER.
                03 OPER-ID              PIC X(8).
                03 OPER-NOME            PIC X(30).
                03 OPER-HASH            PIC 9(9).
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD ARQFIDEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIDEL.DAT".
       01 REGFIDEL.
                03 FIDEL-CPF            PIC 9(14).
                03 FIDEL-NIVEL          PIC X(06).
                03 FIDEL-DESCONTO       PIC 9(02).
                03 FIDEL-QTD            PIC 9(04).
                03 FIDEL-DATA-CALC      PIC 9(08).

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD BIDFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIDFIL.TXT".
       01 REG-BIDFIL                   PIC X(40).

       FD BIDOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIDOPER.TXT".
       01 REG-BIDOPER                  PIC X(80).

       FD BIDBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIDBIKE.TXT".
       01 REG-BIDBIKE                  PIC X(140).

       FD BIDCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIDCLI.TXT".
       01 REG-BIDCLI                   PIC X(80).

       FD BIDDATA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIDDATA.TXT".
       01 REG-BIDDATA                  PIC X(80).

       FD BIFLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIFLOC.TXT".
       01 REG-BIFLOC                   PIC X(140).

       FD BIFPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIFPAG.TXT".
       01 REG-BIFPAG                   PIC X(140).

       FD BIFMAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIFMAN.TXT".
       01 REG-BIFMAN                   PIC X(80).

       FD BIFOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIFOS.TXT".
       01 REG-BIFOS                    PIC X(140).

       FD BICTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BICTRL.TXT".
       01 REG-BICTRL                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       COPY CALDIAS.
       COPY TFILIAL.
       COPY JOBCNT.
       77 ST-ERRO-CTL      PIC X(02) VALUE "00".
       77 ST-ERRO-SK       PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-LCH      PIC X(02) VALUE "00".
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-EST      PIC X(02) VALUE "00".
       77 ST-ERRO-MAN      PIC X(02) VALUE "00".
       77 ST-ERRO-OS       PIC X(02) VALUE "00".
       77 ST-ERRO-BIK      PIC X(02) VALUE "00".
       77 ST-ERRO-CLI      PIC X(02) VALUE "00".
       77 ST-ERRO-PJ       PIC X(02) VALUE "00".
       77 ST-ERRO-ETR      PIC X(02) VALUE "00".
       77 ST-ERRO-OPE      PIC X(02) VALUE "00".
       77 ST-ERRO-FID      PIC X(02) VALUE "00".
       77 ST-ERRO-SAI      PIC X(02) VALUE "00".
       77 W-LCH-ABERTO     PIC X(01) VALUE "N".
       77 W-EST-ABERTO     PIC X(01) VALUE "N".
       77 W-MAN-ABERTO     PIC X(01) VALUE "N".
       77 W-OS-ABERTO      PIC X(01) VALUE "N".
       77 W-PJ-ABERTO      PIC X(01) VALUE "N".
       77 W-ETR-ABERTO     PIC X(01) VALUE "N".
       77 W-OPE-ABERTO     PIC X(01) VALUE "N".
       77 W-FID-ABERTO     PIC X(01) VALUE "N".

      * CARGA "C" = COMPLETA, "I" = INCREMENTAL A PARTIR DE W-CORTE
       77 W-CARGA          PIC X(01) VALUE "I".
       77 W-CORTE          PIC 9(08) VALUE ZEROS.
       77 W-PEDIDO         PIC 9(08) VALUE ZEROS.
       77 W-MENOR-AMD      PIC 9(08) VALUE 99999999.
       77 W-FIM-AMD        PIC 9(08) VALUE ZEROS.
       77 W-AMD-A          PIC 9(08) VALUE ZEROS.
       77 W-AMD-B          PIC 9(08) VALUE ZEROS.
       77 W-AMD-C          PIC 9(08) VALUE ZEROS.
       77 W-HORA           PIC 9(08) VALUE ZEROS.
       77 W-FILIAL         PIC 9(02) VALUE ZEROS.
       77 W-BIKE           PIC 9(04) VALUE ZEROS.
       77 W-ESTORNO        PIC 9(06)V99 VALUE ZEROS.
       77 W-LIQUIDO        PIC S9(06)V99 VALUE ZEROS.
       77 W-IDADE          PIC S9(04) VALUE ZEROS.
       77 W-ANO-NASC       PIC 9(04) VALUE ZEROS.
       77 W-TRIM           PIC 9(01) VALUE ZEROS.
       77 W-DIA-SEM        PIC 9(01) VALUE ZEROS.
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-CONT-SK-NOVAS  PIC 9(07) VALUE ZEROS.
       77 W-CONT-FATOS     PIC 9(09) VALUE ZEROS.

      * PEDIDO DE CHAVE SUBSTITUTA: DIMENSAO, CHAVE NATURAL E SE
      * CRIA A CHAVE QUANDO AINDA NAO EXISTE (SO AS DIMENSOES CRIAM;
      * O FATO QUE APONTA PARA FORA DOS CADASTROS FICA COM SK 0)
       77 W-SK-DIM         PIC X(01) VALUE SPACES.
       77 W-SK-NAT         PIC X(14) VALUE SPACES.
       77 W-SK-CRIAR       PIC X(01) VALUE "N".
       77 W-SK             PIC 9(09) VALUE ZEROS.
       77 W-NAT-NUM        PIC 9(14) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE   PIC 9(08).

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

       01 W-DOC             PIC 9(14) VALUE ZEROS.
       01 W-DOC-X REDEFINES W-DOC       PIC X(14).
       01 W-CEP             PIC 9(08) VALUE ZEROS.
       01 W-CEP-X REDEFINES W-CEP       PIC X(08).

      * ARQUIVOS GRAVADOS, NA ORDEM DO CONTROLE BICTRL.TXT, COM A
      * CONTAGEM DE LINHAS E O TOTAL DE VALOR DE CADA UM
       01 TAB-ARQS-BI.
           03 FILLER       PIC X(12) VALUE "BIDFIL.TXT".
           03 FILLER       PIC X(12) VALUE "BIDOPER.TXT".
           03 FILLER       PIC X(12) VALUE "BIDBIKE.TXT".
           03 FILLER       PIC X(12) VALUE "BIDCLI.TXT".
           03 FILLER       PIC X(12) VALUE "BIFLOC.TXT".
           03 FILLER       PIC X(12) VALUE "BIFPAG.TXT".
           03 FILLER       PIC X(12) VALUE "BIFMAN.TXT".
           03 FILLER       PIC X(12) VALUE "BIFOS.TXT".
           03 FILLER       PIC X(12) VALUE "BIDDATA.TXT".
       01 TAB-ARQS-BI-R REDEFINES TAB-ARQS-BI.
           03 NOME-ARQ-BI  PIC X(12) OCCURS 9 TIMES.

       01 TAB-CONTROLE.
           03 CT-ITEM OCCURS 9 TIMES.
              05 CT-QTD    PIC 9(09).
              05 CT-TOT    PIC 9(12)V99.

       01 TAB-FORMAS.
           03 FILLER       PIC X(08) VALUE "DINHEIRO".
           03 FILLER       PIC X(08) VALUE "CARTAO".
           03 FILLER       PIC X(08) VALUE "PIX".
           03 FILLER       PIC X(08) VALUE "CREDITO".
           03 FILLER       PIC X(08) VALUE "BOLETO".
       01 TAB-FORMAS-R REDEFINES TAB-FORMAS.
           03 NOME-FORMA   PIC X(08) OCCURS 5 TIMES.

       01 TAB-MESES.
           03 FILLER       PIC X(27) VALUE
               "JANEIRO  FEVEREIROMARCO    ".
           03 FILLER       PIC X(27) VALUE
               "ABRIL    MAIO     JUNHO    ".
           03 FILLER       PIC X(27) VALUE
               "JULHO    AGOSTO   SETEMBRO ".
           03 FILLER       PIC X(27) VALUE
               "OUTUBRO  NOVEMBRO DEZEMBRO ".
       01 TAB-MESES-R REDEFINES TAB-MESES.
           03 NOME-MES     PIC X(09) OCCURS 12 TIMES.

       01 TAB-DIAS.
           03 FILLER       PIC X(28) VALUE
               "DOMINGOSEGUNDATERCA  QUARTA ".
           03 FILLER       PIC X(21) VALUE
               "QUINTA SEXTA  SABADO ".
       01 TAB-DIAS-R REDEFINES TAB-DIAS.
           03 NOME-DIA     PIC X(07) OCCURS 7 TIMES.

       01 LINHA-FIL.
           03 LF-SK        PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LF-CODIGO    PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LF-NOME      PIC X(13).

       01 LINHA-OPER.
           03 LO-SK        PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LO-ID        PIC X(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LO-NOME      PIC X(30).
           03 FILLER       PIC X(01) VALUE ";".
           03 LO-NIVEL     PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LO-SK-FIL    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LO-ATIVO     PIC X(01).

       01 LINHA-BIKE.
           03 LB-SK        PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-NUMERO    PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-MARCA     PIC X(20).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-MODELO    PIC X(20).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-CATEGORIA PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-ARO       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-COR       PIC X(13).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-SITUACAO  PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-SIT-DESC  PIC X(13).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-SK-FIL    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-DATA-COMP PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-VALOR-COMP PIC 9(06)V99.
           03 FILLER       PIC X(01) VALUE ";".
           03 LB-VALOR-LOC PIC 9(06)V99.

       01 LINHA-CLI.
           03 LC-SK        PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-DOCUMENTO PIC X(18).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-TIPO      PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-PAIS      PIC X(03).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-ANO-NASC  PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-FAIXA     PIC X(05).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-CEP5      PIC X(05).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-SITUACAO  PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-SEGMENTO  PIC X(06).

       01 LINHA-DATA.
           03 LD-SK        PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-DIA-F     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LD-MES-F     PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LD-ANO-F     PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-ANO       PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-TRIM      PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-NOME-MES  PIC X(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-ANO-MES   PIC 9(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-DIA       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-DIA-SEM   PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-NOME-DIA  PIC X(07).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-FIM-SEM   PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-UTIL      PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LD-FERIADO   PIC X(01).

       01 LINHA-FLOC.
           03 LL-CHAVE     PIC X(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-ARQ       PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-SK-DATA   PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-HORA      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-SK-DEV    PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-SK-PREV   PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-SK-BIKE   PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-SK-CLI    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-SK-FIL-RET PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-SK-FIL-DEV PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-SITUACAO  PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-RENOV     PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-CAMPANHA  PIC X(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-VALOR     PIC 9(06)V99.
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-DESCONTO  PIC 9(04)V99.
           03 FILLER       PIC X(01) VALUE ";".
           03 LL-TAXA-RET  PIC 9(04)V99.

       01 LINHA-FPAG.
           03 LP-CHAVE     PIC X(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-RECIBO    PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-SK-DATA   PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-SK-CLI    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-SK-BIKE   PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-SK-FIL    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-SK-OPER   PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-ORIGEM    PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-FORMA     PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-NOME-FORMA PIC X(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-BRUTO     PIC 9(06)V99.
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-ESTORNO   PIC 9(06)V99.
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-SK-DATA-EST PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LP-LIQUIDO   PIC 9(06)V99.

       01 LINHA-FMAN.
           03 LM-CHAVE     PIC X(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LM-SK-DATA   PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LM-SK-BIKE   PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LM-SK-FIL    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LM-MECANICO  PIC X(12).
           03 FILLER       PIC X(01) VALUE ";".
           03 LM-HORAS     PIC 9(03)V9.
           03 FILLER       PIC X(01) VALUE ";".
           03 LM-CUSTO     PIC 9(06)V99.

       01 LINHA-FOS.
           03 LS-NUMERO    PIC 9(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-SK-ABERT  PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-SK-CONCL  PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-SK-BIKE   PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-SK-FIL    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-ORIGEM    PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-STATUS    PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-TIPO-SERV PIC X(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-SERVICO   PIC X(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-MECANICO  PIC X(12).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-DANO      PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-HORAS     PIC 9(03)V9.
           03 FILLER       PIC X(01) VALUE ";".
           03 LS-CUSTO     PIC 9(06)V99.

       01 LINHA-CTRL.
           03 LCT-ARQUIVO  PIC X(12).
           03 FILLER       PIC X(01) VALUE ";".
           03 LCT-CARGA    PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LCT-CORTE    PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LCT-DATA     PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LCT-HORA     PIC 9(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 LCT-LINHAS   PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LCT-TOTAL    PIC 9(12)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           INITIALIZE TAB-CONTROLE
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM DEFINIR-CARGA THRU DEFINIR-CARGA-FIM
           PERFORM DIM-FILIAL THRU DIM-FILIAL-FIM
           PERFORM DIM-OPERADOR THRU DIM-OPERADOR-FIM
           PERFORM DIM-BIKE THRU DIM-BIKE-FIM
           PERFORM DIM-CLIENTE THRU DIM-CLIENTE-FIM
           PERFORM DIM-CLIENTE-PJ THRU DIM-CLIENTE-PJ-FIM
           PERFORM DIM-CLIENTE-ESTR THRU DIM-CLIENTE-ESTR-FIM
           PERFORM FATO-LOCACAO THRU FATO-LOCACAO-FIM
           PERFORM FATO-LOCACAO-HIST THRU FATO-LOCACAO-HIST-FIM
           PERFORM FATO-PAGAMENTO THRU FATO-PAGAMENTO-FIM
           PERFORM FATO-MANUTENCAO THRU FATO-MANUTENCAO-FIM
           PERFORM FATO-OS THRU FATO-OS-FIM
           PERFORM DIM-DATA THRU DIM-DATA-FIM
           PERFORM GRAVAR-CONTROLE THRU GRAVAR-CONTROLE-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           PERFORM GRAVAR-CTRLBI THRU GRAVAR-CTRLBI-FIM
           COMPUTE W-CONT-FATOS = CT-QTD (5) + CT-QTD (6)
                                + CT-QTD (7) + CT-QTD (8)
           DISPLAY "FILIAIS...................: " CT-QTD (1)
           DISPLAY "OPERADORES................: " CT-QTD (2)
           DISPLAY "BICICLETAS................: " CT-QTD (3)
           DISPLAY "CLIENTES..................: " CT-QTD (4)
           DISPLAY "LOCACOES..................: " CT-QTD (5)
           DISPLAY "PAGAMENTOS................: " CT-QTD (6)
           DISPLAY "MANUTENCOES...............: " CT-QTD (7)
           DISPLAY "ORDENS DE SERVICO.........: " CT-QTD (8)
           DISPLAY "DIAS DO CALENDARIO........: " CT-QTD (9)
           DISPLAY "CHAVES SUBSTITUTAS NOVAS..: " W-CONT-SK-NOVAS
           MOVE W-CONT-FATOS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO PAG ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIK NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CLIENTES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DOS DEMAIS: SEM O ARQUIVO, A DIMENSAO OU
      * O FATO DELE SO SAI VAZIO
           OPEN INPUT ARQLOCH
           IF ST-ERRO-LCH = "00"
              MOVE "S" TO W-LCH-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-LCH.
           OPEN INPUT ARQESTOR
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-EST.
           OPEN INPUT ARQMANUT
           IF ST-ERRO-MAN = "00"
              MOVE "S" TO W-MAN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-MAN.
           OPEN INPUT ARQOS
           IF ST-ERRO-OS = "00"
              MOVE "S" TO W-OS-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-OS.
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO W-PJ-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PJ.
           OPEN INPUT ARQESTRG
           IF ST-ERRO-ETR = "00"
              MOVE "S" TO W-ETR-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-ETR.
           OPEN INPUT ARQOPER
           IF ST-ERRO-OPE = "00"
              MOVE "S" TO W-OPE-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-OPE.
           OPEN INPUT ARQFIDEL
           IF ST-ERRO-FID = "00"
              MOVE "S" TO W-FID-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FID.
           PERFORM ABRIR-CALENDARIO THRU ABRIR-CALENDARIO-FIM
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
      * O MAPA DAS CHAVES E CRIADO VAZIO NA PRIMEIRA EXECUCAO
           OPEN I-O ARQSKBI
           IF ST-ERRO-SK = "30" OR ST-ERRO-SK = "35"
              OPEN OUTPUT ARQSKBI
              CLOSE ARQSKBI
              OPEN I-O ARQSKBI.
           IF ST-ERRO-SK NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO MAPA ARQSKBI ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT BIDFIL BIDOPER BIDBIKE BIDCLI BIDDATA
                       BIFLOC BIFPAG BIFMAN BIFOS BICTRL
           IF ST-ERRO-SAI NOT = "00"
              DISPLAY "*** ERRO NA CRIACAO DOS ARQUIVOS BI ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CARGA COMPLETA OU INCREMENTAL: SEM CONTROLE (PRIMEIRA VEZ) OU
      * COM PEDIDO NOVO NO PARAMETRO BICOMPLETA, COMPLETA; SENAO,
      * INCREMENTAL DESDE O DIA DA ULTIMA EXECUCAO, INCLUSIVE
      *-----------------------------------------------------------------
       DEFINIR-CARGA.
           MOVE ZEROS TO CBI-ULT-EXEC CBI-HORA CBI-PEDIDO
           MOVE 99999999 TO CBI-MENOR-DATA
           MOVE SPACES TO CBI-CARGA
           OPEN INPUT CTRLBI
           IF ST-ERRO-CTL = "00"
              READ CTRLBI
                  AT END MOVE ZEROS TO CBI-ULT-EXEC.
           IF ST-ERRO-CTL NOT = "35" AND "30"
              CLOSE CTRLBI.
           MOVE "00" TO ST-ERRO-CTL
           MOVE CBI-PEDIDO     TO W-PEDIDO
           MOVE CBI-MENOR-DATA TO W-MENOR-AMD
           MOVE "BICOMPLETA" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF CBI-ULT-EXEC = ZEROS
              MOVE "C" TO W-CARGA
              MOVE ZEROS TO W-CORTE
              DISPLAY "CARGA COMPLETA (PRIMEIRA EXECUCAO)"
              GO TO DEFINIR-CARGA-FIM.
           IF PV-ACHADO = "S" AND PV-VALOR = 1
                              AND PARAM-DATA-ALT NOT = CBI-PEDIDO
              MOVE "C" TO W-CARGA
              MOVE ZEROS TO W-CORTE
              MOVE PARAM-DATA-ALT TO W-PEDIDO
              DISPLAY "CARGA COMPLETA (PARAMETRO BICOMPLETA DE "
                      PARAM-DATA-ALT ")"
              GO TO DEFINIR-CARGA-FIM.
           MOVE "I" TO W-CARGA
           MOVE CBI-ULT-EXEC TO W-CORTE
           DISPLAY "CARGA INCREMENTAL DESDE " W-CORTE.
       DEFINIR-CARGA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * DIMENSOES (SEMPRE INTEIRAS; A PRIMEIRA APARICAO CRIA A SK)
      *-----------------------------------------------------------------
       DIM-FILIAL.
           MOVE ZEROS TO LF-SK LF-CODIGO
           MOVE "NAO INFORMADA" TO LF-NOME
           WRITE REG-BIDFIL FROM LINHA-FIL
           ADD 1 TO CT-QTD (1)
           MOVE 1 TO W-IND.
       DIM-FILIAL-LACO.
           IF W-IND > 5
              GO TO DIM-FILIAL-FIM.
           MOVE W-IND TO W-FILIAL
           MOVE "S" TO W-SK-CRIAR
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK  TO LF-SK
           MOVE W-IND TO LF-CODIGO
           MOVE TBFILIAL (W-IND) TO LF-NOME
           WRITE REG-BIDFIL FROM LINHA-FIL
           ADD 1 TO CT-QTD (1)
           ADD 1 TO W-IND
           GO TO DIM-FILIAL-LACO.
       DIM-FILIAL-FIM.
           EXIT.

       DIM-OPERADOR.
           MOVE ZEROS  TO LO-SK LO-NIVEL LO-SK-FIL
           MOVE SPACES TO LO-ID LO-ATIVO
           MOVE "NAO INFORMADO" TO LO-NOME
           WRITE REG-BIDOPER FROM LINHA-OPER
           ADD 1 TO CT-QTD (2)
           IF W-OPE-ABERTO NOT = "S"
              GO TO DIM-OPERADOR-FIM.
       DIM-OPERADOR-LER.
           READ ARQOPER NEXT RECORD
               AT END GO TO DIM-OPERADOR-FIM.
           MOVE "O"     TO W-SK-DIM
           MOVE OPER-ID TO W-SK-NAT
           MOVE "S"     TO W-SK-CRIAR
           PERFORM OBTER-SK THRU OBTER-SK-FIM
           MOVE W-SK        TO LO-SK
           MOVE OPER-ID     TO LO-ID
           MOVE OPER-NOME   TO LO-NOME
           MOVE OPER-NIVEL  TO LO-NIVEL
           MOVE OPER-ATIVO  TO LO-ATIVO
           MOVE OPER-FILIAL TO W-FILIAL
           MOVE "N" TO W-SK-CRIAR
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LO-SK-FIL
           WRITE REG-BIDOPER FROM LINHA-OPER
           ADD 1 TO CT-QTD (2)
           GO TO DIM-OPERADOR-LER.
       DIM-OPERADOR-FIM.
           EXIT.

       DIM-BIKE.
           MOVE ZEROS  TO LB-SK LB-NUMERO LB-ARO LB-SK-FIL
                          LB-DATA-COMP LB-VALOR-COMP LB-VALOR-LOC
           MOVE SPACES TO LB-MODELO LB-CATEGORIA LB-COR
                          LB-SITUACAO LB-SIT-DESC
           MOVE "NAO INFORMADA" TO LB-MARCA
           WRITE REG-BIDBIKE FROM LINHA-BIKE
           ADD 1 TO CT-QTD (3).
       DIM-BIKE-LER.
           READ ARQBIKE NEXT RECORD
               AT END GO TO DIM-BIKE-FIM.
           MOVE NUMERO TO W-BIKE
           MOVE "S" TO W-SK-CRIAR
           PERFORM SK-BIKE THRU SK-BIKE-FIM
           MOVE W-SK              TO LB-SK
           MOVE NUMERO            TO LB-NUMERO
           MOVE MARCA             TO LB-MARCA
           MOVE MODELO            TO LB-MODELO
           MOVE CATEGORIA         TO LB-CATEGORIA
           MOVE ARO               TO LB-ARO
           MOVE CORDESCRICAO      TO LB-COR
           MOVE SITUACAO          TO LB-SITUACAO
           MOVE SITUACAODESCRICAO TO LB-SIT-DESC
           MOVE VALORCOMPRA       TO LB-VALOR-COMP
           MOVE VALORLOCACAO      TO LB-VALOR-LOC
           MOVE DATACOMPRA TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO LB-DATA-COMP
           MOVE FILIAL TO W-FILIAL
           MOVE "N" TO W-SK-CRIAR
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LB-SK-FIL
           WRITE REG-BIDBIKE FROM LINHA-BIKE
           ADD 1 TO CT-QTD (3)
           ADD VALORCOMPRA TO CT-TOT (3)
           GO TO DIM-BIKE-LER.
       DIM-BIKE-FIM.
           EXIT.

      * PESSOA FISICA: CPF MASCARADO, SO ANO DE NASCIMENTO E REGIAO
      * DO CEP
       DIM-CLIENTE.
           MOVE ZEROS  TO LC-SK LC-ANO-NASC
           MOVE SPACES TO LC-TIPO LC-PAIS LC-FAIXA LC-CEP5
                          LC-SITUACAO LC-SEGMENTO
           MOVE "NAO INFORMADO" TO LC-DOCUMENTO
           WRITE REG-BIDCLI FROM LINHA-CLI
           ADD 1 TO CT-QTD (4).
       DIM-CLIENTE-LER.
           READ CLIENTES NEXT RECORD
               AT END GO TO DIM-CLIENTE-FIM.
           MOVE CPF TO W-DOC
           MOVE "S" TO W-SK-CRIAR
           PERFORM SK-CLIENTE THRU SK-CLIENTE-FIM
           MOVE W-SK TO LC-SK
           MOVE SPACES TO LC-DOCUMENTO
           STRING "***." W-DOC-X (7:3) "." W-DOC-X (10:3) "-**"
                  DELIMITED BY SIZE INTO LC-DOCUMENTO
           MOVE "F"   TO LC-TIPO
           MOVE "BRA" TO LC-PAIS
           MOVE ANO   TO W-ANO-NASC
           PERFORM FAIXA-ETARIA THRU FAIXA-ETARIA-FIM
           MOVE SPACES TO LC-CEP5
           IF CLICEP NOT = ZEROS
              MOVE CLICEP TO W-CEP
              MOVE W-CEP-X (1:5) TO LC-CEP5.
           MOVE SITUACAO-CLI TO LC-SITUACAO
           PERFORM SEGMENTO-CLIENTE THRU SEGMENTO-CLIENTE-FIM
           WRITE REG-BIDCLI FROM LINHA-CLI
           ADD 1 TO CT-QTD (4)
           GO TO DIM-CLIENTE-LER.
       DIM-CLIENTE-FIM.
           EXIT.

      * EMPRESA: O CNPJ NAO E DADO PESSOAL E SAI INTEIRO
       DIM-CLIENTE-PJ.
           IF W-PJ-ABERTO NOT = "S"
              GO TO DIM-CLIENTE-PJ-FIM.
       DIM-CLIENTE-PJ-LER.
           READ CADCLIPJ NEXT RECORD
               AT END GO TO DIM-CLIENTE-PJ-FIM.
           MOVE CNPJ TO W-DOC
           MOVE "S" TO W-SK-CRIAR
           PERFORM SK-CLIENTE THRU SK-CLIENTE-FIM
           MOVE W-SK    TO LC-SK
           MOVE W-DOC-X TO LC-DOCUMENTO
           MOVE "J"     TO LC-TIPO
           MOVE "BRA"   TO LC-PAIS
           MOVE ZEROS   TO LC-ANO-NASC
           MOVE SPACES  TO LC-FAIXA LC-CEP5
           MOVE SITUACAO-PJ TO LC-SITUACAO
           PERFORM SEGMENTO-CLIENTE THRU SEGMENTO-CLIENTE-FIM
           WRITE REG-BIDCLI FROM LINHA-CLI
           ADD 1 TO CT-QTD (4)
           GO TO DIM-CLIENTE-PJ-LER.
       DIM-CLIENTE-PJ-FIM.
           EXIT.

      * ESTRANGEIRO: SAI O DOCUMENTO INTERNO (FAIXA 99) E O PAIS,
      * NUNCA O PASSAPORTE
       DIM-CLIENTE-ESTR.
           IF W-ETR-ABERTO NOT = "S"
              GO TO DIM-CLIENTE-ESTR-FIM.
       DIM-CLIENTE-ESTR-LER.
           READ ARQESTRG NEXT RECORD
               AT END GO TO DIM-CLIENTE-ESTR-FIM.
           MOVE ESTR-DOC TO W-DOC
           MOVE "S" TO W-SK-CRIAR
           PERFORM SK-CLIENTE THRU SK-CLIENTE-FIM
           MOVE W-SK      TO LC-SK
           MOVE W-DOC-X   TO LC-DOCUMENTO
           MOVE "E"       TO LC-TIPO
           MOVE ESTR-PAIS TO LC-PAIS
           MOVE ESTR-ANO  TO W-ANO-NASC
           PERFORM FAIXA-ETARIA THRU FAIXA-ETARIA-FIM
           MOVE SPACES    TO LC-CEP5
           MOVE ESTR-SITUACAO TO LC-SITUACAO
           PERFORM SEGMENTO-CLIENTE THRU SEGMENTO-CLIENTE-FIM
           WRITE REG-BIDCLI FROM LINHA-CLI
           ADD 1 TO CT-QTD (4)
           GO TO DIM-CLIENTE-ESTR-LER.
       DIM-CLIENTE-ESTR-FIM.
           EXIT.

       FAIXA-ETARIA.
           MOVE ZEROS  TO LC-ANO-NASC
           MOVE SPACES TO LC-FAIXA
           IF W-ANO-NASC < 1900 OR W-ANO-NASC > W-ANO-HOJE
              GO TO FAIXA-ETARIA-FIM.
           MOVE W-ANO-NASC TO LC-ANO-NASC
           COMPUTE W-IDADE = W-ANO-HOJE - W-ANO-NASC
           IF W-IDADE < 18
              MOVE "ATE17" TO LC-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 25
              MOVE "18-24" TO LC-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 35
              MOVE "25-34" TO LC-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 45
              MOVE "35-44" TO LC-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 60
              MOVE "45-59" TO LC-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           MOVE "60+" TO LC-FAIXA.
       FAIXA-ETARIA-FIM.
           EXIT.

       SEGMENTO-CLIENTE.
           MOVE "SEM" TO LC-SEGMENTO
           IF W-FID-ABERTO NOT = "S"
              GO TO SEGMENTO-CLIENTE-FIM.
           MOVE W-DOC TO FIDEL-CPF
           READ ARQFIDEL
           IF ST-ERRO-FID = "00"
              MOVE FIDEL-NIVEL TO LC-SEGMENTO
           ELSE
              MOVE "00" TO ST-ERRO-FID.
       SEGMENTO-CLIENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * FATOS (NA INCREMENTAL, SO O QUE TEM DATA A PARTIR DO CORTE)
      *-----------------------------------------------------------------
       FATO-LOCACAO.
           CONTINUE.
       FATO-LOCACAO-LER.
           READ ARQLOC NEXT RECORD
               AT END GO TO FATO-LOCACAO-FIM.
           MOVE LOC-DATALOCACAO TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO W-AMD-A
           MOVE LOC-DATADEVOLUCAO TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO W-AMD-B
           IF W-CARGA = "I" AND W-AMD-A < W-CORTE
                            AND W-AMD-B < W-CORTE
              GO TO FATO-LOCACAO-LER.
           MOVE CHAVE-LOC         TO LL-CHAVE
           MOVE "A"               TO LL-ARQ
           MOVE W-AMD-A           TO LL-SK-DATA
           MOVE LOC-HORALOCACAO   TO LL-HORA
           MOVE W-AMD-B           TO LL-SK-DEV
           MOVE LOC-DATAPREVISTA  TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM    TO LL-SK-PREV
           MOVE "N" TO W-SK-CRIAR
           MOVE LOC-NUMERO TO W-BIKE
           PERFORM SK-BIKE THRU SK-BIKE-FIM
           MOVE W-SK TO LL-SK-BIKE
           MOVE LOC-CPF TO W-DOC
           PERFORM SK-CLIENTE THRU SK-CLIENTE-FIM
           MOVE W-SK TO LL-SK-CLI
           MOVE LOC-FILIAL-ORIG TO W-FILIAL
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LL-SK-FIL-RET
           MOVE LOC-FILIAL-DEV TO W-FILIAL
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LL-SK-FIL-DEV
           MOVE LOC-SITUACAO      TO LL-SITUACAO
           MOVE LOC-RENOVACOES    TO LL-RENOV
           MOVE LOC-CAMPANHA      TO LL-CAMPANHA
           MOVE LOC-VALORLOCACAO  TO LL-VALOR
           MOVE LOC-DESC-CAMP     TO LL-DESCONTO
           MOVE LOC-TAXA-RET      TO LL-TAXA-RET
           WRITE REG-BIFLOC FROM LINHA-FLOC
           ADD 1 TO CT-QTD (5)
           ADD LOC-VALORLOCACAO TO CT-TOT (5)
           GO TO FATO-LOCACAO-LER.
       FATO-LOCACAO-FIM.
           EXIT.

       FATO-LOCACAO-HIST.
           IF W-LCH-ABERTO NOT = "S"
              GO TO FATO-LOCACAO-HIST-FIM.
       FATO-LOCACAO-HIST-LER.
           READ ARQLOCH NEXT RECORD
               AT END GO TO FATO-LOCACAO-HIST-FIM.
           MOVE LOCH-DATALOCACAO TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO W-AMD-A
           MOVE LOCH-DATADEVOLUCAO TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO W-AMD-B
           IF W-CARGA = "I" AND W-AMD-A < W-CORTE
                            AND W-AMD-B < W-CORTE
              GO TO FATO-LOCACAO-HIST-LER.
           MOVE CHAVE-LOCH        TO LL-CHAVE
           MOVE "H"               TO LL-ARQ
           MOVE W-AMD-A           TO LL-SK-DATA
           MOVE LOCH-HORALOCACAO  TO LL-HORA
           MOVE W-AMD-B           TO LL-SK-DEV
           MOVE LOCH-DATAPREVISTA TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM    TO LL-SK-PREV
           MOVE "N" TO W-SK-CRIAR
           MOVE LOCH-NUMERO TO W-BIKE
           PERFORM SK-BIKE THRU SK-BIKE-FIM
           MOVE W-SK TO LL-SK-BIKE
           MOVE LOCH-CPF TO W-DOC
           PERFORM SK-CLIENTE THRU SK-CLIENTE-FIM
           MOVE W-SK TO LL-SK-CLI
           MOVE LOCH-FILIAL-ORIG TO W-FILIAL
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LL-SK-FIL-RET
           MOVE LOCH-FILIAL-DEV TO W-FILIAL
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LL-SK-FIL-DEV
           MOVE LOCH-SITUACAO     TO LL-SITUACAO
           MOVE LOCH-RENOVACOES   TO LL-RENOV
           MOVE LOCH-CAMPANHA     TO LL-CAMPANHA
           MOVE LOCH-VALORLOCACAO TO LL-VALOR
           MOVE LOCH-DESC-CAMP    TO LL-DESCONTO
           MOVE LOCH-TAXA-RET     TO LL-TAXA-RET
           WRITE REG-BIFLOC FROM LINHA-FLOC
           ADD 1 TO CT-QTD (5)
           ADD LOCH-VALORLOCACAO TO CT-TOT (5)
           GO TO FATO-LOCACAO-HIST-LER.
       FATO-LOCACAO-HIST-FIM.
           EXIT.

      * O ESTORNO TEM A MESMA CHAVE DO PAGAMENTO ESTORNADO; ESTORNO
      * NOVO DE PAGAMENTO ANTIGO TRAZ O PAGAMENTO DE VOLTA NA
      * INCREMENTAL, JA COM O LIQUIDO REDUZIDO
       FATO-PAGAMENTO.
           CONTINUE.
       FATO-PAGAMENTO-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO FATO-PAGAMENTO-FIM.
           IF PAG-ORIG-ESTORNO
              GO TO FATO-PAGAMENTO-LER.
           MOVE PAG-DATA TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO W-AMD-A
           MOVE ZEROS TO W-ESTORNO W-AMD-B
           IF W-EST-ABERTO = "S"
              MOVE CHAVE-PAG TO CHAVE-EST
              PERFORM LER-ESTORNO THRU LER-ESTORNO-FIM.
           IF W-CARGA = "I" AND W-AMD-A < W-CORTE
                            AND W-AMD-B < W-CORTE
              GO TO FATO-PAGAMENTO-LER.
           MOVE CHAVE-PAG  TO LP-CHAVE
           MOVE PAG-RECIBO TO LP-RECIBO
           MOVE W-AMD-A    TO LP-SK-DATA
           MOVE PAG-ORIGEM TO LP-ORIGEM
           MOVE PAG-FORMA  TO LP-FORMA
           MOVE "OUTRA"    TO LP-NOME-FORMA
           IF PAG-FORMA > 0 AND PAG-FORMA < 6
              MOVE NOME-FORMA (PAG-FORMA) TO LP-NOME-FORMA.
           MOVE PAG-VALOR  TO LP-BRUTO
           MOVE W-ESTORNO  TO LP-ESTORNO
           MOVE W-AMD-B    TO LP-SK-DATA-EST
           COMPUTE W-LIQUIDO = PAG-VALOR - W-ESTORNO
           IF W-LIQUIDO < 0
              MOVE ZEROS TO W-LIQUIDO.
           MOVE W-LIQUIDO  TO LP-LIQUIDO
           PERFORM LOCALIZAR-PAGAMENTO THRU LOCALIZAR-PAGAMENTO-FIM
           MOVE "N" TO W-SK-CRIAR
           PERFORM SK-BIKE THRU SK-BIKE-FIM
           MOVE W-SK TO LP-SK-BIKE
           PERFORM SK-CLIENTE THRU SK-CLIENTE-FIM
           MOVE W-SK TO LP-SK-CLI
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LP-SK-FIL
           MOVE "O"          TO W-SK-DIM
           MOVE PAG-OPERADOR TO W-SK-NAT
           PERFORM OBTER-SK THRU OBTER-SK-FIM
           MOVE W-SK TO LP-SK-OPER
           WRITE REG-BIFPAG FROM LINHA-FPAG
           ADD 1 TO CT-QTD (6)
           ADD W-LIQUIDO TO CT-TOT (6)
           GO TO FATO-PAGAMENTO-LER.
       FATO-PAGAMENTO-FIM.
           EXIT.

       LER-ESTORNO.
           READ ARQESTOR
           IF ST-ERRO-EST NOT = "00"
              MOVE "00" TO ST-ERRO-EST
              GO TO LER-ESTORNO-FIM.
           MOVE EST-VALOR TO W-ESTORNO
           MOVE EST-DATA TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO W-AMD-B.
       LER-ESTORNO-FIM.
           EXIT.

      * BICICLETA, CLIENTE E FILIAL DO PAGAMENTO: PAGAMENTO DE
      * LOCACAO LEVA OS DA LOCACAO (ATIVA OU NO HISTORICO); OS
      * DEMAIS, O CLIENTE DE PAG-REF-CPF E A FILIAL DO OPERADOR
       LOCALIZAR-PAGAMENTO.
           MOVE ZEROS TO W-BIKE W-FILIAL
           MOVE PAG-REF-CPF TO W-DOC
           IF NOT PAG-ORIG-LOCACAO
              GO TO LOCALIZAR-PAGAMENTO-OPER.
           MOVE PAG-NUMERO TO W-BIKE
           MOVE CHAVE-PAG TO CHAVE-LOC
           READ ARQLOC
           IF ST-ERRO-LOC = "00"
              MOVE LOC-FILIAL-ORIG TO W-FILIAL
              IF W-DOC = ZEROS
                 MOVE LOC-CPF TO W-DOC.
           MOVE "00" TO ST-ERRO-LOC
           IF W-FILIAL NOT = ZEROS OR W-LCH-ABERTO NOT = "S"
              GO TO LOCALIZAR-PAGAMENTO-OPER.
           MOVE CHAVE-PAG TO CHAVE-LOCH
           READ ARQLOCH
           IF ST-ERRO-LCH = "00"
              MOVE LOCH-FILIAL-ORIG TO W-FILIAL
              IF W-DOC = ZEROS
                 MOVE LOCH-CPF TO W-DOC.
           MOVE "00" TO ST-ERRO-LCH.
       LOCALIZAR-PAGAMENTO-OPER.
           IF W-FILIAL NOT = ZEROS OR W-OPE-ABERTO NOT = "S"
              GO TO LOCALIZAR-PAGAMENTO-FIM.
           MOVE PAG-OPERADOR TO OPER-ID
           READ ARQOPER
           IF ST-ERRO-OPE = "00"
              MOVE OPER-FILIAL TO W-FILIAL.
           MOVE "00" TO ST-ERRO-OPE.
       LOCALIZAR-PAGAMENTO-FIM.
           EXIT.

      * A FILIAL DA MANUTENCAO E DA OS E A ATUAL DA BICICLETA
       FATO-MANUTENCAO.
           IF W-MAN-ABERTO NOT = "S"
              GO TO FATO-MANUTENCAO-FIM.
       FATO-MANUTENCAO-LER.
           READ ARQMANUT NEXT RECORD
               AT END GO TO FATO-MANUTENCAO-FIM.
           MOVE MANUT-DATASERVICO TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           IF W-CARGA = "I" AND W-DATA-AMD-NUM < W-CORTE
              GO TO FATO-MANUTENCAO-LER.
           MOVE CHAVE-MANUT    TO LM-CHAVE
           MOVE W-DATA-AMD-NUM TO LM-SK-DATA
           MOVE MANUT-MECANICO TO LM-MECANICO
           MOVE MANUT-HORAS    TO LM-HORAS
           MOVE MANUT-CUSTO    TO LM-CUSTO
           MOVE MANUT-NUMERO TO W-BIKE
           PERFORM FILIAL-BIKE THRU FILIAL-BIKE-FIM
           MOVE "N" TO W-SK-CRIAR
           PERFORM SK-BIKE THRU SK-BIKE-FIM
           MOVE W-SK TO LM-SK-BIKE
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LM-SK-FIL
           WRITE REG-BIFMAN FROM LINHA-FMAN
           ADD 1 TO CT-QTD (7)
           ADD MANUT-CUSTO TO CT-TOT (7)
           GO TO FATO-MANUTENCAO-LER.
       FATO-MANUTENCAO-FIM.
           EXIT.

       FATO-OS.
           IF W-OS-ABERTO NOT = "S"
              GO TO FATO-OS-FIM.
       FATO-OS-LER.
           READ ARQOS NEXT RECORD
               AT END GO TO FATO-OS-FIM.
           MOVE OS-DATA-ABERTURA TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO W-AMD-A
           MOVE OS-DATA-CONCLUSAO TO W-DATA-DMA-NUM
           PERFORM DATA-CHAVE THRU DATA-CHAVE-FIM
           MOVE W-DATA-AMD-NUM TO W-AMD-B
           IF W-CARGA = "I" AND OS-CONCLUIDA
                            AND W-AMD-A < W-CORTE
                            AND W-AMD-B < W-CORTE
              GO TO FATO-OS-LER.
           MOVE OS-NUMERO       TO LS-NUMERO
           MOVE W-AMD-A         TO LS-SK-ABERT
           MOVE W-AMD-B         TO LS-SK-CONCL
           MOVE OS-ORIGEM       TO LS-ORIGEM
           MOVE OS-STATUS       TO LS-STATUS
           MOVE OS-TIPO-SERV    TO LS-TIPO-SERV
           MOVE OS-SERVICO      TO LS-SERVICO
           MOVE OS-MECANICO     TO LS-MECANICO
           MOVE OS-DANO-COBRADO TO LS-DANO
           MOVE OS-HORAS        TO LS-HORAS
           MOVE OS-CUSTO        TO LS-CUSTO
           MOVE OS-BIKE TO W-BIKE
           PERFORM FILIAL-BIKE THRU FILIAL-BIKE-FIM
           MOVE "N" TO W-SK-CRIAR
           PERFORM SK-BIKE THRU SK-BIKE-FIM
           MOVE W-SK TO LS-SK-BIKE
           PERFORM SK-FILIAL THRU SK-FILIAL-FIM
           MOVE W-SK TO LS-SK-FIL
           WRITE REG-BIFOS FROM LINHA-FOS
           ADD 1 TO CT-QTD (8)
           ADD OS-CUSTO TO CT-TOT (8)
           GO TO FATO-OS-LER.
       FATO-OS-FIM.
           EXIT.

       FILIAL-BIKE.
           MOVE ZEROS TO W-FILIAL
           MOVE W-BIKE TO NUMERO
           READ ARQBIKE
           IF ST-ERRO-BIK = "00"
              MOVE FILIAL TO W-FILIAL.
           MOVE "00" TO ST-ERRO-BIK.
       FILIAL-BIKE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CALENDARIO: DE 1/1 DO ANO DA DATA MAIS ANTIGA JA EXTRAIDA (A
      * DESTA EXECUCAO OU A GUARDADA NO CTRLBI.DAT) ATE 31/12 DO ANO
      * QUE VEM. ZELLER DO CALDIASP: H = 0 SABADO, 1 DOMINGO ...
      *-----------------------------------------------------------------
       DIM-DATA.
           IF W-MENOR-AMD > W-HOJE-NUM
              MOVE W-HOJE-NUM TO W-MENOR-AMD.
           MOVE W-MENOR-AMD TO CD-CUR-NUM
           MOVE 01 TO CD-CUR-MM CD-CUR-DD
           COMPUTE W-FIM-AMD = (W-ANO-HOJE + 1) * 10000 + 1231.
       DIM-DATA-DIA.
           IF CD-CUR-NUM > W-FIM-AMD
              GO TO DIM-DATA-FIM.
           PERFORM CD-DIA-UTIL THRU CD-DIA-UTIL-FIM
           MOVE CD-CUR-NUM  TO LD-SK
           MOVE CD-CUR-DD   TO LD-DIA-F LD-DIA
           MOVE CD-CUR-MM   TO LD-MES-F LD-MES
           MOVE CD-CUR-AAAA TO LD-ANO-F LD-ANO
           COMPUTE W-TRIM = (CD-CUR-MM + 2) / 3
           MOVE W-TRIM TO LD-TRIM
           MOVE NOME-MES (CD-CUR-MM) TO LD-NOME-MES
           COMPUTE LD-ANO-MES = CD-CUR-AAAA * 100 + CD-CUR-MM
           IF CD-ZC-H = 0
              MOVE 7 TO W-DIA-SEM
           ELSE
              MOVE CD-ZC-H TO W-DIA-SEM.
           MOVE W-DIA-SEM TO LD-DIA-SEM
           MOVE NOME-DIA (W-DIA-SEM) TO LD-NOME-DIA
           MOVE "N" TO LD-FIM-SEM LD-FERIADO
           IF CD-ZC-H = 0 OR CD-ZC-H = 1
              MOVE "S" TO LD-FIM-SEM.
           MOVE CD-EH-UTIL TO LD-UTIL
           IF CD-EH-UTIL = "N" AND LD-FIM-SEM = "N"
              MOVE "S" TO LD-FERIADO.
           WRITE REG-BIDDATA FROM LINHA-DATA
           ADD 1 TO CT-QTD (9)
           PERFORM CD-PROX-DIA THRU CD-PROX-DIA-FIM
           GO TO DIM-DATA-DIA.
       DIM-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CHAVES SUBSTITUTAS
      *-----------------------------------------------------------------
       SK-BIKE.
           MOVE "B"    TO W-SK-DIM
           MOVE W-BIKE TO W-NAT-NUM
           MOVE W-NAT-NUM TO W-SK-NAT
           PERFORM OBTER-SK THRU OBTER-SK-FIM.
       SK-BIKE-FIM.
           EXIT.

       SK-CLIENTE.
           MOVE "C"   TO W-SK-DIM
           MOVE W-DOC TO W-NAT-NUM
           MOVE W-NAT-NUM TO W-SK-NAT
           PERFORM OBTER-SK THRU OBTER-SK-FIM.
       SK-CLIENTE-FIM.
           EXIT.

       SK-FILIAL.
           MOVE "F"      TO W-SK-DIM
           MOVE W-FILIAL TO W-NAT-NUM
           MOVE W-NAT-NUM TO W-SK-NAT
           PERFORM OBTER-SK THRU OBTER-SK-FIM.
       SK-FILIAL-FIM.
           EXIT.

      * DEVOLVE EM W-SK A CHAVE DE W-SK-DIM + W-SK-NAT; CHAVE NATURAL
      * ZERADA OU EM BRANCO E O MEMBRO 0. SEM A CHAVE NO MAPA, CRIA A
      * PROXIMA DA DIMENSAO SE W-SK-CRIAR = "S", SENAO DEVOLVE 0
       OBTER-SK.
           MOVE ZEROS TO W-SK
           IF W-SK-NAT = ZEROS OR W-SK-NAT = SPACES
              GO TO OBTER-SK-FIM.
           MOVE W-SK-DIM TO SK-DIM
           MOVE W-SK-NAT TO SK-NATURAL
           READ ARQSKBI
           IF ST-ERRO-SK = "00"
              MOVE SK-VALOR TO W-SK
              GO TO OBTER-SK-FIM.
           MOVE "00" TO ST-ERRO-SK
           IF W-SK-CRIAR NOT = "S"
              GO TO OBTER-SK-FIM.
           MOVE W-SK-DIM   TO SK-DIM
           MOVE "*ULTIMA*" TO SK-NATURAL
           READ ARQSKBI
           IF ST-ERRO-SK = "00"
              ADD 1 TO SK-VALOR
              MOVE SK-VALOR TO W-SK
              REWRITE REGSK
           ELSE
              MOVE "00" TO ST-ERRO-SK
              MOVE 1 TO SK-VALOR W-SK
              MOVE W-HOJE-NUM TO SK-DATA-INC
              WRITE REGSK.
           MOVE W-SK-DIM   TO SK-DIM
           MOVE W-SK-NAT   TO SK-NATURAL
           MOVE W-SK       TO SK-VALOR
           MOVE W-HOJE-NUM TO SK-DATA-INC
           WRITE REGSK
           ADD 1 TO W-CONT-SK-NOVAS.
       OBTER-SK-FIM.
           EXIT.

      * DDMMAAAA EM W-DATA-DMA-NUM -> AAAAMMDD EM W-DATA-AMD-NUM (0
      * QUANDO NAO HA DATA), GUARDANDO A MAIS ANTIGA PARA O CALENDARIO
       DATA-CHAVE.
           IF W-DATA-DMA-NUM = ZEROS
              MOVE ZEROS TO W-DATA-AMD-NUM
              GO TO DATA-CHAVE-FIM.
           PERFORM CONVERTER-DATA THRU CONVERTER-DATA-FIM
           IF W-AMD-AAAA < 1900 OR W-AMD-MM < 1 OR W-AMD-MM > 12
              GO TO DATA-CHAVE-FIM.
           IF W-DATA-AMD-NUM < W-MENOR-AMD
              MOVE W-DATA-AMD-NUM TO W-MENOR-AMD.
       DATA-CHAVE-FIM.
           EXIT.

       CONVERTER-DATA.
           MOVE W-DMA-AAAA TO W-AMD-AAAA
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-DD   TO W-AMD-DD.
       CONVERTER-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * CONTROLE DA CARGA PARA A FERRAMENTA E DA PROXIMA EXECUCAO
      *-----------------------------------------------------------------
       GRAVAR-CONTROLE.
           MOVE 1 TO W-IND.
       GRAVAR-CONTROLE-LACO.
           IF W-IND > 9
              GO TO GRAVAR-CONTROLE-FIM.
           MOVE NOME-ARQ-BI (W-IND) TO LCT-ARQUIVO
           MOVE W-CARGA             TO LCT-CARGA
           MOVE W-CORTE             TO LCT-CORTE
           MOVE W-HOJE-NUM          TO LCT-DATA
           MOVE W-HORA (1:6)        TO LCT-HORA
           MOVE CT-QTD (W-IND)      TO LCT-LINHAS
           MOVE CT-TOT (W-IND)      TO LCT-TOTAL
           WRITE REG-BICTRL FROM LINHA-CTRL
           ADD 1 TO W-IND
           GO TO GRAVAR-CONTROLE-LACO.
       GRAVAR-CONTROLE-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-LCH-ABERTO = "S"
              CLOSE ARQLOCH.
           IF W-EST-ABERTO = "S"
              CLOSE ARQESTOR.
           IF W-MAN-ABERTO = "S"
              CLOSE ARQMANUT.
           IF W-OS-ABERTO = "S"
              CLOSE ARQOS.
           IF W-PJ-ABERTO = "S"
              CLOSE CADCLIPJ.
           IF W-ETR-ABERTO = "S"
              CLOSE ARQESTRG.
           IF W-OPE-ABERTO = "S"
              CLOSE ARQOPER.
           IF W-FID-ABERTO = "S"
              CLOSE ARQFIDEL.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
           PERFORM FECHAR-CALENDARIO THRU FECHAR-CALENDARIO-FIM
           CLOSE ARQLOC ARQPAG ARQBIKE CLIENTES ARQSKBI
           CLOSE BIDFIL BIDOPER BIDBIKE BIDCLI BIDDATA
                 BIFLOC BIFPAG BIFMAN BIFOS BICTRL.
       FECHAR-ARQS-FIM.
           EXIT.

       GRAVAR-CTRLBI.
           MOVE W-HOJE-NUM   TO CBI-ULT-EXEC
           MOVE W-HORA (1:6) TO CBI-HORA
           MOVE W-CARGA      TO CBI-CARGA
           MOVE W-PEDIDO     TO CBI-PEDIDO
           MOVE W-MENOR-AMD  TO CBI-MENOR-DATA
           OPEN OUTPUT CTRLBI
           IF ST-ERRO-CTL NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO CONTROLE CTRLBI ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           WRITE REGCTRLBI
           CLOSE CTRLBI.
       GRAVAR-CTRLBI-FIM.
           EXIT.

       COPY PARAMVALP.
       COPY CALDIASP.
       COPY JOBCNTP.
