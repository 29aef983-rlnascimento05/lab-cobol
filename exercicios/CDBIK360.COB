       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-053.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-053 - CONSULTA 360 DA BIKE
      * O SGB-014 DA A VISAO DO CLIENTE; PARA A BIKE O GERENTE DE
      * FROTA AINDA ABRIA O CDBIKE, O CDMANUT, O SGB-011, O CDTRANSF,
      * O CDRECUP, O CDSINIS E O REL036 UM A UM. ESTA CONSULTA
      * (SOMENTE LEITURA) RECEBE O NUMERO DA BIKE E MOSTRA NUMA TELA
      * SO O CADASTRO COM A FILIAL E A SITUACAO ATUAIS, A ULTIMA
      * POSICAO DO GPS (ARQGPS.DAT) E O RESUMO DA VIDA DA BIKE:
      * RECEITA DAS LOCACOES, CUSTO DA MANUTENCAO, INDENIZACOES DO
      * SEGURO E O RESULTADO CONTRA O VALOR DE COMPRA. OS BLOCOS DE
      * DETALHE SAO ESCOLHIDOS NA LINHA 22 E PAGINADOS NA TELA COMO O
      * BROWSE DO SBP012: LOCACOES DE ARQLOC.DAT E DO HISTORICO
      * ARQUIVADO ARQLOCH.DAT COM O CLIENTE, SERVICOS DE ARQMANUT.DAT,
      * ORDENS AINDA ABERTAS DE ARQOS.DAT, TRANSFERENCIAS DE
      * ARQTRANSF.DAT, OCORRENCIAS DE ARQOCORR.DAT, SINISTROS DE
      * ARQSINIS.DAT E A TRILHA DE ALTERACOES AUDBIKE.DAT. A OPCAO 8
      * GRAVA TUDO EM BIKE360.TXT PELAS ROTINAS COPY RELPAG./RELPAGP.
      * ARQUIVO QUE NAO EXISTIR SO DEIXA O BLOCO VAZIO.
      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-10-15  VERSAO INICIAL.
      * 2026-10-15  REGISTRO DE AUDBIKE.DAT COM SEQUENCIA E HASH DA
      *             CADEIA NO FIM.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

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
                    ALTERNATE RECORD KEY IS LOCH-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-HIS.

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

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

           SELECT ARQTRANSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TRANSF
                    FILE STATUS  IS ST-ERRO-TRF.

           SELECT ARQOCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OCORR-CHAVE
                    FILE STATUS  IS ST-ERRO-OCO.

           SELECT ARQSINIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SIN
                    FILE STATUS  IS ST-ERRO-SIN.

           SELECT ARQGPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GPS-BIKE
                    FILE STATUS  IS ST-ERRO-GPS.

           SELECT AUDBIKE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                   88 LOC-ABERTA             VALUE "A".
                   88 LOC-FECHADA            VALUE "F".
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
                   88 OS-ABERTA             VALUE "A".
                   88 OS-EXECUCAO           VALUE "E".
                   88 OS-AGUARD-PECA        VALUE "P".
                   88 OS-CONCLUIDA          VALUE "C".
                03 OS-DESCRICAO         PIC X(40).
                03 OS-DATA-CONCLUSAO    PIC 9(8).
                03 OS-CUSTO             PIC 9(6)V99.
                03 OS-LOC-SEQ           PIC 9(4).
                03 OS-DANO-COBRADO      PIC X(01).
                03 OS-HORAS             PIC 9(3)V9.
                03 OS-TIPO-SERV         PIC X(02).
                03 OS-SERVICO           PIC X(04).

       FD ARQTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REGTRANSF.
                03 CHAVE-TRANSF.
                   05 TRANSF-NUMERO     PIC 9(4).
                   05 TRANSF-SEQ        PIC 9(4).
                03 TRANSF-FILIAL-ORIG   PIC 9(1).
                03 TRANSF-FILIAL-DEST   PIC 9(1).
                03 TRANSF-DATA-ENVIO    PIC 9(8).
                03 TRANSF-OPER-ENVIO    PIC X(8).
                03 TRANSF-DATA-RECEB    PIC 9(8).
                03 TRANSF-OPER-RECEB    PIC X(8).
                03 TRANSF-SITUACAO      PIC X(01).
                03 TRANSF-TIPO          PIC X(01).

       FD ARQOCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOCORR.DAT".
       01 REGOCORR.
                03 OCORR-CHAVE.
                   05 OCORR-NUMERO     PIC 9(4).
                   05 OCORR-SEQ        PIC 9(4).
                03 OCORR-TIPO           PIC X(01).
                03 OCORR-MOTIVO         PIC X(30).
                03 OCORR-BO             PIC X(15).
                03 OCORR-DATA           PIC 9(8).
                03 OCORR-DATA-RECUP     PIC 9(8).
                03 OCORR-CONDICAO       PIC X(01).

       FD ARQSINIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINIS.DAT".
       01 REGSINIS.
                03 CHAVE-SIN.
                   05 SIN-NUMERO        PIC 9(4).
                   05 SIN-SEQ           PIC 9(4).
                03 SIN-DATA-PROTOCOLO   PIC 9(8).
                03 SIN-VALOR-RECLAMADO  PIC 9(8)V99.
                03 SIN-STATUS           PIC X(1).
                   88 SIN-ABERTO            VALUE "A".
                   88 SIN-INDENIZADO        VALUE "I".
                   88 SIN-NEGADO            VALUE "N".
                03 SIN-VALOR-INDENIZADO PIC 9(8)V99.
                03 SIN-DATA-ENCERR      PIC 9(8).
                03 SIN-OPERADOR         PIC X(8).

       FD ARQGPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGPS.DAT".
       01 REGGPS.
                03 GPS-BIKE             PIC 9(4).
                03 GPS-DATA             PIC 9(8).
                03 GPS-HORA             PIC 9(4).
                03 GPS-LAT              PIC X(20).
                03 GPS-LONG             PIC X(20).
                03 GPS-FORA-AREA        PIC X(1).

       FD AUDBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDBIKE.DAT".
       01 REGAUDBIKE.
                03 AUD-NUMERO           PIC 9(4).
                03 AUD-OPERACAO         PIC X(01).
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BIKE360.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-LOC  PIC X(02) VALUE "00".
       77 ST-ERRO-HIS  PIC X(02) VALUE "00".
       77 ST-ERRO-CLI  PIC X(02) VALUE "00".
       77 ST-ERRO-MAN  PIC X(02) VALUE "00".
       77 ST-ERRO-OS   PIC X(02) VALUE "00".
       77 ST-ERRO-TRF  PIC X(02) VALUE "00".
       77 ST-ERRO-OCO  PIC X(02) VALUE "00".
       77 ST-ERRO-SIN  PIC X(02) VALUE "00".
       77 ST-ERRO-GPS  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 LIMPA-LINHA  PIC X(72) VALUE SPACES.
       77 W-BIKE-PED   PIC 9(04) VALUE ZEROS.
       77 W-BLOCO      PIC 9(01) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
      * DESTINO DAS LINHAS DOS BLOCOS: T = TELA PAGINADA,
      * I = BIKE360.TXT, S = SO SOMA OS TOTAIS DO RESUMO
       77 W-DESTINO    PIC X(01) VALUE "T".
       77 W-PARAR      PIC X(01) VALUE "N".
       77 W-QTD-LOC    PIC 9(05) VALUE ZEROS.
       77 W-QTD-MANUT  PIC 9(05) VALUE ZEROS.
       77 W-QTD-OS     PIC 9(03) VALUE ZEROS.
       77 W-QTD-LIN    PIC 9(05) VALUE ZEROS.
       77 W-TOT-RECEITA PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-MANUT  PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-INDEN  PIC 9(09)V99 VALUE ZEROS.
       77 W-RESULTADO  PIC S9(09)V99 VALUE ZEROS.

       COPY RELPAG.

       01 W-LINHA      PIC X(72) VALUE SPACES.
       01 W-TIT-BLOCO  PIC X(40) VALUE SPACES.
       01 W-CAB-BLOCO  PIC X(72) VALUE SPACES.

      * CABECALHO DA BIKE E RESUMO DA VIDA, NA TELA E NO IMPRESSO
       01 LIN-BIKE1.
           03 FILLER       PIC X(05) VALUE "BIKE ".
           03 LB1-NUMERO   PIC 9(04).
           03 FILLER       PIC X(03) VALUE " - ".
           03 LB1-MARCA    PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LB1-MODELO   PIC X(20).
       01 LIN-BIKE2.
           03 FILLER       PIC X(11) VALUE "CATEGORIA: ".
           03 LB2-CAT      PIC X(01).
           03 FILLER       PIC X(07) VALUE "  ARO: ".
           03 LB2-ARO      PIC 9(02).
           03 FILLER       PIC X(07) VALUE "  COR: ".
           03 LB2-COR      PIC X(13).
           03 FILLER       PIC X(10) VALUE "  COMPRA: ".
           03 LB2-DATA     PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LB2-VALOR    PIC ZZZZZ9,99.
       01 LIN-BIKE3.
           03 FILLER       PIC X(11) VALUE "FILIAL...: ".
           03 LB3-FILIAL   PIC 9(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LB3-FILDESC  PIC X(13).
           03 FILLER       PIC X(12) VALUE "  SITUACAO: ".
           03 LB3-SIT      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LB3-SITDESC  PIC X(13).
           03 FILLER       PIC X(14) VALUE "  OS ABERTAS: ".
           03 LB3-QTD-OS   PIC ZZ9.
       01 LIN-BIKE4.
           03 FILLER       PIC X(05) VALUE "GPS: ".
           03 LB4-DATA     PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LB4-HORA     PIC X(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LB4-LAT      PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LB4-LONG     PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LB4-AVISO    PIC X(09).
       01 LIN-RES1.
           03 FILLER       PIC X(18) VALUE "RECEITA LOCACOES: ".
           03 LR1-RECEITA  PIC ZZZZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE " (".
           03 LR1-QTD      PIC ZZZZ9.
           03 FILLER       PIC X(01) VALUE ")".
           03 FILLER       PIC X(20) VALUE "  CUSTO MANUTENCAO: ".
           03 LR1-MANUT    PIC ZZZZZZZZ9,99.
       01 LIN-RES2.
           03 FILLER       PIC X(18) VALUE "INDENIZ. SEGURO.: ".
           03 LR2-INDEN    PIC ZZZZZZZZ9,99.
           03 FILLER       PIC X(08) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE "  RESULTADO (VIDA): ".
           03 LR2-RESULT   PIC -ZZZZZZZZ9,99.

      * LINHAS DE DETALHE DE CADA BLOCO (MONTADAS EM W-LINHA)
       01 LIN-LOC.
           03 LL-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LL-CPF       PIC 9(14).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LL-NOME      PIC X(17).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LL-DATALOC   PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LL-DATADEV   PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LL-VALOR     PIC ZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LL-SIT       PIC X(01).
           03 LL-ARQ       PIC X(01).
       01 LIN-MAN.
           03 LM-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-DESC      PIC X(27).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-MEC       PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-HORAS     PIC ZZ9,9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LM-CUSTO     PIC ZZZZZ9,99.
       01 LIN-OS.
           03 LO-OS        PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-ABERTURA  PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-STATUS    PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-DESC      PIC X(30).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-MEC       PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-SERVICO   PIC X(04).
       01 LIN-TRF.
           03 LT-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-ORIG      PIC 9(01).
           03 FILLER       PIC X(02) VALUE "->".
           03 LT-DEST      PIC 9(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-ENVIO     PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-OPER-ENV  PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-RECEB     PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-OPER-REC  PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-SIT       PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LT-TIPO      PIC X(01).
       01 LIN-OCO.
           03 LC-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-TIPO      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-DATA      PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-MOTIVO    PIC X(30).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-RECUP     PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-COND      PIC X(01).
       01 LIN-SIN.
           03 LS-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LS-PROT      PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LS-RECLAMADO PIC ZZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LS-STATUS    PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LS-INDEN     PIC ZZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LS-ENCERR    PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LS-OPER      PIC X(08).
       01 LIN-AUD.
           03 LA-DATA      PIC 99/99/9999 BLANK WHEN ZERO.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LA-OPER      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LA-OPERADOR  PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ARQS.
           OPEN INPUT ARQBIKE
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO BIKE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO LOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBIKE
              GO TO ROT-FIMP.
      * OS DEMAIS ARQUIVOS SAO OPCIONAIS: SEM ELES O BLOCO SAI VAZIO
      * (STATUS "XX", COMO A ARQCOB DO SGB-014)
           OPEN INPUT ARQLOCH
           IF ST-ERRO-HIS NOT = "00"
              MOVE "XX" TO ST-ERRO-HIS.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              MOVE "XX" TO ST-ERRO-CLI.
           OPEN INPUT ARQMANUT
           IF ST-ERRO-MAN NOT = "00"
              MOVE "XX" TO ST-ERRO-MAN.
           OPEN INPUT ARQOS
           IF ST-ERRO-OS NOT = "00"
              MOVE "XX" TO ST-ERRO-OS.
           OPEN INPUT ARQTRANSF
           IF ST-ERRO-TRF NOT = "00"
              MOVE "XX" TO ST-ERRO-TRF.
           OPEN INPUT ARQOCORR
           IF ST-ERRO-OCO NOT = "00"
              MOVE "XX" TO ST-ERRO-OCO.
           OPEN INPUT ARQSINIS
           IF ST-ERRO-SIN NOT = "00"
              MOVE "XX" TO ST-ERRO-SIN.
           OPEN INPUT ARQGPS
           IF ST-ERRO-GPS NOT = "00"
              MOVE "XX" TO ST-ERRO-GPS.

       PEDE-BIKE.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "CONSULTA 360 DA BIKE"
           DISPLAY (04, 05) "NUMERO DA BIKE (0=SAIR):"
           MOVE ZEROS TO W-BIKE-PED
           ACCEPT  (04, 30) W-BIKE-PED
           IF W-BIKE-PED = ZEROS
              GO TO ROT-FIM.
           MOVE W-BIKE-PED TO NUMERO
           READ ARQBIKE
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              MOVE "*** BIKE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-BIKE.
           PERFORM MONTAR-CABECALHO THRU MONTAR-CABECALHO-FIM.

      *-------------------------------------------------------------
      * MOSTRAR-BIKE: CADASTRO, GPS E RESUMO NAS LINHAS 01 A 06; O
      * BLOCO ESCOLHIDO NA LINHA 22 E LISTADO NAS LINHAS 07 A 20
      *-------------------------------------------------------------
       MOSTRAR-BIKE.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 05) LIN-BIKE1
           DISPLAY (02, 05) LIN-BIKE2
           DISPLAY (03, 05) LIN-BIKE3
           DISPLAY (04, 05) LIN-BIKE4
           DISPLAY (05, 05) LIN-RES1
           DISPLAY (06, 05) LIN-RES2.
       ESCOLHER-BLOCO.
           DISPLAY (22, 02) "1-LOCAC 2-MANUT 3-OS 4-TRANSF 5-OCORR"
           DISPLAY (22, 40) "6-SINIST 7-AUDIT 8-IMPRIME 0-SAI:"
           MOVE ZEROS TO W-BLOCO
           ACCEPT  (22, 74) W-BLOCO
           IF W-BLOCO = ZEROS
              GO TO PEDE-BIKE.
           IF W-BLOCO = 8
              GO TO IMPRIMIR-TUDO.
           IF W-BLOCO = 9
              MOVE "*** BLOCO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ESCOLHER-BLOCO.
           MOVE "T" TO W-DESTINO
           MOVE "N" TO W-PARAR
           DISPLAY (07, 05) LIMPA-LINHA
           DISPLAY (08, 05) LIMPA-LINHA
           PERFORM LIMPAR-AREA-LISTA THRU LIMPAR-AREA-LISTA-FIM
           PERFORM LISTAR-BLOCO THRU LISTAR-BLOCO-FIM
           IF W-PARAR = "N"
              MOVE "*** FIM DO BLOCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ESCOLHER-BLOCO.

      *-------------------------------------------------------------
      * IMPRIMIR-TUDO: CABECALHO, RESUMO E TODOS OS BLOCOS EM
      * BIKE360.TXT
      *-------------------------------------------------------------
       IMPRIMIR-TUDO.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DE BIKE360.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ESCOLHER-BLOCO.
           MOVE ZEROS TO W-PAGINA
           MOVE SPACES TO W-TITULO-REL W-CAB-COL
           STRING "CONSULTA 360 DA BIKE " W-BIKE-PED
                  DELIMITED BY SIZE INTO W-TITULO-REL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           WRITE LINHA-REL FROM LIN-BIKE1
           WRITE LINHA-REL FROM LIN-BIKE2
           WRITE LINHA-REL FROM LIN-BIKE3
           WRITE LINHA-REL FROM LIN-BIKE4
           WRITE LINHA-REL FROM LIN-RES1
           WRITE LINHA-REL FROM LIN-RES2
           ADD 6 TO W-LINPAG
           MOVE "I" TO W-DESTINO
           MOVE "N" TO W-PARAR
           MOVE 1 TO W-BLOCO.
       IMPRIMIR-TUDO-BLOCO.
           PERFORM LISTAR-BLOCO THRU LISTAR-BLOCO-FIM
           ADD 1 TO W-BLOCO
           IF W-BLOCO < 8
              GO TO IMPRIMIR-TUDO-BLOCO.
           CLOSE RELATORIO
           MOVE "CONSULTA GRAVADA EM BIKE360.TXT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ESCOLHER-BLOCO.

      * MONTA AS LINHAS DO CABECALHO; O RESUMO SAI DE UMA PASSADA
      * DOS BLOCOS QUE TEM VALOR SO SOMANDO (DESTINO S)
       MONTAR-CABECALHO.
           MOVE NUMERO            TO LB1-NUMERO
           MOVE MARCA             TO LB1-MARCA
           MOVE MODELO            TO LB1-MODELO
           MOVE CATEGORIA         TO LB2-CAT
           MOVE ARO               TO LB2-ARO
           MOVE CORDESCRICAO      TO LB2-COR
           MOVE DATACOMPRA        TO LB2-DATA
           MOVE VALORCOMPRA       TO LB2-VALOR
           MOVE FILIAL            TO LB3-FILIAL
           MOVE FILIALDESCRICAO   TO LB3-FILDESC
           MOVE SITUACAO          TO LB3-SIT
           MOVE SITUACAODESCRICAO TO LB3-SITDESC
           MOVE SPACES TO LIN-BIKE4
           MOVE "GPS: " TO LIN-BIKE4 (1:5)
           MOVE ZEROS  TO LB4-DATA
           IF ST-ERRO-GPS = "XX"
              MOVE "SEM RASTREADOR GPS" TO LB4-LAT
              GO TO MONTAR-CABECALHO-RESUMO.
           MOVE W-BIKE-PED TO GPS-BIKE
           READ ARQGPS
           IF ST-ERRO-GPS NOT = "00"
              MOVE "00" TO ST-ERRO-GPS
              MOVE "SEM POSICAO DE GPS" TO LB4-LAT
              GO TO MONTAR-CABECALHO-RESUMO.
           MOVE GPS-DATA TO LB4-DATA
           MOVE GPS-HORA TO LB4-HORA
           MOVE GPS-LAT  TO LB4-LAT
           MOVE GPS-LONG TO LB4-LONG
           IF GPS-FORA-AREA = "S"
              MOVE "FORA AREA" TO LB4-AVISO.
       MONTAR-CABECALHO-RESUMO.
           MOVE ZEROS TO W-QTD-LOC W-QTD-MANUT W-QTD-OS
           MOVE ZEROS TO W-TOT-RECEITA W-TOT-MANUT W-TOT-INDEN
           MOVE "S" TO W-DESTINO
           MOVE "N" TO W-PARAR
           PERFORM LISTAR-LOCACOES THRU LISTAR-LOCACOES-FIM
           PERFORM LISTAR-MANUT THRU LISTAR-MANUT-FIM
           PERFORM LISTAR-ORDENS THRU LISTAR-ORDENS-FIM
           PERFORM LISTAR-SINISTROS THRU LISTAR-SINISTROS-FIM
           COMPUTE W-RESULTADO = W-TOT-RECEITA + W-TOT-INDEN
                               - W-TOT-MANUT - VALORCOMPRA
           MOVE W-QTD-OS      TO LB3-QTD-OS
           MOVE W-TOT-RECEITA TO LR1-RECEITA
           MOVE W-QTD-LOC     TO LR1-QTD
           MOVE W-TOT-MANUT   TO LR1-MANUT
           MOVE W-TOT-INDEN   TO LR2-INDEN
           MOVE W-RESULTADO   TO LR2-RESULT.
       MONTAR-CABECALHO-FIM.
           EXIT.

       LISTAR-BLOCO.
           IF W-BLOCO = 1
              PERFORM LISTAR-LOCACOES THRU LISTAR-LOCACOES-FIM.
           IF W-BLOCO = 2
              PERFORM LISTAR-MANUT THRU LISTAR-MANUT-FIM.
           IF W-BLOCO = 3
              PERFORM LISTAR-ORDENS THRU LISTAR-ORDENS-FIM.
           IF W-BLOCO = 4
              PERFORM LISTAR-TRANSF THRU LISTAR-TRANSF-FIM.
           IF W-BLOCO = 5
              PERFORM LISTAR-OCORR THRU LISTAR-OCORR-FIM.
           IF W-BLOCO = 6
              PERFORM LISTAR-SINISTROS THRU LISTAR-SINISTROS-FIM.
           IF W-BLOCO = 7
              PERFORM LISTAR-AUDITORIA THRU LISTAR-AUDITORIA-FIM.
       LISTAR-BLOCO-FIM.
           EXIT.

      * TITULO E CABECALHO DE COLUNAS DO BLOCO
       ABRIR-BLOCO.
           MOVE ZEROS TO W-QTD-LIN
           IF W-DESTINO = "S"
              GO TO ABRIR-BLOCO-FIM.
           IF W-DESTINO = "I"
              PERFORM CONTROLAR-QUEBRA-PAG
                                     THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM ESPACOS-REL
              WRITE LINHA-REL FROM W-TIT-BLOCO
              WRITE LINHA-REL FROM W-CAB-BLOCO
              ADD 3 TO W-LINPAG
              GO TO ABRIR-BLOCO-FIM.
           DISPLAY (07, 05) W-TIT-BLOCO
           DISPLAY (08, 05) W-CAB-BLOCO
           MOVE 9 TO W-LIN.
       ABRIR-BLOCO-FIM.
           EXIT.

      * SAIDA DE UMA LINHA DO BLOCO: NA TELA, 12 LINHAS POR PAGINA
      * COM "CONTINUA?" (COMO O SGB-014); NO IMPRESSO, COM QUEBRA
      * DE PAGINA; NO RESUMO, NADA
       EMITIR-LINHA.
           ADD 1 TO W-QTD-LIN
           IF W-DESTINO = "S"
              GO TO EMITIR-LINHA-FIM.
           IF W-DESTINO = "I"
              PERFORM CONTROLAR-QUEBRA-PAG
                                     THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM W-LINHA
              ADD 1 TO W-LINPAG
              GO TO EMITIR-LINHA-FIM.
           DISPLAY (W-LIN, 05) W-LINHA
           ADD 1 TO W-LIN
           IF W-LIN NOT > 20
              GO TO EMITIR-LINHA-FIM.
           DISPLAY (21, 05) "CONTINUA? (S/N):"
           ACCEPT  (21, 22) W-OPCAO
           DISPLAY (21, 05) LIMPA
           IF W-OPCAO = "N" OR "n"
              MOVE "S" TO W-PARAR
           ELSE
              PERFORM LIMPAR-AREA-LISTA THRU LIMPAR-AREA-LISTA-FIM.
       EMITIR-LINHA-FIM.
           EXIT.

      * BLOCO SEM NENHUMA LINHA
       FECHAR-BLOCO.
           IF W-QTD-LIN > ZEROS OR W-DESTINO = "S"
              GO TO FECHAR-BLOCO-FIM.
           MOVE "NENHUM REGISTRO PARA ESTA BIKE" TO W-LINHA
           PERFORM EMITIR-LINHA THRU EMITIR-LINHA-FIM.
       FECHAR-BLOCO-FIM.
           EXIT.

       LIMPAR-AREA-LISTA.
           MOVE 9 TO W-LIN.
       LIMPAR-AREA-LISTA-LOOP.
           IF W-LIN > 21
              GO TO LIMPAR-AREA-LISTA-SAI.
           DISPLAY (W-LIN, 05) LIMPA-LINHA
           ADD 1 TO W-LIN
           GO TO LIMPAR-AREA-LISTA-LOOP.
       LIMPAR-AREA-LISTA-SAI.
           MOVE 9 TO W-LIN.
       LIMPAR-AREA-LISTA-FIM.
           EXIT.

      *-------------------------------------------------------------
      * BLOCO 1: LOCACOES DO ARQUIVO VIVO E DO HISTORICO ARQUIVADO
      * (MARCADAS COM *), PELA CHAVE BIKE + SEQUENCIA
      *-------------------------------------------------------------
       LISTAR-LOCACOES.
           MOVE "LOCACOES (* = HISTORICO ARQUIVADO)" TO W-TIT-BLOCO
           MOVE "SEQ  CPF/CNPJ       CLIENTE           DT.LOCACAO"
                                                  TO W-CAB-BLOCO
           MOVE " DT.DEVOL.      VALOR S*" TO W-CAB-BLOCO (49:24)
           PERFORM ABRIR-BLOCO THRU ABRIR-BLOCO-FIM
           MOVE W-BIKE-PED TO LOC-NUMERO
           MOVE ZEROS      TO LOC-SEQ
           START ARQLOC KEY IS NOT LESS CHAVE-LOC
               INVALID KEY MOVE "10" TO ST-ERRO-LOC.
           IF ST-ERRO-LOC NOT = "00"
              MOVE "00" TO ST-ERRO-LOC
              GO TO LISTAR-LOCACOES-HIS.
       LISTAR-LOCACOES-LER.
           READ ARQLOC NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-LOC.
           IF ST-ERRO-LOC NOT = "00"
              MOVE "00" TO ST-ERRO-LOC
              GO TO LISTAR-LOCACOES-HIS.
           IF LOC-NUMERO NOT = W-BIKE-PED
              GO TO LISTAR-LOCACOES-HIS.
           MOVE SPACE TO LL-ARQ
           PERFORM EMITIR-LOCACAO THRU EMITIR-LOCACAO-FIM
           IF W-PARAR = "S"
              GO TO LISTAR-LOCACOES-FIM.
           GO TO LISTAR-LOCACOES-LER.
       LISTAR-LOCACOES-HIS.
           IF ST-ERRO-HIS = "XX"
              GO TO LISTAR-LOCACOES-SAI.
           MOVE W-BIKE-PED TO LOCH-NUMERO
           MOVE ZEROS      TO LOCH-SEQ
           START ARQLOCH KEY IS NOT LESS CHAVE-LOCH
               INVALID KEY MOVE "10" TO ST-ERRO-HIS.
           IF ST-ERRO-HIS NOT = "00"
              MOVE "00" TO ST-ERRO-HIS
              GO TO LISTAR-LOCACOES-SAI.
       LISTAR-LOCACOES-HLER.
           READ ARQLOCH NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-HIS.
           IF ST-ERRO-HIS NOT = "00"
              MOVE "00" TO ST-ERRO-HIS
              GO TO LISTAR-LOCACOES-SAI.
           IF LOCH-NUMERO NOT = W-BIKE-PED
              GO TO LISTAR-LOCACOES-SAI.
      * MESMO LAYOUT DO ARQUIVO VIVO, COMO NO SGB-009
           MOVE REGLOCH TO REGLOC
           MOVE "*" TO LL-ARQ
           PERFORM EMITIR-LOCACAO THRU EMITIR-LOCACAO-FIM
           IF W-PARAR = "S"
              GO TO LISTAR-LOCACOES-FIM.
           GO TO LISTAR-LOCACOES-HLER.
       LISTAR-LOCACOES-SAI.
           PERFORM FECHAR-BLOCO THRU FECHAR-BLOCO-FIM.
       LISTAR-LOCACOES-FIM.
           EXIT.

       EMITIR-LOCACAO.
           IF W-DESTINO = "S"
              ADD 1 TO W-QTD-LOC
              ADD LOC-VALORLOCACAO TO W-TOT-RECEITA
              GO TO EMITIR-LOCACAO-FIM.
           MOVE LOC-SEQ           TO LL-SEQ
           MOVE LOC-CPF           TO LL-CPF
           MOVE LOC-DATALOCACAO   TO LL-DATALOC
           MOVE LOC-DATADEVOLUCAO TO LL-DATADEV
           MOVE LOC-VALORLOCACAO  TO LL-VALOR
           MOVE LOC-SITUACAO      TO LL-SIT
           MOVE SPACES            TO LL-NOME
           IF ST-ERRO-CLI = "XX" OR LOC-CPF > 99999999999
              GO TO EMITIR-LOCACAO-LINHA.
           MOVE LOC-CPF TO CPF
           READ CLIENTES
           IF ST-ERRO-CLI = "00"
              MOVE NOME TO LL-NOME
           ELSE
              MOVE "00" TO ST-ERRO-CLI
              MOVE "NAO CADASTRADO" TO LL-NOME.
       EMITIR-LOCACAO-LINHA.
           MOVE LIN-LOC TO W-LINHA
           PERFORM EMITIR-LINHA THRU EMITIR-LINHA-FIM.
       EMITIR-LOCACAO-FIM.
           EXIT.

      *-------------------------------------------------------------
      * BLOCO 2: SERVICOS DE MANUTENCAO (ARQMANUT.DAT, BIKE + SEQ)
      *-------------------------------------------------------------
       LISTAR-MANUT.
           MOVE "SERVICOS DE MANUTENCAO" TO W-TIT-BLOCO
           MOVE "SEQ  DATA       SERVICO                     MECANICO"
                                                  TO W-CAB-BLOCO
           MOVE "     HORAS     CUSTO" TO W-CAB-BLOCO (53:20)
           PERFORM ABRIR-BLOCO THRU ABRIR-BLOCO-FIM
           IF ST-ERRO-MAN = "XX"
              GO TO LISTAR-MANUT-SAI.
           MOVE W-BIKE-PED TO MANUT-NUMERO
           MOVE ZEROS      TO MANUT-SEQ
           START ARQMANUT KEY IS NOT LESS CHAVE-MANUT
               INVALID KEY MOVE "10" TO ST-ERRO-MAN.
           IF ST-ERRO-MAN NOT = "00"
              MOVE "00" TO ST-ERRO-MAN
              GO TO LISTAR-MANUT-SAI.
       LISTAR-MANUT-LER.
           READ ARQMANUT NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-MAN.
           IF ST-ERRO-MAN NOT = "00"
              MOVE "00" TO ST-ERRO-MAN
              GO TO LISTAR-MANUT-SAI.
           IF MANUT-NUMERO NOT = W-BIKE-PED
              GO TO LISTAR-MANUT-SAI.
           ADD 1 TO W-QTD-MANUT
           ADD MANUT-CUSTO TO W-TOT-MANUT
           MOVE MANUT-SEQ         TO LM-SEQ
           MOVE MANUT-DATASERVICO TO LM-DATA
           MOVE MANUT-DESCRICAO   TO LM-DESC
           MOVE MANUT-MECANICO    TO LM-MEC
           MOVE MANUT-HORAS       TO LM-HORAS
           MOVE MANUT-CUSTO       TO LM-CUSTO
           MOVE LIN-MAN TO W-LINHA
           PERFORM EMITIR-LINHA THRU EMITIR-LINHA-FIM
           IF W-PARAR = "S"
              GO TO LISTAR-MANUT-FIM.
           GO TO LISTAR-MANUT-LER.
       LISTAR-MANUT-SAI.
           PERFORM FECHAR-BLOCO THRU FECHAR-BLOCO-FIM.
       LISTAR-MANUT-FIM.
           EXIT.

      *-------------------------------------------------------------
      * BLOCO 3: ORDENS DE SERVICO AINDA ABERTAS (ARQOS.DAT NAO TEM
      * CHAVE POR BIKE: VARRE O ARQUIVO; A CONCLUIDA JA ESTA NO
      * BLOCO 2)
      *-------------------------------------------------------------
       LISTAR-ORDENS.
           MOVE "ORDENS DE SERVICO ABERTAS" TO W-TIT-BLOCO
           MOVE "ORDEM  ABERTURA   S DESCRICAO" TO W-CAB-BLOCO
           MOVE "MECANICO     SERV" TO W-CAB-BLOCO (52:17)
           PERFORM ABRIR-BLOCO THRU ABRIR-BLOCO-FIM
           IF ST-ERRO-OS = "XX"
              GO TO LISTAR-ORDENS-SAI.
           MOVE ZEROS TO OS-NUMERO
           START ARQOS KEY IS NOT LESS OS-NUMERO
               INVALID KEY MOVE "10" TO ST-ERRO-OS.
           IF ST-ERRO-OS NOT = "00"
              MOVE "00" TO ST-ERRO-OS
              GO TO LISTAR-ORDENS-SAI.
       LISTAR-ORDENS-LER.
           READ ARQOS NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-OS.
           IF ST-ERRO-OS NOT = "00"
              MOVE "00" TO ST-ERRO-OS
              GO TO LISTAR-ORDENS-SAI.
           IF OS-BIKE NOT = W-BIKE-PED OR OS-CONCLUIDA
              GO TO LISTAR-ORDENS-LER.
           ADD 1 TO W-QTD-OS
           MOVE OS-NUMERO        TO LO-OS
           MOVE OS-DATA-ABERTURA TO LO-ABERTURA
           MOVE OS-STATUS        TO LO-STATUS
           MOVE OS-DESCRICAO     TO LO-DESC
           MOVE OS-MECANICO      TO LO-MEC
           MOVE OS-SERVICO       TO LO-SERVICO
           MOVE LIN-OS TO W-LINHA
           PERFORM EMITIR-LINHA THRU EMITIR-LINHA-FIM
           IF W-PARAR = "S"
              GO TO LISTAR-ORDENS-FIM.
           GO TO LISTAR-ORDENS-LER.
       LISTAR-ORDENS-SAI.
           PERFORM FECHAR-BLOCO THRU FECHAR-BLOCO-FIM.
       LISTAR-ORDENS-FIM.
           EXIT.

      *-------------------------------------------------------------
      * BLOCO 4: TRANSFERENCIAS ENTRE FILIAIS (ARQTRANSF.DAT)
      *-------------------------------------------------------------
       LISTAR-TRANSF.
           MOVE "TRANSFERENCIAS ENTRE FILIAIS" TO W-TIT-BLOCO
           MOVE "SEQ  ROTA ENVIO      OPER.    RECEBIDA   OPER.    S T"
                                                  TO W-CAB-BLOCO
           PERFORM ABRIR-BLOCO THRU ABRIR-BLOCO-FIM
           IF ST-ERRO-TRF = "XX"
              GO TO LISTAR-TRANSF-SAI.
           MOVE W-BIKE-PED TO TRANSF-NUMERO
           MOVE ZEROS      TO TRANSF-SEQ
           START ARQTRANSF KEY IS NOT LESS CHAVE-TRANSF
               INVALID KEY MOVE "10" TO ST-ERRO-TRF.
           IF ST-ERRO-TRF NOT = "00"
              MOVE "00" TO ST-ERRO-TRF
              GO TO LISTAR-TRANSF-SAI.
       LISTAR-TRANSF-LER.
           READ ARQTRANSF NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-TRF.
           IF ST-ERRO-TRF NOT = "00"
              MOVE "00" TO ST-ERRO-TRF
              GO TO LISTAR-TRANSF-SAI.
           IF TRANSF-NUMERO NOT = W-BIKE-PED
              GO TO LISTAR-TRANSF-SAI.
           MOVE TRANSF-SEQ         TO LT-SEQ
           MOVE TRANSF-FILIAL-ORIG TO LT-ORIG
           MOVE TRANSF-FILIAL-DEST TO LT-DEST
           MOVE TRANSF-DATA-ENVIO  TO LT-ENVIO
           MOVE TRANSF-OPER-ENVIO  TO LT-OPER-ENV
           MOVE TRANSF-DATA-RECEB  TO LT-RECEB
           MOVE TRANSF-OPER-RECEB  TO LT-OPER-REC
           MOVE TRANSF-SITUACAO    TO LT-SIT
           MOVE TRANSF-TIPO        TO LT-TIPO
           MOVE LIN-TRF TO W-LINHA
           PERFORM EMITIR-LINHA THRU EMITIR-LINHA-FIM
           IF W-PARAR = "S"
              GO TO LISTAR-TRANSF-FIM.
           GO TO LISTAR-TRANSF-LER.
       LISTAR-TRANSF-SAI.
           PERFORM FECHAR-BLOCO THRU FECHAR-BLOCO-FIM.
       LISTAR-TRANSF-FIM.
           EXIT.

      *-------------------------------------------------------------
      * BLOCO 5: OCORRENCIAS -- FURTO, ROUBO, PERDA E RECUPERACAO
      * (ARQOCORR.DAT)
      *-------------------------------------------------------------
       LISTAR-OCORR.
           MOVE "OCORRENCIAS" TO W-TIT-BLOCO
           MOVE "SEQ  T DATA       MOTIVO" TO W-CAB-BLOCO
           MOVE "RECUPERADA C" TO W-CAB-BLOCO (50:12)
           PERFORM ABRIR-BLOCO THRU ABRIR-BLOCO-FIM
           IF ST-ERRO-OCO = "XX"
              GO TO LISTAR-OCORR-SAI.
           MOVE W-BIKE-PED TO OCORR-NUMERO
           MOVE ZEROS      TO OCORR-SEQ
           START ARQOCORR KEY IS NOT LESS OCORR-CHAVE
               INVALID KEY MOVE "10" TO ST-ERRO-OCO.
           IF ST-ERRO-OCO NOT = "00"
              MOVE "00" TO ST-ERRO-OCO
              GO TO LISTAR-OCORR-SAI.
       LISTAR-OCORR-LER.
           READ ARQOCORR NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-OCO.
           IF ST-ERRO-OCO NOT = "00"
              MOVE "00" TO ST-ERRO-OCO
              GO TO LISTAR-OCORR-SAI.
           IF OCORR-NUMERO NOT = W-BIKE-PED
              GO TO LISTAR-OCORR-SAI.
           MOVE OCORR-SEQ        TO LC-SEQ
           MOVE OCORR-TIPO       TO LC-TIPO
           MOVE OCORR-DATA       TO LC-DATA
           MOVE OCORR-MOTIVO     TO LC-MOTIVO
           MOVE OCORR-DATA-RECUP TO LC-RECUP
           MOVE OCORR-CONDICAO   TO LC-COND
           MOVE LIN-OCO TO W-LINHA
           PERFORM EMITIR-LINHA THRU EMITIR-LINHA-FIM
           IF W-PARAR = "S"
              GO TO LISTAR-OCORR-FIM.
           GO TO LISTAR-OCORR-LER.
       LISTAR-OCORR-SAI.
           PERFORM FECHAR-BLOCO THRU FECHAR-BLOCO-FIM.
       LISTAR-OCORR-FIM.
           EXIT.

      *-------------------------------------------------------------
      * BLOCO 6: SINISTROS DO SEGURO (ARQSINIS.DAT); O INDENIZADO
      * ENTRA NO RESULTADO DA VIDA DA BIKE
      *-------------------------------------------------------------
       LISTAR-SINISTROS.
           MOVE "SINISTROS DO SEGURO" TO W-TIT-BLOCO
           MOVE "SEQ  PROTOCOLO    RECLAMADO S  INDENIZADO ENCERRADO"
                                                  TO W-CAB-BLOCO
           MOVE "  OPERADOR" TO W-CAB-BLOCO (52:10)
           PERFORM ABRIR-BLOCO THRU ABRIR-BLOCO-FIM
           IF ST-ERRO-SIN = "XX"
              GO TO LISTAR-SINISTROS-SAI.
           MOVE W-BIKE-PED TO SIN-NUMERO
           MOVE ZEROS      TO SIN-SEQ
           START ARQSINIS KEY IS NOT LESS CHAVE-SIN
               INVALID KEY MOVE "10" TO ST-ERRO-SIN.
           IF ST-ERRO-SIN NOT = "00"
              MOVE "00" TO ST-ERRO-SIN
              GO TO LISTAR-SINISTROS-SAI.
       LISTAR-SINISTROS-LER.
           READ ARQSINIS NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-SIN.
           IF ST-ERRO-SIN NOT = "00"
              MOVE "00" TO ST-ERRO-SIN
              GO TO LISTAR-SINISTROS-SAI.
           IF SIN-NUMERO NOT = W-BIKE-PED
              GO TO LISTAR-SINISTROS-SAI.
           IF SIN-INDENIZADO
              ADD SIN-VALOR-INDENIZADO TO W-TOT-INDEN.
           MOVE SIN-SEQ              TO LS-SEQ
           MOVE SIN-DATA-PROTOCOLO   TO LS-PROT
           MOVE SIN-VALOR-RECLAMADO  TO LS-RECLAMADO
           MOVE SIN-STATUS           TO LS-STATUS
           MOVE SIN-VALOR-INDENIZADO TO LS-INDEN
           MOVE SIN-DATA-ENCERR      TO LS-ENCERR
           MOVE SIN-OPERADOR         TO LS-OPER
           MOVE LIN-SIN TO W-LINHA
           PERFORM EMITIR-LINHA THRU EMITIR-LINHA-FIM
           IF W-PARAR = "S"
              GO TO LISTAR-SINISTROS-FIM.
           GO TO LISTAR-SINISTROS-LER.
       LISTAR-SINISTROS-SAI.
           PERFORM FECHAR-BLOCO THRU FECHAR-BLOCO-FIM.
       LISTAR-SINISTROS-FIM.
           EXIT.

      *-------------------------------------------------------------
      * BLOCO 7: TRILHA DE ALTERACOES DO CADASTRO (AUDBIKE.DAT E
      * SEQUENCIAL: VARRE O ARQUIVO INTEIRO, COMO O SGB-014 FAZ COM
      * A CADAUDCLI.DAT)
      *-------------------------------------------------------------
       LISTAR-AUDITORIA.
           MOVE "TRILHA DE ALTERACOES DO CADASTRO" TO W-TIT-BLOCO
           MOVE "DATA       O OPERADOR" TO W-CAB-BLOCO
           PERFORM ABRIR-BLOCO THRU ABRIR-BLOCO-FIM
           OPEN INPUT AUDBIKE
           IF ST-ERRO-AUD NOT = "00"
              MOVE "00" TO ST-ERRO-AUD
              GO TO LISTAR-AUDITORIA-SAI.
       LISTAR-AUDITORIA-LER.
           READ AUDBIKE NEXT RECORD
               AT END GO TO LISTAR-AUDITORIA-FECHA.
           IF AUD-NUMERO NOT = W-BIKE-PED
              GO TO LISTAR-AUDITORIA-LER.
           MOVE AUD-DATA      TO LA-DATA
           MOVE AUD-OPERACAO  TO LA-OPER
           MOVE AUD-OPERADOR  TO LA-OPERADOR
           MOVE LIN-AUD TO W-LINHA
           PERFORM EMITIR-LINHA THRU EMITIR-LINHA-FIM
           IF W-PARAR = "S"
              GO TO LISTAR-AUDITORIA-FECHA.
           GO TO LISTAR-AUDITORIA-LER.
       LISTAR-AUDITORIA-FECHA.
           CLOSE AUDBIKE.
       LISTAR-AUDITORIA-SAI.
           IF W-PARAR NOT = "S"
              PERFORM FECHAR-BLOCO THRU FECHAR-BLOCO-FIM.
       LISTAR-AUDITORIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQBIKE ARQLOC
                IF ST-ERRO-HIS NOT = "XX"
                   CLOSE ARQLOCH.
                IF ST-ERRO-CLI NOT = "XX"
                   CLOSE CLIENTES.
                IF ST-ERRO-MAN NOT = "XX"
                   CLOSE ARQMANUT.
                IF ST-ERRO-OS NOT = "XX"
                   CLOSE ARQOS.
                IF ST-ERRO-TRF NOT = "XX"
                   CLOSE ARQTRANSF.
                IF ST-ERRO-OCO NOT = "XX"
                   CLOSE ARQOCORR.
                IF ST-ERRO-SIN NOT = "XX"
                   CLOSE ARQSINIS.
                IF ST-ERRO-GPS NOT = "XX"
                   CLOSE ARQGPS.
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
