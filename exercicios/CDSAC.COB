       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-055.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-055 - CHAMADOS DE RECLAMACAO DE CLIENTES (SAC)
      * RECLAMACAO DE COBRANCA INDEVIDA, MULTA DE ATRASO ERRADA, BIKE
      * COM DEFEITO OU MAU ATENDIMENTO CHEGAVA POR TELEFONE E EMAIL E
      * FICAVA EM BILHETE COLADO NO MONITOR. ESTE PROGRAMA MANTEM
      * ARQSAC.DAT, UM CHAMADO POR NUMERO SEQUENCIAL (CTRLSAC.DAT,
      * MESMO ESQUEMA DO CTRLOS.DAT DO SGB-011), AMARRADO QUANDO
      * CABE AO CPF/CNPJ DO CLIENTE, A LOCACAO (CHAVE-LOC, QUE E
      * TAMBEM A CHAVE DO PAGAMENTO EM ARQPAG.DAT), AO NUMERO DO
      * RECIBO E A COBRANCA DE ARQCOB.DAT (CPF/CNPJ + SEQUENCIA).
      * A LOCACAO INFORMADA PREENCHE O CLIENTE, A FILIAL DE RETIRADA
      * E O RECIBO DO PAGAMENTO. O CHAMADO TEM CATEGORIA
      * (C=COBRANCA INDEVIDA, M=MULTA/ATRASO ERRADO, B=BIKE COM
      * DEFEITO, A=ATENDIMENTO, O=OUTRA), PRIORIDADE (A/M/B), FILIAL,
      * OPERADOR RESPONSAVEL E SITUACAO (A=ABERTO, E=EM ANDAMENTO,
      * C=AGUARDANDO CLIENTE, R=RESOLVIDO, COM DATA E HORA DA
      * RESOLUCAO). TODA MUDANCA DE SITUACAO GRAVA UMA NOTA COM DATA
      * E HORA EM ARQSACN.DAT (COPY SACVAL./SACVALP.) E F4 MOSTRA AS
      * NOTAS E ACRESCENTA NOVAS. O CODIGO DE RESOLUCAO 1 (ESTORNO)
      * OU 2 (BAIXA DA COBRANCA) DEIXA A ACAO FINANCEIRA PENDENTE
      * ("P"): O SUPERVISOR INFORMA O NUMERO DO CHAMADO NO SGB-019
      * OU NO SGB-026, QUE TRAZEM A CHAVE E O MOTIVO DO CHAMADO E O
      * MARCAM FEITO ("F") DEPOIS DA GRAVACAO. O PRAZO (SLA) E EM
      * HORAS CORRIDAS DESDE A ABERTURA, NO ANO COMERCIAL DE 360
      * DIAS, PELA PRIORIDADE: PARAMETROS SLASACALTA, SLASACMEDIA E
      * SLASACBAIXA DO CDPARAM (PADRAO 24, 72 E 168 HORAS). O CDCLI360
      * MOSTRA OS CHAMADOS EM ABERTO DO CLIENTE E O REL078 LISTA
      * TODA SEGUNDA-FEIRA OS CHAMADOS VENCIDOS POR CATEGORIA E
      * FILIAL. CHAMADO NAO SE EXCLUI.
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

           SELECT ARQSAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAC-NUMERO
                    ALTERNATE RECORD KEY IS SAC-DOC
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-SAC.

           SELECT ARQSACN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SACN
                    FILE STATUS  IS ST-ERRO-SCN.

           SELECT CTRLSAC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTR.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT ARQLOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOCH
                    ALTERNATE RECORD KEY IS LOCH-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-HIS.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COB
                    FILE STATUS  IS ST-ERRO-COB.

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSAC.DAT".
       01 REGSAC.
                03 SAC-NUMERO           PIC 9(6).
                03 SAC-DOC              PIC 9(14).
                03 SAC-LOC-NUMERO       PIC 9(4).
                03 SAC-LOC-SEQ          PIC 9(4).
                03 SAC-RECIBO           PIC 9(8).
                03 SAC-COB-SEQ          PIC 9(4).
                03 SAC-CATEGORIA        PIC X(01).
                   88 SAC-CAT-VALIDA        VALUE "C" "M" "B" "A" "O".
                03 SAC-PRIORIDADE       PIC X(01).
                   88 SAC-PRI-VALIDA        VALUE "A" "M" "B".
                03 SAC-FILIAL           PIC 9(01).
                03 SAC-OPERADOR         PIC X(8).
                03 SAC-ABERTO-POR       PIC X(8).
                03 SAC-DATA-ABERT       PIC 9(8).
                03 SAC-HORA-ABERT       PIC 9(4).
                03 SAC-SITUACAO         PIC X(01).
                   88 SAC-SIT-VALIDA        VALUE "A" "E" "C" "R".
                   88 SAC-RESOLVIDO         VALUE "R".
                03 SAC-DATA-RESOL       PIC 9(8).
                03 SAC-HORA-RESOL       PIC 9(4).
                03 SAC-RESOLUCAO        PIC 9(01).
                   88 SAC-RES-ESTORNO       VALUE 1.
                   88 SAC-RES-BAIXA         VALUE 2.
                03 SAC-ACAO-SIT         PIC X(01).
                   88 SAC-ACAO-PENDENTE     VALUE "P".
                   88 SAC-ACAO-FEITA        VALUE "F".
                03 SAC-ASSUNTO          PIC X(50).

       FD ARQSACN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSACN.DAT".
       01 REGSACN.
                03 CHAVE-SACN.
                   05 SACN-NUMERO       PIC 9(6).
                   05 SACN-SEQ          PIC 9(3).
                03 SACN-DATA            PIC 9(8).
                03 SACN-HORA            PIC 9(4).
                03 SACN-OPERADOR        PIC X(8).
                03 SACN-SITUACAO        PIC X(01).
                03 SACN-TEXTO           PIC X(60).

       FD CTRLSAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLSAC.DAT".
       01 REG-CTRLSAC.
                03 CTRL-ULT-SAC         PIC 9(6).

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
                03 FILLER               PIC X(86).

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
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD ARQCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REGCOB.
                03 CHAVE-COB.
                   05 COB-CPF           PIC 9(14).
                   05 COB-SEQ           PIC 9(4).
                03 COB-NUMERO           PIC 9(4).
                03 COB-LOCSEQ           PIC 9(4).
                03 COB-DATA             PIC 9(8).
                03 COB-VALOR            PIC 9(6)V99.
                03 COB-SITUACAO         PIC X(01).
                03 COB-VALOR-PAGO       PIC 9(6)V99.
                03 COB-ESTAGIO          PIC X(01).
                03 COB-NOSSO-NUM        PIC 9(10).

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

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       COPY SACVAL.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO-CTR  PIC X(02) VALUE "00".
       77 ST-ERRO-LOC  PIC X(02) VALUE "00".
       77 ST-ERRO-HIS  PIC X(02) VALUE "00".
       77 ST-ERRO-PAG  PIC X(02) VALUE "00".
       77 ST-ERRO-COB  PIC X(02) VALUE "00".
       77 ST-ERRO-CLI  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 LIMPA-NOTA   PIC X(80) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-PROX-SAC   PIC 9(06) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-NOTA       PIC X(60) VALUE SPACES.
       77 W-MOSTRAR    PIC X(01) VALUE "S".
       77 W-SIT-ANTES  PIC X(01) VALUE SPACES.
       77 W-SIT-DESC   PIC X(19) VALUE SPACES.
       77 W-LOC-ACHADA PIC X(01) VALUE "N".
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZZZ9,99.
      * PRAZOS DO SLA EM HORAS POR PRIORIDADE (CDPARAM SOBREPOE)
       77 W-SLA-ALTA   PIC 9(04) VALUE 24.
       77 W-SLA-MEDIA  PIC 9(04) VALUE 72.
       77 W-SLA-BAIXA  PIC 9(04) VALUE 168.
       77 W-SLA-HORAS  PIC 9(04) VALUE ZEROS.
       77 W-HORA-INI   PIC 9(09) VALUE ZEROS.
       77 W-HORA-FIM   PIC 9(09) VALUE ZEROS.
       77 W-HORAS-DEC  PIC 9(07) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       01 W-HORA-HHMM.
          03 W-HORA-HH      PIC 9(02).
          03 W-HORA-MM      PIC 9(02).
       01 W-HORA-HHMM-NUM REDEFINES W-HORA-HHMM
                                        PIC 9(04).
       01 W-AGORA.
          03 W-AGORA-HHMM   PIC 9(04).
          03 FILLER         PIC 9(04).

       01 TABSITSAC.
           03 FILLER PIC X(20) VALUE "AABERTO             ".
           03 FILLER PIC X(20) VALUE "EEM ANDAMENTO       ".
           03 FILLER PIC X(20) VALUE "CAGUARDANDO CLIENTE ".
           03 FILLER PIC X(20) VALUE "RRESOLVIDO          ".
       01 TABSIT REDEFINES TABSITSAC.
           03 TS-ITEM OCCURS 4 TIMES.
              05 TS-COD     PIC X(01).
              05 TS-DESC    PIC X(19).

       COPY TFILIAL.

       01 LIN-NOTA.
           03 LN-SEQ       PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LN-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LN-HORA      PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LN-TEXTO     PIC X(60).
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
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "SLASACALTA" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-SLA-ALTA.
           MOVE "SLASACMEDIA" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-SLA-MEDIA.
           MOVE "SLASACBAIXA" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-SLA-BAIXA.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
      *
       INC-OP0.
           OPEN I-O ARQSAC
           IF ST-ERRO-SAC NOT = "00"
               IF ST-ERRO-SAC = "30" OR "35"
                      OPEN OUTPUT ARQSAC
                      CLOSE ARQSAC
                      MOVE "* ARQUIVO DE CHAMADOS SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE CHAMADOS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O ARQSACN
           IF ST-ERRO-SCN NOT = "00"
               IF ST-ERRO-SCN = "30" OR "35"
                      OPEN OUTPUT ARQSACN
                      CLOSE ARQSACN
                      GO TO INC-OP1
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE NOTAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQSAC
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           MOVE "S" TO SC-ABERTO.
      * LOCACOES, PAGAMENTOS, COBRANCAS E CLIENTES SAO OPCIONAIS
      * (STATUS "XX", COMO NO SGB-054): SEM ELES O VINCULO NAO E
      * CONFERIDO
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              MOVE "XX" TO ST-ERRO-LOC.
           OPEN INPUT ARQLOCH
           IF ST-ERRO-HIS NOT = "00"
              MOVE "XX" TO ST-ERRO-HIS.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              MOVE "XX" TO ST-ERRO-PAG.
           OPEN INPUT ARQCOB
           IF ST-ERRO-COB NOT = "00"
              MOVE "XX" TO ST-ERRO-COB.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              MOVE "XX" TO ST-ERRO-CLI.
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
                MOVE ZEROS  TO SAC-NUMERO SAC-DOC SAC-LOC-NUMERO
                MOVE ZEROS  TO SAC-LOC-SEQ SAC-RECIBO SAC-COB-SEQ
                MOVE ZEROS  TO SAC-FILIAL SAC-DATA-ABERT SAC-HORA-ABERT
                MOVE ZEROS  TO SAC-DATA-RESOL SAC-HORA-RESOL
                MOVE ZEROS  TO SAC-RESOLUCAO
                MOVE SPACES TO SAC-CATEGORIA SAC-PRIORIDADE
                MOVE SPACES TO SAC-OPERADOR SAC-ABERTO-POR
                MOVE SPACES TO SAC-ACAO-SIT SAC-ASSUNTO
                MOVE "A"    TO SAC-SITUACAO
                MOVE SPACES TO W-SIT-ANTES
                MOVE 0      TO W-SEL
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05)
                        "CHAMADOS DE RECLAMACAO DE CLIENTES (SAC)"
                DISPLAY (04, 05) "NUMERO (0=NOVO)......:"
                DISPLAY (06, 05) "BIKE DA LOCACAO......:"
                DISPLAY (07, 05) "SEQ DA LOCACAO.......:"
                DISPLAY (08, 05) "CPF/CNPJ (0=NENHUM)..:"
                DISPLAY (09, 05) "RECIBO (0=NENHUM)....:"
                DISPLAY (10, 05) "SEQ COBRANCA (0=NAO).:"
                DISPLAY (11, 05) "ASSUNTO..............:"
                DISPLAY (12, 05) "CATEGORIA............:"
                DISPLAY (12, 31)
                        "C=COBRANCA M=MULTA B=BIKE A=ATENDIM. O=OUTRA"
                DISPLAY (13, 05) "PRIORIDADE...........:"
                DISPLAY (13, 31) "A=ALTA M=MEDIA B=BAIXA"
                DISPLAY (14, 05) "FILIAL (1 A 5).......:"
                DISPLAY (15, 05) "RESPONSAVEL..........:"
                DISPLAY (16, 05) "SITUACAO.............:"
                DISPLAY (16, 31)
                        "A=ABERTO E=ANDAMENTO C=AG.CLIENTE R=RESOLV"
                DISPLAY (17, 05) "RESOLUCAO............:"
                DISPLAY (17, 31)
                        "1=ESTORNO 2=BAIXA 3=AJUSTE 4=IMPROC 5=S/RET"
                DISPLAY (18, 05) "ABERTO EM............:"
                DISPLAY (19, 05) "RESOLVIDO EM.........:"
                DISPLAY (20, 05) "PRAZO SLA (HORAS)....:"
                DISPLAY (21, 05) "ESTORNO/BAIXA........:".
       INC-002.
                ACCEPT (04, 28) SAC-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF SAC-NUMERO = ZEROS
                   GO TO INC-003.
       READ-REG.
                READ ARQSAC
                IF ST-ERRO-SAC NOT = "23"
                    IF ST-ERRO-SAC = "00"
                        PERFORM MOSTRAR-SAC THRU MOSTRAR-SAC-FIM
                        MOVE SAC-SITUACAO TO W-SIT-ANTES
                        MOVE "CHAMADO EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                        GO TO CRUD-001
                    ELSE
                        MOVE "ERRO NA LEITURA DO REGISTRO" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ROT-FIM
                ELSE
                    MOVE "00" TO ST-ERRO-SAC
                    MOVE "*** CHAMADO NAO ENCONTRADO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
       INC-003.
                ACCEPT (06, 28) SAC-LOC-NUMERO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 03
                      GO TO INC-001
                   ELSE
                      GO TO INC-002.
       INC-004.
                ACCEPT (07, 28) SAC-LOC-SEQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SAC-LOC-NUMERO = ZEROS AND SAC-LOC-SEQ = ZEROS
                   GO TO INC-005.
                PERFORM LER-LOCACAO THRU LER-LOCACAO-FIM
                IF W-LOC-ACHADA NOT = "S"
                   MOVE "*** LOCACAO NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      * A LOCACAO PREENCHE O QUE AINDA ESTA EM BRANCO: CLIENTE,
      * FILIAL DE RETIRADA E RECIBO DO PAGAMENTO (CHAVE-PAG =
      * CHAVE-LOC)
                IF SAC-DOC = ZEROS
                   MOVE LOC-CPF TO SAC-DOC.
                IF SAC-FILIAL = ZEROS
                   MOVE LOC-FILIAL-ORIG TO SAC-FILIAL.
                IF SAC-RECIBO = ZEROS AND ST-ERRO-PAG NOT = "XX"
                   MOVE CHAVE-LOC TO CHAVE-PAG
                   READ ARQPAG
                   IF ST-ERRO-PAG = "00"
                      MOVE PAG-RECIBO TO SAC-RECIBO
                   ELSE
                      MOVE "00" TO ST-ERRO-PAG.
                DISPLAY (08, 28) SAC-DOC
                DISPLAY (09, 28) SAC-RECIBO
                DISPLAY (14, 28) SAC-FILIAL.
       INC-005.
                ACCEPT (08, 28) SAC-DOC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                PERFORM MOSTRAR-CLIENTE THRU MOSTRAR-CLIENTE-FIM.
       INC-006.
                ACCEPT (09, 28) SAC-RECIBO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT (10, 28) SAC-COB-SEQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                DISPLAY (10, 35) LIMPA
                IF SAC-COB-SEQ = ZEROS
                   GO TO INC-008.
                IF SAC-DOC = ZEROS
                   MOVE "*** INFORME O CPF/CNPJ DA COBRANCA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF ST-ERRO-COB = "XX"
                   MOVE "*** COBRANCA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE SAC-DOC     TO COB-CPF
                MOVE SAC-COB-SEQ TO COB-SEQ
                READ ARQCOB
                IF ST-ERRO-COB NOT = "00"
                   MOVE "00" TO ST-ERRO-COB
                   MOVE "*** COBRANCA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE COB-VALOR TO W-VALOR-ED
                DISPLAY (10, 35) "VALOR"
                DISPLAY (10, 41) W-VALOR-ED
                DISPLAY (10, 52) "SITUACAO"
                DISPLAY (10, 61) COB-SITUACAO.
       INC-008.
                ACCEPT (11, 28) SAC-ASSUNTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF SAC-ASSUNTO = SPACES
                   MOVE "*** DESCREVA A RECLAMACAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT (12, 28) SAC-CATEGORIA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF NOT SAC-CAT-VALIDA
                   MOVE "*** CATEGORIA: C, M, B, A OU O ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT (13, 28) SAC-PRIORIDADE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF NOT SAC-PRI-VALIDA
                   MOVE "*** PRIORIDADE: A, M OU B ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT (14, 28) SAC-FILIAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF SAC-FILIAL < 1 OR SAC-FILIAL > 5
                   MOVE "*** FILIAL DE 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                DISPLAY (14, 31) TBFILIAL (SAC-FILIAL).
       INC-012.
                IF SAC-OPERADOR = SPACES
                   MOVE W-OPERADOR TO SAC-OPERADOR.
                ACCEPT (15, 28) SAC-OPERADOR WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF SAC-OPERADOR = SPACES
                   MOVE "*** INFORME O OPERADOR RESPONSAVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
       INC-013.
                ACCEPT (16, 28) SAC-SITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF NOT SAC-SIT-VALIDA
                   MOVE "*** SITUACAO: A, E, C OU R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
                IF NOT SAC-RESOLVIDO
                   MOVE ZEROS TO SAC-RESOLUCAO
                   DISPLAY (17, 28) SAC-RESOLUCAO
                   GO TO INC-OPC.
       INC-014.
                ACCEPT (17, 28) SAC-RESOLUCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF SAC-RESOLUCAO < 1 OR SAC-RESOLUCAO > 5
                   MOVE "*** RESOLUCAO DE 1 A 5 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
      * O ESTORNO SAI PELA CHAVE DO PAGAMENTO E A BAIXA PELA CHAVE
      * DA COBRANCA: SEM O VINCULO NAO HA O QUE PEDIR
                IF SAC-RES-ESTORNO AND SAC-LOC-NUMERO = ZEROS
                                   AND SAC-LOC-SEQ = ZEROS
                   MOVE "*** ESTORNO PEDE A LOCACAO DO PAGAMENTO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
                IF SAC-RES-BAIXA AND (SAC-DOC = ZEROS
                                   OR SAC-COB-SEQ = ZEROS)
                   MOVE "*** BAIXA PEDE CPF/CNPJ E SEQ DA COBRANCA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-OPC.
                IF W-SEL = 03
                    GO TO ALT-OPC.
       INC-GRAVACAO.
                PERFORM ACERTAR-SITUACAO THRU ACERTAR-SITUACAO-FIM
                PERFORM OBTER-PROX-SAC THRU OBTER-PROX-SAC-FIM
                MOVE W-PROX-SAC     TO SAC-NUMERO
                MOVE W-OPERADOR     TO SAC-ABERTO-POR
                MOVE W-DATA-DMA-NUM TO SAC-DATA-ABERT
                MOVE W-AGORA-HHMM   TO SAC-HORA-ABERT
                WRITE REGSAC
                IF ST-ERRO-SAC = "00" OR "02"
                    PERFORM GRAVAR-NOTA-SITUACAO
                                        THRU GRAVAR-NOTA-SITUACAO-FIM
                    MOVE SPACES TO MENS
                    STRING "CHAMADO " W-PROX-SAC " GRAVADO COM SUCESSO"
                           DELIMITED BY SIZE INTO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    PERFORM AVISAR-ACAO THRU AVISAR-ACAO-FIM
                    GO TO INC-001.
                IF ST-ERRO-SAC = "22"
                    MOVE "CHAMADO JA EXISTENTE - CONFIRA CTRLSAC.DAT"
                                                       TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001
                ELSE
                    MOVE "ERRO AO GRAVAR O REGISTRO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       CRUD-001.
                DISPLAY(25, 01)
                 "F1-NOVO  F2-ALTERAR  F4-ACOMPANHAMENTO"
                ACCEPT (25, 41) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 05
                    GO TO CRUD-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 01) MENS
                IF W-ACT = 02
                    MOVE 02 TO W-SEL
                    GO TO INC-001.
                IF W-ACT = 03
                    MOVE 03 TO W-SEL
                    GO TO INC-003.
                PERFORM ACOMPANHAR THRU ACOMPANHAR-FIM
                GO TO INC-001.
       ALT-OPC.
                DISPLAY(25, 01) "ALTERAR? (S / N)".
                ACCEPT(25, 18) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                    MOVE "ALTERACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ALT-OPC.
       ALT-PROC.
                PERFORM ACERTAR-SITUACAO THRU ACERTAR-SITUACAO-FIM
                REWRITE REGSAC.
                IF ST-ERRO-SAC = "00" OR "02"
                    PERFORM GRAVAR-NOTA-SITUACAO
                                        THRU GRAVAR-NOTA-SITUACAO-FIM
                    MOVE "CHAMADO ALTERADO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    PERFORM AVISAR-ACAO THRU AVISAR-ACAO-FIM
                    GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
      * ACERTAR-SITUACAO: DATA E HORA DA RESOLUCAO NA PASSAGEM PARA
      * "R" (ZERADAS SE O CHAMADO FOR REABERTO) E A ACAO FINANCEIRA:
      * RESOLUCAO 1 OU 2 FICA PENDENTE ("P") ATE O SGB-019/SGB-026
      * MARCAR FEITA ("F"); A PENDENCIA CAI SE A RESOLUCAO MUDAR
      *-------------------------------------------------------------
       ACERTAR-SITUACAO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-AGORA FROM TIME
                MOVE W-DIA-HOJE  TO W-DMA-DD
                MOVE W-MES-HOJE  TO W-DMA-MM
                MOVE W-ANO-HOJE  TO W-DMA-AAAA
                IF SAC-RESOLVIDO
                   GO TO ACERTAR-SITUACAO-RES.
                MOVE ZEROS TO SAC-DATA-RESOL SAC-HORA-RESOL
                MOVE ZEROS TO SAC-RESOLUCAO
                IF SAC-ACAO-PENDENTE
                   MOVE SPACES TO SAC-ACAO-SIT.
                GO TO ACERTAR-SITUACAO-FIM.
       ACERTAR-SITUACAO-RES.
                IF W-SIT-ANTES NOT = "R"
                   MOVE W-DATA-DMA-NUM TO SAC-DATA-RESOL
                   MOVE W-AGORA-HHMM   TO SAC-HORA-RESOL.
                IF SAC-ACAO-FEITA
                   GO TO ACERTAR-SITUACAO-FIM.
                IF SAC-RES-ESTORNO OR SAC-RES-BAIXA
                   MOVE "P" TO SAC-ACAO-SIT
                ELSE
                   MOVE SPACES TO SAC-ACAO-SIT.
       ACERTAR-SITUACAO-FIM.
                EXIT.

      * NOTA AUTOMATICA NA ABERTURA E EM CADA MUDANCA DE SITUACAO
       GRAVAR-NOTA-SITUACAO.
                IF SAC-SITUACAO = W-SIT-ANTES
                   GO TO GRAVAR-NOTA-SITUACAO-FIM.
                PERFORM BUSCAR-SITUACAO THRU BUSCAR-SITUACAO-FIM
                MOVE SPACES TO SC-TEXTO
                IF W-SIT-ANTES = SPACES
                   STRING "CHAMADO ABERTO - " DELIMITED BY SIZE
                          W-SIT-DESC DELIMITED BY "  "
                          INTO SC-TEXTO
                ELSE
                   STRING "SITUACAO ALTERADA PARA " DELIMITED BY SIZE
                          W-SIT-DESC DELIMITED BY "  "
                          INTO SC-TEXTO.
                IF SAC-RESOLVIDO
                   MOVE SPACES TO W-NOTA
                   STRING SC-TEXTO DELIMITED BY "  "
                          " - RESOLUCAO " DELIMITED BY SIZE
                          SAC-RESOLUCAO DELIMITED BY SIZE
                          INTO W-NOTA
                   MOVE W-NOTA TO SC-TEXTO.
                MOVE W-OPERADOR TO SC-OPERADOR
                PERFORM GRAVAR-NOTA-SAC THRU GRAVAR-NOTA-SAC-FIM
                IF ST-ERRO-SCN NOT = "00" AND "02"
                   MOVE "00" TO ST-ERRO-SCN
                   MOVE "ERRO NA GRAVACAO DA NOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE SAC-SITUACAO TO W-SIT-ANTES.
       GRAVAR-NOTA-SITUACAO-FIM.
                EXIT.

       BUSCAR-SITUACAO.
                MOVE SPACES TO W-SIT-DESC
                MOVE 1 TO W-IX.
       BUSCAR-SITUACAO-LOOP.
                IF W-IX > 4
                   GO TO BUSCAR-SITUACAO-FIM.
                IF TS-COD (W-IX) = SAC-SITUACAO
                   MOVE TS-DESC (W-IX) TO W-SIT-DESC
                   GO TO BUSCAR-SITUACAO-FIM.
                ADD 1 TO W-IX
                GO TO BUSCAR-SITUACAO-LOOP.
       BUSCAR-SITUACAO-FIM.
                EXIT.

      * LEMBRA ONDE FAZER O ESTORNO OU A BAIXA PENDENTE
       AVISAR-ACAO.
                IF NOT SAC-ACAO-PENDENTE
                   GO TO AVISAR-ACAO-FIM.
                IF SAC-RES-ESTORNO
                   MOVE "ESTORNO PENDENTE: SUPERVISOR, MENU OPCAO 30"
                                                       TO MENS
                ELSE
                   MOVE "BAIXA PENDENTE: SUPERVISOR, MENU OPCAO 37"
                                                       TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AVISAR-ACAO-FIM.
                EXIT.

      *-------------------------------------------------------------
      * NUMERO DO NOVO CHAMADO EM CTRLSAC.DAT, MESMO ESQUEMA DO
      * OBTER-PROX-OS DO SGB-011
      *-------------------------------------------------------------
       OBTER-PROX-SAC.
                MOVE ZEROS TO CTRL-ULT-SAC
                OPEN INPUT CTRLSAC
                IF ST-ERRO-CTR = "00"
                   READ CTRLSAC
                       AT END MOVE ZEROS TO CTRL-ULT-SAC.
                IF ST-ERRO-CTR NOT = "35" AND "30"
                   CLOSE CTRLSAC.
                COMPUTE W-PROX-SAC = CTRL-ULT-SAC + 1
                MOVE W-PROX-SAC TO CTRL-ULT-SAC
                OPEN OUTPUT CTRLSAC
                WRITE REG-CTRLSAC
                CLOSE CTRLSAC.
       OBTER-PROX-SAC-FIM.
                EXIT.

      *-------------------------------------------------------------
      * LER-LOCACAO: LOCACAO DA CHAVE DIGITADA, NO ARQUIVO VIVO OU
      * NO HISTORICO (MESMO LAYOUT, COMO NO SGB-054)
      *-------------------------------------------------------------
       LER-LOCACAO.
                MOVE "N" TO W-LOC-ACHADA
                IF ST-ERRO-LOC = "XX"
                   GO TO LER-LOCACAO-HIST.
                MOVE SAC-LOC-NUMERO TO LOC-NUMERO
                MOVE SAC-LOC-SEQ    TO LOC-SEQ
                READ ARQLOC
                IF ST-ERRO-LOC = "00"
                   MOVE "S" TO W-LOC-ACHADA
                   GO TO LER-LOCACAO-FIM.
                MOVE "00" TO ST-ERRO-LOC.
       LER-LOCACAO-HIST.
                IF ST-ERRO-HIS = "XX"
                   GO TO LER-LOCACAO-FIM.
                MOVE SAC-LOC-NUMERO TO LOCH-NUMERO
                MOVE SAC-LOC-SEQ    TO LOCH-SEQ
                READ ARQLOCH
                IF ST-ERRO-HIS NOT = "00"
                   MOVE "00" TO ST-ERRO-HIS
                   GO TO LER-LOCACAO-FIM.
                MOVE REGLOCH TO REGLOC
                MOVE "S" TO W-LOC-ACHADA.
       LER-LOCACAO-FIM.
                EXIT.

      * NOME DO CLIENTE PESSOA FISICA NA LINHA DO CPF/CNPJ
       MOSTRAR-CLIENTE.
                MOVE SPACES TO NOME
                IF SAC-DOC = ZEROS OR SAC-DOC > 99999999999
                   GO TO MOSTRAR-CLIENTE-EXIBE.
                IF ST-ERRO-CLI = "XX"
                   GO TO MOSTRAR-CLIENTE-EXIBE.
                MOVE SAC-DOC TO CPF
                READ CLIENTES
                IF ST-ERRO-CLI NOT = "00"
                   MOVE "00" TO ST-ERRO-CLI
                   MOVE "NAO CADASTRADO" TO NOME.
       MOSTRAR-CLIENTE-EXIBE.
                DISPLAY (08, 44) NOME.
       MOSTRAR-CLIENTE-FIM.
                EXIT.

       MOSTRAR-SAC.
                DISPLAY (06, 28) SAC-LOC-NUMERO
                DISPLAY (07, 28) SAC-LOC-SEQ
                DISPLAY (08, 28) SAC-DOC
                PERFORM MOSTRAR-CLIENTE THRU MOSTRAR-CLIENTE-FIM
                DISPLAY (09, 28) SAC-RECIBO
                DISPLAY (10, 28) SAC-COB-SEQ
                DISPLAY (11, 28) SAC-ASSUNTO
                DISPLAY (12, 28) SAC-CATEGORIA
                DISPLAY (13, 28) SAC-PRIORIDADE
                DISPLAY (14, 28) SAC-FILIAL
                IF SAC-FILIAL > ZEROS AND SAC-FILIAL < 6
                   DISPLAY (14, 31) TBFILIAL (SAC-FILIAL).
                DISPLAY (15, 28) SAC-OPERADOR
                DISPLAY (16, 28) SAC-SITUACAO
                DISPLAY (17, 28) SAC-RESOLUCAO
                DISPLAY (18, 28) SAC-DATA-ABERT
                DISPLAY (18, 37) SAC-HORA-ABERT
                DISPLAY (18, 42) "POR"
                DISPLAY (18, 46) SAC-ABERTO-POR
                DISPLAY (19, 28) SAC-DATA-RESOL
                DISPLAY (19, 37) SAC-HORA-RESOL
                PERFORM MOSTRAR-SLA THRU MOSTRAR-SLA-FIM
                IF SAC-ACAO-PENDENTE
                   DISPLAY (21, 28) "PENDENTE".
                IF SAC-ACAO-FEITA
                   DISPLAY (21, 28) "FEITO".
       MOSTRAR-SAC-FIM.
                EXIT.

      *-------------------------------------------------------------
      * MOSTRAR-SLA: HORAS CORRIDAS DA ABERTURA ATE AGORA (OU ATE A
      * RESOLUCAO), EM DIAS DO ANO COMERCIAL (AAAA*360 + MM*30 + DD)
      * VEZES 24 MAIS A HORA, CONTRA O PRAZO DA PRIORIDADE
      *-------------------------------------------------------------
       MOSTRAR-SLA.
                MOVE W-SLA-BAIXA TO W-SLA-HORAS
                IF SAC-PRIORIDADE = "A"
                   MOVE W-SLA-ALTA TO W-SLA-HORAS.
                IF SAC-PRIORIDADE = "M"
                   MOVE W-SLA-MEDIA TO W-SLA-HORAS.
                MOVE SAC-DATA-ABERT TO W-DATA-DMA-NUM
                MOVE SAC-HORA-ABERT TO W-HORA-HHMM-NUM
                COMPUTE W-HORA-INI = ((W-DMA-AAAA * 360)
                        + (W-DMA-MM * 30) + W-DMA-DD) * 24
                        + W-HORA-HH
                IF SAC-RESOLVIDO
                   MOVE SAC-DATA-RESOL TO W-DATA-DMA-NUM
                   MOVE SAC-HORA-RESOL TO W-HORA-HHMM-NUM
                ELSE
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   ACCEPT W-AGORA FROM TIME
                   MOVE W-DIA-HOJE   TO W-DMA-DD
                   MOVE W-MES-HOJE   TO W-DMA-MM
                   MOVE W-ANO-HOJE   TO W-DMA-AAAA
                   MOVE W-AGORA-HHMM TO W-HORA-HHMM-NUM.
                COMPUTE W-HORA-FIM = ((W-DMA-AAAA * 360)
                        + (W-DMA-MM * 30) + W-DMA-DD) * 24
                        + W-HORA-HH
                MOVE ZEROS TO W-HORAS-DEC
                IF W-HORA-FIM > W-HORA-INI
                   COMPUTE W-HORAS-DEC = W-HORA-FIM - W-HORA-INI.
                DISPLAY (20, 28) W-SLA-HORAS
                DISPLAY (20, 34) "DECORRIDAS:"
                DISPLAY (20, 46) W-HORAS-DEC
                IF W-HORAS-DEC > W-SLA-HORAS
                   DISPLAY (20, 55) "*** FORA DO PRAZO ***"
                ELSE
                   DISPLAY (20, 55) "NO PRAZO".
       MOSTRAR-SLA-FIM.
                EXIT.

      *-------------------------------------------------------------
      * ACOMPANHAR: LISTA AS NOTAS DO CHAMADO (12 POR TELA, COMO O
      * SGB-054) E ACRESCENTA NOVAS NO FIM, COM DATA E HORA
      *-------------------------------------------------------------
       ACOMPANHAR.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "ACOMPANHAMENTO DO CHAMADO"
                DISPLAY (02, 31) SAC-NUMERO
                DISPLAY (02, 40) "SITUACAO"
                DISPLAY (02, 49) SAC-SITUACAO
                DISPLAY (04, 05) SAC-ASSUNTO
                DISPLAY (06, 01) "NR. DATA       HORA NOTA"
                MOVE "S" TO W-MOSTRAR
                MOVE 8 TO W-LIN
                MOVE SAC-NUMERO TO SACN-NUMERO
                MOVE ZEROS      TO SACN-SEQ
                START ARQSACN KEY IS NOT LESS CHAVE-SACN
                    INVALID KEY MOVE "10" TO ST-ERRO-SCN.
                IF ST-ERRO-SCN NOT = "00"
                   MOVE "00" TO ST-ERRO-SCN
                   GO TO ACOMPANHAR-NOVA.
       ACOMPANHAR-LER.
                READ ARQSACN NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-SCN.
                IF ST-ERRO-SCN NOT = "00"
                   MOVE "00" TO ST-ERRO-SCN
                   GO TO ACOMPANHAR-NOVA.
                IF SACN-NUMERO NOT = SAC-NUMERO
                   GO TO ACOMPANHAR-NOVA.
      * COM "N" NO CONTINUA SO SEGUE ATE A ULTIMA NOTA, SEM MOSTRAR
                IF W-MOSTRAR = "N"
                   GO TO ACOMPANHAR-LER.
                IF W-LIN > 19
                   DISPLAY (21, 05) "CONTINUA? (S/N):"
                   ACCEPT  (21, 22) W-OPCAO
                   DISPLAY (21, 05) LIMPA
                   IF W-OPCAO = "N" OR "n"
                      MOVE "N" TO W-MOSTRAR
                      GO TO ACOMPANHAR-LER
                   ELSE
                      PERFORM LIMPAR-NOTAS THRU LIMPAR-NOTAS-FIM.
                PERFORM MOSTRAR-NOTA THRU MOSTRAR-NOTA-FIM
                GO TO ACOMPANHAR-LER.
       ACOMPANHAR-NOVA.
                IF W-LIN > 19
                   PERFORM LIMPAR-NOTAS THRU LIMPAR-NOTAS-FIM.
                MOVE SPACES TO W-NOTA
                DISPLAY (21, 05) "NOVA NOTA (EM BRANCO = VOLTAR):"
                ACCEPT  (22, 05) W-NOTA
                IF W-NOTA = SPACES
                   GO TO ACOMPANHAR-FIM.
                MOVE W-NOTA     TO SC-TEXTO
                MOVE W-OPERADOR TO SC-OPERADOR
                PERFORM GRAVAR-NOTA-SAC THRU GRAVAR-NOTA-SAC-FIM
                IF ST-ERRO-SCN NOT = "00" AND "02"
                   MOVE "00" TO ST-ERRO-SCN
                   MOVE "ERRO NA GRAVACAO DA NOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACOMPANHAR-FIM.
                PERFORM MOSTRAR-NOTA THRU MOSTRAR-NOTA-FIM
                DISPLAY (22, 01) LIMPA-NOTA
                GO TO ACOMPANHAR-NOVA.
       ACOMPANHAR-FIM.
                EXIT.

       MOSTRAR-NOTA.
                MOVE SACN-SEQ   TO LN-SEQ
                MOVE SACN-DATA  TO LN-DATA
                MOVE SACN-HORA  TO LN-HORA
                MOVE SACN-TEXTO TO LN-TEXTO
                DISPLAY (W-LIN, 01) LIN-NOTA
                ADD 1 TO W-LIN.
       MOSTRAR-NOTA-FIM.
                EXIT.

       LIMPAR-NOTAS.
                MOVE 8 TO W-LIN.
       LIMPAR-NOTAS-LOOP.
                IF W-LIN > 19
                   GO TO LIMPAR-NOTAS-SAI.
                DISPLAY (W-LIN, 01) LIMPA-NOTA
                ADD 1 TO W-LIN
                GO TO LIMPAR-NOTAS-LOOP.
       LIMPAR-NOTAS-SAI.
                MOVE 8 TO W-LIN.
       LIMPAR-NOTAS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQSAC ARQSACN
                IF ST-ERRO-LOC NOT = "XX"
                   CLOSE ARQLOC.
                IF ST-ERRO-HIS NOT = "XX"
                   CLOSE ARQLOCH.
                IF ST-ERRO-PAG NOT = "XX"
                   CLOSE ARQPAG.
                IF ST-ERRO-COB NOT = "XX"
                   CLOSE ARQCOB.
                IF ST-ERRO-CLI NOT = "XX"
                   CLOSE CLIENTES.
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
       COPY PARAMVALP.
       COPY SACVALP.
