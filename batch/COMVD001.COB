       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMVD001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * COMISSAO MENSAL DE VENDA DOS ATENDENTES DO BALCAO *
      **************************************************
      * O ATENDENTE GANHA SOBRE AS ASSINATURAS (SGB-033), OS
      * CONTRATOS DE GRUPO (SGB-034) E OS ACESSORIOS LOCADOS
      * (SGB-002) QUE VENDE, E O GERENTE SOMAVA ISSO NA MAO PELOS
      * RECIBOS.TXT. ESTE PASSO MENSAL DO JOB002, ANTES DA FOLHA,
      * APURA NA COMPETENCIA (CTRLCMP.DAT, COPY COMPVAL.; SEM O
      * CONTROLE, O MES DA DATA DO DIA):
      *   VENDAS    RECEBIMENTOS DATADOS NO MES EM ARQPAG.DAT DE
      *             ASSINATURA ("A"), BIKE DE CONTRATO DE GRUPO ("G")
      *             E LOCACAO ("L") -- NA LOCACAO, SO OS ACESSORIOS
      *             DE ARQLOCAC.DAT (DIARIA X QUANTIDADE X DIAS
      *             COBRADOS, MESMA CONTA DO SGB-002 NA DEVOLUCAO);
      *   ESTORNOS  ESTORNOS DATADOS NO MES EM ARQESTOR.DAT (SGB-019)
      *             DESSES RECEBIMENTOS, MESMO DE MES ANTERIOR: A
      *             COMISSAO DO RECEBIMENTO VOLTA NA PROPORCAO DO
      *             VALOR ESTORNADO E E DESCONTADA DE QUEM VENDEU.
      * A REGRA DE CADA VENDA VEM DE ARQREGCO.DAT (SGB-042, MENU
      * 67): ORIGEM + PRODUTO (PLANO DA ASSINATURA, CODIGO DO
      * ACESSORIO) OU, NA FALTA, ORIGEM + 0000; PERCENTUAL DA BASE OU
      * VALOR FIXO (POR ASSINATURA, POR BIKE DO GRUPO, POR UNIDADE DE
      * ACESSORIO). VENDA SEM REGRA ATIVA NAO GERA COMISSAO.
      * O VENDEDOR E O PAG-OPERADOR DO RECEBIMENTO, LIGADO AO
      * FUNCIONARIO PELO OPER-FUNC DE ARQOPER.DAT (CADOPER). SAI UM
      * EXTRATO POR FUNCIONARIO (PAGINA PROPRIA) EM COMVD001.TXT,
      * CATALOGADO, E A COMISSAO LIQUIDA DE CADA UM E GRAVADA EM
      * ARQCOMVD.DAT (CODIGO + COMPETENCIA), QUE O FOLHA001 SOMA AO
      * BRUTO ANTES DO INSS/IRRF. COMISSAO LIQUIDA NEGATIVA FICA
      * ZERO E NAO PASSA PARA O MES SEGUINTE. REEXECUTAR A MESMA
      * COMPETENCIA APAGA E REGRAVA OS VALORES DO MES. OPERADOR SEM
      * FUNCIONARIO VINCULADO SAI NO EXTRATO, SEM LANCAMENTO.
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

           SELECT ARQLOCAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOCAC
                    FILE STATUS  IS ST-ERRO-LAC.

           SELECT ARQREGCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RCOM
                    FILE STATUS  IS ST-ERRO-RCO.

           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO-OPE.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT ARQCOMVD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CVD
                    FILE STATUS  IS ST-ERRO-CVD.

           SELECT WORK-SORT ASSIGN TO DISK.

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
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-ASSINATURA   VALUE "A".
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

       FD ARQLOCAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCAC.DAT".
       01 REGLOCAC.
                03 CHAVE-LOCAC.
                   05 LA-NUMERO         PIC 9(4).
                   05 LA-SEQ            PIC 9(4).
                   05 LA-ITEM           PIC 9(2).
                03 LA-FILIAL            PIC 9(1).
                03 LA-CODIGO            PIC 9(3).
                03 LA-QTDE              PIC 9(2).
                03 LA-DIARIA            PIC 9(4)V99.
                03 LA-DEVOLVIDO         PIC X(1).

       FD ARQREGCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREGCO.DAT".
       01 REGRCOM.
                03 CHAVE-RCOM.
                   05 RCOM-ORIGEM       PIC X(01).
                   05 RCOM-PRODUTO      PIC 9(04).
                03 RCOM-DESCRICAO       PIC X(30).
                03 RCOM-TIPO            PIC X(01).
                03 RCOM-PERC            PIC 9(02)V99.
                03 RCOM-VALOR           PIC 9(04)V99.
                03 RCOM-SITUACAO        PIC X(01).
                03 RCOM-DATA            PIC 9(08).
                03 RCOM-OPERADOR        PIC X(08).

       FD OPERADORES
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

      * COMISSAO LIQUIDA DO FUNCIONARIO NA COMPETENCIA, LIDA PELO
      * FOLHA001 COMO PROVENTO
       FD ARQCOMVD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMVD.DAT".
       01 REGCOMVD.
                03 CHAVE-CVD.
                   05 CVD-CODIGO        PIC X(12).
                   05 CVD-COMPET        PIC 9(6).
                03 CVD-VALOR            PIC 9(7)V99.
                03 CVD-VENDAS           PIC 9(8)V99.
                03 CVD-ESTORNOS         PIC 9(8)V99.
                03 CVD-DATA-CALC        PIC 9(8).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-FUNC              PIC X(12).
                03 WS-TIPO              PIC 9(01).
                03 WS-DATA-AMD          PIC 9(08).
                03 WS-RECIBO            PIC 9(08).
                03 WS-DATA              PIC 9(08).
                03 WS-OPERADOR          PIC X(08).
                03 WS-ORIGEM            PIC X(01).
                03 WS-PRODUTO           PIC 9(04).
                03 WS-BIKE              PIC 9(04).
                03 WS-LOCSEQ            PIC 9(04).
                03 WS-BASE              PIC 9(06)V99.
                03 WS-COMISSAO          PIC 9(06)V99.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMVD001.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-EST      PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-LCH      PIC X(02) VALUE "00".
       77 ST-ERRO-LAC      PIC X(02) VALUE "00".
       77 ST-ERRO-RCO      PIC X(02) VALUE "00".
       77 ST-ERRO-OPE      PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-CVD      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-EST-ABERTO     PIC X(01) VALUE "N".
       77 W-LCH-ABERTO     PIC X(01) VALUE "N".
       77 W-LAC-ABERTO     PIC X(01) VALUE "N".
       77 W-OPE-ABERTO     PIC X(01) VALUE "N".
       77 W-FUN-ABERTO     PIC X(01) VALUE "N".
       77 W-ACHOU          PIC X(01) VALUE "N".
       77 W-REGRA-OK       PIC X(01) VALUE "N".
       77 W-TIPO           PIC 9(01) VALUE ZEROS.
       77 W-FUNC           PIC X(12) VALUE SPACES.
       77 W-FUNC-ANT       PIC X(12) VALUE SPACES.
       77 W-PRODUTO        PIC 9(04) VALUE ZEROS.
       77 W-QTDE           PIC 9(04) VALUE ZEROS.
       77 W-BASE           PIC 9(06)V99 VALUE ZEROS.
       77 W-COMIS-ITEM     PIC 9(06)V99 VALUE ZEROS.
       77 W-FATOR          PIC 9(01)V9(06) VALUE ZEROS.
       77 W-DATA-MOV       PIC 9(08) VALUE ZEROS.
       77 W-RECIBO-MOV     PIC 9(08) VALUE ZEROS.
       77 W-VENDAS         PIC 9(08)V99 VALUE ZEROS.
       77 W-ESTORNADO      PIC 9(08)V99 VALUE ZEROS.
       77 W-LIQUIDA        PIC S9(08)V99 VALUE ZEROS.
       77 W-COMISSAO       PIC 9(07)V99 VALUE ZEROS.
       77 W-TOTAL-COMIS    PIC 9(09)V99 VALUE ZEROS.
       77 W-CONT-PAG       PIC 9(06) VALUE ZEROS.
       77 W-CONT-EST       PIC 9(06) VALUE ZEROS.
       77 W-CONT-FUNC      PIC 9(04) VALUE ZEROS.
       77 W-CONT-SEMVINC   PIC 9(04) VALUE ZEROS.
       77 W-CONT-APAGADOS  PIC 9(04) VALUE ZEROS.
      * DIAS COBRADOS DA LOCACAO, MESMA CONTA DO SGB-002: HORAS
      * ARREDONDADAS PARA CIMA, DIAS = (HORAS + 23) / 24, MINIMO 1,
      * NO ANO COMERCIAL DE 360 DIAS
       77 W-DIAS-I         PIC 9(07) VALUE ZEROS.
       77 W-DIAS-F         PIC 9(07) VALUE ZEROS.
       77 W-MIN-I          PIC 9(05) VALUE ZEROS.
       77 W-MIN-F          PIC 9(05) VALUE ZEROS.
       77 W-MIN-TOT        PIC S9(09) VALUE ZEROS.
       77 W-HORAS-COBR     PIC 9(07) VALUE ZEROS.
       77 W-DIAS-COBR      PIC 9(04) VALUE ZEROS.
       77 W-DT-LOC         PIC 9(08) VALUE ZEROS.
       77 W-DT-DEV         PIC 9(08) VALUE ZEROS.
       77 W-HR-LOC         PIC 9(04) VALUE ZEROS.
       77 W-HR-DEV         PIC 9(04) VALUE ZEROS.

       COPY RELPAG.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-DATA-CALC.
          03 W-CALC-DD      PIC 9(02).
          03 W-CALC-MM      PIC 9(02).
          03 W-CALC-AAAA    PIC 9(04).
       01 W-DATA-CALC-NUM REDEFINES W-DATA-CALC
                                        PIC 9(08).
       01 W-COMPET-R.
          03 W-COMPET-AAAA  PIC 9(04).
          03 W-COMPET-MM    PIC 9(02).
       01 W-COMPET-NUM REDEFINES W-COMPET-R
                                        PIC 9(06).

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
       01 W-HORA-HHMM.
          03 W-HORA-HH      PIC 9(02).
          03 W-HORA-MM      PIC 9(02).
       01 W-HORA-HHMM-NUM REDEFINES W-HORA-HHMM
                                        PIC 9(04).

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           03 LP-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO       PIC 9(04).

       01 LINHA-FUNC.
           03 FILLER       PIC X(13) VALUE "FUNCIONARIO: ".
           03 LF-CODIGO    PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LF-NOME      PIC X(35).
           03 FILLER       PIC X(08) VALUE "  DEPTO ".
           03 LF-DEPTO     PIC 9(03).

      * OPERADOR SEM FUNCIONARIO: WS-FUNC = "*" + ID DO OPERADOR
       01 LINHA-SEMVINC.
           03 FILLER       PIC X(10) VALUE "OPERADOR: ".
           03 LSV-OPER     PIC X(08).
           03 FILLER       PIC X(42) VALUE
               "  *** SEM FUNCIONARIO VINCULADO (CADOPER)".

       01 LINHA-DET.
           03 LD-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-RECIBO    PIC ZZZZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-OPER      PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-TIPO      PIC X(07).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ORIGEM    PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-PRODUTO   PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BIKE      PIC 9(04).
           03 FILLER       PIC X(01) VALUE "/".
           03 LD-LOCSEQ    PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BASE      PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-COMISSAO  PIC ZZ.ZZ9,99-.

       01 LINHA-TOTAL.
           03 LT-TEXTO     PIC X(40).
           03 LT-VALOR     PIC ZZ.ZZZ.ZZ9,99-.

       01 LINHA-AVISO.
           03 LA-TEXTO     PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-CALC-DD
           MOVE W-MES-HOJE TO W-CALC-MM
           MOVE W-ANO-HOJE TO W-CALC-AAAA
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-ANO-HOJE
              MOVE CP-CMP-MM   TO W-MES-HOJE
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N.
           MOVE W-ANO-HOJE TO W-COMPET-AAAA
           MOVE W-MES-HOJE TO W-COMPET-MM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM APAGAR-COMPETENCIA THRU APAGAR-COMPETENCIA-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-FUNC WS-TIPO
                                           WS-DATA-AMD WS-RECIBO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "VENDAS COM COMISSAO.......: " W-CONT-PAG
           DISPLAY "ESTORNOS DESSAS VENDAS....: " W-CONT-EST
           DISPLAY "FUNCIONARIOS NO EXTRATO...: " W-CONT-FUNC
           DISPLAY "OPERADORES SEM VINCULO....: " W-CONT-SEMVINC
           DISPLAY "LANCAMENTOS REFEITOS......: " W-CONT-APAGADOS
           DISPLAY "TOTAL DE COMISSOES........: " W-TOTAL-COMIS
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO PAG ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * SEM REGRA CADASTRADA NAO HA O QUE CALCULAR
           OPEN INPUT ARQREGCO
           IF ST-ERRO-RCO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DAS REGRAS DE COMISSAO ***"
              DISPLAY "*** CADASTRE AS REGRAS NO SGB-042 (MENU 67) ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DO HISTORICO, DOS ACESSORIOS, DOS
      * ESTORNOS, DOS OPERADORES E DOS FUNCIONARIOS: SEM O ARQUIVO,
      * SO NAO HA O QUE PROCURAR NELE
           OPEN INPUT ARQLOCH
           IF ST-ERRO-LCH = "00"
              MOVE "S" TO W-LCH-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-LCH.
           OPEN INPUT ARQLOCAC
           IF ST-ERRO-LAC = "00"
              MOVE "S" TO W-LAC-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-LAC.
           OPEN INPUT ARQESTOR
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-EST.
           OPEN INPUT OPERADORES
           IF ST-ERRO-OPE = "00"
              MOVE "S" TO W-OPE-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-OPE.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN = "00"
              MOVE "S" TO W-FUN-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FUN.
       ABRIR-ARQS-CVD.
           OPEN I-O ARQCOMVD
           IF ST-ERRO-CVD NOT = "00"
               IF ST-ERRO-CVD = "30" OR "35"
                      OPEN OUTPUT ARQCOMVD
                      CLOSE ARQCOMVD
                      GO TO ABRIR-ARQS-CVD
               ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO ARQ COMVD ***"
                      MOVE 12 TO RETURN-CODE
                      GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * REEXECUCAO DA COMPETENCIA: OS VALORES JA GRAVADOS DO MES
      * SAEM ANTES DO CALCULO, PARA NAO SOBRAR COMISSAO DE QUEM
      * TEVE A VENDA ESTORNADA DEPOIS DA PRIMEIRA EXECUCAO
       APAGAR-COMPETENCIA.
           MOVE LOW-VALUES TO CHAVE-CVD
           START ARQCOMVD KEY IS NOT LESS CHAVE-CVD
               INVALID KEY GO TO APAGAR-COMPETENCIA-FIM.
       APAGAR-COMPETENCIA-LER.
           READ ARQCOMVD NEXT RECORD
               AT END GO TO APAGAR-COMPETENCIA-FIM.
           IF CVD-COMPET NOT = W-COMPET-NUM
              GO TO APAGAR-COMPETENCIA-LER.
           DELETE ARQCOMVD RECORD
           ADD 1 TO W-CONT-APAGADOS
           GO TO APAGAR-COMPETENCIA-LER.
       APAGAR-COMPETENCIA-FIM.
           MOVE "00" TO ST-ERRO-CVD.
           EXIT.

      *-----------------------------------------------------------------
      * ENTRADA DO SORT: VENDAS DO MES (TIPO 1) E ESTORNOS DO MES
      * (TIPO 2), UM REGISTRO POR ITEM COMISSIONADO
      *-----------------------------------------------------------------
       CARREGAR-SORT.
           PERFORM CARREGAR-VENDAS THRU CARREGAR-VENDAS-FIM
           PERFORM CARREGAR-ESTORNOS THRU CARREGAR-ESTORNOS-FIM.
       CARREGAR-SORT-FIM.
           EXIT.

       CARREGAR-VENDAS.
           MOVE LOW-VALUES TO CHAVE-PAG
           START ARQPAG KEY IS NOT LESS CHAVE-PAG
               INVALID KEY GO TO CARREGAR-VENDAS-FIM.
       CARREGAR-VENDAS-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO CARREGAR-VENDAS-FIM.
           IF NOT PAG-ORIG-LOCACAO AND NOT PAG-ORIG-GRUPO
              AND NOT PAG-ORIG-ASSINATURA
              GO TO CARREGAR-VENDAS-LER.
           MOVE PAG-DATA TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO CARREGAR-VENDAS-LER.
           MOVE 1          TO W-TIPO
           MOVE 1          TO W-FATOR
           MOVE PAG-DATA   TO W-DATA-MOV
           MOVE PAG-RECIBO TO W-RECIBO-MOV
           PERFORM COMISSIONAR-PAG THRU COMISSIONAR-PAG-FIM
           IF W-ACHOU = "S"
              ADD 1 TO W-CONT-PAG.
           GO TO CARREGAR-VENDAS-LER.
       CARREGAR-VENDAS-FIM.
           EXIT.

      * O ESTORNO TEM A CHAVE-PAG DO RECEBIMENTO ORIGINAL: A
      * COMISSAO DELE VOLTA NA PROPORCAO DO VALOR ESTORNADO
       CARREGAR-ESTORNOS.
           IF W-EST-ABERTO NOT = "S"
              GO TO CARREGAR-ESTORNOS-FIM.
       CARREGAR-ESTORNOS-LER.
           READ ARQESTOR NEXT RECORD
               AT END GO TO CARREGAR-ESTORNOS-FIM.
           MOVE EST-DATA TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO CARREGAR-ESTORNOS-LER.
           MOVE CHAVE-EST TO CHAVE-PAG
           READ ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              MOVE "00" TO ST-ERRO-PAG
              GO TO CARREGAR-ESTORNOS-LER.
           IF NOT PAG-ORIG-LOCACAO AND NOT PAG-ORIG-GRUPO
              AND NOT PAG-ORIG-ASSINATURA
              GO TO CARREGAR-ESTORNOS-LER.
           IF PAG-VALOR = ZEROS
              GO TO CARREGAR-ESTORNOS-LER.
           MOVE 2 TO W-TIPO
           IF EST-VALOR NOT < PAG-VALOR
              MOVE 1 TO W-FATOR
           ELSE
              COMPUTE W-FATOR = EST-VALOR / PAG-VALOR.
           MOVE EST-DATA   TO W-DATA-MOV
           MOVE EST-RECIBO TO W-RECIBO-MOV
           PERFORM COMISSIONAR-PAG THRU COMISSIONAR-PAG-FIM
           IF W-ACHOU = "S"
              ADD 1 TO W-CONT-EST.
           GO TO CARREGAR-ESTORNOS-LER.
       CARREGAR-ESTORNOS-FIM.
           EXIT.

      * COMISSAO DO RECEBIMENTO CORRENTE DE ARQPAG (VEZES W-FATOR):
      * ASSINATURA E BIKE DE GRUPO SAO UM ITEM SO; NA LOCACAO, CADA
      * ACESSORIO E UM ITEM. W-ACHOU = "S" SE ALGUM ITEM TEVE REGRA
       COMISSIONAR-PAG.
           MOVE "N" TO W-ACHOU
           PERFORM VENDEDOR-DO-PAG THRU VENDEDOR-DO-PAG-FIM
           IF PAG-ORIG-LOCACAO
              GO TO COMISSIONAR-PAG-ACESS.
           IF PAG-ORIG-ASSINATURA
              MOVE PAG-REF-SEQ TO W-PRODUTO
           ELSE
              MOVE ZEROS TO W-PRODUTO.
           MOVE PAG-VALOR TO W-BASE
           MOVE 1         TO W-QTDE
           PERFORM CALC-ITEM THRU CALC-ITEM-FIM
           GO TO COMISSIONAR-PAG-FIM.
       COMISSIONAR-PAG-ACESS.
           IF W-LAC-ABERTO NOT = "S" OR PAG-NUMERO = ZEROS
              GO TO COMISSIONAR-PAG-FIM.
           PERFORM DIAS-DA-LOCACAO THRU DIAS-DA-LOCACAO-FIM
           MOVE PAG-NUMERO TO LA-NUMERO
           MOVE PAG-SEQ    TO LA-SEQ
           MOVE ZEROS      TO LA-ITEM
           START ARQLOCAC KEY IS NOT LESS CHAVE-LOCAC
               INVALID KEY GO TO COMISSIONAR-PAG-FIM.
       COMISSIONAR-PAG-LER.
           READ ARQLOCAC NEXT RECORD
               AT END GO TO COMISSIONAR-PAG-FIM.
           IF LA-NUMERO NOT = PAG-NUMERO OR LA-SEQ NOT = PAG-SEQ
              GO TO COMISSIONAR-PAG-FIM.
           MOVE LA-CODIGO TO W-PRODUTO
           MOVE LA-QTDE   TO W-QTDE
           COMPUTE W-BASE = LA-DIARIA * LA-QTDE * W-DIAS-COBR
           PERFORM CALC-ITEM THRU CALC-ITEM-FIM
           GO TO COMISSIONAR-PAG-LER.
       COMISSIONAR-PAG-FIM.
           MOVE "00" TO ST-ERRO-LAC.
           EXIT.

      * REGRA DO ITEM (ORIGEM + PRODUTO, SENAO ORIGEM + 0000) E A
      * COMISSAO DELE; ITEM SEM REGRA ATIVA NAO ENTRA NO SORT
       CALC-ITEM.
           MOVE "N" TO W-REGRA-OK
           MOVE PAG-ORIGEM TO RCOM-ORIGEM
           IF PAG-ORIGEM = SPACE
              MOVE "L" TO RCOM-ORIGEM.
           MOVE W-PRODUTO TO RCOM-PRODUTO
           READ ARQREGCO
           IF ST-ERRO-RCO = "00" AND RCOM-SITUACAO = "A"
              MOVE "S" TO W-REGRA-OK.
           IF W-REGRA-OK NOT = "S" AND W-PRODUTO NOT = ZEROS
              MOVE ZEROS TO RCOM-PRODUTO
              READ ARQREGCO
              IF ST-ERRO-RCO = "00" AND RCOM-SITUACAO = "A"
                 MOVE "S" TO W-REGRA-OK.
           MOVE "00" TO ST-ERRO-RCO
           IF W-REGRA-OK NOT = "S"
              GO TO CALC-ITEM-FIM.
           IF RCOM-TIPO = "F"
              COMPUTE W-COMIS-ITEM ROUNDED =
                      RCOM-VALOR * W-QTDE * W-FATOR
           ELSE
              COMPUTE W-COMIS-ITEM ROUNDED =
                      W-BASE * RCOM-PERC / 100 * W-FATOR.
           MOVE W-FUNC       TO WS-FUNC
           MOVE W-TIPO       TO WS-TIPO
           MOVE W-DATA-MOV   TO WS-DATA W-DATA-DMA-NUM
           MOVE W-DMA-AAAA   TO W-AMD-AAAA
           MOVE W-DMA-MM     TO W-AMD-MM
           MOVE W-DMA-DD     TO W-AMD-DD
           MOVE W-DATA-AMD-NUM TO WS-DATA-AMD
           MOVE W-RECIBO-MOV TO WS-RECIBO
           MOVE PAG-OPERADOR TO WS-OPERADOR
           MOVE RCOM-ORIGEM  TO WS-ORIGEM
           MOVE W-PRODUTO    TO WS-PRODUTO
           MOVE PAG-NUMERO   TO WS-BIKE
           MOVE PAG-SEQ      TO WS-LOCSEQ
           COMPUTE WS-BASE ROUNDED = W-BASE * W-FATOR
           MOVE W-COMIS-ITEM TO WS-COMISSAO
           RELEASE WS-REG
           MOVE "S" TO W-ACHOU.
       CALC-ITEM-FIM.
           EXIT.

      * VENDEDOR: FUNCIONARIO LIGADO AO OPERADOR DO RECEBIMENTO; SEM
      * VINCULO FICA "*" + ID DO OPERADOR, QUE VAI PARA O EXTRATO
      * SEM LANCAMENTO NA FOLHA
       VENDEDOR-DO-PAG.
           MOVE SPACES TO W-FUNC
           IF W-OPE-ABERTO = "S" AND PAG-OPERADOR NOT = SPACES
              MOVE PAG-OPERADOR TO OPER-ID
              READ OPERADORES
              IF ST-ERRO-OPE = "00"
                 MOVE OPER-FUNC TO W-FUNC
              ELSE
                 MOVE "00" TO ST-ERRO-OPE.
           IF W-FUNC = SPACES
              MOVE "*"          TO W-FUNC (1:1)
              MOVE PAG-OPERADOR TO W-FUNC (2:8).
       VENDEDOR-DO-PAG-FIM.
           EXIT.

      * DIAS COBRADOS DA LOCACAO DO RECEBIMENTO (ARQLOC OU, SE JA
      * ARQUIVADA, ARQLOCH); LOCACAO NAO ACHADA CONTA UM DIA
       DIAS-DA-LOCACAO.
           MOVE 1 TO W-DIAS-COBR
           MOVE PAG-NUMERO TO LOC-NUMERO
           MOVE PAG-SEQ    TO LOC-SEQ
           READ ARQLOC
           IF ST-ERRO-LOC = "00"
              MOVE LOC-DATALOCACAO   TO W-DT-LOC
              MOVE LOC-DATADEVOLUCAO TO W-DT-DEV
              MOVE LOC-HORALOCACAO   TO W-HR-LOC
              MOVE LOC-HORADEVOLUCAO TO W-HR-DEV
              GO TO DIAS-DA-LOCACAO-CALC.
           MOVE "00" TO ST-ERRO-LOC
           IF W-LCH-ABERTO NOT = "S"
              GO TO DIAS-DA-LOCACAO-FIM.
           MOVE PAG-NUMERO TO LOCH-NUMERO
           MOVE PAG-SEQ    TO LOCH-SEQ
           READ ARQLOCH
           IF ST-ERRO-LCH NOT = "00"
              MOVE "00" TO ST-ERRO-LCH
              GO TO DIAS-DA-LOCACAO-FIM.
           MOVE LOCH-DATALOCACAO   TO W-DT-LOC
           MOVE LOCH-DATADEVOLUCAO TO W-DT-DEV
           MOVE LOCH-HORALOCACAO   TO W-HR-LOC
           MOVE LOCH-HORADEVOLUCAO TO W-HR-DEV.
       DIAS-DA-LOCACAO-CALC.
           IF W-DT-DEV = ZEROS
              GO TO DIAS-DA-LOCACAO-FIM.
           MOVE W-DT-LOC TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-I = (W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD
           MOVE W-DT-DEV TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-F = (W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD
           MOVE W-HR-LOC TO W-HORA-HHMM-NUM
           COMPUTE W-MIN-I = (W-HORA-HH * 60) + W-HORA-MM
           MOVE W-HR-DEV TO W-HORA-HHMM-NUM
           COMPUTE W-MIN-F = (W-HORA-HH * 60) + W-HORA-MM
           COMPUTE W-MIN-TOT = ((W-DIAS-F - W-DIAS-I) * 1440)
                   + W-MIN-F - W-MIN-I
           IF W-MIN-TOT < 1
              MOVE 60 TO W-MIN-TOT.
           COMPUTE W-HORAS-COBR = (W-MIN-TOT + 59) / 60
           COMPUTE W-DIAS-COBR = (W-HORAS-COBR + 23) / 24
           IF W-DIAS-COBR = ZEROS
              MOVE 1 TO W-DIAS-COBR.
       DIAS-DA-LOCACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDA DO SORT: QUEBRA POR FUNCIONARIO, UM EXTRATO POR PAGINA
      *-----------------------------------------------------------------
       IMPRIMIR-SORT.
           MOVE "EXTRATO DE COMISSAO DE VENDA DO ATENDENTE"
                                                  TO W-TITULO-REL
           MOVE "DATA         RECIBO OPERADOR MOVIM.  O PROD LOCACAO    
      -         "     BASE  COMISSAO"        TO W-CAB-COL
           MOVE SPACES TO W-FUNC-ANT
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           IF ST-RETORNO = "10"
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
              PERFORM IMPRIMIR-PREMISSA THRU IMPRIMIR-PREMISSA-FIM
              MOVE "NENHUMA VENDA COMISSIONADA OU ESTORNADA NA COMPETENC
      -            "IA"                    TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO IMPRIMIR-SORT-FIM.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           PERFORM FECHAR-FUNC THRU FECHAR-FUNC-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAL DE COMISSOES LANCADAS NA FOLHA" TO LT-TEXTO
           MOVE W-TOTAL-COMIS TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF WS-FUNC NOT = W-FUNC-ANT
              IF W-FUNC-ANT NOT = SPACES
                 PERFORM FECHAR-FUNC THRU FECHAR-FUNC-FIM
                 PERFORM ABRIR-FUNC THRU ABRIR-FUNC-FIM
              ELSE
                 PERFORM ABRIR-FUNC THRU ABRIR-FUNC-FIM.
           MOVE WS-DATA     TO LD-DATA
           MOVE WS-RECIBO   TO LD-RECIBO
           MOVE WS-OPERADOR TO LD-OPER
           MOVE WS-ORIGEM   TO LD-ORIGEM
           MOVE WS-PRODUTO  TO LD-PRODUTO
           MOVE WS-BIKE     TO LD-BIKE
           MOVE WS-LOCSEQ   TO LD-LOCSEQ
           MOVE WS-BASE     TO LD-BASE
           IF WS-TIPO = 1
              ADD WS-COMISSAO TO W-VENDAS
              MOVE WS-COMISSAO TO LD-COMISSAO
              MOVE "VENDA"     TO LD-TIPO
           ELSE
              ADD WS-COMISSAO TO W-ESTORNADO
              COMPUTE LD-COMISSAO = ZEROS - WS-COMISSAO
              MOVE "ESTORNO"   TO LD-TIPO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

      * NOVO FUNCIONARIO: PAGINA NOVA COM O CADASTRO
       ABRIR-FUNC.
           MOVE WS-FUNC TO W-FUNC-ANT
           MOVE ZEROS TO W-VENDAS W-ESTORNADO
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           PERFORM IMPRIMIR-PREMISSA THRU IMPRIMIR-PREMISSA-FIM
           IF W-FUNC-ANT (1:1) = "*"
              ADD 1 TO W-CONT-SEMVINC
              MOVE W-FUNC-ANT (2:8) TO LSV-OPER
              WRITE LINHA-REL FROM LINHA-SEMVINC
              WRITE LINHA-REL FROM ESPACOS-REL
              ADD 2 TO W-LINPAG
              GO TO ABRIR-FUNC-FIM.
           ADD 1 TO W-CONT-FUNC
           MOVE W-FUNC-ANT TO LF-CODIGO
           MOVE SPACES     TO LF-NOME
           MOVE ZEROS      TO LF-DEPTO
           IF W-FUN-ABERTO = "S"
              MOVE W-FUNC-ANT TO CODIGO
              READ FUNCIONARIOS
              IF ST-ERRO-FUN = "00"
                 MOVE NOME  TO LF-NOME
                 MOVE DEPTO TO LF-DEPTO
              ELSE
                 MOVE "00" TO ST-ERRO-FUN
                 MOVE "*** NAO CADASTRADO EM CADFUNC.DAT ***"
                                                      TO LF-NOME.
           WRITE LINHA-REL FROM LINHA-FUNC
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG.
       ABRIR-FUNC-FIM.
           EXIT.

       IMPRIMIR-PREMISSA.
           MOVE W-MES-HOJE TO LP-MES
           MOVE W-ANO-HOJE TO LP-ANO
           WRITE LINHA-REL FROM LINHA-PREMISSA
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-PREMISSA-FIM.
           EXIT.

      * FIM DO FUNCIONARIO: TOTAIS E O LANCAMENTO PARA A FOLHA
       FECHAR-FUNC.
           COMPUTE W-LIQUIDA = W-VENDAS - W-ESTORNADO
           MOVE ZEROS TO W-COMISSAO
           IF W-LIQUIDA > ZEROS
              MOVE W-LIQUIDA TO W-COMISSAO.
           IF W-LINPAG + 7 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "COMISSAO SOBRE VENDAS DO MES" TO LT-TEXTO
           MOVE W-VENDAS TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "COMISSAO ESTORNADA NO MES"    TO LT-TEXTO
           COMPUTE LT-VALOR = ZEROS - W-ESTORNADO
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "COMISSAO LIQUIDA"             TO LT-TEXTO
           MOVE W-COMISSAO TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 4 TO W-LINPAG
           IF W-FUNC-ANT (1:1) = "*"
              MOVE "OPERADOR SEM FUNCIONARIO - NAO LANCADA NA FOLHA"
                                                      TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO FECHAR-FUNC-FIM.
           IF W-COMISSAO = ZEROS
              MOVE "SEM COMISSAO A LANCAR NA COMPETENCIA" TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO FECHAR-FUNC-FIM.
           MOVE W-FUNC-ANT      TO CVD-CODIGO
           MOVE W-COMPET-NUM    TO CVD-COMPET
           MOVE W-COMISSAO      TO CVD-VALOR
           MOVE W-VENDAS        TO CVD-VENDAS
           MOVE W-ESTORNADO     TO CVD-ESTORNOS
           MOVE W-DATA-CALC-NUM TO CVD-DATA-CALC
           WRITE REGCOMVD
           IF ST-ERRO-CVD = "22"
              REWRITE REGCOMVD.
           IF ST-ERRO-CVD NOT = "00" AND "02"
              MOVE "*** ERRO AO GRAVAR A COMISSAO EM ARQCOMVD ***"
                                                      TO LA-TEXTO
           ELSE
              ADD W-COMISSAO TO W-TOTAL-COMIS
              MOVE "COMISSAO LANCADA PARA A FOLHA DA COMPETENCIA"
                                                      TO LA-TEXTO.
           MOVE "00" TO ST-ERRO-CVD
           WRITE LINHA-REL FROM LINHA-AVISO
           ADD 1 TO W-LINPAG.
       FECHAR-FUNC-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-LCH-ABERTO = "S"
              CLOSE ARQLOCH.
           IF W-LAC-ABERTO = "S"
              CLOSE ARQLOCAC.
           IF W-EST-ABERTO = "S"
              CLOSE ARQESTOR.
           IF W-OPE-ABERTO = "S"
              CLOSE OPERADORES.
           IF W-FUN-ABERTO = "S"
              CLOSE FUNCIONARIOS.
           CLOSE ARQPAG
           CLOSE ARQREGCO
           CLOSE ARQLOC
           CLOSE ARQCOMVD
           CLOSE RELATORIO
           MOVE "COMVD001"     TO W-REL-ID
           MOVE "COMVD001.TXT" TO W-REL-ARQ
           MOVE SPACES         TO W-REL-PARMS
           STRING "COMISSAO DE VENDA " W-ANO-HOJE W-MES-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
