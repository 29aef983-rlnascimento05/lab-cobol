       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL074.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * RELATORIO DIARIO DE SEGURANCA DOS OPERADORES      *
      **************************************************
      * LE O LOG DE SESSOES ARQSESS.DAT, GRAVADO PELO SUBPROGRAMA
      * SEGUR001 EM CADA LOGON, LOGOFF, FALHA DE SENHA, BLOQUEIO E
      * DESBLOQUEIO (COPY SEGOPER.), E LISTA OS EVENTOS DO DIA EM
      * TRES PARTES:
      *   1 - BLOQUEIOS: OPERADOR BLOQUEADO NO LIMITE SENHATENT,
      *       TENTATIVA DE OPERADOR JA BLOQUEADO E DESBLOQUEIO PELO
      *       SUPERVISOR, COM OS TOTAIS DE SENHAS ERRADAS E DE
      *       OPERADORES NAO CADASTRADOS DO DIA;
      *   2 - OPERADORES AINDA BLOQUEADOS EM ARQOPERS.DAT;
      *   3 - LOGONS E APROVACOES DE SUPERVISOR FORA DO EXPEDIENTE:
      *       ANTES DE EXPEDINI, A PARTIR DE EXPEDFIM (CDPARAM, HHMM,
      *       PADRAO 0700 E 2000) OU EM DIA NAO UTIL (SABADO, DOMINGO
      *       OU DATA DO CALENDARIO ARQCALEND.DAT -- COPY CALDIAS./
      *       CALDIASP.).
      * RODA TODA NOITE NA CADEIA DO JOB001 E SAI EM REL074.TXT
      * PELAS ROTINAS COPY RELPAG./RELPAGP., COM CATALOGO. SEM O LOG
      * (NENHUM LOGON DESDE A IMPLANTACAO DO CONTROLE) SAI O
      * RELATORIO VAZIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.

           SELECT ARQOPERS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPS-ID
                    FILE STATUS  IS ST-ERRO-OPS.

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

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
                03 SES-DATA             PIC 9(8).
                03 SES-HORA             PIC 9(6).
                03 SES-OPERADOR         PIC X(8).
                03 SES-EVENTO           PIC X(1).
                03 SES-PROGRAMA         PIC X(8).
                03 SES-OBS              PIC X(20).

       FD ARQOPERS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPERS.DAT".
       01 REGOPERS.
                03 OPS-ID               PIC X(8).
                03 OPS-TENTATIVAS       PIC 9(2).
                03 OPS-BLOQUEADO        PIC X(1).
                03 OPS-DATA-BLOQ        PIC 9(8).
                03 OPS-HORA-BLOQ        PIC 9(4).
                03 OPS-DATA-SENHA       PIC 9(8).
                03 OPS-HIST-HASH        PIC 9(9) OCCURS 6 TIMES.
                03 OPS-ULT-DATA         PIC 9(8).
                03 OPS-ULT-HORA         PIC 9(4).
                03 OPS-ULT-PROG         PIC X(8).

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

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL074.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-SES      PIC X(02) VALUE "00".
       77 ST-ERRO-OPS      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       COPY PARAMVAL.
       COPY CALDIAS.
       77 W-EXPED-INI      PIC 9(04) VALUE 0700.
       77 W-EXPED-FIM      PIC 9(04) VALUE 2000.
       77 W-DIA-UTIL       PIC X(01) VALUE "S".
       77 W-SES-EXISTE     PIC X(01) VALUE "S".
       77 W-PARTE          PIC 9(01) VALUE ZEROS.
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-BLOQ      PIC 9(05) VALUE ZEROS.
       77 W-CONT-FALHAS    PIC 9(05) VALUE ZEROS.
       77 W-CONT-NAOCAD    PIC 9(05) VALUE ZEROS.
       77 W-CONT-PARTE     PIC 9(05) VALUE ZEROS.
       77 W-CONT-FORA      PIC 9(05) VALUE ZEROS.
       77 W-CONT-PRESOS    PIC 9(05) VALUE ZEROS.
       77 W-HHMM           PIC 9(04) VALUE ZEROS.

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
       01 W-HORA.
          03 W-HORA-HH      PIC 9(02).
          03 W-HORA-MM      PIC 9(02).
          03 W-HORA-SS      PIC 9(02).
       01 W-HORA-NUM REDEFINES W-HORA   PIC 9(06).

       COPY RELPAG.

       01 LINHA-PARTE.
           03 LP-TEXTO     PIC X(60).
       01 LINHA-EVT.
           03 LE-HH        PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 LE-MM        PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 LE-SS        PIC 9(02).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LE-OPERADOR  PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LE-EVENTO    PIC X(24).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LE-PROGRAMA  PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LE-OBS       PIC X(20).
       01 LINHA-PRESO.
           03 FILLER       PIC X(10) VALUE SPACES.
           03 LB-OPERADOR  PIC X(08).
           03 FILLER       PIC X(17) VALUE "  BLOQUEADO EM   ".
           03 LB-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(04) VALUE " AS ".
           03 LB-HH        PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 LB-MM        PIC 9(02).
           03 FILLER       PIC X(14) VALUE "  TENTATIVAS: ".
           03 LB-TENT      PIC Z9.
       01 LINHA-TOT.
           03 LT-TEXTO     PIC X(40).
           03 LT-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM VERIFICAR-DIA THRU VERIFICAR-DIA-FIM
           PERFORM ABRIR-RELATORIO THRU ABRIR-RELATORIO-FIM
           MOVE 1 TO W-PARTE
           PERFORM LER-SESSOES THRU LER-SESSOES-FIM
           PERFORM IMPRIMIR-BLOQUEADOS THRU IMPRIMIR-BLOQUEADOS-FIM
           MOVE 3 TO W-PARTE
           PERFORM LER-SESSOES THRU LER-SESSOES-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "EVENTOS LIDOS NO LOG.......: " W-CONT-LIDAS
           DISPLAY "BLOQUEIOS NO DIA...........: " W-CONT-BLOQ
           DISPLAY "OPERADORES BLOQUEADOS......: " W-CONT-PRESOS
           DISPLAY "LOGONS FORA DO EXPEDIENTE..: " W-CONT-FORA
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * EXPEDIENTE DO CDPARAM; HORA INVALIDA FICA NO PADRAO
       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "EXPEDINI" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR < 2400
              MOVE PV-VALOR TO W-EXPED-INI.
           MOVE "EXPEDFIM" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR NOT > 2400
                              AND PV-VALOR > W-EXPED-INI
              MOVE PV-VALOR TO W-EXPED-FIM.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

      * HOJE E DIA UTIL? (SEM O CALENDARIO, SO O FIM DE SEMANA CONTA)
       VERIFICAR-DIA.
           PERFORM ABRIR-CALENDARIO THRU ABRIR-CALENDARIO-FIM
           MOVE W-ANO-HOJE TO CD-CUR-AAAA
           MOVE W-MES-HOJE TO CD-CUR-MM
           MOVE W-DIA-HOJE TO CD-CUR-DD
           PERFORM CD-DIA-UTIL THRU CD-DIA-UTIL-FIM
           MOVE CD-EH-UTIL TO W-DIA-UTIL
           PERFORM FECHAR-CALENDARIO THRU FECHAR-CALENDARIO-FIM.
       VERIFICAR-DIA-FIM.
           EXIT.

       ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "SEGURANCA DOS OPERADORES - " W-HOJE-DD "/"
                  W-HOJE-MM "/" W-HOJE-AAAA
                  DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE "HORA      OPERADOR  EVENTO" TO W-CAB-COL
           MOVE "PROGRAMA OBSERVACAO" TO W-CAB-COL (46:19)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-RELATORIO-FIM.
           EXIT.

      * UMA PASSADA DO LOG POR PARTE: W-PARTE = 1 LISTA OS BLOQUEIOS,
      * W-PARTE = 3 OS LOGONS FORA DO EXPEDIENTE
       LER-SESSOES.
           MOVE ZEROS TO W-CONT-PARTE
           MOVE SPACES TO LP-TEXTO
           IF W-PARTE = 1
              MOVE "1 - BLOQUEIOS E TENTATIVAS DE OPERADOR BLOQUEADO"
                                                       TO LP-TEXTO
           ELSE
              MOVE "3 - LOGONS FORA DO EXPEDIENTE" TO LP-TEXTO.
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           IF W-SES-EXISTE NOT = "S"
              GO TO LER-SESSOES-TOTAL.
           OPEN INPUT ARQSESS
           IF ST-ERRO-SES = "35" OR "05"
              DISPLAY "ARQSESS.DAT AINDA NAO EXISTE - SEM EVENTOS"
              MOVE "N" TO W-SES-EXISTE
              MOVE "00" TO ST-ERRO-SES
              GO TO LER-SESSOES-TOTAL.
           IF ST-ERRO-SES NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO LOG DE SESSOES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       LER-SESSOES-LER.
           READ ARQSESS
               AT END GO TO LER-SESSOES-FECHA.
           IF SES-DATA NOT = W-HOJE-DMA-NUM
              GO TO LER-SESSOES-LER.
           IF W-PARTE = 1
              ADD 1 TO W-CONT-LIDAS
              PERFORM TRATAR-BLOQUEIO THRU TRATAR-BLOQUEIO-FIM
           ELSE
              PERFORM TRATAR-HORARIO THRU TRATAR-HORARIO-FIM.
           GO TO LER-SESSOES-LER.
       LER-SESSOES-FECHA.
           CLOSE ARQSESS.
       LER-SESSOES-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           IF W-PARTE = 3
              MOVE "LOGONS FORA DO EXPEDIENTE.............:"
                                                       TO LT-TEXTO
              MOVE W-CONT-FORA TO LT-QTD
              PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
              GO TO LER-SESSOES-FIM.
           MOVE "OPERADORES BLOQUEADOS NO DIA..........:" TO LT-TEXTO
           MOVE W-CONT-BLOQ TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "SENHAS ERRADAS NO DIA.................:" TO LT-TEXTO
           MOVE W-CONT-FALHAS TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "LOGONS DE OPERADOR NAO CADASTRADO.....:" TO LT-TEXTO
           MOVE W-CONT-NAOCAD TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM.
       LER-SESSOES-FIM.
           EXIT.

      * PARTE 1: BLOQUEIO (B), TENTATIVA COM BLOQUEIO (X) E
      * DESBLOQUEIO (D) SAEM NA LISTA; FALHAS E NAO CADASTRADOS SO
      * ENTRAM NOS TOTAIS
       TRATAR-BLOQUEIO.
           IF SES-EVENTO = "F" OR "B"
              ADD 1 TO W-CONT-FALHAS.
           IF SES-EVENTO = "N"
              ADD 1 TO W-CONT-NAOCAD.
           IF SES-EVENTO NOT = "B" AND "X" AND "D"
              GO TO TRATAR-BLOQUEIO-FIM.
           IF SES-EVENTO = "B"
              ADD 1 TO W-CONT-BLOQ.
           IF SES-EVENTO = "B"
              MOVE "BLOQUEIO NO LIMITE" TO LE-EVENTO.
           IF SES-EVENTO = "X"
              MOVE "TENTATIVA C/ BLOQUEIO" TO LE-EVENTO.
           IF SES-EVENTO = "D"
              MOVE "DESBLOQUEIO" TO LE-EVENTO.
           PERFORM IMPRIMIR-EVENTO THRU IMPRIMIR-EVENTO-FIM.
       TRATAR-BLOQUEIO-FIM.
           EXIT.

      * PARTE 3: LOGON (E) OU APROVACAO DE SUPERVISOR (A) ANTES DO
      * INICIO, A PARTIR DO FIM DO EXPEDIENTE OU EM DIA NAO UTIL
       TRATAR-HORARIO.
           IF SES-EVENTO NOT = "E" AND "A"
              GO TO TRATAR-HORARIO-FIM.
           MOVE SES-HORA TO W-HORA-NUM
           COMPUTE W-HHMM = W-HORA-HH * 100 + W-HORA-MM
           MOVE SPACES TO LE-EVENTO
           IF W-DIA-UTIL = "N"
              MOVE "DIA NAO UTIL" TO LE-EVENTO
              GO TO TRATAR-HORARIO-IMPRIME.
           IF W-HHMM < W-EXPED-INI
              MOVE "ANTES DO EXPEDIENTE" TO LE-EVENTO
              GO TO TRATAR-HORARIO-IMPRIME.
           IF W-HHMM NOT < W-EXPED-FIM
              MOVE "DEPOIS DO EXPEDIENTE" TO LE-EVENTO
              GO TO TRATAR-HORARIO-IMPRIME.
           GO TO TRATAR-HORARIO-FIM.
       TRATAR-HORARIO-IMPRIME.
           ADD 1 TO W-CONT-FORA
           PERFORM IMPRIMIR-EVENTO THRU IMPRIMIR-EVENTO-FIM.
       TRATAR-HORARIO-FIM.
           EXIT.

       IMPRIMIR-EVENTO.
           MOVE SES-HORA TO W-HORA-NUM
           MOVE W-HORA-HH    TO LE-HH
           MOVE W-HORA-MM    TO LE-MM
           MOVE W-HORA-SS    TO LE-SS
           MOVE SES-OPERADOR TO LE-OPERADOR
           MOVE SES-PROGRAMA TO LE-PROGRAMA
           MOVE SES-OBS      TO LE-OBS
           IF W-PARTE = 3 AND SES-EVENTO = "A"
              MOVE "APROVACAO SUPERVISOR" TO LE-OBS.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-EVT
           ADD 1 TO W-LINPAG
           ADD 1 TO W-CONT-PARTE.
       IMPRIMIR-EVENTO-FIM.
           EXIT.

      * PARTE 2: QUEM CONTINUA BLOQUEADO (DE HOJE OU DE DIAS ANTES)
       IMPRIMIR-BLOQUEADOS.
           MOVE 2 TO W-PARTE
           MOVE "2 - OPERADORES BLOQUEADOS AGUARDANDO O SUPERVISOR"
                                                       TO LP-TEXTO
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           OPEN INPUT ARQOPERS
           IF ST-ERRO-OPS NOT = "00"
              MOVE "00" TO ST-ERRO-OPS
              GO TO IMPRIMIR-BLOQUEADOS-TOTAL.
       IMPRIMIR-BLOQUEADOS-LER.
           READ ARQOPERS NEXT RECORD
               AT END GO TO IMPRIMIR-BLOQUEADOS-FECHA.
           IF OPS-BLOQUEADO NOT = "S"
              GO TO IMPRIMIR-BLOQUEADOS-LER.
           ADD 1 TO W-CONT-PRESOS
           MOVE OPS-ID         TO LB-OPERADOR
           MOVE OPS-DATA-BLOQ  TO LB-DATA
           COMPUTE LB-HH = OPS-HORA-BLOQ / 100
           MOVE OPS-HORA-BLOQ (3:2) TO LB-MM
           MOVE OPS-TENTATIVAS TO LB-TENT
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-PRESO
           ADD 1 TO W-LINPAG
           GO TO IMPRIMIR-BLOQUEADOS-LER.
       IMPRIMIR-BLOQUEADOS-FECHA.
           CLOSE ARQOPERS.
       IMPRIMIR-BLOQUEADOS-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE "OPERADORES BLOQUEADOS AGORA...........:" TO LT-TEXTO
           MOVE W-CONT-PRESOS TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM.
       IMPRIMIR-BLOQUEADOS-FIM.
           EXIT.

       IMPRIMIR-PARTE.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-PARTE
           ADD 2 TO W-LINPAG.
       IMPRIMIR-PARTE-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE RELATORIO
           MOVE "REL074" TO W-REL-ID
           MOVE "REL074.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           STRING W-HOJE-DMA-NUM " EXPED " W-EXPED-INI "-"
                  W-EXPED-FIM DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY PARAMVALP.

       COPY CALDIASP.

       COPY RELPAGP.
