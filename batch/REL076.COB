       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL076.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * TEMPOS DOS PASSOS E PREVISAO DE TERMINO DA CADEIA *
      **************************************************
      * LE O HISTORICO DE EXECUCAO JOBHIST.DAT, GRAVADO PELO JOB001
      * (CADEIA "NOITE") E PELO JOB002 (CADEIA "MES") A CADA PASSO
      * CHAMADO (COPY JOBEST./JOBESTP.), E LISTA, POR CADEIA E NA
      * ORDEM DOS PASSOS, O NUMERO DE EXECUCOES BEM-SUCEDIDAS NO
      * HISTORICO (AS ULTIMAS 90 DE CADA CADEIA), O TEMPO MEDIO, O
      * TEMPO E A CONTAGEM DE REGISTROS DA ULTIMA EXECUCAO. O PASSO
      * CUJA ULTIMA EXECUCAO DEMOROU MAIS DE 50% ACIMA DA PROPRIA
      * MEDIA SAI MARCADO. SO CONTAM AS EXECUCOES "OK" -- O PASSO QUE
      * FALHOU NO MEIO NAO PUXA A MEDIA PARA BAIXO.
      * NO FIM DE CADA CADEIA, A PREVISAO DE TERMINO: A HORA DE
      * INICIO DA ULTIMA EXECUCAO MAIS A SOMA DOS TEMPOS MEDIOS DE
      * TODOS OS PASSOS, CONTRA O PRAZO DO CDPARAM (HHMM):
      *     PRAZONOITE = PRAZO DA ROTINA NOTURNA (PADRAO 0630)
      *     PRAZOMES   = PRAZO DO FECHAMENTO MENSAL (PADRAO 0800)
      * PRAZO ANTERIOR A HORA DE INICIO E DO DIA SEGUINTE (A CADEIA
      * ATRAVESSA A MEIA-NOITE). PREVISAO DEPOIS DO PRAZO SAI COMO
      * ALERTA NO RELATORIO E NO CONSOLE. RODA TODA NOITE COMO ULTIMO
      * PASSO DO JOB001 (A EXECUCAO DA NOITE JA ENTRA NA PREVISAO) E
      * SAI EM REL076.TXT PELAS ROTINAS COPY RELPAG./RELPAGP., COM
      * CATALOGO. SEM HISTORICO SAI O RELATORIO VAZIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-HIS.

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

       FD JOBHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOBHIST.DAT".
       01 REGHIST.
                03 HIST-CADEIA          PIC X(05).
                03 HIST-DATA            PIC 9(08).
                03 HIST-HORA-EXEC       PIC 9(06).
                03 HIST-SEQ             PIC 9(02).
                03 HIST-PROGRAMA        PIC X(09).
                03 HIST-SITUACAO        PIC X(08).
                03 HIST-HORA-INI        PIC 9(06).
                03 HIST-HORA-FIM        PIC 9(06).
                03 HIST-SEGUNDOS        PIC 9(06).
                03 HIST-QTD             PIC 9(09).

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
               VALUE OF FILE-ID IS "REL076.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-HIS      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       COPY PARAMVAL.
       77 W-CONT-LIDOS     PIC 9(07) VALUE ZEROS.
       77 W-CONT-LENTOS    PIC 9(05) VALUE ZEROS.
       77 W-CONT-ATRASO    PIC 9(01) VALUE ZEROS.
       77 W-CONT-PASSOS    PIC 9(03) VALUE ZEROS.
       77 W-IND            PIC 9(03) COMP VALUE ZEROS.
       77 W-QTD-TAB        PIC 9(03) COMP VALUE ZEROS.
       77 W-CAD            PIC 9(01) COMP VALUE ZEROS.
       77 W-SEQ            PIC 9(03) COMP VALUE ZEROS.
       77 W-TAB-CHEIA      PIC X(01) VALUE "N".
       77 W-CHAVE          PIC 9(14) VALUE ZEROS.
       77 W-SOMA-MEDIAS    PIC 9(07) VALUE ZEROS.
       77 W-SEG-INICIO     PIC 9(06) VALUE ZEROS.
       77 W-SEG-PRAZO      PIC 9(06) VALUE ZEROS.
       77 W-SEG-PREVISTO   PIC 9(07) VALUE ZEROS.
       77 W-SEG-FMT        PIC 9(07) VALUE ZEROS.
       77 W-RESTO          PIC 9(07) VALUE ZEROS.

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
       01 W-DATA-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD PIC 9(08).
       01 W-HORA.
          03 W-HORA-HH      PIC 9(02).
          03 W-HORA-MM      PIC 9(02).
          03 W-HORA-SS      PIC 9(02).
       01 W-HORA-NUM REDEFINES W-HORA   PIC 9(06).
       01 W-PRAZO.
          03 W-PRAZO-HH     PIC 9(02).
          03 W-PRAZO-MM     PIC 9(02).
       01 W-PRAZO-NUM REDEFINES W-PRAZO PIC 9(04).
       01 W-TEMPO-ED.
          03 W-TP-HH        PIC 9(02).
          03 FILLER         PIC X(01) VALUE ":".
          03 W-TP-MM        PIC 9(02).
          03 FILLER         PIC X(01) VALUE ":".
          03 W-TP-SS        PIC 9(02).

      * PRAZO DE CADA CADEIA (1 = NOITE/JOB001, 2 = MES/JOB002) E
      * A ULTIMA EXECUCAO ENCONTRADA NO HISTORICO
       01 TAB-CADEIAS.
           03 TC-OCR OCCURS 2 TIMES.
               05 TC-CODIGO        PIC X(05).
               05 TC-PARAMETRO     PIC X(12).
               05 TC-PRAZO         PIC 9(04).
               05 TC-QTD-EXEC      PIC 9(05) COMP.
               05 TC-CHAVE-ANT     PIC 9(14).
               05 TC-ULT-DATA      PIC 9(08).
               05 TC-ULT-HORA      PIC 9(06).

      * UMA ENTRADA POR CADEIA + PROGRAMA, SO COM AS EXECUCOES "OK"
       01 TAB-ESTAT.
           03 TE-OCR OCCURS 80 TIMES.
               05 TE-CAD           PIC 9(01).
               05 TE-PROGRAMA      PIC X(09).
               05 TE-SEQ           PIC 9(02).
               05 TE-QTD-EXEC      PIC 9(05) COMP.
               05 TE-SOMA-SEG      PIC 9(09) COMP.
               05 TE-MEDIA         PIC 9(06).
               05 TE-ULT-SEG       PIC 9(06).
               05 TE-ULT-QTD       PIC 9(09).

       COPY RELPAG.

       01 LINHA-PARTE.
           03 LP-TEXTO     PIC X(60).
       01 LINHA-DET.
           03 LD-SEQ       PIC Z9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-PROGRAMA  PIC X(09).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-EXECS     PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-MEDIA     PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-ULTIMA    PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-REGISTROS PIC ZZZ.ZZZ.ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-ALERTA    PIC X(20).
       01 LINHA-RES.
           03 LR-TEXTO     PIC X(40).
           03 LR-VALOR     PIC X(20).
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
           MOVE "NOITE"      TO TC-CODIGO (1)
           MOVE "PRAZONOITE" TO TC-PARAMETRO (1)
           MOVE 0630         TO TC-PRAZO (1)
           MOVE "MES"        TO TC-CODIGO (2)
           MOVE "PRAZOMES"   TO TC-PARAMETRO (2)
           MOVE 0800         TO TC-PRAZO (2)
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM LER-HISTORICO THRU LER-HISTORICO-FIM
           PERFORM ABRIR-RELATORIO THRU ABRIR-RELATORIO-FIM
           PERFORM IMPRIMIR-CADEIA THRU IMPRIMIR-CADEIA-FIM
               VARYING W-CAD FROM 1 BY 1 UNTIL W-CAD > 2
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "LINHAS LIDAS NO HISTORICO..: " W-CONT-LIDOS
           DISPLAY "PASSOS LISTADOS............: " W-CONT-PASSOS
           DISPLAY "PASSOS 50% ACIMA DA MEDIA..: " W-CONT-LENTOS
           DISPLAY "CADEIAS PREVISTAS FORA PRAZO: " W-CONT-ATRASO
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * PRAZOS DO CDPARAM; HORA INVALIDA FICA NO PADRAO
       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE 1 TO W-CAD.
       LER-PARAMETROS-CADEIA.
           MOVE TC-PARAMETRO (W-CAD) TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR < 2400
              MOVE PV-VALOR TO W-PRAZO-NUM
              IF W-PRAZO-MM < 60
                 MOVE W-PRAZO-NUM TO TC-PRAZO (W-CAD).
           ADD 1 TO W-CAD
           IF W-CAD NOT > 2
              GO TO LER-PARAMETROS-CADEIA.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

      * UMA PASSADA DO HISTORICO (EM ORDEM DE GRAVACAO): CONTA AS
      * EXECUCOES DE CADA CADEIA, GUARDA A MAIS RECENTE E ACUMULA OS
      * TEMPOS DOS PASSOS "OK"
       LER-HISTORICO.
           OPEN INPUT JOBHIST
           IF ST-ERRO-HIS = "35" OR "05"
              DISPLAY "JOBHIST.DAT AINDA NAO EXISTE - SEM EXECUCOES"
              MOVE "00" TO ST-ERRO-HIS
              GO TO LER-HISTORICO-FIM.
           IF ST-ERRO-HIS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO HISTORICO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       LER-HISTORICO-LER.
           READ JOBHIST
               AT END GO TO LER-HISTORICO-FECHA.
           ADD 1 TO W-CONT-LIDOS
           IF HIST-CADEIA = TC-CODIGO (1)
              MOVE 1 TO W-CAD
           ELSE
              IF HIST-CADEIA = TC-CODIGO (2)
                 MOVE 2 TO W-CAD
              ELSE
                 GO TO LER-HISTORICO-LER.
           COMPUTE W-CHAVE = (HIST-DATA * 1000000) + HIST-HORA-EXEC
           IF W-CHAVE NOT = TC-CHAVE-ANT (W-CAD)
              ADD 1 TO TC-QTD-EXEC (W-CAD)
              MOVE W-CHAVE        TO TC-CHAVE-ANT (W-CAD)
              MOVE HIST-DATA      TO TC-ULT-DATA (W-CAD)
              MOVE HIST-HORA-EXEC TO TC-ULT-HORA (W-CAD).
           IF HIST-SITUACAO NOT = "OK      "
              GO TO LER-HISTORICO-LER.
           PERFORM ACUMULAR-PASSO THRU ACUMULAR-PASSO-FIM
           GO TO LER-HISTORICO-LER.
       LER-HISTORICO-FECHA.
           CLOSE JOBHIST.
       LER-HISTORICO-FIM.
           EXIT.

      * ACHA (OU ABRE) A ENTRADA DO PASSO; O REGISTRO LIDO E SEMPRE
      * O MAIS RECENTE ATE AQUI, ENTAO ELE VIRA A "ULTIMA EXECUCAO"
       ACUMULAR-PASSO.
           MOVE 1 TO W-IND.
       ACUMULAR-PASSO-BUSCA.
           IF W-IND > W-QTD-TAB
              GO TO ACUMULAR-PASSO-NOVO.
           IF TE-CAD (W-IND) = W-CAD AND
              TE-PROGRAMA (W-IND) = HIST-PROGRAMA
              GO TO ACUMULAR-PASSO-SOMA.
           ADD 1 TO W-IND
           GO TO ACUMULAR-PASSO-BUSCA.
       ACUMULAR-PASSO-NOVO.
           IF W-QTD-TAB NOT < 80
              IF W-TAB-CHEIA = "N"
                 DISPLAY "*** TABELA DE PASSOS CHEIA - PASSO IGNORADO: "
                         HIST-PROGRAMA
                 MOVE "S" TO W-TAB-CHEIA
                 GO TO ACUMULAR-PASSO-FIM
              ELSE
                 GO TO ACUMULAR-PASSO-FIM.
           ADD 1 TO W-QTD-TAB
           MOVE W-QTD-TAB     TO W-IND
           MOVE W-CAD         TO TE-CAD (W-IND)
           MOVE HIST-PROGRAMA TO TE-PROGRAMA (W-IND)
           MOVE ZEROS TO TE-QTD-EXEC (W-IND) TE-SOMA-SEG (W-IND).
       ACUMULAR-PASSO-SOMA.
           ADD 1 TO TE-QTD-EXEC (W-IND)
           ADD HIST-SEGUNDOS TO TE-SOMA-SEG (W-IND)
           MOVE HIST-SEQ      TO TE-SEQ (W-IND)
           MOVE HIST-SEGUNDOS TO TE-ULT-SEG (W-IND)
           MOVE HIST-QTD      TO TE-ULT-QTD (W-IND).
       ACUMULAR-PASSO-FIM.
           EXIT.

       ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "TEMPOS DAS CADEIAS DE LOTE - " W-HOJE-DD "/"
                  W-HOJE-MM "/" W-HOJE-AAAA
                  DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE "SEQ PROGRAMA  EXECS  MEDIA     ULTIMA" TO W-CAB-COL
           MOVE "REGISTROS  ALERTA" TO W-CAB-COL (44:17)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-RELATORIO-FIM.
           EXIT.

      * UMA PARTE POR CADEIA: OS PASSOS NA ORDEM DA TABELA DO JOB
      * (SEQUENCIA DA ULTIMA EXECUCAO) E A PREVISAO DE TERMINO
       IMPRIMIR-CADEIA.
           MOVE SPACES TO LP-TEXTO
           IF W-CAD = 1
              MOVE "1 - ROTINA NOTURNA (JOB001)" TO LP-TEXTO
           ELSE
              MOVE "2 - FECHAMENTO MENSAL (JOB002)" TO LP-TEXTO.
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           MOVE ZEROS TO W-SOMA-MEDIAS
           PERFORM IMPRIMIR-SEQ THRU IMPRIMIR-SEQ-FIM
               VARYING W-SEQ FROM 1 BY 1 UNTIL W-SEQ > 99
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE "EXECUCOES NO HISTORICO................:" TO LT-TEXTO
           MOVE TC-QTD-EXEC (W-CAD) TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           IF TC-QTD-EXEC (W-CAD) = ZEROS
              GO TO IMPRIMIR-CADEIA-FIM.
           PERFORM IMPRIMIR-PREVISAO THRU IMPRIMIR-PREVISAO-FIM.
       IMPRIMIR-CADEIA-FIM.
           EXIT.

       IMPRIMIR-SEQ.
           MOVE 1 TO W-IND.
       IMPRIMIR-SEQ-LOOP.
           IF W-IND > W-QTD-TAB
              GO TO IMPRIMIR-SEQ-FIM.
           IF TE-CAD (W-IND) = W-CAD AND TE-SEQ (W-IND) = W-SEQ
              PERFORM IMPRIMIR-PASSO THRU IMPRIMIR-PASSO-FIM.
           ADD 1 TO W-IND
           GO TO IMPRIMIR-SEQ-LOOP.
       IMPRIMIR-SEQ-FIM.
           EXIT.

      * LINHA DO PASSO; A ULTIMA EXECUCAO MAIS DE 50% ACIMA DA MEDIA
      * (ULTIMA * 2 > MEDIA * 3) SO E MARCADA QUANDO HA MAIS DE UMA
      * EXECUCAO PARA COMPARAR
       IMPRIMIR-PASSO.
           COMPUTE TE-MEDIA (W-IND) ROUNDED =
                   TE-SOMA-SEG (W-IND) / TE-QTD-EXEC (W-IND)
           ADD TE-MEDIA (W-IND) TO W-SOMA-MEDIAS
           ADD 1 TO W-CONT-PASSOS
           MOVE TE-SEQ (W-IND)      TO LD-SEQ
           MOVE TE-PROGRAMA (W-IND) TO LD-PROGRAMA
           MOVE TE-QTD-EXEC (W-IND) TO LD-EXECS
           MOVE TE-MEDIA (W-IND)    TO W-SEG-FMT
           PERFORM FORMATAR-TEMPO THRU FORMATAR-TEMPO-FIM
           MOVE W-TEMPO-ED          TO LD-MEDIA
           MOVE TE-ULT-SEG (W-IND)  TO W-SEG-FMT
           PERFORM FORMATAR-TEMPO THRU FORMATAR-TEMPO-FIM
           MOVE W-TEMPO-ED          TO LD-ULTIMA
           MOVE TE-ULT-QTD (W-IND)  TO LD-REGISTROS
           MOVE SPACES TO LD-ALERTA
           IF TE-QTD-EXEC (W-IND) > 1 AND
              (TE-ULT-SEG (W-IND) * 2) > (TE-MEDIA (W-IND) * 3)
              MOVE "*** +50% DA MEDIA" TO LD-ALERTA
              ADD 1 TO W-CONT-LENTOS
              DISPLAY "*** PASSO LENTO: " TE-PROGRAMA (W-IND)
                      " ULTIMA " W-TEMPO-ED " MEDIA " LD-MEDIA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG.
       IMPRIMIR-PASSO-FIM.
           EXIT.

      * INICIO DA ULTIMA EXECUCAO + SOMA DAS MEDIAS CONTRA O PRAZO;
      * PRAZO NAO POSTERIOR AO INICIO E DO DIA SEGUINTE
       IMPRIMIR-PREVISAO.
           MOVE TC-ULT-DATA (W-CAD) TO W-DATA-AMD-NUM
           MOVE TC-ULT-HORA (W-CAD) TO W-HORA-NUM
           MOVE SPACES TO LR-VALOR
           STRING W-AMD-DD "/" W-AMD-MM "/" W-AMD-AAAA " "
                  W-HORA-HH ":" W-HORA-MM
                  DELIMITED BY SIZE INTO LR-VALOR
           MOVE "INICIO DA ULTIMA EXECUCAO.............:" TO LR-TEXTO
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           MOVE W-SOMA-MEDIAS TO W-SEG-FMT
           PERFORM FORMATAR-TEMPO THRU FORMATAR-TEMPO-FIM
           MOVE SPACES TO LR-VALOR
           MOVE W-TEMPO-ED TO LR-VALOR
           MOVE "SOMA DOS TEMPOS MEDIOS DOS PASSOS.....:" TO LR-TEXTO
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           COMPUTE W-SEG-INICIO = (W-HORA-HH * 3600) + (W-HORA-MM * 60)
                                + W-HORA-SS
           COMPUTE W-SEG-PREVISTO = W-SEG-INICIO + W-SOMA-MEDIAS
           MOVE TC-PRAZO (W-CAD) TO W-PRAZO-NUM
           COMPUTE W-SEG-PRAZO = (W-PRAZO-HH * 3600) + (W-PRAZO-MM * 60)
           IF W-SEG-PRAZO NOT > W-SEG-INICIO
              ADD 86400 TO W-SEG-PRAZO.
           DIVIDE W-SEG-PREVISTO BY 86400 GIVING W-RESTO
                  REMAINDER W-SEG-FMT
           PERFORM FORMATAR-TEMPO THRU FORMATAR-TEMPO-FIM
           MOVE SPACES TO LR-VALOR
           MOVE W-TEMPO-ED (1:5) TO LR-VALOR
           IF W-RESTO > ZEROS
              MOVE "(+1 DIA)" TO LR-VALOR (7:8).
           MOVE "TERMINO PREVISTO......................:" TO LR-TEXTO
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           MOVE SPACES TO LR-VALOR
           STRING W-PRAZO-HH ":" W-PRAZO-MM " (" DELIMITED BY SIZE
                  TC-PARAMETRO (W-CAD) DELIMITED BY " "
                  ")" DELIMITED BY SIZE INTO LR-VALOR
           MOVE "PRAZO.................................:" TO LR-TEXTO
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           MOVE SPACES TO LP-TEXTO
           IF W-SEG-PREVISTO > W-SEG-PRAZO
              ADD 1 TO W-CONT-ATRASO
              MOVE "*** ALERTA: TERMINO PREVISTO DEPOIS DO PRAZO ***"
                                                       TO LP-TEXTO
              DISPLAY "*** ALERTA: CADEIA " TC-CODIGO (W-CAD)
                      " COM TERMINO PREVISTO DEPOIS DO PRAZO "
                      W-PRAZO-HH ":" W-PRAZO-MM
           ELSE
              MOVE "TERMINO PREVISTO DENTRO DO PRAZO" TO LP-TEXTO.
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM.
       IMPRIMIR-PREVISAO-FIM.
           EXIT.

      * SEGUNDOS EM W-SEG-FMT PARA HH:MM:SS EM W-TEMPO-ED (SOMA ACIMA
      * DE 99 HORAS SAI 99:59:59)
       FORMATAR-TEMPO.
           IF W-SEG-FMT > 359999
              MOVE 359999 TO W-SEG-FMT.
           COMPUTE W-TP-HH = W-SEG-FMT / 3600
           COMPUTE W-SEG-FMT = W-SEG-FMT - (W-TP-HH * 3600)
           COMPUTE W-TP-MM = W-SEG-FMT / 60
           COMPUTE W-TP-SS = W-SEG-FMT - (W-TP-MM * 60).
       FORMATAR-TEMPO-FIM.
           EXIT.

       IMPRIMIR-PARTE.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-PARTE
           ADD 2 TO W-LINPAG.
       IMPRIMIR-PARTE-FIM.
           EXIT.

       IMPRIMIR-RESUMO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-RES
           ADD 1 TO W-LINPAG.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE RELATORIO
           MOVE "REL076" TO W-REL-ID
           MOVE "REL076.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           STRING W-HOJE-DMA-NUM " PRAZOS " TC-PRAZO (1) "/"
                  TC-PRAZO (2) DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY PARAMVALP.

       COPY RELPAGP.
