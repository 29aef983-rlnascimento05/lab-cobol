       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL079.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * BATERIAS DAS BIKES ELETRICAS: CICLOS E SUMIDAS   *
      **************************************************
      * LE ARQBAT.DAT, O CADASTRO DE BATERIAS DAS BIKES ELETRICAS
      * MANTIDO PELO SGB-056, E LISTA POR FILIAL TODAS AS BATERIAS
      * AINDA NAO BAIXADAS COM OS CICLOS DE CARGA, AS HORAS DE
      * LOCACAO ACUMULADAS E A ULTIMA VEZ EM QUE FORAM VISTAS
      * (TROCA, CARGA OU DEVOLUCAO DA LOCACAO NO SGB-004). SINALIZA
      * A BATERIA QUE PASSOU DO LIMITE DE CICLOS DO PARAMETRO
      * BATCICLOS DO CDPARAM (PADRAO 800) -- FIM DA VIDA UTIL, HORA
      * DE COMPRAR OUTRA -- E A QUE NAO E VISTA HA 7 DIAS OU MAIS,
      * CONTADOS NO ANO COMERCIAL DE 360 DIAS. AS SINALIZADAS SAEM
      * PRIMEIRO EM CADA FILIAL, DA MAIS CICLADA PARA A MENOS, COM O
      * TOTAL DA FILIAL E O GERAL. NO DETALHE, S E A SITUACAO DA
      * BATERIA (A NA BIKE, C CARREGANDO, D DISPONIVEL). SEM
      * ARQBAT.DAT SAI O RELATORIO VAZIO. RODA TODA SEGUNDA-FEIRA NA
      * CADEIA DO JOB001. SAI EM REL079.TXT PELAS ROTINAS COPY
      * RELPAG./RELPAGP., COM CATALOGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BAT-SERIE
                    ALTERNATE RECORD KEY IS BAT-BIKE
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQBAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBAT.DAT".
       01 REGBAT.
                03 BAT-SERIE            PIC X(15).
                03 BAT-CAPACIDADE       PIC 9(4).
                03 BAT-DATA-COMPRA      PIC 9(8).
                03 BAT-FORNECEDOR       PIC 9(14).
                03 BAT-FILIAL           PIC 9(1).
                03 BAT-CICLOS           PIC 9(5).
                03 BAT-SITUACAO         PIC X(1).
                   88 BAT-BAIXADA           VALUE "B".
                03 BAT-BIKE             PIC 9(4).
                03 BAT-HORAS-LOC        PIC 9(6).
                03 BAT-ULT-VISTA        PIC 9(8).
                03 BAT-DATA-ALT         PIC 9(8).
                03 BAT-OPERADOR         PIC X(8).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-FILIAL            PIC 9(01).
                03 WS-ALERTA            PIC 9(01).
                03 WS-CICLOS            PIC 9(05).
                03 WS-SERIE             PIC X(15).
                03 WS-CAPACIDADE        PIC 9(04).
                03 WS-SITUACAO          PIC X(01).
                03 WS-BIKE              PIC 9(04).
                03 WS-HORAS             PIC 9(06).
                03 WS-ULT-VISTA         PIC 9(08).
                03 WS-DIAS              PIC 9(04).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL079.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ATIVAS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-CICLOS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-SUMIDAS   PIC 9(06) VALUE ZEROS.
       77 W-NIV            PIC 9(01) VALUE ZEROS.
       77 W-FILIAL-ANT     PIC 9(01) VALUE ZEROS.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
      * LIMITE DE CICLOS DA BATERIA (CDPARAM SOBREPOE) E DIAS SEM SER
      * VISTA QUE FAZEM A BATERIA SUMIDA
       77 W-LIM-CICLOS     PIC 9(05) VALUE 800.
       77 W-DIAS-SUMIDA    PIC 9(04) VALUE 7.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VISTA     PIC 9(07) VALUE ZEROS.
       77 W-ACIMA          PIC X(01) VALUE "N".
       77 W-SUMIDA         PIC X(01) VALUE "N".

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

       COPY TFILIAL.

      * ALERTA DO SORT: 0 = CICLOS E SUMIDA, 1 = SO CICLOS, 2 = SO
      * SUMIDA, 9 = SEM ALERTA
       01 TABALERTA.
           03 FILLER PIC X(14) VALUE "CICLOS+SUMIDA ".
           03 FILLER PIC X(14) VALUE "LIMITE CICLOS ".
           03 FILLER PIC X(14) VALUE "SEM SER VISTA ".
       01 TABALE REDEFINES TABALERTA.
           03 TA-DESC       PIC X(14) OCCURS 3 TIMES.

      * ACUMULADORES: 1 = FILIAL, 2 = GERAL
       01 TAB-ACUM.
           03 ACUM OCCURS 2 TIMES.
               05 AC-QTD        PIC 9(05).
               05 AC-CICLOS     PIC 9(05).
               05 AC-SUMIDAS    PIC 9(05).
               05 AC-HORAS      PIC 9(08).

       COPY RELPAG.

       01 LINHA-CAB-COL.
           03 FILLER       PIC X(21) VALUE "   SERIE             ".
           03 FILLER       PIC X(47) VALUE
              "WH S BIKE CICLOS HR.LOC. VISTA EM   DIAS ALERTA".
       01 LINHA-FILIAL.
           03 FILLER       PIC X(07) VALUE "FILIAL ".
           03 LF-FILIAL    PIC 9(01).
           03 FILLER       PIC X(03) VALUE " - ".
           03 LF-NOME      PIC X(13).
       01 LINHA-DET.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LD-SERIE     PIC X(15).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-CAPAC     PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-SITUACAO  PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BIKE      PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-CICLOS    PIC ZZ.ZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-HORAS     PIC ZZZ.ZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VISTA     PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DIAS      PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ALERTA    PIC X(14).
       01 LINHA-TOT.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LT-ROTULO    PIC X(12).
           03 FILLER       PIC X(10) VALUE " BATERIAS ".
           03 LT-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(08) VALUE " CICLOS ".
           03 LT-CICLOS    PIC ZZZZ9.
           03 FILLER       PIC X(09) VALUE " SUMIDAS ".
           03 LT-SUMIDAS   PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " HORAS ".
           03 LT-HORAS     PIC ZZ.ZZZ.ZZ9.
       01 LINHA-GERAL.
           03 FILLER       PIC X(29) VALUE
              "LIMITE DE CICLOS...........: ".
           03 LG-LIMITE    PIC ZZ.ZZ9.
           03 FILLER       PIC X(22) VALUE
              "   SUMIDA A PARTIR DE ".
           03 LG-DIAS      PIC ZZ9.
           03 FILLER       PIC X(05) VALUE " DIAS".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DIAS-HOJE = (W-ANO-HOJE * 360)
                   + (W-MES-HOJE * 30) + W-DIA-HOJE
           PERFORM LER-LIMITE THRU LER-LIMITE-FIM
           MOVE ZEROS TO TAB-ACUM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           SORT WORK-SORT ON ASCENDING  KEY WS-FILIAL
                             ASCENDING  KEY WS-ALERTA
                             DESCENDING KEY WS-CICLOS
                             ASCENDING  KEY WS-SERIE
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "BATERIAS LIDAS.........: " W-CONT-LIDAS
           DISPLAY "BATERIAS ATIVAS........: " W-CONT-ATIVAS
           DISPLAY "ACIMA DO LIMITE CICLOS.: " W-CONT-CICLOS
           DISPLAY "SEM SER VISTAS.........: " W-CONT-SUMIDAS
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * LIMITE DO CDPARAM; SEM O PARAMETRO FICA O PADRAO
       LER-LIMITE.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "BATCICLOS" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-LIM-CICLOS.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-LIMITE-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE W-DIA-HOJE TO W-DMA-DD
           MOVE W-MES-HOJE TO W-DMA-MM
           MOVE W-ANO-HOJE TO W-DMA-AAAA
           MOVE SPACES TO W-TITULO-REL
           STRING "BATERIAS DAS BIKES ELETRICAS EM " W-DMA-DD "/"
                  W-DMA-MM "/" W-DMA-AAAA DELIMITED BY SIZE
                  INTO W-TITULO-REL
           MOVE LINHA-CAB-COL TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       CARREGAR-SORT.
           OPEN INPUT ARQBAT
           IF ST-ERRO = "35"
              DISPLAY "ARQBAT.DAT AINDA NAO EXISTE - SEM BATERIAS"
              GO TO CARREGAR-SORT-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE BATERIAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-SORT-LER.
           READ ARQBAT NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           ADD 1 TO W-CONT-LIDAS
           IF BAT-BAIXADA
              GO TO CARREGAR-SORT-LER.
           ADD 1 TO W-CONT-ATIVAS
      * DIAS DESDE A ULTIMA VEZ VISTA, NO ANO COMERCIAL
      * (AAAA*360 + MM*30 + DD); NUNCA VISTA CONTA 9999
           MOVE 9999 TO WS-DIAS
           IF BAT-ULT-VISTA NOT = ZEROS
              MOVE BAT-ULT-VISTA TO W-DATA-DMA-NUM
              COMPUTE W-DIAS-VISTA = (W-DMA-AAAA * 360)
                      + (W-DMA-MM * 30) + W-DMA-DD
              MOVE ZEROS TO WS-DIAS
              IF W-DIAS-HOJE > W-DIAS-VISTA
                 COMPUTE W-DIAS-VISTA = W-DIAS-HOJE - W-DIAS-VISTA
                 IF W-DIAS-VISTA < 9999
                    MOVE W-DIAS-VISTA TO WS-DIAS
                 ELSE
                    MOVE 9999 TO WS-DIAS.
           MOVE "N" TO W-ACIMA W-SUMIDA
           IF BAT-CICLOS > W-LIM-CICLOS
              MOVE "S" TO W-ACIMA
              ADD 1 TO W-CONT-CICLOS.
           IF WS-DIAS NOT < W-DIAS-SUMIDA
              MOVE "S" TO W-SUMIDA
              ADD 1 TO W-CONT-SUMIDAS.
           MOVE 9 TO WS-ALERTA
           IF W-SUMIDA = "S"
              MOVE 2 TO WS-ALERTA.
           IF W-ACIMA = "S"
              MOVE 1 TO WS-ALERTA.
           IF W-ACIMA = "S" AND W-SUMIDA = "S"
              MOVE 0 TO WS-ALERTA.
           MOVE BAT-FILIAL     TO WS-FILIAL
           MOVE BAT-CICLOS     TO WS-CICLOS
           MOVE BAT-SERIE      TO WS-SERIE
           MOVE BAT-CAPACIDADE TO WS-CAPACIDADE
           MOVE BAT-SITUACAO   TO WS-SITUACAO
           MOVE BAT-BIKE       TO WS-BIKE
           MOVE BAT-HORAS-LOC  TO WS-HORAS
           MOVE BAT-ULT-VISTA  TO WS-ULT-VISTA
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQBAT.
       CARREGAR-SORT-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10".
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-SORT-FIM.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-LINHAS-NOVA-FIL.
           IF WS-FILIAL = W-FILIAL-ANT
              GO TO IMPRIMIR-LINHAS-DET.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-LINHAS-NOVA-FIL.
           MOVE "N"       TO W-PRIMEIRA
           MOVE WS-FILIAL TO W-FILIAL-ANT
           PERFORM IMPRIMIR-FILIAL THRU IMPRIMIR-FILIAL-FIM.
       IMPRIMIR-LINHAS-DET.
           MOVE WS-SERIE      TO LD-SERIE
           MOVE WS-CAPACIDADE TO LD-CAPAC
           MOVE WS-SITUACAO   TO LD-SITUACAO
           MOVE WS-BIKE       TO LD-BIKE
           MOVE WS-CICLOS     TO LD-CICLOS
           MOVE WS-HORAS      TO LD-HORAS
           MOVE WS-ULT-VISTA  TO LD-VISTA
           MOVE WS-DIAS       TO LD-DIAS
           MOVE SPACES        TO LD-ALERTA
           IF WS-ALERTA < 3
              MOVE TA-DESC (WS-ALERTA + 1) TO LD-ALERTA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           ADD 1 TO AC-QTD (1)
           ADD WS-HORAS TO AC-HORAS (1)
           IF WS-ALERTA < 2
              ADD 1 TO AC-CICLOS (1).
           IF WS-ALERTA = 0 OR WS-ALERTA = 2
              ADD 1 TO AC-SUMIDAS (1).
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       IMPRIMIR-FILIAL.
           MOVE WS-FILIAL TO LF-FILIAL
           MOVE "SEM FILIAL" TO LF-NOME
           IF WS-FILIAL > ZEROS AND WS-FILIAL < 6
              MOVE TBFILIAL (WS-FILIAL) TO LF-NOME.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-FILIAL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-FILIAL-FIM.
           EXIT.

      * IMPRIME O ACUMULADO DO NIVEL W-NIV, SOMA NO GERAL E ZERA O
      * NIVEL
       FECHAR-NIVEL.
           IF W-NIV = 1
              MOVE "TOTAL FILIAL" TO LT-ROTULO.
           IF W-NIV = 2
              MOVE "TOTAL GERAL" TO LT-ROTULO.
           MOVE AC-QTD     (W-NIV) TO LT-QTD
           MOVE AC-CICLOS  (W-NIV) TO LT-CICLOS
           MOVE AC-SUMIDAS (W-NIV) TO LT-SUMIDAS
           MOVE AC-HORAS   (W-NIV) TO LT-HORAS
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-LINPAG
           IF W-NIV < 2
              ADD AC-QTD     (W-NIV) TO AC-QTD     (W-NIV + 1)
              ADD AC-CICLOS  (W-NIV) TO AC-CICLOS  (W-NIV + 1)
              ADD AC-SUMIDAS (W-NIV) TO AC-SUMIDAS (W-NIV + 1)
              ADD AC-HORAS   (W-NIV) TO AC-HORAS   (W-NIV + 1).
           MOVE ZEROS TO ACUM (W-NIV).
       FECHAR-NIVEL-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE 2 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE W-LIM-CICLOS  TO LG-LIMITE
           MOVE W-DIAS-SUMIDA TO LG-DIAS
           WRITE LINHA-REL FROM LINHA-GERAL.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE RELATORIO
           MOVE "REL079" TO W-REL-ID
           MOVE "REL079.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY PARAMVALP.
