       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL070.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * BIKES PARADAS NA OFICINA E RECEITA PERDIDA        *
      **************************************************
      * O REL034 MEDE A PRODUTIVIDADE DOS MECANICOS, MAS NINGUEM
      * MEDIA QUANTO TEMPO A BIKE FICA EM "M" ESPERANDO PECA OU
      * MECANICO. ESTE RELATORIO LE TODAS AS ORDENS DE ARQOS.DAT
      * (SGB-011) E CALCULA OS DIAS FORA DE SERVICO DE CADA UMA, DA
      * ABERTURA DA ORDEM ATE A CONCLUSAO (OU HOJE, ORDEM AINDA
      * ABERTA), SEPARADOS PELO HISTORICO DE STATUS ARQOSHIS.DAT EM
      * ESPERANDO MECANICO (A), ESPERANDO PECA (P) E EM SERVICO (E).
      * ORDEM SEM HISTORICO (ABERTA PELO REL028 OU PELO SGB-004 E
      * AINDA NAO MEXIDA) CONTA TUDO COMO ESPERANDO MECANICO. A
      * RECEITA PERDIDA E O TOTAL DE DIAS VEZES A DIARIA DA TABELA
      * ARQPRECO.DAT PARA A CATEGORIA E A FILIAL DA BIKE (SEM LINHA
      * NA TABELA, O VALOR DE LOCACAO DA PROPRIA BIKE, COMO NO
      * SGB-004). AS ORDENS SAEM COM AS AINDA ABERTAS PRIMEIRO, DA
      * MAIS ANTIGA PARADA PARA A MAIS RECENTE, SEGUIDAS DAS
      * CONCLUIDAS, E NO FIM OS TOTAIS POR FILIAL, CATEGORIA E
      * MECANICO. DIAS CONTADOS COM O MES DE 30 DIAS, COMO NOS
      * DEMAIS RELATORIOS DE IDADE. SAI EM REL070.TXT PELAS ROTINAS
      * COPY RELPAG./RELPAGP., COM CATALOGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OS-NUMERO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQOSHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-OSH
                    FILE STATUS  IS ST-ERRO-OSH.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO-BIKE
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

           SELECT ARQPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PRECO
                    FILE STATUS  IS ST-ERRO-PRE.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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

       FD ARQOSHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOSHIS.DAT".
       01 REGOSH.
                03 CHAVE-OSH.
                   05 OSH-NUMERO        PIC 9(6).
                   05 OSH-SEQ           PIC 9(3).
                03 OSH-STATUS           PIC X(01).
                03 OSH-DATA             PIC 9(8).
                03 OSH-OPERADOR         PIC X(8).

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

       SD WORK-SORT.
      * WS-GRUPO 0 = ORDEM AINDA ABERTA, 1 = CONCLUIDA
       01 WS-REG.
                03 WS-GRUPO             PIC 9(01).
                03 WS-DIAS              PIC 9(05).
                03 WS-NUMERO            PIC 9(06).
                03 WS-BIKE              PIC 9(04).
                03 WS-FILIAL            PIC 9(01).
                03 WS-CATEGORIA         PIC X(01).
                03 WS-MECANICO          PIC X(12).
                03 WS-ABERTURA          PIC 9(08).
                03 WS-STATUS            PIC X(01).
                03 WS-DIAS-MEC          PIC 9(05).
                03 WS-DIAS-PECA         PIC 9(05).
                03 WS-DIAS-SERV         PIC 9(05).
                03 WS-PERDA             PIC 9(08)V99.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL070.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-OSH      PIC X(02) VALUE "00".
       77 ST-ERRO-BIKE     PIC X(02) VALUE "00".
       77 ST-ERRO-PRE      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-OSH-ABERTO     PIC X(01) VALUE "N".
       77 W-PRE-ABERTO     PIC X(01) VALUE "N".
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-INI       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-FIM       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-SEG       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-MUDA      PIC 9(07) VALUE ZEROS.
       77 W-ESTADO         PIC X(01) VALUE SPACES.
       77 W-D-MEC          PIC 9(05) VALUE ZEROS.
       77 W-D-PECA         PIC 9(05) VALUE ZEROS.
       77 W-D-SERV         PIC 9(05) VALUE ZEROS.
       77 W-D-TOTAL        PIC 9(05) VALUE ZEROS.
       77 W-DIARIA         PIC 9(06)V99 VALUE ZEROS.
       77 W-PERDA          PIC 9(08)V99 VALUE ZEROS.
       77 W-CONT-OS        PIC 9(06) VALUE ZEROS.
       77 W-CONT-ABERTAS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-DIAS       PIC 9(07) VALUE ZEROS.
       77 W-TOT-PECA       PIC 9(07) VALUE ZEROS.
       77 W-TOT-PERDA      PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-CAT        PIC 9(03) COMP VALUE ZEROS.
       77 W-QTD-MEC        PIC 9(03) COMP VALUE ZEROS.
       77 W-IND            PIC 9(03) COMP VALUE ZEROS.
       77 W-J              PIC 9(03) COMP VALUE ZEROS.
       77 W-GRUPO-ANT      PIC 9(01) VALUE ZEROS.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".

       COPY TFILIAL.

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

      * TOTAIS POR FILIAL (POSICAO = CODIGO DA FILIAL NA TABELA
      * TFILIAL; A SEXTA RECEBE BIKE SEM FILIAL OU NAO CADASTRADA)
       01 TAB-FILIAIS.
           03 FIL-ENT OCCURS 6 TIMES.
               05 FIL-QTD       PIC 9(05).
               05 FIL-DIAS      PIC 9(07).
               05 FIL-PECA      PIC 9(07).
               05 FIL-PERDA     PIC 9(09)V99.
      * TOTAIS POR CATEGORIA E POR MECANICO (MESMO ESQUEMA DE
      * TABELA DO REL069)
       01 TAB-CATEGORIAS.
           03 CAT-ENT OCCURS 20 TIMES.
               05 CAT-COD       PIC X(01).
               05 CAT-QTD       PIC 9(05).
               05 CAT-DIAS      PIC 9(07).
               05 CAT-PECA      PIC 9(07).
               05 CAT-PERDA     PIC 9(09)V99.
       01 TAB-MECANICOS.
           03 MEC-ENT OCCURS 100 TIMES.
               05 MEC-COD       PIC X(12).
               05 MEC-QTD       PIC 9(05).
               05 MEC-DIAS      PIC 9(07).
               05 MEC-PECA      PIC 9(07).
               05 MEC-PERDA     PIC 9(09)V99.

       COPY RELPAG.

       01 LINHA-GRUPO.
           03 LGR-TEXTO    PIC X(40).
       01 LINHA-DET.
           03 LD-OS        PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BIKE      PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-FILIAL    PIC 9(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-CAT       PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-MEC       PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ABERTURA  PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-STATUS    PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DIAS      PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DIAS-MEC  PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DIAS-PECA PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DIAS-SERV PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-PERDA     PIC ZZZZZZ9,99.
       01 LINHA-RES-TIT.
           03 LRT-TEXTO    PIC X(40).
       01 LINHA-RES.
           03 LR-CHAVE     PIC X(23).
           03 FILLER       PIC X(09) VALUE " ORDENS: ".
           03 LR-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " DIAS: ".
           03 LR-DIAS      PIC ZZZZZZ9.
           03 FILLER       PIC X(07) VALUE " PECA: ".
           03 LR-PECA      PIC ZZZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LR-PERDA     PIC ZZZZZZZZ9,99.
       01 LINHA-GERAL.
           03 FILLER       PIC X(23) VALUE
              "ORDENS NO RELATORIO..: ".
           03 LG-CONT      PIC ZZZZZ9.
           03 FILLER       PIC X(17) VALUE "  AINDA ABERTAS: ".
           03 LG-ABERTAS   PIC ZZZZZ9.
       01 LINHA-GERAL2.
           03 FILLER       PIC X(23) VALUE
              "DIAS FORA DE SERVICO.: ".
           03 LG-DIAS      PIC ZZZZZZ9.
           03 FILLER       PIC X(13) VALUE "  NA PECA..: ".
           03 LG-PECA      PIC ZZZZZZ9.
       01 LINHA-GERAL3.
           03 FILLER       PIC X(23) VALUE
              "RECEITA PERDIDA......: ".
           03 LG-PERDA     PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DIAS-HOJE =
                   (W-ANO-HOJE * 360) + (W-MES-HOJE * 30) + W-DIA-HOJE
           MOVE ZEROS TO TAB-FILIAIS TAB-CATEGORIAS TAB-MECANICOS
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-GRUPO
                             DESCENDING KEY WS-DIAS
                             ASCENDING KEY WS-NUMERO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "ORDENS LIDAS.......: " W-CONT-OS
           DISPLAY "AINDA ABERTAS......: " W-CONT-ABERTAS
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * SEM HISTORICO DE STATUS TODO O TEMPO CONTA COMO ESPERANDO
      * MECANICO; SEM TABELA DE PRECOS VALE A DIARIA DA BIKE
           OPEN INPUT ARQOSHIS
           IF ST-ERRO-OSH = "00"
              MOVE "S" TO W-OSH-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-OSH.
           OPEN INPUT ARQPRECO
           IF ST-ERRO-PRE = "00"
              MOVE "S" TO W-PRE-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PRE.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "BIKES PARADAS NA OFICINA E RECEITA PERDIDA"
                                                  TO W-TITULO-REL
           MOVE "OS     BIKE F C MECANICO     ABERTURA   S DIAS"
                                                  TO W-CAB-COL
           MOVE " AGMC PECA SERV      PERDA" TO W-CAB-COL (47:26)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       CARREGAR-SORT.
           OPEN INPUT ARQOS
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE ORDENS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-SORT-LER.
           READ ARQOS NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           ADD 1 TO W-CONT-OS
           MOVE OS-DATA-ABERTURA TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-INI =
                   (W-DMA-AAAA * 360) + (W-DMA-MM * 30) + W-DMA-DD
           MOVE W-DIAS-HOJE TO W-DIAS-FIM
           IF OS-CONCLUIDA AND OS-DATA-CONCLUSAO NOT = ZEROS
              MOVE OS-DATA-CONCLUSAO TO W-DATA-DMA-NUM
              COMPUTE W-DIAS-FIM =
                      (W-DMA-AAAA * 360) + (W-DMA-MM * 30) + W-DMA-DD.
           IF W-DIAS-FIM < W-DIAS-INI
              MOVE W-DIAS-INI TO W-DIAS-FIM.
           PERFORM SEPARAR-TEMPOS THRU SEPARAR-TEMPOS-FIM
           PERFORM BUSCAR-DIARIA THRU BUSCAR-DIARIA-FIM
           COMPUTE W-PERDA = W-D-TOTAL * W-DIARIA
           MOVE 1 TO WS-GRUPO
           IF NOT OS-CONCLUIDA
              MOVE 0 TO WS-GRUPO
              ADD 1 TO W-CONT-ABERTAS.
           MOVE W-D-TOTAL        TO WS-DIAS
           MOVE OS-NUMERO        TO WS-NUMERO
           MOVE OS-BIKE          TO WS-BIKE
           MOVE OS-MECANICO      TO WS-MECANICO
           MOVE OS-DATA-ABERTURA TO WS-ABERTURA
           MOVE OS-STATUS        TO WS-STATUS
           MOVE W-D-MEC          TO WS-DIAS-MEC
           MOVE W-D-PECA         TO WS-DIAS-PECA
           MOVE W-D-SERV         TO WS-DIAS-SERV
           MOVE W-PERDA          TO WS-PERDA
           PERFORM SOMAR-TOTAIS THRU SOMAR-TOTAIS-FIM
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQOS.
       CARREGAR-SORT-FIM.
           EXIT.

      * PERCORRE O HISTORICO DE STATUS DA ORDEM: CADA LINHA ENCERRA
      * O TRECHO DO STATUS ANTERIOR NA DATA DELA. A ORDEM COMECA
      * ESPERANDO MECANICO (A) NA ABERTURA E O ULTIMO TRECHO VAI ATE
      * A CONCLUSAO OU HOJE
       SEPARAR-TEMPOS.
           MOVE ZEROS TO W-D-MEC W-D-PECA W-D-SERV
           MOVE "A"        TO W-ESTADO
           MOVE W-DIAS-INI TO W-DIAS-SEG
           IF W-OSH-ABERTO NOT = "S"
              GO TO SEPARAR-TEMPOS-ULTIMO.
           MOVE OS-NUMERO TO OSH-NUMERO
           MOVE ZEROS     TO OSH-SEQ
           START ARQOSHIS KEY IS NOT LESS CHAVE-OSH
               INVALID KEY MOVE "10" TO ST-ERRO-OSH.
           IF ST-ERRO-OSH NOT = "00"
              GO TO SEPARAR-TEMPOS-ULTIMO.
       SEPARAR-TEMPOS-LER.
           READ ARQOSHIS NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-OSH.
           IF ST-ERRO-OSH NOT = "00"
              GO TO SEPARAR-TEMPOS-ULTIMO.
           IF OSH-NUMERO NOT = OS-NUMERO
              GO TO SEPARAR-TEMPOS-ULTIMO.
           MOVE OSH-DATA TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-MUDA =
                   (W-DMA-AAAA * 360) + (W-DMA-MM * 30) + W-DMA-DD
           IF W-DIAS-MUDA < W-DIAS-SEG
              MOVE W-DIAS-SEG TO W-DIAS-MUDA.
           IF W-DIAS-MUDA > W-DIAS-FIM
              MOVE W-DIAS-FIM TO W-DIAS-MUDA.
           PERFORM SOMAR-TRECHO THRU SOMAR-TRECHO-FIM
           MOVE OSH-STATUS  TO W-ESTADO
           MOVE W-DIAS-MUDA TO W-DIAS-SEG
           GO TO SEPARAR-TEMPOS-LER.
       SEPARAR-TEMPOS-ULTIMO.
           MOVE "00" TO ST-ERRO-OSH
           MOVE W-DIAS-FIM TO W-DIAS-MUDA
           IF W-ESTADO NOT = "C"
              PERFORM SOMAR-TRECHO THRU SOMAR-TRECHO-FIM.
           COMPUTE W-D-TOTAL = W-D-MEC + W-D-PECA + W-D-SERV.
       SEPARAR-TEMPOS-FIM.
           EXIT.

      * DIAS DE W-DIAS-SEG ATE W-DIAS-MUDA NO STATUS W-ESTADO
       SOMAR-TRECHO.
           IF W-ESTADO = "P"
              COMPUTE W-D-PECA = W-D-PECA + W-DIAS-MUDA - W-DIAS-SEG
              GO TO SOMAR-TRECHO-FIM.
           IF W-ESTADO = "E"
              COMPUTE W-D-SERV = W-D-SERV + W-DIAS-MUDA - W-DIAS-SEG
              GO TO SOMAR-TRECHO-FIM.
           IF W-ESTADO = "C"
              GO TO SOMAR-TRECHO-FIM.
           COMPUTE W-D-MEC = W-D-MEC + W-DIAS-MUDA - W-DIAS-SEG.
       SOMAR-TRECHO-FIM.
           EXIT.

      * DIARIA DA TABELA DE PRECOS PARA CATEGORIA + FILIAL DA BIKE;
      * SEM LINHA NA TABELA, O VALOR DE LOCACAO DA BIKE
       BUSCAR-DIARIA.
           MOVE ZEROS TO W-DIARIA
           MOVE OS-BIKE TO NUMERO
           READ ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              MOVE "00"  TO ST-ERRO-BIKE
              MOVE "?"   TO WS-CATEGORIA
              MOVE ZEROS TO WS-FILIAL
              GO TO BUSCAR-DIARIA-FIM.
           MOVE CATEGORIA    TO WS-CATEGORIA
           MOVE FILIAL       TO WS-FILIAL
           MOVE VALORLOCACAO TO W-DIARIA
           IF W-PRE-ABERTO NOT = "S"
              GO TO BUSCAR-DIARIA-FIM.
           MOVE CATEGORIA TO PRECO-CATEGORIA
           MOVE FILIAL    TO PRECO-FILIAL
           READ ARQPRECO
           IF ST-ERRO-PRE = "00"
              MOVE PRECO-DIARIA TO W-DIARIA
           ELSE
              MOVE "00" TO ST-ERRO-PRE.
       BUSCAR-DIARIA-FIM.
           EXIT.

      * ACUMULA A ORDEM NOS TOTAIS POR FILIAL, CATEGORIA E MECANICO
       SOMAR-TOTAIS.
           ADD W-D-TOTAL TO W-TOT-DIAS
           ADD W-D-PECA  TO W-TOT-PECA
           ADD W-PERDA   TO W-TOT-PERDA
           MOVE 6 TO W-IND
           IF WS-FILIAL > ZEROS AND WS-FILIAL < 6
              MOVE WS-FILIAL TO W-IND.
           ADD 1         TO FIL-QTD   (W-IND)
           ADD W-D-TOTAL TO FIL-DIAS  (W-IND)
           ADD W-D-PECA  TO FIL-PECA  (W-IND)
           ADD W-PERDA   TO FIL-PERDA (W-IND)
           MOVE 1 TO W-J.
       SOMAR-TOTAIS-CAT.
           IF W-J > W-QTD-CAT
              GO TO SOMAR-TOTAIS-CAT-NOVA.
           IF CAT-COD (W-J) = WS-CATEGORIA
              GO TO SOMAR-TOTAIS-CAT-SOMA.
           ADD 1 TO W-J
           GO TO SOMAR-TOTAIS-CAT.
       SOMAR-TOTAIS-CAT-NOVA.
           IF W-QTD-CAT NOT < 20
              GO TO SOMAR-TOTAIS-MEC-INI.
           ADD 1 TO W-QTD-CAT
           MOVE W-QTD-CAT    TO W-J
           MOVE WS-CATEGORIA TO CAT-COD (W-J).
       SOMAR-TOTAIS-CAT-SOMA.
           ADD 1         TO CAT-QTD   (W-J)
           ADD W-D-TOTAL TO CAT-DIAS  (W-J)
           ADD W-D-PECA  TO CAT-PECA  (W-J)
           ADD W-PERDA   TO CAT-PERDA (W-J).
       SOMAR-TOTAIS-MEC-INI.
           MOVE 1 TO W-J.
       SOMAR-TOTAIS-MEC.
           IF W-J > W-QTD-MEC
              GO TO SOMAR-TOTAIS-MEC-NOVO.
           IF MEC-COD (W-J) = OS-MECANICO
              GO TO SOMAR-TOTAIS-MEC-SOMA.
           ADD 1 TO W-J
           GO TO SOMAR-TOTAIS-MEC.
       SOMAR-TOTAIS-MEC-NOVO.
           IF W-QTD-MEC NOT < 100
              GO TO SOMAR-TOTAIS-FIM.
           ADD 1 TO W-QTD-MEC
           MOVE W-QTD-MEC   TO W-J
           MOVE OS-MECANICO TO MEC-COD (W-J).
       SOMAR-TOTAIS-MEC-SOMA.
           ADD 1         TO MEC-QTD   (W-J)
           ADD W-D-TOTAL TO MEC-DIAS  (W-J)
           ADD W-D-PECA  TO MEC-PECA  (W-J)
           ADD W-PERDA   TO MEC-PERDA (W-J).
       SOMAR-TOTAIS-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10".
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S" OR WS-GRUPO NOT = W-GRUPO-ANT
              MOVE "N"      TO W-PRIMEIRA
              MOVE WS-GRUPO TO W-GRUPO-ANT
              PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-FIM.
           MOVE WS-NUMERO    TO LD-OS
           MOVE WS-BIKE      TO LD-BIKE
           MOVE WS-FILIAL    TO LD-FILIAL
           MOVE WS-CATEGORIA TO LD-CAT
           MOVE WS-MECANICO  TO LD-MEC
           MOVE WS-ABERTURA  TO LD-ABERTURA
           MOVE WS-STATUS    TO LD-STATUS
           MOVE WS-DIAS      TO LD-DIAS
           MOVE WS-DIAS-MEC  TO LD-DIAS-MEC
           MOVE WS-DIAS-PECA TO LD-DIAS-PECA
           MOVE WS-DIAS-SERV TO LD-DIAS-SERV
           MOVE WS-PERDA     TO LD-PERDA
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       IMPRIMIR-GRUPO.
           IF WS-GRUPO = 0
              MOVE "ORDENS AINDA ABERTAS (HOJE)" TO LGR-TEXTO
           ELSE
              MOVE "ORDENS CONCLUIDAS" TO LGR-TEXTO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-GRUPO
           ADD 2 TO W-LINPAG.
       IMPRIMIR-GRUPO-FIM.
           EXIT.

       IMPRIMIR-RESUMO.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAIS POR FILIAL" TO LRT-TEXTO
           WRITE LINHA-REL FROM LINHA-RES-TIT
           MOVE 1 TO W-IND.
       IMPRIMIR-RESUMO-FIL.
           IF W-IND > 6
              GO TO IMPRIMIR-RESUMO-CAT-INI.
           IF FIL-QTD (W-IND) = ZEROS
              GO TO IMPRIMIR-RESUMO-FIL-PROX.
           IF W-IND = 6
              MOVE "SEM FILIAL" TO LR-CHAVE
           ELSE
              MOVE TBFILIAL (W-IND) TO LR-CHAVE.
           MOVE FIL-QTD   (W-IND) TO LR-QTD
           MOVE FIL-DIAS  (W-IND) TO LR-DIAS
           MOVE FIL-PECA  (W-IND) TO LR-PECA
           MOVE FIL-PERDA (W-IND) TO LR-PERDA
           WRITE LINHA-REL FROM LINHA-RES.
       IMPRIMIR-RESUMO-FIL-PROX.
           ADD 1 TO W-IND
           GO TO IMPRIMIR-RESUMO-FIL.
       IMPRIMIR-RESUMO-CAT-INI.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAIS POR CATEGORIA" TO LRT-TEXTO
           WRITE LINHA-REL FROM LINHA-RES-TIT
           MOVE 1 TO W-IND.
       IMPRIMIR-RESUMO-CAT.
           IF W-IND > W-QTD-CAT
              GO TO IMPRIMIR-RESUMO-MEC-INI.
           MOVE SPACES TO LR-CHAVE
           STRING "CATEGORIA " CAT-COD (W-IND)
                  DELIMITED BY SIZE INTO LR-CHAVE
           MOVE CAT-QTD   (W-IND) TO LR-QTD
           MOVE CAT-DIAS  (W-IND) TO LR-DIAS
           MOVE CAT-PECA  (W-IND) TO LR-PECA
           MOVE CAT-PERDA (W-IND) TO LR-PERDA
           WRITE LINHA-REL FROM LINHA-RES
           ADD 1 TO W-IND
           GO TO IMPRIMIR-RESUMO-CAT.
       IMPRIMIR-RESUMO-MEC-INI.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAIS POR MECANICO" TO LRT-TEXTO
           WRITE LINHA-REL FROM LINHA-RES-TIT
           MOVE 1 TO W-IND.
       IMPRIMIR-RESUMO-MEC.
           IF W-IND > W-QTD-MEC
              GO TO IMPRIMIR-RESUMO-TOTAL.
           IF MEC-COD (W-IND) = SPACES
              MOVE "SEM MECANICO" TO LR-CHAVE
           ELSE
              MOVE MEC-COD (W-IND) TO LR-CHAVE.
           MOVE MEC-QTD   (W-IND) TO LR-QTD
           MOVE MEC-DIAS  (W-IND) TO LR-DIAS
           MOVE MEC-PECA  (W-IND) TO LR-PECA
           MOVE MEC-PERDA (W-IND) TO LR-PERDA
           WRITE LINHA-REL FROM LINHA-RES
           ADD 1 TO W-IND
           GO TO IMPRIMIR-RESUMO-MEC.
       IMPRIMIR-RESUMO-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE W-CONT-OS      TO LG-CONT
           MOVE W-CONT-ABERTAS TO LG-ABERTAS
           WRITE LINHA-REL FROM LINHA-GERAL
           MOVE W-TOT-DIAS     TO LG-DIAS
           MOVE W-TOT-PECA     TO LG-PECA
           WRITE LINHA-REL FROM LINHA-GERAL2
           MOVE W-TOT-PERDA    TO LG-PERDA
           WRITE LINHA-REL FROM LINHA-GERAL3.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE ARQBIKE
           IF W-OSH-ABERTO = "S"
              CLOSE ARQOSHIS.
           IF W-PRE-ABERTO = "S"
              CLOSE ARQPRECO.
           CLOSE RELATORIO
           MOVE "REL070" TO W-REL-ID
           MOVE "REL070.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
