       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL064.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * QUILOMETRAGEM DO MES POR BIKE E POR CATEGORIA     *
      **************************************************
      * O GPS001 SOMA, A CADA IMPORTACAO DE POSICOES, A DISTANCIA
      * PERCORRIDA POR BIKE E MES EM ARQODOM.DAT. ESTE JOB LISTA,
      * PARA A COMPETENCIA DE FECHAMENTO (CTRLCMP.DAT, COPY
      * COMPVAL./COMPVALP.; SEM O CONTROLE, O MES CORRENTE), CADA
      * BIKE COM HODOMETRO -- OS KM RODADOS NO MES E O ACUMULADO DA
      * VIDA DELA ATE O MES -- ORDENADO POR CATEGORIA E, DENTRO
      * DELA, DA BIKE QUE MAIS RODOU PARA A QUE MENOS RODOU, COM
      * SUBTOTAL POR CATEGORIA E TOTAL DA FROTA. BIKE PARADA NO MES
      * SAI COM ZERO, PARA A FROTA VER O QUE NAO ESTA GIRANDO.
      * PAGINADO PELO COPY RELPAG./RELPAGP. E CATALOGADO. RODA NO
      * FECHAMENTO MENSAL (JOB002); SEM O ARQUIVO DE HODOMETRO O
      * RELATORIO SAI VAZIO.
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

           SELECT ARQODOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ODO
                    FILE STATUS  IS ST-ERRO-ODO.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

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

       FD ARQODOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQODOM.DAT".
       01 REGODOM.
                03 CHAVE-ODO.
                   05 ODO-BIKE          PIC 9(4).
                   05 ODO-ANOMES        PIC 9(6).
                03 ODO-KM               PIC 9(7)V999.
                03 ODO-TRECHOS          PIC 9(7).
                03 ODO-ULT-DATA         PIC 9(08).

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

       SD WORK-SORT.
       01 WS-REG.
                03 WS-CATEGORIA         PIC X(01).
                03 WS-KM-MES            PIC 9(07)V999.
                03 WS-NUMERO            PIC 9(04).
                03 WS-MARCA             PIC X(20).
                03 WS-MODELO            PIC X(20).
                03 WS-FILIAL            PIC 9(01).
                03 WS-KM-TOTAL          PIC 9(07)V999.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL064.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-ODO      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-ANOMES         PIC 9(06) VALUE ZEROS.
       77 W-BIKE-ANT       PIC 9(04) VALUE ZEROS.
       77 W-KM-MES         PIC 9(07)V999 VALUE ZEROS.
       77 W-KM-TOTAL       PIC 9(07)V999 VALUE ZEROS.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-CAT-ANT        PIC X(01) VALUE SPACES.
       77 W-QTD-CAT        PIC 9(04) VALUE ZEROS.
       77 W-MES-CAT        PIC 9(08)V999 VALUE ZEROS.
       77 W-TOT-CAT        PIC 9(08)V999 VALUE ZEROS.
       77 W-QTD-GERAL      PIC 9(04) VALUE ZEROS.
       77 W-MES-GERAL      PIC 9(08)V999 VALUE ZEROS.
       77 W-TOT-GERAL      PIC 9(08)V999 VALUE ZEROS.

       COPY RELPAG.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

       01 CAB-KM.
           03 FILLER       PIC X(29) VALUE
              "CAT BIKE  MARCA".
           03 FILLER       PIC X(18) VALUE "MODELO".
           03 FILLER       PIC X(05) VALUE "FL".
           03 FILLER       PIC X(12) VALUE "KM NO MES".
           03 FILLER       PIC X(12) VALUE "KM ACUMULADO".

       01 LINHA-DET.
           03 LD-CAT       PIC X(04).
           03 LD-NUMERO    PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-MARCA     PIC X(18).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-MODELO    PIC X(18).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-FILIAL    PIC 9(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-KM-MES    PIC ZZZ.ZZ9,999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-KM-TOTAL  PIC Z.ZZZ.ZZ9,999.
       01 LINHA-SUB-CAT.
           03 FILLER       PIC X(17) VALUE
              "  SUBTOTAL CAT. ".
           03 LSC-CAT      PIC X(03).
           03 FILLER       PIC X(07) VALUE "BIKES: ".
           03 LSC-QTD      PIC ZZZ9.
           03 FILLER       PIC X(17) VALUE SPACES.
           03 LSC-KM-MES   PIC Z.ZZZ.ZZ9,999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LSC-KM-TOTAL PIC Z.ZZZ.ZZ9,999.
       01 LINHA-GERAL.
           03 FILLER       PIC X(20) VALUE
              "TOTAL DA FROTA".
           03 FILLER       PIC X(07) VALUE "BIKES: ".
           03 LG-QTD       PIC ZZZ9.
           03 FILLER       PIC X(17) VALUE SPACES.
           03 LG-KM-MES    PIC Z.ZZZ.ZZ9,999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LG-KM-TOTAL  PIC Z.ZZZ.ZZ9,999.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-ANO-HOJE
              MOVE CP-CMP-MM   TO W-MES-HOJE
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N.
           COMPUTE W-ANOMES = (W-ANO-HOJE * 100) + W-MES-HOJE
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-CATEGORIA
                          ON DESCENDING KEY WS-KM-MES
                          ON ASCENDING KEY WS-NUMERO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO.
           MOVE "REL064" TO W-REL-ID
           MOVE "REL064.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           STRING "COMPETENCIA=" DELIMITED BY SIZE
                  W-ANOMES DELIMITED BY SIZE
                  INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           DISPLAY "BIKES COM HODOMETRO: " W-QTD-GERAL
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "QUILOMETRAGEM POR BIKE E CATEGORIA - "
                                             DELIMITED BY SIZE
                  W-MES-HOJE DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  W-ANO-HOJE DELIMITED BY SIZE
                  INTO W-TITULO-REL
           MOVE CAB-KM TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      * ARQODOM ESTA EM ORDEM DE BIKE + MES: A LEITURA SEQUENCIAL
      * SOMA O ACUMULADO ATE A COMPETENCIA E GUARDA O KM DO MES;
      * NA TROCA DE BIKE, A ANTERIOR VAI PARA O SORT. MESES
      * POSTERIORES A COMPETENCIA (REEXECUCAO ATRASADA) FICAM DE
      * FORA
       CARREGAR-SORT.
           OPEN INPUT ARQODOM
           IF ST-ERRO-ODO NOT = "00"
              DISPLAY "SEM ARQODOM.DAT: NENHUM HODOMETRO GRAVADO"
              MOVE "00" TO ST-ERRO-ODO
              GO TO CARREGAR-SORT-FIM.
           OPEN INPUT ARQBIKE
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE ZEROS TO W-BIKE-ANT W-KM-MES W-KM-TOTAL.
       CARREGAR-SORT-LER.
           READ ARQODOM NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           IF ODO-ANOMES > W-ANOMES
              GO TO CARREGAR-SORT-LER.
           IF ODO-BIKE NOT = W-BIKE-ANT
              PERFORM LIBERAR-BIKE THRU LIBERAR-BIKE-FIM
              MOVE ODO-BIKE TO W-BIKE-ANT
              MOVE ZEROS TO W-KM-MES W-KM-TOTAL.
           ADD ODO-KM TO W-KM-TOTAL
           IF ODO-ANOMES = W-ANOMES
              MOVE ODO-KM TO W-KM-MES.
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           PERFORM LIBERAR-BIKE THRU LIBERAR-BIKE-FIM
           CLOSE ARQODOM
           CLOSE ARQBIKE.
       CARREGAR-SORT-FIM.
           EXIT.

      * BIKE QUE JA SAIU DO CADASTRO NAO ENTRA NO RELATORIO
       LIBERAR-BIKE.
           IF W-BIKE-ANT = ZEROS OR W-KM-TOTAL = ZEROS
              GO TO LIBERAR-BIKE-FIM.
           MOVE W-BIKE-ANT TO NUMERO
           READ ARQBIKE
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO LIBERAR-BIKE-FIM.
           MOVE CATEGORIA    TO WS-CATEGORIA
           MOVE W-KM-MES     TO WS-KM-MES
           MOVE NUMERO       TO WS-NUMERO
           MOVE MARCA        TO WS-MARCA
           MOVE MODELO       TO WS-MODELO
           MOVE FILIAL       TO WS-FILIAL
           MOVE W-KM-TOTAL   TO WS-KM-TOTAL
           RELEASE WS-REG.
       LIBERAR-BIKE-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           IF W-PRIMEIRA = "N"
              PERFORM SUBTOTAL-CAT THRU SUBTOTAL-CAT-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              MOVE "N"          TO W-PRIMEIRA
              MOVE WS-CATEGORIA TO W-CAT-ANT
           ELSE
              IF WS-CATEGORIA NOT = W-CAT-ANT
                 PERFORM SUBTOTAL-CAT THRU SUBTOTAL-CAT-FIM
                 MOVE WS-CATEGORIA TO W-CAT-ANT.
           ADD 1           TO W-QTD-CAT W-QTD-GERAL
           ADD WS-KM-MES   TO W-MES-CAT W-MES-GERAL
           ADD WS-KM-TOTAL TO W-TOT-CAT W-TOT-GERAL
           MOVE SPACES       TO LINHA-DET
           MOVE WS-CATEGORIA TO LD-CAT
           MOVE WS-NUMERO    TO LD-NUMERO
           MOVE WS-MARCA     TO LD-MARCA
           MOVE WS-MODELO    TO LD-MODELO
           MOVE WS-FILIAL    TO LD-FILIAL
           MOVE WS-KM-MES    TO LD-KM-MES
           MOVE WS-KM-TOTAL  TO LD-KM-TOTAL
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       SUBTOTAL-CAT.
           MOVE W-CAT-ANT TO LSC-CAT
           MOVE W-QTD-CAT TO LSC-QTD
           MOVE W-MES-CAT TO LSC-KM-MES
           MOVE W-TOT-CAT TO LSC-KM-TOTAL
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-SUB-CAT
           ADD 1 TO W-LINPAG
           MOVE ZEROS TO W-QTD-CAT W-MES-CAT W-TOT-CAT.
       SUBTOTAL-CAT-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           IF W-LINPAG + 2 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE W-QTD-GERAL TO LG-QTD
           MOVE W-MES-GERAL TO LG-KM-MES
           MOVE W-TOT-GERAL TO LG-KM-TOTAL
           WRITE LINHA-REL FROM LINHA-GERAL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
