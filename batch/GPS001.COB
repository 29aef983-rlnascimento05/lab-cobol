      * SITUACAO "R" (ROUBADA) COM POSICAO FRESCA SAI SEMPRE NO
      * ALERTA, COM O B.O. DA OCORRENCIA DE ARQOCORR.DAT, PARA O
      * BOLETIM POLICIAL.
      * 2026-10-15  O PRIMEIRO CAMPO DA LINHA PODE SER O ID DO
      * APARELHO RASTREADOR EM VEZ DO NUMERO DA BIKE: O ID E
      * PROCURADO EM ARQBIKEID.DAT (IDENTIFICACAO DA BIKE, MANTIDA
      * PELO SGB-002); SEM O ARQUIVO OU ID DESCONHECIDO, O CAMPO
      * CONTINUA SENDO LIDO COMO NUMERO DA BIKE, COMO ANTES.
      * 2026-10-15  HODOMETRO: A DISTANCIA ENTRE A POSICAO ANTERIOR E
      * A NOVA DE CADA BIKE E SOMADA EM ARQODOM.DAT (KM POR BIKE E
      * MES, LIDO PELO REL064 E PELO REL036) E, QUANDO O TRECHO CAI
      * INTEIRO DENTRO DE UMA LOCACAO DE ARQLOC.DAT, EM ARQLOCKM.DAT
      * (KM DA LOCACAO, IMPRESSO NO RECIBO DO SGB-005). TRECHO MAIOR
      * QUE GEOSALTOKM QUILOMETROS (PARAMETRO, PADRAO 5) E SALTO DO
      * GPS E NAO CONTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

           SELECT ARQBIKEID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BID-NUMERO
                    FILE STATUS  IS ST-ERRO-BID
                    ALTERNATE RECORD KEY IS BID-QUADRO
                    ALTERNATE RECORD KEY IS BID-RASTREADOR
                                   WITH DUPLICATES.

           SELECT CEPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-ALE.

           SELECT ARQODOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ODO
                    FILE STATUS  IS ST-ERRO-ODO.

           SELECT ARQLOCKM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LKM
                    FILE STATUS  IS ST-ERRO-LKM.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 FILIAL            PIC 9(01).
                03 FILIALDESCRICAO PIC X(13).

       FD ARQBIKEID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBIKEID.DAT".
       01 REGBIKEID.
                03 BID-NUMERO           PIC 9(4).
                03 BID-QUADRO           PIC X(20).
                03 BID-RASTREADOR       PIC X(15).
                03 BID-CADEADO          PIC X(10).
                03 BID-NF               PIC X(12).
                03 BID-DATA             PIC 9(08).
                03 BID-OPERADOR         PIC X(08).

       FD CEPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEPS.DAT".

       01 LINHA-ALE                    PIC X(100).

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

       FD ARQLOCKM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCKM.DAT".
       01 REGLOCKM.
                03 CHAVE-LKM.
                   05 LKM-NUMERO        PIC 9(4).
                   05 LKM-SEQ           PIC 9(4).
                03 LKM-KM               PIC 9(5)V999.
                03 LKM-TRECHOS          PIC 9(5).

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

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       77 ST-ERRO-CEP      PIC X(02) VALUE "00".
       77 ST-ERRO-OCO      PIC X(02) VALUE "00".
       77 ST-ERRO-ALE      PIC X(02) VALUE "00".
       77 ST-ERRO-BID      PIC X(02) VALUE "00".
       77 W-BID-ABERTO     PIC X(01) VALUE "N".
       77 W-BIKE           PIC X(04) VALUE SPACES.
       77 ST-ERRO-ODO      PIC X(02) VALUE "00".
       77 ST-ERRO-LKM      PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 W-LOC-ABERTO     PIC X(01) VALUE "N".
       COPY PARAMVAL.
       77 RAIO-KM          PIC 9(04) VALUE 20.
       77 SALTO-KM         PIC 9(04) VALUE 5.
       77 W-CEP-ABERTO     PIC X(01) VALUE "N".
       77 W-OCO-ABERTO     PIC X(01) VALUE "N".
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-FORA      PIC 9(06) VALUE ZEROS.
       77 W-CONT-ROUBADAS  PIC 9(06) VALUE ZEROS.
       77 W-CONT-REJEIT    PIC 9(06) VALUE ZEROS.
       77 W-CONT-TRECHOS   PIC 9(06) VALUE ZEROS.
       77 W-CONT-SALTOS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-TRC-LOC   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-KM       PIC 9(7)V999 VALUE ZEROS.
       77 W-TOTAL-KM-ED    PIC Z.ZZZ.ZZ9,999.
       77 W-QTD-CEPS       PIC 9(04) COMP VALUE ZEROS.
       77 W-IND            PIC 9(04) COMP VALUE ZEROS.

       01 W-CAMPOS.
           03 W-ID-RAS          PIC X(15).
           03 W-DATA            PIC X(08).
           03 W-HORA            PIC X(04).
           03 W-LAT             PIC X(20).
               05 AREA-LAT     PIC S9(4)V9(6).
               05 AREA-LON     PIC S9(4)V9(6).

      * HODOMETRO: TRECHO ENTRE A POSICAO ANTERIOR E A NOVA DA BIKE,
      * EM KM, PELA DISTANCIA PLANA COM A LONGITUDE CORRIGIDA PELO
      * COSSENO DA LATITUDE MEDIA (SERIE DE TAYLOR ATE A 4A POTENCIA)
       01 W-DMA.
           03 W-DMA-DD          PIC 9(02).
           03 W-DMA-MM          PIC 9(02).
           03 W-DMA-AAAA        PIC 9(04).
       01 W-TS-ANT-G.
           03 W-TSA-AAAA        PIC 9(04).
           03 W-TSA-MM          PIC 9(02).
           03 W-TSA-DD          PIC 9(02).
           03 W-TSA-HHMM        PIC 9(04).
       01 W-TS-ANT REDEFINES W-TS-ANT-G PIC 9(12).
       01 W-TS-NOV-G.
           03 W-TSN-AAAA        PIC 9(04).
           03 W-TSN-MM          PIC 9(02).
           03 W-TSN-DD          PIC 9(02).
           03 W-TSN-HHMM        PIC 9(04).
       01 W-TS-NOV REDEFINES W-TS-NOV-G PIC 9(12).
       01 W-TS-LOC-G.
           03 W-TSL-AAAA        PIC 9(04).
           03 W-TSL-MM          PIC 9(02).
           03 W-TSL-DD          PIC 9(02).
           03 W-TSL-HHMM        PIC 9(04).
       01 W-TS-LOC REDEFINES W-TS-LOC-G PIC 9(12).
       77 W-ANT-LAT        PIC S9(4)V9(6) VALUE ZEROS.
       77 W-ANT-LON        PIC S9(4)V9(6) VALUE ZEROS.
       77 W-NOV-LAT        PIC S9(4)V9(6) VALUE ZEROS.
       77 W-NOV-LON        PIC S9(4)V9(6) VALUE ZEROS.
       77 W-RAD            PIC S9(2)V9(12) VALUE ZEROS.
       77 W-COSLAT         PIC S9(1)V9(12) VALUE ZEROS.
       77 W-DLON-C         PIC S9(4)V9(12) VALUE ZEROS.
       77 W-KM-D2          PIC 9(6)V9(12) VALUE ZEROS.
       77 W-TRECHO-KM      PIC 9(5)V999 VALUE ZEROS.
      * ULTIMA LOCACAO ACHADA PARA O TRECHO (AS POSICOES DE UMA BIKE
      * COSTUMAM VIR EM SEQUENCIA NO ARQUIVO)
       77 W-CACHE-NUMERO   PIC 9(04) VALUE ZEROS.
       77 W-CACHE-SEQ      PIC 9(04) VALUE ZEROS.
       77 W-CACHE-INI      PIC 9(12) VALUE ZEROS.
       77 W-CACHE-FIM      PIC 9(12) VALUE ZEROS.
       77 W-LOC-INI        PIC 9(12) VALUE ZEROS.
       77 W-LOC-FIM        PIC 9(12) VALUE ZEROS.
       77 W-LOC-ACHADA     PIC X(01) VALUE "N".

       01 LINHA-ALE-REC.
           03 LA-BIKE      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           DISPLAY "LINHAS REJEITADAS......: " W-CONT-REJEIT
           DISPLAY "FORA DA AREA DE SERVICO: " W-CONT-FORA
           DISPLAY "ALERTAS DE ROUBADA.....: " W-CONT-ROUBADAS
           MOVE W-TOTAL-KM TO W-TOTAL-KM-ED
           DISPLAY "TRECHOS NO HODOMETRO...: " W-CONT-TRECHOS
           DISPLAY "KM SOMADOS.............: " W-TOTAL-KM-ED
           DISPLAY "TRECHOS EM LOCACAO.....: " W-CONT-TRC-LOC
           DISPLAY "SALTOS DESCARTADOS.....: " W-CONT-SALTOS
           MOVE 0 TO RETURN-CODE
           GOBACK.

           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO RAIO-KM.
           MOVE "GEOSALTOKM" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO SALTO-KM.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
                      GOBACK
           ELSE
                    NEXT SENTENCE.
       ABRIR-ODOM.
           OPEN I-O ARQODOM
           IF ST-ERRO-ODO NOT = "00"
               IF ST-ERRO-ODO = "30" OR "35"
                      OPEN OUTPUT ARQODOM
                      CLOSE ARQODOM
                      GO TO ABRIR-ODOM
               ELSE
                      DISPLAY "*** ERRO NO ARQUIVO DE HODOMETRO ***"
                      MOVE 12 TO RETURN-CODE
                      GOBACK
           ELSE
                    NEXT SENTENCE.
       ABRIR-LOCKM.
           OPEN I-O ARQLOCKM
           IF ST-ERRO-LKM NOT = "00"
               IF ST-ERRO-LKM = "30" OR "35"
                      OPEN OUTPUT ARQLOCKM
                      CLOSE ARQLOCKM
                      GO TO ABRIR-LOCKM
               ELSE
                      DISPLAY "*** ERRO NO ARQUIVO DE KM DA LOCACAO ***"
                      MOVE 12 TO RETURN-CODE
                      GOBACK
           ELSE
                    NEXT SENTENCE.
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
           ELSE
              MOVE "N" TO W-OCO-ABERTO
              MOVE "00" TO ST-ERRO-OCO.
           OPEN INPUT ARQBIKEID
           IF ST-ERRO-BID = "00"
              MOVE "S" TO W-BID-ABERTO
           ELSE
              MOVE "N" TO W-BID-ABERTO
              MOVE "00" TO ST-ERRO-BID.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC = "00"
              MOVE "S" TO W-LOC-ABERTO
           ELSE
              MOVE "N" TO W-LOC-ABERTO
              MOVE "00" TO ST-ERRO-LOC.
           OPEN OUTPUT ALERTA
           IF ST-ERRO-ALE NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE ALERTAS ***"
           ADD 1 TO W-CONT-LIDAS
           MOVE SPACES TO W-CAMPOS
           UNSTRING LINHA-RAS DELIMITED BY ";"
                   INTO W-ID-RAS W-DATA W-HORA W-LAT W-LONG
           PERFORM RESOLVER-BIKE THRU RESOLVER-BIKE-FIM
           INSPECT W-BIKE CONVERTING " " TO "0"
           INSPECT W-DATA CONVERTING " " TO "0"
           INSPECT W-HORA CONVERTING " " TO "0"
           MOVE W-BIKE TO GPS-BIKE
           READ ARQGPS
           IF ST-ERRO = "00"
              PERFORM CALC-TRECHO THRU CALC-TRECHO-FIM
              PERFORM MONTAR-GPS THRU MONTAR-GPS-FIM
              REWRITE REGGPS
           ELSE
       PROC-LINHAS-FIM.
           EXIT.

      * ID DO RASTREADOR CADASTRADO NA IDENTIFICACAO DA BIKE DA O
      * NUMERO DELA; SENAO O CAMPO (ATE 4 POSICOES) E O NUMERO
       RESOLVER-BIKE.
           MOVE SPACES TO W-BIKE
           IF W-BID-ABERTO NOT = "S" OR W-ID-RAS = SPACES
              GO TO RESOLVER-BIKE-NUMERO.
           MOVE W-ID-RAS TO BID-RASTREADOR
           READ ARQBIKEID KEY IS BID-RASTREADOR
           IF ST-ERRO-BID = "00"
              MOVE BID-NUMERO TO W-BIKE
              GO TO RESOLVER-BIKE-FIM.
           MOVE "00" TO ST-ERRO-BID.
       RESOLVER-BIKE-NUMERO.
           IF W-ID-RAS (5:11) = SPACES
              MOVE W-ID-RAS (1:4) TO W-BIKE
           ELSE
              MOVE "X" TO W-BIKE.
       RESOLVER-BIKE-FIM.
           EXIT.

       MONTAR-GPS.
           MOVE W-BIKE TO GPS-BIKE
           MOVE W-DATA TO GPS-DATA
       MONTAR-GPS-FIM.
           EXIT.

      * TRECHO ENTRE A POSICAO GUARDADA (AINDA EM REGGPS) E A NOVA;
      * SO CONTA SE A NOVA FOR POSTERIOR E AS DUAS COORDENADAS FOREM
      * LEGIVEIS
       CALC-TRECHO.
           MOVE GPS-DATA   TO W-DMA
           MOVE W-DMA-AAAA TO W-TSA-AAAA
           MOVE W-DMA-MM   TO W-TSA-MM
           MOVE W-DMA-DD   TO W-TSA-DD
           MOVE GPS-HORA   TO W-TSA-HHMM
           MOVE W-DATA     TO W-DMA
           MOVE W-DMA-AAAA TO W-TSN-AAAA
           MOVE W-DMA-MM   TO W-TSN-MM
           MOVE W-DMA-DD   TO W-TSN-DD
           MOVE W-HORA     TO W-TSN-HHMM
           IF W-TS-NOV NOT > W-TS-ANT
              GO TO CALC-TRECHO-FIM.
           MOVE GPS-LAT TO W-COORD-TXT
           PERFORM PARSE-COORD THRU PARSE-COORD-FIM
           IF W-COORD-OK NOT = "S"
              GO TO CALC-TRECHO-FIM.
           MOVE W-COORD TO W-ANT-LAT
           MOVE GPS-LONG TO W-COORD-TXT
           PERFORM PARSE-COORD THRU PARSE-COORD-FIM
           IF W-COORD-OK NOT = "S"
              GO TO CALC-TRECHO-FIM.
           MOVE W-COORD TO W-ANT-LON
           MOVE W-LAT TO W-COORD-TXT
           PERFORM PARSE-COORD THRU PARSE-COORD-FIM
           IF W-COORD-OK NOT = "S"
              GO TO CALC-TRECHO-FIM.
           MOVE W-COORD TO W-NOV-LAT
           MOVE W-LONG TO W-COORD-TXT
           PERFORM PARSE-COORD THRU PARSE-COORD-FIM
           IF W-COORD-OK NOT = "S"
              GO TO CALC-TRECHO-FIM.
           MOVE W-COORD TO W-NOV-LON
           COMPUTE W-DLAT = W-NOV-LAT - W-ANT-LAT
           COMPUTE W-DLON = W-NOV-LON - W-ANT-LON
           IF W-DLAT < ZEROS
              COMPUTE W-DLAT = ZEROS - W-DLAT.
           IF W-DLON < ZEROS
              COMPUTE W-DLON = ZEROS - W-DLON.
           IF W-DLAT > 1 OR W-DLON > 1
              ADD 1 TO W-CONT-SALTOS
              GO TO CALC-TRECHO-FIM.
           COMPUTE W-RAD = ((W-ANT-LAT + W-NOV-LAT) / 2) * 0,0174533
           COMPUTE W-COSLAT = 1 - ((W-RAD * W-RAD) / 2)
                   + ((W-RAD * W-RAD * W-RAD * W-RAD) / 24)
           COMPUTE W-DLON-C = W-DLON * W-COSLAT
           COMPUTE W-KM-D2 = (W-DLAT * W-DLAT)
                   + (W-DLON-C * W-DLON-C)
           COMPUTE W-TRECHO-KM ROUNDED = 111,2 * (W-KM-D2 ** 0,5)
           IF W-TRECHO-KM > SALTO-KM
              ADD 1 TO W-CONT-SALTOS
              GO TO CALC-TRECHO-FIM.
           IF W-TRECHO-KM = ZEROS
              GO TO CALC-TRECHO-FIM.
           ADD 1 TO W-CONT-TRECHOS
           ADD W-TRECHO-KM TO W-TOTAL-KM
           PERFORM SOMAR-HODOMETRO THRU SOMAR-HODOMETRO-FIM
           PERFORM SOMAR-LOCACAO THRU SOMAR-LOCACAO-FIM.
       CALC-TRECHO-FIM.
           EXIT.

      * ACUMULA O TRECHO NO MES DA POSICAO NOVA
       SOMAR-HODOMETRO.
           MOVE NUMERO TO ODO-BIKE
           COMPUTE ODO-ANOMES = (W-TSN-AAAA * 100) + W-TSN-MM
           READ ARQODOM
           IF ST-ERRO-ODO = "00"
              ADD W-TRECHO-KM TO ODO-KM
              ADD 1 TO ODO-TRECHOS
              MOVE W-DATA TO ODO-ULT-DATA
              REWRITE REGODOM
           ELSE
              MOVE "00" TO ST-ERRO-ODO
              MOVE W-TRECHO-KM TO ODO-KM
              MOVE 1 TO ODO-TRECHOS
              MOVE W-DATA TO ODO-ULT-DATA
              WRITE REGODOM.
       SOMAR-HODOMETRO-FIM.
           EXIT.

      * O TRECHO SO E DA LOCACAO QUANDO CAI INTEIRO ENTRE A RETIRADA
      * E A DEVOLUCAO (LOCACAO AINDA ABERTA NAO TEM FIM; DEVOLUCAO
      * SEM HORA CONTA ATE 23:59)
       SOMAR-LOCACAO.
           IF W-LOC-ABERTO NOT = "S"
              GO TO SOMAR-LOCACAO-FIM.
           IF W-CACHE-NUMERO = NUMERO
              AND W-CACHE-INI NOT > W-TS-ANT
              AND W-TS-NOV NOT > W-CACHE-FIM
              GO TO SOMAR-LOCACAO-GRAVA.
           MOVE "N" TO W-LOC-ACHADA
           MOVE NUMERO TO LOC-NUMERO
           MOVE ZEROS  TO LOC-SEQ
           START ARQLOC KEY IS NOT LESS CHAVE-LOC
               INVALID KEY MOVE "10" TO ST-ERRO-LOC.
           IF ST-ERRO-LOC = "10"
              MOVE "00" TO ST-ERRO-LOC
              GO TO SOMAR-LOCACAO-FIM.
       SOMAR-LOCACAO-LER.
           READ ARQLOC NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-LOC.
           IF ST-ERRO-LOC = "10"
              MOVE "00" TO ST-ERRO-LOC
              GO TO SOMAR-LOCACAO-FIM.
           IF LOC-NUMERO NOT = NUMERO
              GO TO SOMAR-LOCACAO-FIM.
           MOVE LOC-DATALOCACAO TO W-DMA
           MOVE W-DMA-AAAA      TO W-TSL-AAAA
           MOVE W-DMA-MM        TO W-TSL-MM
           MOVE W-DMA-DD        TO W-TSL-DD
           MOVE LOC-HORALOCACAO TO W-TSL-HHMM
           MOVE W-TS-LOC        TO W-LOC-INI
           IF LOC-DATADEVOLUCAO = ZEROS
              MOVE 999999999999 TO W-LOC-FIM
           ELSE
              MOVE LOC-DATADEVOLUCAO TO W-DMA
              MOVE W-DMA-AAAA        TO W-TSL-AAAA
              MOVE W-DMA-MM          TO W-TSL-MM
              MOVE W-DMA-DD          TO W-TSL-DD
              MOVE LOC-HORADEVOLUCAO TO W-TSL-HHMM
              IF W-TSL-HHMM = ZEROS
                 MOVE 2359 TO W-TSL-HHMM.
           IF LOC-DATADEVOLUCAO NOT = ZEROS
              MOVE W-TS-LOC TO W-LOC-FIM.
           IF W-LOC-INI > W-TS-ANT OR W-TS-NOV > W-LOC-FIM
              GO TO SOMAR-LOCACAO-LER.
           MOVE LOC-NUMERO TO W-CACHE-NUMERO
           MOVE LOC-SEQ    TO W-CACHE-SEQ
           MOVE W-LOC-INI  TO W-CACHE-INI
           MOVE W-LOC-FIM  TO W-CACHE-FIM.
       SOMAR-LOCACAO-GRAVA.
           MOVE W-CACHE-NUMERO TO LKM-NUMERO
           MOVE W-CACHE-SEQ    TO LKM-SEQ
           READ ARQLOCKM
           IF ST-ERRO-LKM = "00"
              ADD W-TRECHO-KM TO LKM-KM
              ADD 1 TO LKM-TRECHOS
              REWRITE REGLOCKM
           ELSE
              MOVE "00" TO ST-ERRO-LKM
              MOVE W-TRECHO-KM TO LKM-KM
              MOVE 1 TO LKM-TRECHOS
              WRITE REGLOCKM.
           ADD 1 TO W-CONT-TRC-LOC.
       SOMAR-LOCACAO-FIM.
           EXIT.

      * DENTRO DA AREA = A MENOS DE RAIO-KM DE ALGUM CEP CADASTRADO
      * (DISTANCIA PLANA EM GRAUS); SEM CEP CARREGADO OU COORDENADA
      * ILEGIVEL, A POSICAO CONTA COMO DENTRO PARA NAO INUNDAR O
              CLOSE CEPS.
           IF W-OCO-ABERTO = "S"
              CLOSE ARQOCORR.
           IF W-BID-ABERTO = "S"
              CLOSE ARQBIKEID.
           CLOSE ARQODOM
           CLOSE ARQLOCKM
           IF W-LOC-ABERTO = "S"
              CLOSE ARQLOC.
       FECHAR-ARQS-FIM.
           EXIT.

