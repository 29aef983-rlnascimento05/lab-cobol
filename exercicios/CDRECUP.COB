      * M=AVARIADA) E DEVOLVE A BIKE PARA "A" OU "M" CONFORME A
      * CONDICAO. O REL038 LISTA AS RECUPERADAS PARA A MESA DE
      * SEGUROS SINALIZAR SINISTRO JA INDENIZADO.
      * 2026-10-15  ANTES DE CONFIRMAR, O ATENDENTE DIGITA O NUMERO
      * DO QUADRO LIDO NA BIKE RECUPERADA, QUE TEM DE BATER COM O
      * QUADRO CADASTRADO EM ARQBIKEID.DAT (SGB-002) -- SEM ISSO NAO
      * HAVIA COMO CONFIRMAR QUE A BIKE ERA MESMO DA FROTA. BIKE
      * ANTIGA SEM QUADRO CADASTRADO SEGUE COM AVISO.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO-BIKE
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 SITUACAODESCRICAO PIC X(13).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-DATA-REC   PIC 9(08) VALUE ZEROS.
       77 W-CONDICAO   PIC X(01) VALUE SPACES.
       77 ST-ERRO-BID  PIC X(02) VALUE "00".
       77 W-BID-ABERTO PIC X(01) VALUE "N".
       77 W-QUADRO     PIC X(20) VALUE SPACES.

       COPY DATAVAL.

              MOVE "ERRO NA ABERTURA DO ARQUIVO BIKE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT ARQBIKEID
           IF ST-ERRO-BID = "00"
              MOVE "S" TO W-BID-ABERTO
           ELSE
              MOVE "N" TO W-BID-ABERTO
              MOVE "00" TO ST-ERRO-BID.

       PEDE-BIKE.
           DISPLAY (01, 01) ERASE
              MOVE "A" TO W-CONDICAO.
           IF W-CONDICAO = "m"
              MOVE "M" TO W-CONDICAO.
      * CONFERENCIA DO QUADRO: O NUMERO LIDO NA BIKE TEM DE SER O DO
      * CADASTRO DE IDENTIFICACAO
       PEDE-QUADRO.
           MOVE SPACES TO BID-QUADRO
           IF W-BID-ABERTO = "S"
              MOVE W-NUMERO-PED TO BID-NUMERO
              READ ARQBIKEID
              IF ST-ERRO-BID NOT = "00"
                 MOVE "00" TO ST-ERRO-BID
                 MOVE SPACES TO BID-QUADRO.
           IF BID-QUADRO = SPACES
              MOVE "BIKE SEM QUADRO NO CADASTRO - CONFIRA NA MAO"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-OPC.
           MOVE SPACES TO W-QUADRO
           DISPLAY (12, 05) "QUADRO LIDO NA BIKE (BRANCO=SAIR):"
           ACCEPT  (12, 40) W-QUADRO
           IF W-QUADRO = SPACES
              MOVE "RECUPERACAO CANCELADA PELO USUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-BIKE.
           IF W-QUADRO NOT = BID-QUADRO
              MOVE "*** QUADRO NAO CONFERE COM O CADASTRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-QUADRO.
       CONF-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (13, 05) "CONFIRMA A RECUPERACAO? (S / N):"
      *
       ROT-FIM.
                CLOSE ARQOCORR ARQBIKE
                IF W-BID-ABERTO = "S"
                   CLOSE ARQBIKEID.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
