      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-09-02  VERSAO INICIAL.
      * 2026-10-15  NUMERO DO QUADRO DA BIKE (ARQBIKEID.DAT, MANTIDO
      *             PELO SGB-002) MOSTRADO JUNTO COM A OCORRENCIA,
      *             PARA O PROTOCOLO NA SEGURADORA.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OCORR-CHAVE
                    FILE STATUS  IS ST-ERRO-OCO.

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
                03 OCORR-DATA           PIC 9(8).
                03 OCORR-DATA-RECUP     PIC 9(8).
                03 OCORR-CONDICAO       PIC X(01).

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
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-OCO  PIC X(02) VALUE "00".
       77 ST-ERRO-BID  PIC X(02) VALUE "00".
       77 W-BID-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
              MOVE "REGISTRE A OCORRENCIA NO SGB-013 ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT ARQBIKEID
           IF ST-ERRO-BID = "00"
              MOVE "S" TO W-BID-ABERTO
           ELSE
              MOVE "N" TO W-BID-ABERTO
              MOVE "00" TO ST-ERRO-BID.
       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
                   GO TO INC-002.
                DISPLAY (06, 05) OCORR-MOTIVO
                DISPLAY (06, 37) "BO:"
                DISPLAY (06, 41) OCORR-BO
                PERFORM MOSTRAR-QUADRO THRU MOSTRAR-QUADRO-FIM.
       READ-REG.
                MOVE 0 TO W-SEL
                READ ARQSINIS
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
      * MOSTRAR-QUADRO: NUMERO DO QUADRO DA BIKE DA OCORRENCIA
      *-------------------------------------------------------------
       MOSTRAR-QUADRO.
                MOVE SPACES TO BID-QUADRO
                IF W-BID-ABERTO = "S"
                   MOVE SIN-NUMERO TO BID-NUMERO
                   READ ARQBIKEID
                   IF ST-ERRO-BID NOT = "00"
                      MOVE "00" TO ST-ERRO-BID
                      MOVE SPACES TO BID-QUADRO.
                DISPLAY (07, 05) "QUADRO:"
                IF BID-QUADRO = SPACES
                   DISPLAY (07, 13) "NAO CADASTRADO NO SGB-002"
                ELSE
                   DISPLAY (07, 13) BID-QUADRO.
       MOSTRAR-QUADRO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      *
       ROT-FIM.
                CLOSE ARQSINIS ARQOCORR
                IF W-BID-ABERTO = "S"
                   CLOSE ARQBIKEID.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
