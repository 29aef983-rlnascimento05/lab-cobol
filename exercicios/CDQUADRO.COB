       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGB-047.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************
      * SGB-047 - CONSULTA DE BICICLETA PELO NUMERO DO QUADRO
      * A POLICIA PEDE O NUMERO DO QUADRO EM TODO B.O. E, QUANDO UMA
      * BIKE E ACHADA, E ELE QUE DIZ DE QUEM ELA E. ESTA CONSULTA,
      * SOMENTE LEITURA, PROCURA O NUMERO DO QUADRO NO CADASTRO DE
      * IDENTIFICACAO ARQBIKEID.DAT (MANTIDO PELO SGB-002 JUNTO COM
      * A BIKE) E MOSTRA A BIKE DA FROTA A QUE ELE PERTENCE, COM O
      * RASTREADOR, A CHAVE DO CADEADO E A NOTA FISCAL DE COMPRA.
      * QUADRO QUE NAO ESTA NO CADASTRO NAO E DA FROTA.
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
           SELECT ARQBIKEID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BID-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BID-QUADRO
                    ALTERNATE RECORD KEY IS BID-RASTREADOR
                                   WITH DUPLICATES.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO-BIKE
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-BIKE PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-QUADRO     PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPER.
           03 LK-OPER-ID       PIC X(8).
           03 LK-OPER-NIVEL    PIC 9(1).
           03 LK-OPER-OK       PIC X(1).
           03 LK-OPER-FILIAL   PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAQUADRO.
           05  LINE 02  COLUMN 01
               VALUE  "  CONSULTA PELO NUMERO DO QUADRO".
           05  LINE 04  COLUMN 01
               VALUE  "  NUMERO DO QUADRO:".
           05  LINE 06  COLUMN 01
               VALUE  "  BIKE:".
           05  LINE 07  COLUMN 01
               VALUE  "  MARCA:".
           05  LINE 08  COLUMN 01
               VALUE  "  MODELO:".
           05  LINE 09  COLUMN 01
               VALUE  "  COR:".
           05  LINE 10  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 11  COLUMN 01
               VALUE  "  FILIAL:".
           05  LINE 13  COLUMN 01
               VALUE  "  RASTREADOR:".
           05  LINE 14  COLUMN 01
               VALUE  "  CHAVE DO CADEADO:".
           05  LINE 15  COLUMN 01
               VALUE  "  NOTA FISCAL DE COMPRA:".
           05  TQQUADRO
               LINE 04  COLUMN 21  PIC X(20)
               USING  W-QUADRO
               AUTO          HIGHLIGHT.
           05  TQNUMERO
               LINE 06  COLUMN 09  PIC 9(04)
               USING  NUMERO.
           05  TQMARCA
               LINE 07  COLUMN 10  PIC X(20)
               USING  MARCA.
           05  TQMODELO
               LINE 08  COLUMN 11  PIC X(20)
               USING  MODELO.
           05  TQCOR
               LINE 09  COLUMN 08  PIC X(13)
               USING  CORDESCRICAO.
           05  TQSITUACAO
               LINE 10  COLUMN 13  PIC X(13)
               USING  SITUACAODESCRICAO.
           05  TQFILIAL
               LINE 11  COLUMN 11  PIC X(13)
               USING  FILIALDESCRICAO.
           05  TQRASTREADOR
               LINE 13  COLUMN 15  PIC X(15)
               USING  BID-RASTREADOR.
           05  TQCADEADO
               LINE 14  COLUMN 21  PIC X(10)
               USING  BID-CADEADO.
           05  TQNF
               LINE 15  COLUMN 26  PIC X(12)
               USING  BID-NF.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPER.
       INICIO.
      *
       CONS-OP0.
           OPEN INPUT ARQBIKEID
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM QUADRO CADASTRADO NO SGB-002" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO BIKE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBIKEID
              GO TO ROT-FIMP.
       CONS-001.
                MOVE SPACES TO W-QUADRO MARCA MODELO CORDESCRICAO
                MOVE SPACES TO SITUACAODESCRICAO FILIALDESCRICAO
                MOVE SPACES TO BID-RASTREADOR BID-CADEADO BID-NF
                MOVE ZEROS  TO NUMERO
                DISPLAY (01, 01) ERASE
                DISPLAY TELAQUADRO.
       CONS-002.
                DISPLAY (23, 10) "F1=SAIR"
                ACCEPT TQQUADRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-QUADRO = SPACES
                   MOVE "*** INFORME O NUMERO DO QUADRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONS-002.
                MOVE W-QUADRO TO BID-QUADRO
                READ ARQBIKEID KEY IS BID-QUADRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE "*** QUADRO NAO CADASTRADO NA FROTA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONS-001.
                MOVE BID-NUMERO TO NUMERO
                READ ARQBIKE
                IF ST-ERRO-BIKE NOT = "00"
                   MOVE "00" TO ST-ERRO-BIKE
                   MOVE SPACES TO MARCA MODELO CORDESCRICAO
                   MOVE SPACES TO SITUACAODESCRICAO FILIALDESCRICAO
                   DISPLAY TELAQUADRO
                   MOVE "*** BIKE DO QUADRO NAO ESTA MAIS NO CADASTRO"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONS-002.
                DISPLAY TELAQUADRO
                IF SITUACAO = "R" OR SITUACAO = "B"
                   DISPLAY (17, 05)
                       "** BIKE COM OCORRENCIA - VER O SGB-013 **"
                ELSE
                   DISPLAY (17, 05) LIMPA.
                GO TO CONS-002.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE ARQBIKEID ARQBIKE
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
