      * (GRAVADO PELO SGB-003 QUANDO A SITUACAO FOI MARCADA) TODAS AS
      * OCORRENCIAS DAQUELE NUMERO, NA ORDEM DA SEQUENCIA, LISTANDO
      * MOTIVO, BOLETIM DE OCORRENCIA E DATA PARA O SETOR DE SEGUROS.
      * 2026-10-15  NUMERO DO QUADRO DA BIKE (ARQBIKEID.DAT, MANTIDO
      * PELO SGB-002) IMPRESSO EM CADA LINHA, COMO PEDEM A POLICIA E
      * A SEGURADORA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS OCORR-CHAVE
                    FILE STATUS  IS ST-ERRO-OC.

           SELECT ARQBIKEID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BID-NUMERO
                    FILE STATUS  IS ST-ERRO-BID
                    ALTERNATE RECORD KEY IS BID-QUADRO
                    ALTERNATE RECORD KEY IS BID-RASTREADOR
                                   WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
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

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL025.TXT".
       77 W-CONT-BIKES     PIC 9(06) VALUE ZEROS.
       77 W-CONT-OCORR     PIC 9(06) VALUE ZEROS.
       77 W-VALOR-ED       PIC ZZZZZ9,99.
       77 ST-ERRO-BID      PIC X(02) VALUE "00".
       77 W-BID-ABERTO     PIC X(01) VALUE "N".
       77 W-QUADRO         PIC X(20) VALUE SPACES.

       01 CAB-1.
           03 FILLER       PIC X(80) VALUE
              "RELATORIO DE BAIXAS PARA O SEGURO".
       01 CAB-2.
           03 FILLER       PIC X(60) VALUE
              "BIKE MARCA        SIT SEQ MOTIVO       BO      DT.OCORR".
           03 FILLER       PIC X(40) VALUE
              "                QUADRO".
       01 LINHA-DET.
           03 LD-NUMERO    PIC X(05).
           03 LD-MARCA     PIC X(16).
           03 LD-MOTIVO    PIC X(19).
           03 LD-BO        PIC X(16).
           03 LD-DATA      PIC X(10).
           03 LD-QUADRO    PIC X(20).
       01 LINHA-GERAL.
           03 FILLER       PIC X(20) VALUE
              "TOTAL DE BIKES: ".
           IF ST-ERRO-OC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO OCORR ***"
              STOP RUN.
           OPEN INPUT ARQBIKEID
           IF ST-ERRO-BID = "00"
              MOVE "S" TO W-BID-ABERTO
           ELSE
              MOVE "N" TO W-BID-ABERTO
              MOVE "00" TO ST-ERRO-BID.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
           EXIT.

       LISTAR-OCORR.
           MOVE NUMERO TO BID-NUMERO
           PERFORM BUSCAR-QUADRO THRU BUSCAR-QUADRO-FIM
           MOVE NUMERO TO OCORR-NUMERO
           MOVE ZEROS  TO OCORR-SEQ
           START ARQOCORR KEY IS NOT LESS OCORR-CHAVE
       LISTAR-OCORR-FIM.
           EXIT.

      * NUMERO DO QUADRO (IDENTIFICACAO DA BIKE, SGB-002) PEDIDO
      * PELA POLICIA E PELA SEGURADORA; EM BRANCO SE NAO CADASTRADO
       BUSCAR-QUADRO.
           MOVE SPACES TO W-QUADRO
           IF W-BID-ABERTO NOT = "S"
              GO TO BUSCAR-QUADRO-FIM.
           READ ARQBIKEID
           IF ST-ERRO-BID = "00"
              MOVE BID-QUADRO TO W-QUADRO
           ELSE
              MOVE "00" TO ST-ERRO-BID.
       BUSCAR-QUADRO-FIM.
           EXIT.

       IMPRIMIR-LINHA.
           MOVE SPACES      TO LINHA-DET
           MOVE NUMERO      TO LD-NUMERO
           MOVE OCORR-MOTIVO TO LD-MOTIVO
           MOVE OCORR-BO    TO LD-BO
           MOVE OCORR-DATA  TO LD-DATA
           MOVE W-QUADRO    TO LD-QUADRO
           WRITE LINHA-REL FROM LINHA-DET.
       IMPRIMIR-LINHA-FIM.
           EXIT.
       FECHAR-ARQS.
           CLOSE ARQBIKE
           CLOSE ARQOCORR
           IF W-BID-ABERTO = "S"
              CLOSE ARQBIKEID.
           CLOSE RELATORIO.
           MOVE "REL025" TO W-REL-ID
           MOVE "REL025.TXT" TO W-REL-ARQ
