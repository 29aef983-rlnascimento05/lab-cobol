      * COM BO, DATAS E CONDICAO DE VOLTA, PARA A MESA DE SEGUROS
      * CONFERIR SE O SINISTRO DAQUELE BO JA FOI INDENIZADO E
      * SINALIZAR A SEGURADORA.
      * 2026-10-15  NUMERO DO QUADRO DA BIKE (ARQBIKEID.DAT, MANTIDO
      * PELO SGB-002) IMPRESSO EM CADA LINHA, PARA A SEGURADORA
      * CONFERIR A BIKE DEVOLVIDA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS OCORR-CHAVE
                    FILE STATUS  IS ST-ERRO.

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
               VALUE OF FILE-ID IS "REL038.TXT".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-RECUP     PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-BID      PIC X(02) VALUE "00".
       77 W-BID-ABERTO     PIC X(01) VALUE "N".
       77 W-QUADRO         PIC X(20) VALUE SPACES.

       01 CAB-1.
           03 FILLER       PIC X(80) VALUE
              "RELATORIO DE BICICLETAS RECUPERADAS".
       01 CAB-2.
           03 FILLER       PIC X(54) VALUE
              "BIKE   SEQ   BO              DT.OCORR  DT.RECUP  COND".
           03 FILLER       PIC X(26) VALUE "QUADRO".
       01 LINHA-DET.
           03 LD-NUMERO    PIC X(07).
           03 LD-SEQ       PIC X(06).
           03 LD-BO        PIC X(16).
           03 LD-DATA      PIC X(10).
           03 LD-DATAREC   PIC X(10).
           03 LD-COND      PIC X(05).
           03 LD-QUADRO    PIC X(20).
       01 LINHA-GERAL.
           03 FILLER       PIC X(24) VALUE
              "OCORRENCIAS LIDAS: ".
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO OCORR ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
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

       IMPRIMIR-LINHA.
           MOVE OCORR-NUMERO     TO BID-NUMERO
           PERFORM BUSCAR-QUADRO THRU BUSCAR-QUADRO-FIM
           ADD 1 TO W-CONT-RECUP
           MOVE SPACES           TO LINHA-DET
           MOVE OCORR-NUMERO     TO LD-NUMERO
           MOVE OCORR-DATA       TO LD-DATA
           MOVE OCORR-DATA-RECUP TO LD-DATAREC
           MOVE OCORR-CONDICAO   TO LD-COND
           MOVE W-QUADRO         TO LD-QUADRO
           WRITE LINHA-REL FROM LINHA-DET.
       IMPRIMIR-LINHA-FIM.
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

       IMPRIMIR-TOTAL.
           MOVE W-CONT-LIDAS TO LG-LIDAS
           MOVE W-CONT-RECUP TO LG-RECUP

       FECHAR-ARQS.
           CLOSE ARQOCORR
           IF W-BID-ABERTO = "S"
              CLOSE ARQBIKEID.
           CLOSE RELATORIO
           MOVE "REL038" TO W-REL-ID
           MOVE "REL038.TXT" TO W-REL-ARQ
