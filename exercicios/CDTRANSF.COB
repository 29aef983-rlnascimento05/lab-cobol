      *             BLOQUEADO CONFORME O PARAMETRO FILIALPOL
      *             (0 = LIVRE, 1 = AVISA, 2 = BLOQUEIA), COMO NO
      *             SGB-004.
      * 2026-10-15  TIPO DO MOVIMENTO EM TRANSF-TIPO: "E" PARA O
      *             ENVIO FEITO AQUI, "U" PARA A BIKE QUE MUDA DE
      *             FILIAL POR TER SIDO DEVOLVIDA EM OUTRA FILIAL
      *             (GRAVADO PELO SGB-004 JA RECEBIDO).
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 TRANSF-SITUACAO      PIC X(01).
                   88 TRANSF-EM-TRANSITO    VALUE "T".
                   88 TRANSF-RECEBIDA       VALUE "R".
                03 TRANSF-TIPO          PIC X(01).
                   88 TRANSF-TIPO-ENVIO     VALUES " " "E".
                   88 TRANSF-TIPO-RETORNO   VALUE "U".

       FD ARQPARAM
               LABEL RECORD IS STANDARD
           MOVE ZEROS       TO TRANSF-DATA-RECEB
           MOVE SPACES      TO TRANSF-OPER-RECEB
           MOVE "T"         TO TRANSF-SITUACAO
           MOVE "E"         TO TRANSF-TIPO
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA TRANSFERENCIA" TO MENS
           MOVE ZEROS         TO TRANSF-DATA-RECEB
           MOVE SPACES        TO TRANSF-OPER-RECEB
           MOVE "T"           TO TRANSF-SITUACAO
           MOVE "E"           TO TRANSF-TIPO
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA TRANSFERENCIA" TO MENS
