       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPS002.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * IMPORTACAO DAS RESPOSTAS DA PESQUISA NPS          *
      **************************************************
      * LE NPSRESP.TXT, A DEVOLUCAO DO GATEWAY COM AS RESPOSTAS DA
      * PESQUISA ENVIADA PELO NPS001, UMA POR LINHA, DELIMITADA
      * POR ";":
      *     CHAVE-LOC;NOTA;COMENTARIO
      * (CHAVE-LOC COM 8 DIGITOS, NUMERO DA BIKE + SEQUENCIA; NOTA
      * DE 0 A 10; O COMENTARIO E O RESTO DA LINHA E PODE TRAZER
      * ";") E GRAVA A NOTA E O COMENTARIO NO REGISTRO DA PESQUISA
      * EM ARQNPS.DAT, QUE PASSA A "R" COM A DATA DA RESPOSTA.
      * IGNORA, CONTANDO, LINHA COM CHAVE QUE NAO FOI PESQUISADA,
      * NOTA FORA DE 0 A 10 OU PESQUISA JA RESPONDIDA (VALE A
      * PRIMEIRA RESPOSTA). SEM ARQUIVO DE RESPOSTAS NO DIA OU SEM
      * PESQUISA ENVIADA AINDA NAO HA O QUE IMPORTAR E O PASSO
      * TERMINA NORMALMENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NPSRESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-ARQ.

           SELECT ARQNPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NPS
                    ALTERNATE RECORD KEY IS NPS-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD NPSRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NPSRESP.TXT".

       01 LINHA-ARQ                    PIC X(150).

       FD ARQNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNPS.DAT".
       01 REGNPS.
                03 CHAVE-NPS.
                   05 NPS-NUMERO        PIC 9(4).
                   05 NPS-SEQ           PIC 9(4).
                03 NPS-CPF              PIC 9(14).
                03 NPS-DATA-DEV         PIC 9(8).
                03 NPS-DATA-ENVIO       PIC 9(8).
                03 NPS-FILIAL           PIC 9(01).
                03 NPS-CATEGORIA        PIC X(01).
                03 NPS-OPERADOR         PIC X(08).
                03 NPS-SITUACAO         PIC X(01).
                   88 NPS-ENVIADA           VALUE "E".
                   88 NPS-RESPONDIDA        VALUE "R".
                03 NPS-NOTA             PIC 9(02).
                03 NPS-COMENTARIO       PIC X(60).
                03 NPS-DATA-RESP        PIC 9(8).
                03 NPS-ACOMP            PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JOBCNT.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-ARQ      PIC X(02) VALUE "00".
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ATUALIZ   PIC 9(06) VALUE ZEROS.
       77 W-CONT-IGNORADOS PIC 9(06) VALUE ZEROS.
       77 W-PONTEIRO       PIC 9(03) VALUE ZEROS.
       77 W-NOTA-N         PIC 9(02) VALUE ZEROS.
       77 W-NOTA-1         PIC 9(01) VALUE ZEROS.
       77 W-NOTA-OK        PIC X(01) VALUE "N".

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-DMA.
          03 W-HOJE-DD      PIC 9(02).
          03 W-HOJE-MM      PIC 9(02).
          03 W-HOJE-AAAA    PIC 9(04).
       01 W-HOJE-DMA-NUM REDEFINES W-HOJE-DMA
                                        PIC 9(08).

       01 W-CAMPOS.
           03 W-CHAVE           PIC X(08).
           03 W-NOTA.
              05 W-NOTA-D1      PIC X(01).
              05 W-NOTA-D2      PIC X(01).
           03 W-COMENTARIO      PIC X(60).
       01 W-NOTA-2 REDEFINES W-CAMPOS.
           03 FILLER            PIC X(08).
           03 W-NOTA-DD         PIC 9(02).
           03 FILLER            PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM LER-LINHA THRU LER-LINHA-FIM
           PERFORM PROC-LINHAS THRU PROC-LINHAS-FIM
               UNTIL ST-ERRO-ARQ = "10"
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "LINHAS LIDAS........: " W-CONT-LIDOS
           DISPLAY "RESPOSTAS GRAVADAS..: " W-CONT-ATUALIZ
           DISPLAY "LINHAS IGNORADAS....: " W-CONT-IGNORADOS
           MOVE W-CONT-LIDOS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT NPSRESP
           IF ST-ERRO-ARQ = "35"
              DISPLAY "SEM ARQUIVO NPSRESP - NADA A IMPORTAR"
              PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
              MOVE 0 TO RETURN-CODE
              GOBACK.
           IF ST-ERRO-ARQ NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO NPSRESP ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN I-O ARQNPS
           IF ST-ERRO = "35"
              DISPLAY "SEM PESQUISA ENVIADA - NADA A IMPORTAR"
              CLOSE NPSRESP
              PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
              MOVE 0 TO RETURN-CODE
              GOBACK.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO ARQNPS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

       LER-LINHA.
           READ NPSRESP
               AT END MOVE "10" TO ST-ERRO-ARQ.
       LER-LINHA-FIM.
           EXIT.

       PROC-LINHAS.
           ADD 1 TO W-CONT-LIDOS
           PERFORM QUEBRAR-LINHA THRU QUEBRAR-LINHA-FIM
           PERFORM VALIDAR-NOTA THRU VALIDAR-NOTA-FIM
           IF W-CHAVE NOT NUMERIC OR W-NOTA-OK NOT = "S"
              ADD 1 TO W-CONT-IGNORADOS
              GO TO PROC-LINHAS-PROX.
           MOVE W-CHAVE TO CHAVE-NPS
           READ ARQNPS
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-CONT-IGNORADOS
              MOVE "00" TO ST-ERRO
              GO TO PROC-LINHAS-PROX.
           IF NOT NPS-ENVIADA
              ADD 1 TO W-CONT-IGNORADOS
              GO TO PROC-LINHAS-PROX.
           MOVE "R"            TO NPS-SITUACAO
           MOVE W-NOTA-N       TO NPS-NOTA
           MOVE W-COMENTARIO   TO NPS-COMENTARIO
           MOVE W-HOJE-DMA-NUM TO NPS-DATA-RESP
           REWRITE REGNPS
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-CONT-ATUALIZ
           ELSE
              DISPLAY "*** ERRO NA GRAVACAO DA PESQUISA ***" CHAVE-NPS
              MOVE 12 TO RETURN-CODE
              GOBACK.
       PROC-LINHAS-PROX.
           PERFORM LER-LINHA THRU LER-LINHA-FIM.
       PROC-LINHAS-FIM.
           EXIT.

      * CHAVE E NOTA ATE O SEGUNDO ";"; O COMENTARIO E O RESTO DA
      * LINHA
       QUEBRAR-LINHA.
           MOVE SPACES TO W-CAMPOS
           MOVE 1      TO W-PONTEIRO
           UNSTRING LINHA-ARQ DELIMITED BY ";"
                   INTO W-CHAVE W-NOTA
                   WITH POINTER W-PONTEIRO
           IF W-PONTEIRO < 151
              MOVE LINHA-ARQ (W-PONTEIRO:) TO W-COMENTARIO.
       QUEBRAR-LINHA-FIM.
           EXIT.

      * NOTA COM UM OU DOIS DIGITOS, DE 0 A 10
       VALIDAR-NOTA.
           MOVE "N" TO W-NOTA-OK
           IF W-NOTA-D1 = SPACE
              GO TO VALIDAR-NOTA-FIM.
           IF W-NOTA-D2 = SPACE
              IF W-NOTA-D1 NOT NUMERIC
                 GO TO VALIDAR-NOTA-FIM
              ELSE
                 MOVE W-NOTA-D1 TO W-NOTA-1
                 MOVE W-NOTA-1  TO W-NOTA-N
                 MOVE "S" TO W-NOTA-OK
                 GO TO VALIDAR-NOTA-FIM.
           IF W-NOTA NOT NUMERIC
              GO TO VALIDAR-NOTA-FIM.
           MOVE W-NOTA-DD TO W-NOTA-N
           IF W-NOTA-N > 10
              GO TO VALIDAR-NOTA-FIM.
           MOVE "S" TO W-NOTA-OK.
       VALIDAR-NOTA-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE NPSRESP
           CLOSE ARQNPS.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY JOBCNTP.
