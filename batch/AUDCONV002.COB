       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCONV002.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CONVERSAO UNICA DAS TRILHAS DE AUDITORIA PARA     *
      * O LAYOUT COM A CADEIA DE HASH                     *
      **************************************************
      * AS LINHAS DE CADAUDCLI, CADAUDFUNC, CADAUDNOTAS E AUDBIKE
      * PASSARAM A LEVAR NO FIM A SEQUENCIA (9(08)) E O HASH
      * ENCADEADO (9(09)) DA CADEIA DA TRILHA (COPY AUDCAD.). ESTE
      * JOB, RODADO UMA UNICA VEZ NA IMPLANTACAO -- DEPOIS DO
      * ULTIMO CORTE DO AUDARQ001 E ANTES DE LIBERAR OS PROGRAMAS
      * QUE GRAVAM AS TRILHAS --, CONVERTE CADA TRILHA NA ORDEM EM
      * QUE AS LINHAS FORAM GRAVADAS: PRIMEIRO O ARQUIVADO (.ARC),
      * DEPOIS O ARQUIVO VIVO, NUMERANDO AS LINHAS A PARTIR DE 1 E
      * ENCADEANDO O HASH DE UMA NA OUTRA (FUNCAO "V" DO AUDCAD001).
      * CADA ARQUIVO PASSA PELO .TMP E E RECRIADO CONFERINDO AS
      * CONTAGENS, COMO NO AUDCONV001. NO FIM A ULTIMA SEQUENCIA E
      * O ULTIMO HASH VAO PARA O AUDCADEIA.DAT (FUNCAO "I"). TRILHA
      * QUE JA TEM CONTROLE NO AUDCADEIA.DAT E PULADA: RELER O
      * LAYOUT NOVO COMO ANTIGO CORROMPERIA O ARQUIVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VELCLI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPCLI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVCLI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELFUNC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPFUNC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVFUNC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELNOTAS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPNOTAS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVNOTAS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELBIKE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPBIKE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVBIKE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-NOV.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      * O VELHO E O NOVO SAO O MESMO ARQUIVO (.ARC OU .DAT, EM
      * W-ARQ-TRILHA), ABERTO PRIMEIRO PARA LER O LAYOUT ANTIGO E
      * DEPOIS RECRIADO NO LAYOUT NOVO A PARTIR DO .TMP

       FD VELCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-VELCLI                   PIC X(33).

       FD TMPCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDCLI.TMP".
       01 REG-TMPCLI.
                03 TMC-LINHA            PIC X(33).
                03 TMC-SEQ              PIC 9(08).
                03 TMC-HASH             PIC 9(09).

       FD NOVCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-NOVCLI                   PIC X(50).

       FD VELFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-VELFUNC                  PIC X(29).

       FD TMPFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDFUNC.TMP".
       01 REG-TMPFUNC.
                03 TMF-LINHA            PIC X(29).
                03 TMF-SEQ              PIC 9(08).
                03 TMF-HASH             PIC 9(09).

       FD NOVFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-NOVFUNC                  PIC X(46).

       FD VELNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-VELNOTAS                 PIC X(30).

       FD TMPNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDNOTAS.TMP".
       01 REG-TMPNOTAS.
                03 TMN-LINHA            PIC X(30).
                03 TMN-SEQ              PIC 9(08).
                03 TMN-HASH             PIC 9(09).

       FD NOVNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-NOVNOTAS                 PIC X(47).

       FD VELBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-VELBIKE                  PIC X(21).

       FD TMPBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDBIKE.TMP".
       01 REG-TMPBIKE.
                03 TMB-LINHA            PIC X(21).
                03 TMB-SEQ              PIC 9(08).
                03 TMB-HASH             PIC 9(09).

       FD NOVBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-NOVBIKE                  PIC X(38).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-TMP      PIC X(02) VALUE "00".
       77 ST-ERRO-NOV      PIC X(02) VALUE "00".
       77 W-ARQ-TRILHA     PIC X(20) VALUE SPACES.
       77 W-CONT-CONV      PIC 9(07) VALUE ZEROS.
       77 W-CONT-VOLTA     PIC 9(07) VALUE ZEROS.
       77 W-SEQ            PIC 9(08) VALUE ZEROS.
       77 W-HASH-ANT       PIC 9(09) VALUE ZEROS.
       77 W-PULAR          PIC X(01) VALUE "N".

       COPY AUDCAD.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONV-CLI THRU CONV-CLI-FIM
           PERFORM CONV-FUNC THRU CONV-FUNC-FIM
           PERFORM CONV-NOTAS THRU CONV-NOTAS-FIM
           PERFORM CONV-BIKE THRU CONV-BIKE-FIM
           DISPLAY "CONVERSAO CONCLUIDA"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * TRILHA JA COM CONTROLE NO AUDCADEIA.DAT JA ESTA NO LAYOUT
      * NOVO (CONVERTIDA ANTES OU GRAVADA PELOS PROGRAMAS NOVOS)
       CONFERIR-CONTROLE.
           MOVE "N" TO W-PULAR
           MOVE ZEROS TO W-SEQ W-HASH-ANT
           MOVE "C" TO W-AUD-FUNCAO
           CALL "AUDCAD001" USING W-AUD-PARM
           IF W-AUD-RESP = "OK" AND W-AUD-SEQ > ZEROS
              DISPLAY "TRILHA COM CADEIA JA INICIADA, PULADA: "
                      W-AUD-TRILHA
              MOVE "S" TO W-PULAR.
       CONFERIR-CONTROLE-FIM.
           EXIT.

      * ULTIMA SEQUENCIA E ULTIMO HASH DA TRILHA PARA O CONTROLE
       SEMEAR-CONTROLE.
           IF W-SEQ = ZEROS
              GO TO SEMEAR-CONTROLE-FIM.
           MOVE "I"        TO W-AUD-FUNCAO
           MOVE W-SEQ      TO W-AUD-SEQ
           MOVE W-HASH-ANT TO W-AUD-HASH
           CALL "AUDCAD001" USING W-AUD-PARM
           IF W-AUD-RESP NOT = "OK"
              DISPLAY "*** ERRO AO GRAVAR O CONTROLE DA CADEIA: "
                      W-AUD-TRILHA
              MOVE 12 TO RETURN-CODE
              GOBACK.
           DISPLAY "CADEIA " W-AUD-TRILHA " ATE A SEQUENCIA " W-SEQ.
       SEMEAR-CONTROLE-FIM.
           EXIT.

      * PROXIMO ELO: O HASH DA LINHA PARTE DO HASH DA ANTERIOR
       ENCADEAR-LINHA.
           ADD 1 TO W-SEQ
           MOVE "V"        TO W-AUD-FUNCAO
           MOVE W-SEQ      TO W-AUD-SEQ
           MOVE W-HASH-ANT TO W-AUD-HASH-ANT
           CALL "AUDCAD001" USING W-AUD-PARM
           MOVE W-AUD-HASH TO W-HASH-ANT.
       ENCADEAR-LINHA-FIM.
           EXIT.

      * CADAUDCLI: 33 PARA 50 BYTES
       CONV-CLI.
           MOVE "CLI" TO W-AUD-TRILHA
           PERFORM CONFERIR-CONTROLE THRU CONFERIR-CONTROLE-FIM
           IF W-PULAR = "S"
              GO TO CONV-CLI-FIM.
           MOVE "CADAUDCLI.ARC" TO W-ARQ-TRILHA
           PERFORM CONV-CLI-ARQ THRU CONV-CLI-ARQ-FIM
           MOVE "CADAUDCLI.DAT" TO W-ARQ-TRILHA
           PERFORM CONV-CLI-ARQ THRU CONV-CLI-ARQ-FIM
           PERFORM SEMEAR-CONTROLE THRU SEMEAR-CONTROLE-FIM.
       CONV-CLI-FIM.
           EXIT.

       CONV-CLI-ARQ.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE, PULADO: " W-ARQ-TRILHA
              MOVE "00" TO ST-ERRO
              GO TO CONV-CLI-ARQ-FIM.
           OPEN OUTPUT TMPCLI.
       CONV-CLI-LER.
           READ VELCLI
               AT END GO TO CONV-CLI-RECRIA.
           MOVE REG-VELCLI TO W-AUD-LINHA
           PERFORM ENCADEAR-LINHA THRU ENCADEAR-LINHA-FIM
           MOVE REG-VELCLI TO TMC-LINHA
           MOVE W-SEQ      TO TMC-SEQ
           MOVE W-HASH-ANT TO TMC-HASH
           WRITE REG-TMPCLI
           ADD 1 TO W-CONT-CONV
           GO TO CONV-CLI-LER.
       CONV-CLI-RECRIA.
           CLOSE VELCLI
           CLOSE TMPCLI
           OPEN OUTPUT NOVCLI
           OPEN INPUT TMPCLI.
       CONV-CLI-COPIA.
           READ TMPCLI
               AT END GO TO CONV-CLI-FECHA.
           WRITE REG-NOVCLI FROM REG-TMPCLI
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-CLI-COPIA.
       CONV-CLI-FECHA.
           CLOSE NOVCLI
           CLOSE TMPCLI
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY W-ARQ-TRILHA " CONVERTIDO"
              DISPLAY "LINHAS: " W-CONT-CONV
           ELSE
              DISPLAY W-ARQ-TRILHA " NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-CLI-ARQ-FIM.
           EXIT.

      * CADAUDFUNC: 29 PARA 46 BYTES
       CONV-FUNC.
           MOVE "FUNC" TO W-AUD-TRILHA
           PERFORM CONFERIR-CONTROLE THRU CONFERIR-CONTROLE-FIM
           IF W-PULAR = "S"
              GO TO CONV-FUNC-FIM.
           MOVE "CADAUDFUNC.ARC" TO W-ARQ-TRILHA
           PERFORM CONV-FUNC-ARQ THRU CONV-FUNC-ARQ-FIM
           MOVE "CADAUDFUNC.DAT" TO W-ARQ-TRILHA
           PERFORM CONV-FUNC-ARQ THRU CONV-FUNC-ARQ-FIM
           PERFORM SEMEAR-CONTROLE THRU SEMEAR-CONTROLE-FIM.
       CONV-FUNC-FIM.
           EXIT.

       CONV-FUNC-ARQ.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE, PULADO: " W-ARQ-TRILHA
              MOVE "00" TO ST-ERRO
              GO TO CONV-FUNC-ARQ-FIM.
           OPEN OUTPUT TMPFUNC.
       CONV-FUNC-LER.
           READ VELFUNC
               AT END GO TO CONV-FUNC-RECRIA.
           MOVE REG-VELFUNC TO W-AUD-LINHA
           PERFORM ENCADEAR-LINHA THRU ENCADEAR-LINHA-FIM
           MOVE REG-VELFUNC TO TMF-LINHA
           MOVE W-SEQ      TO TMF-SEQ
           MOVE W-HASH-ANT TO TMF-HASH
           WRITE REG-TMPFUNC
           ADD 1 TO W-CONT-CONV
           GO TO CONV-FUNC-LER.
       CONV-FUNC-RECRIA.
           CLOSE VELFUNC
           CLOSE TMPFUNC
           OPEN OUTPUT NOVFUNC
           OPEN INPUT TMPFUNC.
       CONV-FUNC-COPIA.
           READ TMPFUNC
               AT END GO TO CONV-FUNC-FECHA.
           WRITE REG-NOVFUNC FROM REG-TMPFUNC
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-FUNC-COPIA.
       CONV-FUNC-FECHA.
           CLOSE NOVFUNC
           CLOSE TMPFUNC
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY W-ARQ-TRILHA " CONVERTIDO"
              DISPLAY "LINHAS: " W-CONT-CONV
           ELSE
              DISPLAY W-ARQ-TRILHA " NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-FUNC-ARQ-FIM.
           EXIT.

      * CADAUDNOTAS: 30 PARA 47 BYTES
       CONV-NOTAS.
           MOVE "NOTAS" TO W-AUD-TRILHA
           PERFORM CONFERIR-CONTROLE THRU CONFERIR-CONTROLE-FIM
           IF W-PULAR = "S"
              GO TO CONV-NOTAS-FIM.
           MOVE "CADAUDNOTAS.ARC" TO W-ARQ-TRILHA
           PERFORM CONV-NOTAS-ARQ THRU CONV-NOTAS-ARQ-FIM
           MOVE "CADAUDNOTAS.DAT" TO W-ARQ-TRILHA
           PERFORM CONV-NOTAS-ARQ THRU CONV-NOTAS-ARQ-FIM
           PERFORM SEMEAR-CONTROLE THRU SEMEAR-CONTROLE-FIM.
       CONV-NOTAS-FIM.
           EXIT.

       CONV-NOTAS-ARQ.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELNOTAS
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE, PULADO: " W-ARQ-TRILHA
              MOVE "00" TO ST-ERRO
              GO TO CONV-NOTAS-ARQ-FIM.
           OPEN OUTPUT TMPNOTAS.
       CONV-NOTAS-LER.
           READ VELNOTAS
               AT END GO TO CONV-NOTAS-RECRIA.
           MOVE REG-VELNOTAS TO W-AUD-LINHA
           PERFORM ENCADEAR-LINHA THRU ENCADEAR-LINHA-FIM
           MOVE REG-VELNOTAS TO TMN-LINHA
           MOVE W-SEQ      TO TMN-SEQ
           MOVE W-HASH-ANT TO TMN-HASH
           WRITE REG-TMPNOTAS
           ADD 1 TO W-CONT-CONV
           GO TO CONV-NOTAS-LER.
       CONV-NOTAS-RECRIA.
           CLOSE VELNOTAS
           CLOSE TMPNOTAS
           OPEN OUTPUT NOVNOTAS
           OPEN INPUT TMPNOTAS.
       CONV-NOTAS-COPIA.
           READ TMPNOTAS
               AT END GO TO CONV-NOTAS-FECHA.
           WRITE REG-NOVNOTAS FROM REG-TMPNOTAS
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-NOTAS-COPIA.
       CONV-NOTAS-FECHA.
           CLOSE NOVNOTAS
           CLOSE TMPNOTAS
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY W-ARQ-TRILHA " CONVERTIDO"
              DISPLAY "LINHAS: " W-CONT-CONV
           ELSE
              DISPLAY W-ARQ-TRILHA " NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-NOTAS-ARQ-FIM.
           EXIT.

      * AUDBIKE: 21 PARA 38 BYTES
       CONV-BIKE.
           MOVE "BIKE" TO W-AUD-TRILHA
           PERFORM CONFERIR-CONTROLE THRU CONFERIR-CONTROLE-FIM
           IF W-PULAR = "S"
              GO TO CONV-BIKE-FIM.
           MOVE "AUDBIKE.ARC" TO W-ARQ-TRILHA
           PERFORM CONV-BIKE-ARQ THRU CONV-BIKE-ARQ-FIM
           MOVE "AUDBIKE.DAT" TO W-ARQ-TRILHA
           PERFORM CONV-BIKE-ARQ THRU CONV-BIKE-ARQ-FIM
           PERFORM SEMEAR-CONTROLE THRU SEMEAR-CONTROLE-FIM.
       CONV-BIKE-FIM.
           EXIT.

       CONV-BIKE-ARQ.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELBIKE
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE, PULADO: " W-ARQ-TRILHA
              MOVE "00" TO ST-ERRO
              GO TO CONV-BIKE-ARQ-FIM.
           OPEN OUTPUT TMPBIKE.
       CONV-BIKE-LER.
           READ VELBIKE
               AT END GO TO CONV-BIKE-RECRIA.
           MOVE REG-VELBIKE TO W-AUD-LINHA
           PERFORM ENCADEAR-LINHA THRU ENCADEAR-LINHA-FIM
           MOVE REG-VELBIKE TO TMB-LINHA
           MOVE W-SEQ      TO TMB-SEQ
           MOVE W-HASH-ANT TO TMB-HASH
           WRITE REG-TMPBIKE
           ADD 1 TO W-CONT-CONV
           GO TO CONV-BIKE-LER.
       CONV-BIKE-RECRIA.
           CLOSE VELBIKE
           CLOSE TMPBIKE
           OPEN OUTPUT NOVBIKE
           OPEN INPUT TMPBIKE.
       CONV-BIKE-COPIA.
           READ TMPBIKE
               AT END GO TO CONV-BIKE-FECHA.
           WRITE REG-NOVBIKE FROM REG-TMPBIKE
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-BIKE-COPIA.
       CONV-BIKE-FECHA.
           CLOSE NOVBIKE
           CLOSE TMPBIKE
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY W-ARQ-TRILHA " CONVERTIDO"
              DISPLAY "LINHAS: " W-CONT-CONV
           ELSE
              DISPLAY W-ARQ-TRILHA " NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-BIKE-ARQ-FIM.
           EXIT.
