      * (FECHA001), FORMATADO PELAS ROTINAS COMPARTILHADAS COPY
      * RELPAG./RELPAGP. -- E O DOCUMENTO QUE A SECRETARIA MONTAVA A
      * PARTIR DOS REL017 IMPRESSOS E ARQUIVADOS, PARA TRANSFERENCIA
      * DE MATRICULA E DIPLOMA. NO FIM DO HISTORICO SAEM AS
      * TRANSFERENCIAS DE TURMA DO ALUNO REGISTRADAS PELO CDMATRIC
      * EM ARQTRTUR.DAT.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAVE-NOTASH
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTRTUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TRT
                    FILE STATUS  IS ST-ERRO-TRT.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
                03 HIS-NOTA-EXAME       PIC 9(02).
                03 HIS-RESULT-FINAL     PIC X(20).

       FD ARQTRTUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRTUR.DAT".
       01 REGTRT.
                03 CHAVE-TRT.
                   05 TRT-RA            PIC X(13).
                   05 TRT-SEQ           PIC 9(3).
                03 TRT-DATA             PIC 9(8).
                03 TRT-ORIGEM           PIC X(6).
                03 TRT-DESTINO          PIC X(6).
                03 TRT-MANTIDAS         PIC 9(3).
                03 TRT-NOVAS            PIC 9(3).
                03 TRT-ENCERRADAS       PIC 9(3).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTESC.TXT".
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-RA-PED     PIC X(13) VALUE SPACES.
       77 W-CONT-LIN   PIC 9(04) VALUE ZEROS.
       77 ST-ERRO-TRT  PIC X(02) VALUE "00".
       77 W-TRT-ABERTO PIC X(01) VALUE "N".
       77 W-CONT-TRT   PIC 9(04) VALUE ZEROS.

       COPY RELPAG.

           03 FILLER       PIC X(26) VALUE
              "DISCIPLINAS NO HISTORICO: ".
           03 LG-CONT      PIC ZZZ9.
       01 LINHA-TRT-TIT.
           03 FILLER       PIC X(24) VALUE
              "TRANSFERENCIAS DE TURMA:".
       01 LINHA-TRT-CAB.
           03 FILLER       PIC X(29) VALUE
              "DATA        ORIGEM  DESTINO  ".
           03 FILLER       PIC X(27) VALUE
              "MANTIDAS  NOVAS  ENCERRADAS".
       01 LINHA-TRT.
           03 LT-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LT-ORIGEM    PIC X(08).
           03 LT-DESTINO   PIC X(09).
           03 LT-MANTIDAS  PIC ZZ9.
           03 FILLER       PIC X(07) VALUE SPACES.
           03 LT-NOVAS     PIC ZZ9.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LT-ENCERRADAS PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "ERRO NA ABERTURA DO HISTORICO ESCOLAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      * SEM O ARQUIVO DE TRANSFERENCIAS O HISTORICO SAI SEM ELAS
           OPEN INPUT ARQTRTUR
           IF ST-ERRO-TRT = "00"
              MOVE "S" TO W-TRT-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-TRT.

       PEDE-RA.
           DISPLAY (01, 01) ERASE
           GO TO PEDE-RA.

       GERAR-HISTORICO.
           MOVE ZEROS TO W-CONT-LIN W-CONT-TRT W-PAGINA
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO HISTESC" TO MENS
           MOVE W-CONT-LIN TO LG-CONT
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-GERAL
           ADD 2 TO W-LINPAG
           PERFORM LISTAR-TRANSF THRU LISTAR-TRANSF-FIM
           CLOSE RELATORIO
           IF W-CONT-LIN = ZEROS AND W-CONT-TRT = ZEROS
              MOVE "*** RA SEM HISTORICO FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERAR-HISTORICO-FIM.
           EXIT.

      * TRANSFERENCIAS DE TURMA DO RA, NA ORDEM EM QUE FORAM FEITAS
       LISTAR-TRANSF.
           IF W-TRT-ABERTO NOT = "S"
              GO TO LISTAR-TRANSF-FIM.
           MOVE W-RA-PED TO TRT-RA
           MOVE ZEROS    TO TRT-SEQ
           START ARQTRTUR KEY IS NOT LESS CHAVE-TRT
               INVALID KEY MOVE "10" TO ST-ERRO-TRT.
           IF ST-ERRO-TRT NOT = "00"
              GO TO LISTAR-TRANSF-VOLTA.
       LISTAR-TRANSF-LER.
           READ ARQTRTUR NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-TRT.
           IF ST-ERRO-TRT NOT = "00"
              GO TO LISTAR-TRANSF-VOLTA.
           IF TRT-RA NOT = W-RA-PED
              GO TO LISTAR-TRANSF-VOLTA.
           IF W-CONT-TRT = ZEROS
              PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM ESPACOS-REL
              WRITE LINHA-REL FROM LINHA-TRT-TIT
              WRITE LINHA-REL FROM LINHA-TRT-CAB
              ADD 3 TO W-LINPAG.
           ADD 1 TO W-CONT-TRT
           MOVE TRT-DATA       TO LT-DATA
           MOVE TRT-ORIGEM     TO LT-ORIGEM
           MOVE TRT-DESTINO    TO LT-DESTINO
           MOVE TRT-MANTIDAS   TO LT-MANTIDAS
           MOVE TRT-NOVAS      TO LT-NOVAS
           MOVE TRT-ENCERRADAS TO LT-ENCERRADAS
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TRT
           ADD 1 TO W-LINPAG
           GO TO LISTAR-TRANSF-LER.
       LISTAR-TRANSF-VOLTA.
           MOVE "00" TO ST-ERRO-TRT.
       LISTAR-TRANSF-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      *
       ROT-FIM.
                CLOSE NOTASH
                IF W-TRT-ABERTO = "S"
                   CLOSE ARQTRTUR.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
