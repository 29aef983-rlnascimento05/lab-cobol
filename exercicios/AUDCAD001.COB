       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCAD001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CADEIA DE HASH DAS TRILHAS DE AUDITORIA        *
      **************************************************
      * CHAMADO PELAS ROTINAS DO COPY AUDCADP. (CADCLI, CADFUNC,
      * CADNOTAS E CDBIKE AO GRAVAR A TRILHA; AUDCONS001, AUDVER001
      * E AUDCONV002 AO CONFERIR OU MONTAR A CADEIA). O HASH DE UMA
      * LINHA PARTE DO HASH DA LINHA ANTERIOR E DOBRA, CARACTERE A
      * CARACTERE, OS 8 DIGITOS DA SEQUENCIA E OS 33 PRIMEIROS BYTES
      * DA LINHA: CADA CARACTERE VIRA A POSICAO DELE EM W-TABALFA
      * (DESCONHECIDO VALE 67) E HASH = (HASH * 97 + POSICAO) MODULO
      * 1.000.000.000, COMO NO CALC-HASH-SENHA DO COPY OPERVALP.
      * A ULTIMA SEQUENCIA E O ULTIMO HASH DE CADA TRILHA FICAM EM
      * AUDCADEIA.DAT (CHAVE: NOME DA TRILHA). FUNCOES:
      *   G PROXIMO ELO: SEQUENCIA + 1, HASH, ATUALIZA O CONTROLE
      *     (SEM O CONTROLE DEVOLVE "ER" E SEQUENCIA ZERO)
      *   V SO CALCULA O HASH A PARTIR DE W-AUD-HASH-ANT/W-AUD-SEQ
      *   C CONSULTA O CONTROLE ("NE" SE A TRILHA NAO TEM CADEIA)
      *   I GRAVA NO CONTROLE A SEQUENCIA E O HASH PASSADOS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDCADEIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAD-TRILHA
                    FILE STATUS  IS ST-ERRO-CAD.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AUDCADEIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDCADEIA.DAT".
       01 REGCADEIA.
                03 CAD-TRILHA           PIC X(8).
                03 CAD-ULT-SEQ          PIC 9(8).
                03 CAD-ULT-HASH         PIC 9(9).
                03 CAD-DATA-ALT         PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-CAD      PIC X(02) VALUE "00".
       77 W-CAD-ABERTO     PIC X(01) VALUE "N".
       77 W-CAD-ACHADO     PIC X(01) VALUE "N".
       77 W-HOJE           PIC 9(08) VALUE ZEROS.
       77 W-I              PIC 9(02) COMP VALUE ZEROS.
       77 W-J              PIC 9(02) COMP VALUE ZEROS.
       77 W-VAL            PIC 9(02) COMP VALUE ZEROS.
       77 W-WORK           PIC 9(12) COMP VALUE ZEROS.
       77 W-T              PIC 9(03) COMP VALUE ZEROS.
       77 W-HASH           PIC 9(09) VALUE ZEROS.
       01 W-ENTRADA.
           03 W-ENT-SEQ        PIC 9(08).
           03 W-ENT-LINHA      PIC X(33).
       01 W-ENTRADA-R REDEFINES W-ENTRADA.
           03 W-ENT-CH         PIC X(01) OCCURS 41 TIMES.
       01 W-TABALFA.
           03 FILLER           PIC X(37) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
           03 FILLER           PIC X(29) VALUE
              "abcdefghijklmnopqrstuvwxyz.-/".
       01 W-TABALFA-R REDEFINES W-TABALFA.
           03 W-CHR            PIC X(01) OCCURS 66 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-AUD.
           03 LK-AUD-FUNCAO     PIC X(01).
           03 LK-AUD-TRILHA     PIC X(08).
           03 LK-AUD-LINHA      PIC X(33).
           03 LK-AUD-SEQ        PIC 9(08).
           03 LK-AUD-HASH-ANT   PIC 9(09).
           03 LK-AUD-HASH       PIC 9(09).
           03 LK-AUD-RESP       PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-AUD.
       INICIO.
           MOVE "OK" TO LK-AUD-RESP
           IF LK-AUD-FUNCAO = "V"
              PERFORM CALC-HASH THRU CALC-HASH-FIM
              GO TO INICIO-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-CADEIA THRU ABRIR-CADEIA-FIM
           IF W-CAD-ABERTO NOT = "S"
              MOVE "ER" TO LK-AUD-RESP
              MOVE ZEROS TO LK-AUD-SEQ LK-AUD-HASH
              GO TO INICIO-FIM.
           PERFORM LER-CADEIA THRU LER-CADEIA-FIM
           IF LK-AUD-FUNCAO = "G"
              PERFORM PROXIMO-ELO THRU PROXIMO-ELO-FIM.
           IF LK-AUD-FUNCAO = "C"
              PERFORM CONSULTAR THRU CONSULTAR-FIM.
           IF LK-AUD-FUNCAO = "I"
              MOVE LK-AUD-SEQ  TO CAD-ULT-SEQ
              MOVE LK-AUD-HASH TO CAD-ULT-HASH
              PERFORM GRAVAR-CADEIA THRU GRAVAR-CADEIA-FIM.
           CLOSE AUDCADEIA.
       INICIO-FIM.
           GOBACK.

       ABRIR-CADEIA.
           MOVE "N" TO W-CAD-ABERTO
           OPEN I-O AUDCADEIA
           IF ST-ERRO-CAD = "30" OR "35"
              OPEN OUTPUT AUDCADEIA
              CLOSE AUDCADEIA
              OPEN I-O AUDCADEIA.
           IF ST-ERRO-CAD NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO AUDCADEIA ***"
              MOVE "00" TO ST-ERRO-CAD
              GO TO ABRIR-CADEIA-FIM.
           MOVE "S" TO W-CAD-ABERTO.
       ABRIR-CADEIA-FIM.
           EXIT.

      * TRILHA AINDA SEM CONTROLE COMECA DA SEQUENCIA ZERO
       LER-CADEIA.
           MOVE LK-AUD-TRILHA TO CAD-TRILHA
           MOVE "S" TO W-CAD-ACHADO
           READ AUDCADEIA
           IF ST-ERRO-CAD = "00"
              GO TO LER-CADEIA-FIM.
           MOVE "N" TO W-CAD-ACHADO
           MOVE "00" TO ST-ERRO-CAD
           MOVE LK-AUD-TRILHA TO CAD-TRILHA
           MOVE ZEROS TO CAD-ULT-SEQ CAD-ULT-HASH CAD-DATA-ALT.
       LER-CADEIA-FIM.
           EXIT.

       GRAVAR-CADEIA.
           MOVE W-HOJE TO CAD-DATA-ALT
           IF W-CAD-ACHADO = "S"
              REWRITE REGCADEIA
           ELSE
              WRITE REGCADEIA
              MOVE "S" TO W-CAD-ACHADO.
           IF ST-ERRO-CAD NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO AUDCADEIA ***"
              MOVE "ER" TO LK-AUD-RESP.
           MOVE "00" TO ST-ERRO-CAD.
       GRAVAR-CADEIA-FIM.
           EXIT.

      * PROXIMO ELO: CONTROLE QUE NAO GRAVA DEVOLVE SEQUENCIA ZERO
      * (A LINHA SAI SEM CADEIA E A CONFERENCIA ACUSA)
       PROXIMO-ELO.
           MOVE CAD-ULT-HASH TO LK-AUD-HASH-ANT
           COMPUTE LK-AUD-SEQ = CAD-ULT-SEQ + 1
           PERFORM CALC-HASH THRU CALC-HASH-FIM
           MOVE LK-AUD-SEQ  TO CAD-ULT-SEQ
           MOVE LK-AUD-HASH TO CAD-ULT-HASH
           PERFORM GRAVAR-CADEIA THRU GRAVAR-CADEIA-FIM
           IF LK-AUD-RESP NOT = "OK"
              MOVE ZEROS TO LK-AUD-SEQ LK-AUD-HASH.
       PROXIMO-ELO-FIM.
           EXIT.

       CONSULTAR.
           MOVE CAD-ULT-SEQ  TO LK-AUD-SEQ
           MOVE CAD-ULT-HASH TO LK-AUD-HASH
           IF W-CAD-ACHADO NOT = "S"
              MOVE "NE" TO LK-AUD-RESP.
       CONSULTAR-FIM.
           EXIT.

      * HASH DA SEQUENCIA + LINHA A PARTIR DO HASH ANTERIOR
       CALC-HASH.
           MOVE LK-AUD-SEQ      TO W-ENT-SEQ
           MOVE LK-AUD-LINHA    TO W-ENT-LINHA
           MOVE LK-AUD-HASH-ANT TO W-HASH
           MOVE 1 TO W-I.
       CALC-HASH-LOOP.
           IF W-I > 41
              GO TO CALC-HASH-SAI.
           MOVE 67 TO W-VAL
           MOVE 1 TO W-J.
       CALC-HASH-ACHA.
           IF W-J > 66
              GO TO CALC-HASH-SOMA.
           IF W-CHR (W-J) = W-ENT-CH (W-I)
              MOVE W-J TO W-VAL
              GO TO CALC-HASH-SOMA.
           ADD 1 TO W-J
           GO TO CALC-HASH-ACHA.
       CALC-HASH-SOMA.
           COMPUTE W-WORK = (W-HASH * 97) + W-VAL
           COMPUTE W-T = W-WORK / 1000000000
           COMPUTE W-HASH = W-WORK - (W-T * 1000000000)
           ADD 1 TO W-I
           GO TO CALC-HASH-LOOP.
       CALC-HASH-SAI.
           MOVE W-HASH TO LK-AUD-HASH.
       CALC-HASH-FIM.
           EXIT.
