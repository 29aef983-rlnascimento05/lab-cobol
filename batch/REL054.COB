       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL054.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * TAXA MENSAL DE NAO COMPARECIMENTO (NO-SHOW) DAS  *
      * RESERVAS POR FILIAL                              *
      **************************************************
      * O RESV001 MARCA TODA NOITE COMO "N" A RESERVA ATIVA CUJA
      * RETIRADA VENCEU SEM LOCACAO. ESTE RELATORIO PERCORRE
      * ARQRESV.DAT E, PARA AS RESERVAS COM RETIRADA MARCADA NO MES
      * APURADO, CONTA POR FILIAL DA BIKE (ARQBIKE.DAT) O TOTAL DE
      * RESERVAS, AS CUMPRIDAS ("C"), AS CANCELADAS ("X"), AS NAO
      * COMPARECIDAS ("N") E AS AINDA ATIVAS, E IMPRIME EM
      * REL054.TXT A TAXA DE NO-SHOW = NAO COMPARECIDAS / (CUMPRIDAS
      * + NAO COMPARECIDAS) -- A RESERVA CANCELADA A TEMPO NAO PESA
      * CONTRA A FILIAL -- MAIS A LINHA CONSOLIDADA. O MES APURADO
      * VEM DO CONTROLE CTRLCMP.DAT QUANDO RODA NO FECHAMENTO DO
      * JOB002 (COPY COMPVAL./COMPVALP.); AVULSO, E O MES ANTERIOR
      * AO DA DATA DO DIA, JA FECHADO PELO RESV001.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRLCMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CMP.

           SELECT ARQRESV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RESV
                    FILE STATUS  IS ST-ERRO-RSV.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD CTRLCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCMP.DAT".
       01 REGCMP.
                03 CMP-COMPET           PIC 9(06).

       FD ARQRESV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESV.DAT".
       01 REGRESV.
                03 CHAVE-RESV.
                   05 RESV-NUMERO       PIC 9(4).
                   05 RESV-SEQ          PIC 9(4).
                03 RESV-CPF             PIC 9(14).
                03 RESV-DATAINICIO      PIC 9(8).
                03 RESV-HORAINICIO      PIC 9(4).
                03 RESV-DATAFIM         PIC 9(8).
                03 RESV-HORAFIM         PIC 9(4).
                03 RESV-SITUACAO        PIC X(01).
                   88 RESV-ATIVA             VALUE "A".
                   88 RESV-CUMPRIDA          VALUE "C".
                   88 RESV-CANCELADA         VALUE "X".
                   88 RESV-NOSHOW            VALUE "N".

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

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL054.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-RSV      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-FX             PIC 9(01) VALUE ZEROS.
       77 W-F              PIC 9(01) VALUE ZEROS.
       77 W-BASE           PIC 9(06) VALUE ZEROS.
       77 W-TAXA           PIC 9(03)V99 VALUE ZEROS.

      * CONTADORES POR FILIAL (1-5) MAIS A CONSOLIDADA (6)
       01 TAB-NOSHOW.
           03 TN-FIL OCCURS 6 TIMES.
               05 TN-RESERVAS  PIC 9(06).
               05 TN-CUMPRIDAS PIC 9(06).
               05 TN-CANCELAD  PIC 9(06).
               05 TN-NOSHOW    PIC 9(06).
               05 TN-ATIVAS    PIC 9(06).

       COPY TFILIAL.
       COPY RELPAG.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).

       01 W-TITULO-MES.
           03 FILLER       PIC X(38) VALUE
              "TAXA DE NO-SHOW DAS RESERVAS - MES ".
           03 TM-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 TM-ANO       PIC 9(04).

       01 LINHA-DET.
           03 LD-FILIAL    PIC X(14).
           03 LD-RESERVAS  PIC ZZZ.ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-CUMPRIDAS PIC ZZZ.ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-CANCELAD  PIC ZZZ.ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-NOSHOW    PIC ZZZ.ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-ATIVAS    PIC ZZZ.ZZ9.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LD-TAXA      PIC ZZ9,99.
           03 FILLER       PIC X(01) VALUE "%".

       01 LINHA-COL.
           03 FILLER       PIC X(40) VALUE
              "FILIAL        RESERVAS  CUMPRID  CANCEL".
           03 FILLER       PIC X(36) VALUE
              "  NO-SHOW   ATIVAS   TAXA".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-ANO-HOJE
              MOVE CP-CMP-MM   TO W-MES-HOJE
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N
           ELSE
              PERFORM MES-ANTERIOR THRU MES-ANTERIOR-FIM.
           MOVE ZEROS TO TAB-NOSHOW
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM APURAR-RESERVAS THRU APURAR-RESERVAS-FIM
           PERFORM IMPRIMIR-TAXAS THRU IMPRIMIR-TAXAS-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "RESERVAS DO MES........: " TN-RESERVAS (6)
           DISPLAY "NAO COMPARECIDAS.......: " TN-NOSHOW (6)
           MOVE 0 TO RETURN-CODE
           GOBACK.

       MES-ANTERIOR.
           IF W-MES-HOJE = 01
              MOVE 12 TO W-MES-HOJE
              SUBTRACT 1 FROM W-ANO-HOJE
           ELSE
              SUBTRACT 1 FROM W-MES-HOJE.
       MES-ANTERIOR-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN INPUT ARQRESV
           IF ST-ERRO-RSV NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO RESERVAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQBIKE
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * RESERVAS COM RETIRADA MARCADA NO MES, NA FILIAL DA BIKE
       APURAR-RESERVAS.
           CONTINUE.
       APURAR-RESERVAS-LER.
           READ ARQRESV NEXT RECORD
               AT END GO TO APURAR-RESERVAS-FIM.
           MOVE RESV-DATAINICIO TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO APURAR-RESERVAS-LER.
           MOVE RESV-NUMERO TO NUMERO
           READ ARQBIKE
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              MOVE ZEROS TO FILIAL.
           PERFORM DEFINIR-FX THRU DEFINIR-FX-FIM
           PERFORM CONTAR-RESERVA THRU CONTAR-RESERVA-FIM
           IF W-FX NOT = 6
              MOVE 6 TO W-FX
              PERFORM CONTAR-RESERVA THRU CONTAR-RESERVA-FIM.
           GO TO APURAR-RESERVAS-LER.
       APURAR-RESERVAS-FIM.
           EXIT.

       CONTAR-RESERVA.
           ADD 1 TO TN-RESERVAS (W-FX)
           IF RESV-CUMPRIDA
              ADD 1 TO TN-CUMPRIDAS (W-FX).
           IF RESV-CANCELADA
              ADD 1 TO TN-CANCELAD (W-FX).
           IF RESV-NOSHOW
              ADD 1 TO TN-NOSHOW (W-FX).
           IF RESV-ATIVA
              ADD 1 TO TN-ATIVAS (W-FX).
       CONTAR-RESERVA-FIM.
           EXIT.

       DEFINIR-FX.
           MOVE FILIAL TO W-FX
           IF W-FX = 0 OR W-FX > 5
              MOVE 6 TO W-FX.
       DEFINIR-FX-FIM.
           EXIT.

      * UMA LINHA POR FILIAL E O TOTAL CONSOLIDADO
       IMPRIMIR-TAXAS.
           MOVE W-MES-HOJE TO TM-MES
           MOVE W-ANO-HOJE TO TM-ANO
           MOVE W-TITULO-MES TO W-TITULO-REL
           MOVE LINHA-COL TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE 1 TO W-F.
       IMPRIMIR-TAXAS-LOOP.
           IF W-F > 5
              GO TO IMPRIMIR-TAXAS-TOTAL.
           MOVE TBFILIAL (W-F) TO LD-FILIAL
           MOVE W-F TO W-FX
           PERFORM IMPRIMIR-LINHA-FIL THRU IMPRIMIR-LINHA-FIL-FIM
           ADD 1 TO W-F
           GO TO IMPRIMIR-TAXAS-LOOP.
       IMPRIMIR-TAXAS-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-LINPAG
           MOVE "CONSOLIDADO " TO LD-FILIAL
           MOVE 6 TO W-FX
           PERFORM IMPRIMIR-LINHA-FIL THRU IMPRIMIR-LINHA-FIL-FIM.
       IMPRIMIR-TAXAS-FIM.
           EXIT.

       IMPRIMIR-LINHA-FIL.
           MOVE TN-RESERVAS (W-FX)  TO LD-RESERVAS
           MOVE TN-CUMPRIDAS (W-FX) TO LD-CUMPRIDAS
           MOVE TN-CANCELAD (W-FX)  TO LD-CANCELAD
           MOVE TN-NOSHOW (W-FX)    TO LD-NOSHOW
           MOVE TN-ATIVAS (W-FX)    TO LD-ATIVAS
           MOVE ZEROS TO W-TAXA
           COMPUTE W-BASE = TN-CUMPRIDAS (W-FX) + TN-NOSHOW (W-FX)
           IF W-BASE > ZEROS
              COMPUTE W-TAXA ROUNDED =
                      (TN-NOSHOW (W-FX) * 100) / W-BASE.
           MOVE W-TAXA TO LD-TAXA
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM.
       IMPRIMIR-LINHA-FIL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE ARQRESV
           CLOSE ARQBIKE
           CLOSE RELATORIO
           MOVE "REL054  "   TO W-REL-ID
           MOVE "REL054.TXT" TO W-REL-ARQ
           MOVE "TAXA MENSAL DE NO-SHOW POR FILIAL" TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
