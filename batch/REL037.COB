      * FIM COMO "SEM MOVIMENTO". E DESTE RELATORIO QUE COMPRAS E AS
      * TRANSFERENCIAS ENTRE FILIAIS (SGB-010) DEVEM PARTIR.
      * PAGINADO PELAS ROTINAS COMPARTILHADAS COPY RELPAG./RELPAGP.
      * HISTORICO DE ALTERACOES
      * 2026-10-15  DEVOLUCAO EM OUTRA FILIAL: A DEMANDA PASSA A SER
      *             DA FILIAL DE RETIRADA GRAVADA NA LOCACAO
      *             (LOC-FILIAL-ORIG; LOCACAO ANTIGA, SEM ELA, FICA
      *             COM A FILIAL ATUAL DA BIKE), E UM QUADRO NO FIM
      *             MOSTRA O FLUXO DAS DEVOLUCOES EM OUTRA FILIAL
      *             POR PAR ORIGEM/DESTINO E O SALDO LIQUIDO DE
      *             BIKES DE CADA FILIAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       SD WORK-SORT.
       01 WS-REG.
       77 W-IND            PIC 9(03) COMP VALUE ZEROS.
       77 W-IND-ACH        PIC 9(03) COMP VALUE ZEROS.
       77 W-QTD-COMBOS     PIC 9(03) COMP VALUE ZEROS.
       77 W-IX-ORIG        PIC 9(01) VALUE ZEROS.
       77 W-IX-DEST        PIC 9(01) VALUE ZEROS.
       77 W-TOT-FLUXO      PIC 9(06) VALUE ZEROS.
       77 W-SAIDAS         PIC 9(06) VALUE ZEROS.
       77 W-CHEGADAS       PIC 9(06) VALUE ZEROS.

      * DEVOLUCOES EM OUTRA FILIAL POR PAR ORIGEM/DESTINO
       01 TAB-FLUXO.
           03 FX-ORIG OCCURS 5 TIMES.
               05 FX-QTD       PIC 9(06) OCCURS 5 TIMES.
       COPY TFILIAL.

      * TABELA EM MEMORIA COM A FROTA POR FILIAL + CATEGORIA,
      * CARREGADA DE ARQBIKE.DAT ANTES DO SORT (BUSCA LINEAR, COMO A
              "  SEM MOVIMENTO (BIKES: ".
           03 LSM-QTD      PIC ZZZZ9.
           03 FILLER       PIC X(01) VALUE ")".
       01 LINHA-FLUXO-TIT.
           03 FILLER       PIC X(40) VALUE
              "FLUXO DE DEVOLUCOES EM OUTRA FILIAL".
       01 LINHA-FLUXO.
           03 FILLER       PIC X(08) VALUE "RETIRADA".
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LF-ORIG      PIC X(13).
           03 FILLER       PIC X(09) VALUE " DEVOLVE ".
           03 LF-DEST      PIC X(13).
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LF-QTD       PIC ZZZZZ9.
       01 LINHA-SALDO-FIL.
           03 FILLER       PIC X(07) VALUE "FILIAL ".
           03 LSF-FILIAL   PIC X(13).
           03 FILLER       PIC X(08) VALUE " SAIDAS ".
           03 LSF-SAIDAS   PIC ZZZZZ9.
           03 FILLER       PIC X(11) VALUE "  CHEGADAS ".
           03 LSF-CHEG     PIC ZZZZZ9.
           03 FILLER       PIC X(08) VALUE "  SALDO ".
           03 LSF-SALDO    PIC -----9.
       01 LINHA-SEM-FLUXO.
           03 FILLER       PIC X(40) VALUE
              "NENHUMA DEVOLUCAO EM OUTRA FILIAL".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM LISTAR-SEM-MOV THRU LISTAR-SEM-MOV-FIM
           PERFORM LISTAR-FLUXO THRU LISTAR-FLUXO-FIM
           CLOSE RELATORIO.
           MOVE "REL037" TO W-REL-ID
           MOVE "REL037.TXT" TO W-REL-ARQ
           EXIT.

       CARREGAR-SORT.
           MOVE ZEROS TO TAB-FLUXO W-TOT-FLUXO
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
           MOVE W-DMA-AAAA TO W-AM-AAAA
           MOVE W-DMA-MM   TO W-AM-MM
           MOVE FILIAL       TO WS-FILIAL
           IF LOC-FILIAL-ORIG NOT = ZEROS
              MOVE LOC-FILIAL-ORIG TO WS-FILIAL.
           MOVE CATEGORIA    TO WS-CATEGORIA
           MOVE W-ANOMES-NUM TO WS-ANOMES
           RELEASE WS-REG
           IF LOC-FECHADA AND LOC-FILIAL-ORIG NOT = ZEROS
                          AND LOC-FILIAL-DEV NOT = ZEROS
                          AND LOC-FILIAL-DEV NOT = LOC-FILIAL-ORIG
                          AND LOC-FILIAL-ORIG NOT > 5
                          AND LOC-FILIAL-DEV NOT > 5
              ADD 1 TO FX-QTD (LOC-FILIAL-ORIG, LOC-FILIAL-DEV)
              ADD 1 TO W-TOT-FLUXO.
       MONTAR-LOC-PROX.
           PERFORM LER-LOC THRU LER-LOC-FIM.
       MONTAR-LOC-FIM.
       LISTAR-SEM-MOV-FIM.
           EXIT.

      * QUADRO DAS DEVOLUCOES EM OUTRA FILIAL: UMA LINHA POR PAR
      * ORIGEM/DESTINO COM MOVIMENTO E, POR FILIAL, AS BIKES QUE
      * SAIRAM (RETIRADAS AQUI, DEVOLVIDAS LA), AS QUE CHEGARAM E O
      * SALDO LIQUIDO -- E O QUE O REBAL001 COMPENSA
       LISTAR-FLUXO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-FLUXO-TIT
           ADD 2 TO W-LINPAG
           IF W-TOT-FLUXO = ZEROS
              WRITE LINHA-REL FROM LINHA-SEM-FLUXO
              ADD 1 TO W-LINPAG
              GO TO LISTAR-FLUXO-FIM.
           MOVE 1 TO W-IX-ORIG.
       LISTAR-FLUXO-ORIG.
           MOVE 1 TO W-IX-DEST.
       LISTAR-FLUXO-DEST.
           IF FX-QTD (W-IX-ORIG, W-IX-DEST) > ZEROS
              MOVE TBFILIAL (W-IX-ORIG) TO LF-ORIG
              MOVE TBFILIAL (W-IX-DEST) TO LF-DEST
              MOVE FX-QTD (W-IX-ORIG, W-IX-DEST) TO LF-QTD
              PERFORM CONTROLAR-QUEBRA-PAG
                                      THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-FLUXO
              ADD 1 TO W-LINPAG.
           IF W-IX-DEST < 5
              ADD 1 TO W-IX-DEST
              GO TO LISTAR-FLUXO-DEST.
           IF W-IX-ORIG < 5
              ADD 1 TO W-IX-ORIG
              GO TO LISTAR-FLUXO-ORIG.
           MOVE 1 TO W-IX-ORIG.
       LISTAR-FLUXO-SALDO.
           MOVE ZEROS TO W-SAIDAS W-CHEGADAS
           MOVE 1 TO W-IX-DEST.
       LISTAR-FLUXO-SOMA.
           ADD FX-QTD (W-IX-ORIG, W-IX-DEST) TO W-SAIDAS
           ADD FX-QTD (W-IX-DEST, W-IX-ORIG) TO W-CHEGADAS
           IF W-IX-DEST < 5
              ADD 1 TO W-IX-DEST
              GO TO LISTAR-FLUXO-SOMA.
           IF W-SAIDAS > ZEROS OR W-CHEGADAS > ZEROS
              MOVE TBFILIAL (W-IX-ORIG) TO LSF-FILIAL
              MOVE W-SAIDAS   TO LSF-SAIDAS
              MOVE W-CHEGADAS TO LSF-CHEG
              COMPUTE LSF-SALDO = W-CHEGADAS - W-SAIDAS
              PERFORM CONTROLAR-QUEBRA-PAG
                                      THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-SALDO-FIL
              ADD 1 TO W-LINPAG.
           IF W-IX-ORIG < 5
              ADD 1 TO W-IX-ORIG
              GO TO LISTAR-FLUXO-SALDO.
       LISTAR-FLUXO-FIM.
           EXIT.

       COPY RELPAGP.
