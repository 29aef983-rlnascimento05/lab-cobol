      * COM DEMANDA ACIMA DA DISPONIBILIDADE, NA MESMA CATEGORIA. O
      * OPERADOR DO SGB-010 REVISA E CONFIRMA UMA A UMA -- A BRIGA
      * MENSAL DO REBALANCEAMENTO VIROU UM CHECKLIST.
      * HISTORICO DE ALTERACOES
      * 2026-10-15  DEVOLUCAO EM OUTRA FILIAL: A DEMANDA E CONTADA
      *             NA FILIAL DE RETIRADA DA LOCACAO
      *             (LOC-FILIAL-ORIG), E AS LOCACOES DO MES
      *             DEVOLVIDAS EM OUTRA FILIAL ENTRAM COMO FLUXO
      *             LIQUIDO (CAT-FLUXO: -1 NA ORIGEM, +1 NO
      *             DESTINO) -- FILIAL QUE PERDE BIKES NO VAIVEM
      *             PRECISA DE REPOSICAO ALEM DA PROPRIA DEMANDA, A
      *             QUE GANHA TEM SOBRA A CEDER.
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

       FD ARQPROPT
               LABEL RECORD IS STANDARD
       77 W-FALTA          PIC S9(05) VALUE ZEROS.
       77 W-SOBRA          PIC S9(05) VALUE ZEROS.
       77 W-ACHOU          PIC X(01) VALUE "N".
       77 W-FIL-DEM        PIC 9(01) VALUE ZEROS.
       77 W-CONT-UMAVIA    PIC 9(05) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
                                        PIC 9(08).

      * TABULACAO POR CATEGORIA (ATE 10 CODIGOS DISTINTOS) E FILIAL
      * (1-5): DISPONIVEIS EM "A", LOCACOES ABERTAS NO MES E SALDO
      * DAS DEVOLUCOES EM OUTRA FILIAL NO MES (CHEGADAS - SAIDAS)
       01 TAB-CATS.
           03 CAT-ENT OCCURS 10 TIMES.
               05 CAT-CODIGO   PIC X(01).
               05 CAT-FIL OCCURS 5 TIMES.
                   07 CAT-DISP     PIC 9(05).
                   07 CAT-DEM      PIC 9(05).
                   07 CAT-FLUXO    PIC S9(05).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM TABULAR-DEMANDA THRU TABULAR-DEMANDA-FIM
           PERFORM GERAR-PROPOSTAS THRU GERAR-PROPOSTAS-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "DEVOLUCOES EM OUTRA FILIAL NO MES: " W-CONT-UMAVIA
           DISPLAY "PROPOSTAS GERADAS: " W-CONT-PROPOSTAS
           MOVE 0 TO RETURN-CODE
           GOBACK.
       LER-BIKE-FIM.
           EXIT.

      * DEMANDA = LOCACOES ABERTAS NO MES CORRENTE, NA FILIAL DE
      * RETIRADA (NA FALTA DELA, A DA BIKE) E NA CATEGORIA DA BIKE
      * DA LOCACAO (MESMA TABULACAO DO REL037)
       TABULAR-DEMANDA.
           PERFORM LER-LOC THRU LER-LOC-FIM.
       TABULAR-DEMANDA-LOOP.
              MOVE LOC-NUMERO TO NUMERO
              READ ARQBIKE
              IF ST-ERRO = "00"
                 PERFORM SOMAR-DEMANDA THRU SOMAR-DEMANDA-FIM.
           MOVE "00" TO ST-ERRO
           PERFORM LER-LOC THRU LER-LOC-FIM
           GO TO TABULAR-DEMANDA-LOOP.
       TABULAR-DEMANDA-FIM.
           EXIT.

       SOMAR-DEMANDA.
           MOVE FILIAL TO W-FIL-DEM
           IF LOC-FILIAL-ORIG NOT = ZEROS
              MOVE LOC-FILIAL-ORIG TO W-FIL-DEM.
           IF W-FIL-DEM = ZEROS OR W-FIL-DEM > 5
              GO TO SOMAR-DEMANDA-FIM.
           PERFORM ACHAR-CATEGORIA THRU ACHAR-CATEGORIA-FIM
           ADD 1 TO CAT-DEM (W-CAT-IND, W-FIL-DEM)
           IF LOC-FECHADA AND LOC-FILIAL-ORIG NOT = ZEROS
                          AND LOC-FILIAL-DEV NOT = ZEROS
                          AND LOC-FILIAL-DEV NOT = LOC-FILIAL-ORIG
                          AND LOC-FILIAL-DEV < 6
              SUBTRACT 1 FROM CAT-FLUXO (W-CAT-IND, LOC-FILIAL-ORIG)
              ADD 1 TO CAT-FLUXO (W-CAT-IND, LOC-FILIAL-DEV)
              ADD 1 TO W-CONT-UMAVIA.
       SOMAR-DEMANDA-FIM.
           EXIT.

       LER-LOC.
           READ ARQLOC NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-LOC.
           IF W-FIL > 5
              GO TO ACHAR-DEFICIT-FIM.
           COMPUTE W-FALTA = CAT-DEM (W-CAT-IND, W-FIL)
                   - CAT-FLUXO (W-CAT-IND, W-FIL)
                   - CAT-DISP (W-CAT-IND, W-FIL)
           IF W-FALTA > ZEROS
              MOVE W-FIL TO W-FIL-DEF
           IF W-FIL NOT = W-FIL-DEF
              COMPUTE W-SOBRA = CAT-DISP (W-CAT-IND, W-FIL)
                      - CAT-DEM (W-CAT-IND, W-FIL)
                      + CAT-FLUXO (W-CAT-IND, W-FIL)
              IF W-SOBRA > ZEROS
                 MOVE W-FIL TO W-FIL-SOB
                 GO TO ACHAR-SOBRA-FIM.
