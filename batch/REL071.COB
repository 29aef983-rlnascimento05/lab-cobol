       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL071.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * DESVIO DO PADRAO POR SERVICO E MECANICO           *
      **************************************************
      * LE ARQOSVAR.DAT, O PADRAO X REALIZADO QUE O SGB-004 GRAVA NA
      * CONCLUSAO DE CADA ORDEM ABERTA POR UM SERVICO DO CATALOGO
      * ARQSERV.DAT (SGB-052), E LISTA AS ORDENS CONCLUIDAS NA
      * COMPETENCIA DO FECHAMENTO (CTRLCMP.DAT, COPY COMPVAL./
      * COMPVALP.; SEM O CONTROLE, A INFORMADA NO CONSOLE, ZEROS =
      * MES CORRENTE) TOTALIZADAS POR SERVICO E MECANICO: ORDENS,
      * HORAS PADRAO E REAIS, DESVIO DAS HORAS EM PERCENTUAL, CUSTO
      * PADRAO E REAL DAS PECAS E ITENS FORA DO PADRAO (ITEM DO KIT
      * COM QUANTIDADE DIFERENTE MAIS PECA FORA DO KIT). TOTAL POR
      * SERVICO E TOTAL GERAL. SEM ARQOSVAR.DAT (NENHUMA ORDEM DE
      * SERVICO PADRAO CONCLUIDA AINDA) SAI O RELATORIO VAZIO. SAI EM
      * REL071.TXT PELAS ROTINAS COPY RELPAG./RELPAGP., COM CATALOGO.
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

           SELECT ARQOSVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAR-OS
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SERV-CODIGO
                    FILE STATUS  IS ST-ERRO-SRV.

           SELECT WORK-SORT ASSIGN TO DISK.

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

       FD ARQOSVAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOSVAR.DAT".
       01 REGVAR.
                03 VAR-OS               PIC 9(06).
                03 VAR-SERVICO          PIC X(04).
                03 VAR-MECANICO         PIC X(12).
                03 VAR-BIKE             PIC 9(04).
                03 VAR-DATA             PIC 9(08).
                03 VAR-HORAS-PAD        PIC 9(3)V9.
                03 VAR-HORAS-REAL       PIC 9(3)V9.
                03 VAR-PECAS-PAD        PIC 9(6)V99.
                03 VAR-PECAS-REAL       PIC 9(6)V99.
                03 VAR-ITENS-DIF        PIC 9(02).
                03 VAR-ITENS-EXTRA      PIC 9(02).

       FD ARQSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSERV.DAT".
       01 REGSERV.
                03 SERV-CODIGO          PIC X(04).
                03 SERV-DESCRICAO       PIC X(40).
                03 SERV-HORAS           PIC 9(3)V9.
                03 SERV-HABIL           PIC X(02).
                03 SERV-CATEGORIAS      PIC X(05).
                03 SERV-KIT OCCURS 6 TIMES.
                   05 SERV-PECA         PIC X(08).
                   05 SERV-QTD          PIC 9(03).
                03 SERV-DATA            PIC 9(08).
                03 SERV-OPERADOR        PIC X(08).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-SERVICO           PIC X(04).
                03 WS-MECANICO          PIC X(12).
                03 WS-HORAS-PAD         PIC 9(3)V9.
                03 WS-HORAS-REAL        PIC 9(3)V9.
                03 WS-PECAS-PAD         PIC 9(6)V99.
                03 WS-PECAS-REAL        PIC 9(6)V99.
                03 WS-ITENS             PIC 9(03).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL071.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-SRV      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       COPY COMPVAL.
       77 W-COMPET         PIC 9(06) VALUE ZEROS.
       77 W-SRV-ABERTO     PIC X(01) VALUE "N".
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-OS        PIC 9(06) VALUE ZEROS.
       77 W-DESVIO         PIC S9(04) VALUE ZEROS.
       77 W-NIV            PIC 9(01) VALUE ZEROS.
       77 W-SERV-ANT       PIC X(04) VALUE SPACES.
       77 W-MEC-ANT        PIC X(12) VALUE SPACES.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-COMPET-R.
          03 W-COMPET-AAAA  PIC 9(04).
          03 W-COMPET-MM    PIC 9(02).
       01 W-COMPET-NUM REDEFINES W-COMPET-R
                                        PIC 9(06).
       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).

      * ACUMULADORES: 1 = SERVICO + MECANICO, 2 = SERVICO, 3 = GERAL
       01 TAB-ACUM.
           03 ACUM OCCURS 3 TIMES.
               05 AC-QTD        PIC 9(05).
               05 AC-HORAS-PAD  PIC 9(06)V9.
               05 AC-HORAS-REAL PIC 9(06)V9.
               05 AC-PECAS-PAD  PIC 9(08)V99.
               05 AC-PECAS-REAL PIC 9(08)V99.
               05 AC-ITENS      PIC 9(05).

       COPY RELPAG.

       01 LINHA-SERV.
           03 FILLER       PIC X(08) VALUE "SERVICO ".
           03 LS-SERVICO   PIC X(04).
           03 FILLER       PIC X(03) VALUE " - ".
           03 LS-DESC      PIC X(40).
           03 FILLER       PIC X(09) VALUE " PADRAO: ".
           03 LS-HORAS     PIC ZZ9,9.
           03 FILLER       PIC X(02) VALUE " H".
       01 LINHA-DET.
           03 LD-SERVICO   PIC X(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-MEC       PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-QTD       PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-HORAS-PAD PIC ZZZZ9,9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-HORAS-REAL PIC ZZZZ9,9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DESVIO    PIC -ZZZ9.
           03 FILLER       PIC X(02) VALUE "% ".
           03 LD-PECAS-PAD PIC ZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-PECAS-REAL PIC ZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ITENS     PIC ZZZ9.
       01 LINHA-GERAL.
           03 FILLER       PIC X(29) VALUE
              "ORDENS DE SERVICO PADRAO...: ".
           03 LG-CONT      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-COMPET-N TO W-COMPET
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      W-COMPET
              GO TO INICIO-SEGUE.
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES CORRENTE): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              MOVE W-ANO-HOJE TO W-COMPET-AAAA
              MOVE W-MES-HOJE TO W-COMPET-MM
              MOVE W-COMPET-NUM TO W-COMPET.
       INICIO-SEGUE.
           MOVE W-COMPET TO W-COMPET-NUM
           MOVE ZEROS TO TAB-ACUM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-SERVICO
                             ASCENDING KEY WS-MECANICO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "REGISTROS LIDOS....: " W-CONT-LIDAS
           DISPLAY "ORDENS NO RELATORIO: " W-CONT-OS
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
      * SEM O CATALOGO O SERVICO SAI SEM DESCRICAO
           OPEN INPUT ARQSERV
           IF ST-ERRO-SRV = "00"
              MOVE "S" TO W-SRV-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-SRV.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "DESVIO DO PADRAO POR SERVICO E MECANICO - "
                  W-COMPET DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE "SERV MECANICO     QTDE   H.PAD  H.REAL DESVIO"
                                                  TO W-CAB-COL
           MOVE "   PECAS PAD  PECAS REAL ITENS" TO W-CAB-COL (47:31)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       CARREGAR-SORT.
           OPEN INPUT ARQOSVAR
           IF ST-ERRO = "35"
              DISPLAY "ARQOSVAR.DAT AINDA NAO EXISTE - SEM ORDENS"
              GO TO CARREGAR-SORT-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO PADRAO X REALIZADO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-SORT-LER.
           READ ARQOSVAR NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           ADD 1 TO W-CONT-LIDAS
           MOVE VAR-DATA TO W-DATA-DMA-NUM
           IF W-DMA-AAAA NOT = W-COMPET-AAAA
              OR W-DMA-MM NOT = W-COMPET-MM
              GO TO CARREGAR-SORT-LER.
           ADD 1 TO W-CONT-OS
           MOVE VAR-SERVICO    TO WS-SERVICO
           MOVE VAR-MECANICO   TO WS-MECANICO
           MOVE VAR-HORAS-PAD  TO WS-HORAS-PAD
           MOVE VAR-HORAS-REAL TO WS-HORAS-REAL
           MOVE VAR-PECAS-PAD  TO WS-PECAS-PAD
           MOVE VAR-PECAS-REAL TO WS-PECAS-REAL
           COMPUTE WS-ITENS = VAR-ITENS-DIF + VAR-ITENS-EXTRA
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQOSVAR.
       CARREGAR-SORT-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10".
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-SORT-FIM.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE 2 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

      * QUEBRA DE SERVICO FECHA O MECANICO E O SERVICO ANTERIORES E
      * ABRE O NOVO; QUEBRA SO DE MECANICO FECHA O MECANICO
       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-LINHAS-SERV.
           IF WS-SERVICO = W-SERV-ANT
              GO TO IMPRIMIR-LINHAS-MEC.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE 2 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-LINHAS-SERV.
           MOVE "N"         TO W-PRIMEIRA
           MOVE WS-SERVICO  TO W-SERV-ANT
           MOVE WS-MECANICO TO W-MEC-ANT
           PERFORM IMPRIMIR-SERVICO THRU IMPRIMIR-SERVICO-FIM
           GO TO IMPRIMIR-LINHAS-SOMA.
       IMPRIMIR-LINHAS-MEC.
           IF WS-MECANICO = W-MEC-ANT
              GO TO IMPRIMIR-LINHAS-SOMA.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE WS-MECANICO TO W-MEC-ANT.
       IMPRIMIR-LINHAS-SOMA.
           ADD 1             TO AC-QTD        (1)
           ADD WS-HORAS-PAD  TO AC-HORAS-PAD  (1)
           ADD WS-HORAS-REAL TO AC-HORAS-REAL (1)
           ADD WS-PECAS-PAD  TO AC-PECAS-PAD  (1)
           ADD WS-PECAS-REAL TO AC-PECAS-REAL (1)
           ADD WS-ITENS      TO AC-ITENS      (1)
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

      * CABECALHO DO SERVICO COM A DESCRICAO E AS HORAS DO CATALOGO
       IMPRIMIR-SERVICO.
           MOVE WS-SERVICO TO LS-SERVICO
           MOVE "*** FORA DO CATALOGO ***" TO LS-DESC
           MOVE ZEROS TO LS-HORAS
           IF W-SRV-ABERTO NOT = "S"
              GO TO IMPRIMIR-SERVICO-GRAVA.
           MOVE WS-SERVICO TO SERV-CODIGO
           READ ARQSERV
           IF ST-ERRO-SRV = "00"
              MOVE SERV-DESCRICAO TO LS-DESC
              MOVE SERV-HORAS     TO LS-HORAS
           ELSE
              MOVE "00" TO ST-ERRO-SRV.
       IMPRIMIR-SERVICO-GRAVA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-SERV
           ADD 2 TO W-LINPAG.
       IMPRIMIR-SERVICO-FIM.
           EXIT.

      * IMPRIME O ACUMULADO DO NIVEL W-NIV, SOMA NO NIVEL DE CIMA E
      * ZERA O NIVEL
       FECHAR-NIVEL.
           MOVE SPACES TO LD-SERVICO LD-MEC
           IF W-NIV = 1
              MOVE W-SERV-ANT TO LD-SERVICO
              MOVE W-MEC-ANT  TO LD-MEC.
           IF W-NIV = 1 AND W-MEC-ANT = SPACES
              MOVE "SEM MECANICO" TO LD-MEC.
           IF W-NIV = 2
              MOVE W-SERV-ANT TO LD-SERVICO
              MOVE "TOTAL SERV." TO LD-MEC.
           IF W-NIV = 3
              MOVE "TOTAL GERAL" TO LD-MEC.
           PERFORM CALCULAR-DESVIO THRU CALCULAR-DESVIO-FIM
           MOVE AC-QTD        (W-NIV) TO LD-QTD
           MOVE AC-HORAS-PAD  (W-NIV) TO LD-HORAS-PAD
           MOVE AC-HORAS-REAL (W-NIV) TO LD-HORAS-REAL
           MOVE W-DESVIO              TO LD-DESVIO
           MOVE AC-PECAS-PAD  (W-NIV) TO LD-PECAS-PAD
           MOVE AC-PECAS-REAL (W-NIV) TO LD-PECAS-REAL
           MOVE AC-ITENS      (W-NIV) TO LD-ITENS
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           IF W-NIV < 3
              ADD AC-QTD        (W-NIV) TO AC-QTD        (W-NIV + 1)
              ADD AC-HORAS-PAD  (W-NIV) TO AC-HORAS-PAD  (W-NIV + 1)
              ADD AC-HORAS-REAL (W-NIV) TO AC-HORAS-REAL (W-NIV + 1)
              ADD AC-PECAS-PAD  (W-NIV) TO AC-PECAS-PAD  (W-NIV + 1)
              ADD AC-PECAS-REAL (W-NIV) TO AC-PECAS-REAL (W-NIV + 1)
              ADD AC-ITENS      (W-NIV) TO AC-ITENS      (W-NIV + 1).
           MOVE ZEROS TO ACUM (W-NIV).
       FECHAR-NIVEL-FIM.
           EXIT.

      * DESVIO DAS HORAS REAIS SOBRE AS HORAS PADRAO, EM PERCENTUAL
      * (POSITIVO = GASTOU MAIS QUE O PADRAO)
       CALCULAR-DESVIO.
           MOVE ZEROS TO W-DESVIO
           IF AC-HORAS-PAD (W-NIV) = ZEROS
              GO TO CALCULAR-DESVIO-FIM.
           COMPUTE W-DESVIO ROUNDED =
                   (AC-HORAS-REAL (W-NIV) - AC-HORAS-PAD (W-NIV))
                   * 100 / AC-HORAS-PAD (W-NIV)
               ON SIZE ERROR MOVE 9999 TO W-DESVIO.
       CALCULAR-DESVIO-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE 3 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE W-CONT-OS TO LG-CONT
           WRITE LINHA-REL FROM LINHA-GERAL.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-SRV-ABERTO = "S"
              CLOSE ARQSERV.
           CLOSE RELATORIO
           MOVE "REL071" TO W-REL-ID
           MOVE "REL071.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           MOVE W-COMPET TO W-REL-PARMS (1:6)
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY COMPVALP.

       COPY RELPAGP.
