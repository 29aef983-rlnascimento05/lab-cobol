      * PREJUIZO. E O RELATORIO QUE O DONO PEDIA TODO TRIMESTRE E A
      * LOJA MONTAVA NA MAO EM PLANILHA. PAGINADO PELAS ROTINAS
      * COMPARTILHADAS COPY RELPAG./RELPAGP.
      * 2026-10-15  KM TOTAL DA BIKE (HODOMETRO DO GPS001 EM
      * ARQODOM.DAT, ABERTURA TOLERANTE) E CUSTO POR KM RODADO
      * ((MANUTENCAO + DEPRECIACAO) / KM) AO LADO DO RESULTADO; BIKE
      * SEM KM SAI COM O CUSTO EM BRANCO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS CHAVE-MANUT
                    FILE STATUS  IS ST-ERRO-MAN.

           SELECT ARQODOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ODO
                    FILE STATUS  IS ST-ERRO-ODO.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT ARQPARAM ASSIGN TO DISK
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

       FD ARQMANUT
               LABEL RECORD IS STANDARD
                03 MANUT-MECANICO        PIC X(12).
                03 MANUT-HORAS           PIC 9(3)V9.

       FD ARQODOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQODOM.DAT".
       01 REGODOM.
                03 CHAVE-ODO.
                   05 ODO-BIKE          PIC 9(4).
                   05 ODO-ANOMES        PIC 9(6).
                03 ODO-KM               PIC 9(7)V999.
                03 ODO-TRECHOS          PIC 9(7).
                03 ODO-ULT-DATA         PIC 9(08).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-FILIAL            PIC 9(01).
                03 WS-RECEITA           PIC 9(08)V99.
                03 WS-MANUT             PIC 9(08)V99.
                03 WS-DEPREC            PIC 9(08)V99.
                03 WS-KM                PIC 9(07)V999.

       FD RELATORIO
               LABEL RECORD IS STANDARD
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-MAN      PIC X(02) VALUE "00".
       77 ST-ERRO-ODO      PIC X(02) VALUE "00".
       77 W-ODO-ABERTO     PIC X(01) VALUE "N".
       77 W-KM-TOTAL       PIC 9(07)V999 VALUE ZEROS.
       77 W-CUSTO-KM       PIC 9(04)V999 VALUE ZEROS.
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 VIDA-UTIL-ANOS   PIC 9(02) VALUE 5.
           03 LD-MANUT     PIC X(12).
           03 LD-DEPREC    PIC X(12).
           03 LD-RESULT    PIC X(13).
           03 LD-KM        PIC ZZZZZ9,9.
           03 FILLER       PIC X(01).
           03 LD-CUSTO-KM  PIC ZZZ9,999.
       01 LINHA-SUB-CAT.
           03 FILLER       PIC X(22) VALUE
              "  SUBTOTAL CATEGORIA ".
                                                       TO W-TITULO-REL
           MOVE "FIL CAT BIKE  RECEITA     MANUTENCAO  DEPRECIACAO
      -         "RESULTADO"                            TO W-CAB-COL
           MOVE "KM TOTAL CUSTO/KM" TO W-CAB-COL (64:17)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE VIDA-UTIL-ANOS TO CP-VIDA
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO MANUT ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * SEM O HODOMETRO DO GPS001 A BIKE SAI SEM KM E SEM CUSTO/KM
           OPEN INPUT ARQODOM
           IF ST-ERRO-ODO = "00"
              MOVE "S" TO W-ODO-ABERTO
           ELSE
              MOVE "N" TO W-ODO-ABERTO
              MOVE "00" TO ST-ERRO-ODO.
           PERFORM LER-BIKE THRU LER-BIKE-FIM
           PERFORM MONTAR-BIKE THRU MONTAR-BIKE-FIM
               UNTIL ST-ERRO = "10"
           CLOSE ARQBIKE
           CLOSE ARQLOC
           CLOSE ARQMANUT
           IF W-ODO-ABERTO = "S"
              CLOSE ARQODOM.
       CARREGAR-SORT-FIM.
           EXIT.

           PERFORM SOMAR-RECEITA THRU SOMAR-RECEITA-FIM
           PERFORM SOMAR-MANUT THRU SOMAR-MANUT-FIM
           PERFORM CALC-DEPREC THRU CALC-DEPREC-FIM
           PERFORM SOMAR-KM THRU SOMAR-KM-FIM
           COMPUTE W-RESULTADO = W-RECEITA - W-TOTAL-MANUT
                   - W-DEPREC-ACUM
           MOVE FILIAL        TO WS-FILIAL
           MOVE W-RECEITA     TO WS-RECEITA
           MOVE W-TOTAL-MANUT TO WS-MANUT
           MOVE W-DEPREC-ACUM TO WS-DEPREC
           MOVE W-KM-TOTAL    TO WS-KM
           RELEASE WS-REG
           PERFORM LER-BIKE THRU LER-BIKE-FIM.
       MONTAR-BIKE-FIM.
       SOMAR-MANUT-FIM.
           EXIT.

      * KM DA VIDA DA BIKE: SOMA DE TODOS OS MESES DO HODOMETRO
       SOMAR-KM.
           MOVE ZEROS TO W-KM-TOTAL
           IF W-ODO-ABERTO NOT = "S"
              GO TO SOMAR-KM-FIM.
           MOVE NUMERO TO ODO-BIKE
           MOVE ZEROS  TO ODO-ANOMES
           START ARQODOM KEY IS NOT LESS CHAVE-ODO
               INVALID KEY MOVE "10" TO ST-ERRO-ODO.
           IF ST-ERRO-ODO = "10"
              MOVE "00" TO ST-ERRO-ODO
              GO TO SOMAR-KM-FIM.
       SOMAR-KM-LER.
           READ ARQODOM NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-ODO.
           IF ST-ERRO-ODO = "10"
              MOVE "00" TO ST-ERRO-ODO
              GO TO SOMAR-KM-FIM.
           IF ODO-BIKE NOT = NUMERO
              GO TO SOMAR-KM-FIM.
           ADD ODO-KM TO W-KM-TOTAL
           GO TO SOMAR-KM-LER.
       SOMAR-KM-FIM.
           EXIT.

      * DEPRECIACAO ACUMULADA PELO MESMO METODO LINEAR DO REL023
       CALC-DEPREC.
           MOVE DATACOMPRA TO W-DATACOMPRA-NUM
           MOVE W-VALOR-ED    TO LD-DEPREC
           MOVE WS-RESULTADO  TO W-RES-ED
           MOVE W-RES-ED      TO LD-RESULT
           MOVE WS-KM         TO LD-KM
           IF WS-KM > ZEROS
              COMPUTE W-CUSTO-KM ROUNDED =
                      (WS-MANUT + WS-DEPREC) / WS-KM
                  ON SIZE ERROR MOVE 9999,999 TO W-CUSTO-KM.
           IF WS-KM > ZEROS
              MOVE W-CUSTO-KM TO LD-CUSTO-KM.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
