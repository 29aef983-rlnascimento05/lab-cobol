       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVER001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CONFERENCIA DA CADEIA DE HASH DAS TRILHAS DE      *
      * AUDITORIA                                         *
      **************************************************
      * CADA LINHA DE CADAUDCLI, CADAUDFUNC, CADAUDNOTAS E AUDBIKE
      * LEVA A SEQUENCIA E O HASH ENCADEADO NA LINHA ANTERIOR (COPY
      * AUDCAD., SUBPROGRAMA AUDCAD001). ESTE JOB, PASSO DA ROTINA
      * NOTURNA (JOB001), REFAZ A CADEIA DE CADA TRILHA NA ORDEM DE
      * GRAVACAO -- O ARQUIVADO (.ARC, DO CORTE MENSAL DO AUDARQ001)
      * E DEPOIS O ARQUIVO VIVO -- E APONTA, LINHA A LINHA:
      *   LACUNA        SEQUENCIA PULADA (LINHA APAGADA)
      *   FORA DE ORDEM SEQUENCIA REPETIDA OU MENOR QUE A ANTERIOR
      *                 (LINHA DUPLICADA OU TROCADA DE LUGAR)
      *   ALTERADA      HASH DIFERENTE DO RECALCULADO
      *   SEM CADEIA    LINHA GRAVADA SEM O CONTROLE DA CADEIA
      * E, NO FIM DE CADA TRILHA, A DIFERENCA CONTRA A ULTIMA
      * SEQUENCIA E O ULTIMO HASH GUARDADOS EM AUDCADEIA.DAT (FIM DA
      * TRILHA CORTADO OU LINHAS ACRESCENTADAS POR FORA). SAI EM
      * AUDVER.TXT PELAS ROTINAS COPY RELPAG./RELPAGP., COM
      * CATALOGO. QUEBRA ENCONTRADA E ASSUNTO DA AUDITORIA, NAO DA
      * ROTINA: O JOB DEVOLVE RETURN-CODE 0 E AVISA NO CONSOLE, PARA
      * A CADEIA DO JOB001 SEGUIR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRCLI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TRFUNC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TRNOTAS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TRBIKE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      * UM FD POR TRILHA, COM O TAMANHO CERTO DO REGISTRO; A LINHA
      * PROPRIAMENTE DITA E TRATADA EM BLOCO (SO O HASH OLHA PARA ELA)
       FD TRCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRCLI.
                03 TRC-LINHA            PIC X(33).
                03 TRC-SEQ              PIC 9(08).
                03 TRC-HASH             PIC 9(09).

       FD TRFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRFUNC.
                03 TRF-LINHA            PIC X(29).
                03 TRF-SEQ              PIC 9(08).
                03 TRF-HASH             PIC 9(09).

       FD TRNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRNOTAS.
                03 TRN-LINHA            PIC X(30).
                03 TRN-SEQ              PIC 9(08).
                03 TRN-HASH             PIC 9(09).

       FD TRBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRBIKE.
                03 TRB-LINHA            PIC X(21).
                03 TRB-SEQ              PIC 9(08).
                03 TRB-HASH             PIC 9(09).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDVER.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-ARQ-TRILHA     PIC X(20) VALUE SPACES.
       77 W-TIPO           PIC 9(01) VALUE ZEROS.
       77 W-PASSO          PIC 9(01) VALUE ZEROS.
       77 W-CONT-REG       PIC 9(07) VALUE ZEROS.
       77 W-TOT-LINHAS     PIC 9(07) VALUE ZEROS.
       77 W-TOT-QUEBRAS    PIC 9(05) VALUE ZEROS.
       77 W-TRILHAS-QUEBR  PIC 9(01) VALUE ZEROS.

       COPY AUDCAD.

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

       COPY RELPAG.

       01 LINHA-PARTE.
           03 LP-TEXTO     PIC X(60).
       01 LINHA-DET.
           03 LD-ARQUIVO   PIC X(16).
           03 LD-REG       PIC ZZZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-SEQ       PIC ZZZZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-PROBLEMA  PIC X(40).
       01 LINHA-TOT.
           03 LT-TEXTO     PIC X(40).
           03 LT-QTD       PIC ZZZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LT-SITUACAO  PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           PERFORM ABRIR-RELATORIO THRU ABRIR-RELATORIO-FIM
           MOVE 1 TO W-TIPO.
       INICIO-TRILHA.
           PERFORM CONFERIR-TRILHA THRU CONFERIR-TRILHA-FIM
           ADD 1 TO W-TIPO
           IF W-TIPO < 5
              GO TO INICIO-TRILHA.
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "LINHAS DE TRILHA CONFERIDAS: " W-TOT-LINHAS
           DISPLAY "QUEBRAS NA CADEIA..........: " W-TOT-QUEBRAS
           IF W-TOT-QUEBRAS > ZEROS
              DISPLAY "*** TRILHA DE AUDITORIA COM QUEBRA NA CADEIA ***"
              DISPLAY "*** VER AUDVER.TXT ***".
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-RELATORIO.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "CADEIA DAS TRILHAS DE AUDITORIA - " W-HOJE-DD "/"
                  W-HOJE-MM "/" W-HOJE-AAAA
                  DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE "ARQUIVO" TO W-CAB-COL
           MOVE "REGISTRO" TO W-CAB-COL (16:8)
           MOVE "SEQUENCIA" TO W-CAB-COL (25:9)
           MOVE "PROBLEMA" TO W-CAB-COL (36:8)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-RELATORIO-FIM.
           EXIT.

      * UMA TRILHA: O .ARC E O .DAT NA ORDEM DE GRAVACAO, UMA SO
      * CADEIA, E O FIM CONFERIDO CONTRA O AUDCADEIA.DAT
       CONFERIR-TRILHA.
           MOVE SPACES TO LP-TEXTO
           IF W-TIPO = 1
              MOVE "CLI" TO W-AUD-TRILHA
              MOVE "TRILHA CADAUDCLI (CLIENTES)" TO LP-TEXTO.
           IF W-TIPO = 2
              MOVE "FUNC" TO W-AUD-TRILHA
              MOVE "TRILHA CADAUDFUNC (FUNCIONARIOS)" TO LP-TEXTO.
           IF W-TIPO = 3
              MOVE "NOTAS" TO W-AUD-TRILHA
              MOVE "TRILHA CADAUDNOTAS (NOTAS)" TO LP-TEXTO.
           IF W-TIPO = 4
              MOVE "BIKE" TO W-AUD-TRILHA
              MOVE "TRILHA AUDBIKE (BICICLETAS)" TO LP-TEXTO.
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           PERFORM INICIAR-CONFERENCIA THRU INICIAR-CONFERENCIA-FIM
           MOVE 1 TO W-PASSO.
       CONFERIR-TRILHA-PASSO.
           PERFORM MONTAR-NOME THRU MONTAR-NOME-FIM
           PERFORM VARRER-TRILHA THRU VARRER-TRILHA-FIM
           ADD 1 TO W-PASSO
           IF W-PASSO < 3
              GO TO CONFERIR-TRILHA-PASSO.
           PERFORM ENCERRAR-CONFERENCIA THRU ENCERRAR-CONFERENCIA-FIM
           IF W-AUD-PROBLEMA NOT = SPACES
              MOVE "AUDCADEIA.DAT" TO LD-ARQUIVO
              MOVE ZEROS TO LD-REG
              MOVE W-AUD-SEQ TO LD-SEQ
              PERFORM IMPRIMIR-PROBLEMA THRU IMPRIMIR-PROBLEMA-FIM.
           ADD W-AUD-LIDAS   TO W-TOT-LINHAS
           ADD W-AUD-QUEBRAS TO W-TOT-QUEBRAS
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE SPACES TO LT-SITUACAO
           MOVE "LINHAS CONFERIDAS.....................:" TO LT-TEXTO
           MOVE W-AUD-LIDAS TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "QUEBRAS NA CADEIA.....................:" TO LT-TEXTO
           MOVE W-AUD-QUEBRAS TO LT-QTD
           IF W-AUD-QUEBRAS = ZEROS
              MOVE "CADEIA INTEGRA" TO LT-SITUACAO
           ELSE
              ADD 1 TO W-TRILHAS-QUEBR
              MOVE "*** CADEIA QUEBRADA" TO LT-SITUACAO.
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM.
       CONFERIR-TRILHA-FIM.
           EXIT.

      * PASSO 1 = ARQUIVADO (.ARC), PASSO 2 = ARQUIVO VIVO
       MONTAR-NOME.
           MOVE SPACES TO W-ARQ-TRILHA
           IF W-TIPO = 1 AND W-PASSO = 1
              MOVE "CADAUDCLI.ARC" TO W-ARQ-TRILHA.
           IF W-TIPO = 1 AND W-PASSO = 2
              MOVE "CADAUDCLI.DAT" TO W-ARQ-TRILHA.
           IF W-TIPO = 2 AND W-PASSO = 1
              MOVE "CADAUDFUNC.ARC" TO W-ARQ-TRILHA.
           IF W-TIPO = 2 AND W-PASSO = 2
              MOVE "CADAUDFUNC.DAT" TO W-ARQ-TRILHA.
           IF W-TIPO = 3 AND W-PASSO = 1
              MOVE "CADAUDNOTAS.ARC" TO W-ARQ-TRILHA.
           IF W-TIPO = 3 AND W-PASSO = 2
              MOVE "CADAUDNOTAS.DAT" TO W-ARQ-TRILHA.
           IF W-TIPO = 4 AND W-PASSO = 1
              MOVE "AUDBIKE.ARC" TO W-ARQ-TRILHA.
           IF W-TIPO = 4 AND W-PASSO = 2
              MOVE "AUDBIKE.DAT" TO W-ARQ-TRILHA.
       MONTAR-NOME-FIM.
           EXIT.

      * ARQUIVO AUSENTE (TRILHA SEM ARQUIVAMENTO AINDA) NAO E QUEBRA:
      * SE FALTAREM LINHAS, A SEQUENCIA DO ARQUIVO SEGUINTE OU O
      * CONTROLE ACUSAM
       VARRER-TRILHA.
           MOVE ZEROS TO W-CONT-REG
           GO TO VARRER-CLI VARRER-FUNC VARRER-NOTAS VARRER-BIKE
                                          DEPENDING ON W-TIPO.
       VARRER-CLI.
           OPEN INPUT TRCLI
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO VARRER-TRILHA-FIM.
       VARRER-CLI-LER.
           READ TRCLI
               AT END CLOSE TRCLI
                      GO TO VARRER-TRILHA-FIM.
           MOVE TRC-LINHA TO W-AUD-LINHA
           MOVE TRC-SEQ   TO W-AUD-LIN-SEQ
           MOVE TRC-HASH  TO W-AUD-LIN-HASH
           PERFORM CONFERIR-LINHA THRU CONFERIR-LINHA-FIM
           GO TO VARRER-CLI-LER.
       VARRER-FUNC.
           OPEN INPUT TRFUNC
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO VARRER-TRILHA-FIM.
       VARRER-FUNC-LER.
           READ TRFUNC
               AT END CLOSE TRFUNC
                      GO TO VARRER-TRILHA-FIM.
           MOVE TRF-LINHA TO W-AUD-LINHA
           MOVE TRF-SEQ   TO W-AUD-LIN-SEQ
           MOVE TRF-HASH  TO W-AUD-LIN-HASH
           PERFORM CONFERIR-LINHA THRU CONFERIR-LINHA-FIM
           GO TO VARRER-FUNC-LER.
       VARRER-NOTAS.
           OPEN INPUT TRNOTAS
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO VARRER-TRILHA-FIM.
       VARRER-NOTAS-LER.
           READ TRNOTAS
               AT END CLOSE TRNOTAS
                      GO TO VARRER-TRILHA-FIM.
           MOVE TRN-LINHA TO W-AUD-LINHA
           MOVE TRN-SEQ   TO W-AUD-LIN-SEQ
           MOVE TRN-HASH  TO W-AUD-LIN-HASH
           PERFORM CONFERIR-LINHA THRU CONFERIR-LINHA-FIM
           GO TO VARRER-NOTAS-LER.
       VARRER-BIKE.
           OPEN INPUT TRBIKE
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO VARRER-TRILHA-FIM.
       VARRER-BIKE-LER.
           READ TRBIKE
               AT END CLOSE TRBIKE
                      GO TO VARRER-TRILHA-FIM.
           MOVE TRB-LINHA TO W-AUD-LINHA
           MOVE TRB-SEQ   TO W-AUD-LIN-SEQ
           MOVE TRB-HASH  TO W-AUD-LIN-HASH
           PERFORM CONFERIR-LINHA THRU CONFERIR-LINHA-FIM
           GO TO VARRER-BIKE-LER.
       VARRER-TRILHA-FIM.
           EXIT.

       CONFERIR-LINHA.
           ADD 1 TO W-CONT-REG
           PERFORM CONFERIR-ELO THRU CONFERIR-ELO-FIM
           IF W-AUD-PROBLEMA = SPACES
              GO TO CONFERIR-LINHA-FIM.
           MOVE W-ARQ-TRILHA  TO LD-ARQUIVO
           MOVE W-CONT-REG    TO LD-REG
           MOVE W-AUD-LIN-SEQ TO LD-SEQ
           PERFORM IMPRIMIR-PROBLEMA THRU IMPRIMIR-PROBLEMA-FIM.
       CONFERIR-LINHA-FIM.
           EXIT.

       IMPRIMIR-PROBLEMA.
           MOVE W-AUD-PROBLEMA TO LD-PROBLEMA
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG.
       IMPRIMIR-PROBLEMA-FIM.
           EXIT.

       IMPRIMIR-PARTE.
           IF W-LINPAG > W-MAX-LINHAS - 4
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-PARTE
           ADD 2 TO W-LINPAG.
       IMPRIMIR-PARTE-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       IMPRIMIR-RESUMO.
           MOVE "RESUMO" TO LP-TEXTO
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           MOVE SPACES TO LT-SITUACAO
           MOVE "LINHAS CONFERIDAS NAS 4 TRILHAS.......:" TO LT-TEXTO
           MOVE W-TOT-LINHAS TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "TRILHAS COM CADEIA QUEBRADA...........:" TO LT-TEXTO
           MOVE W-TRILHAS-QUEBR TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "QUEBRAS NA CADEIA.....................:" TO LT-TEXTO
           MOVE W-TOT-QUEBRAS TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE RELATORIO
           MOVE "AUDVER01" TO W-REL-ID
           MOVE "AUDVER.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           STRING W-HOJE-DMA-NUM " QUEBRAS " W-TOT-QUEBRAS
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY AUDCADP.

       COPY RELPAGP.
