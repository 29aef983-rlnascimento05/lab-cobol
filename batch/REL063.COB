       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL063.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CERTIFICACOES DE MECANICOS A VENCER EM 60 DIAS    *
      **************************************************
      * O SGB-011 SO ATRIBUI ORDEM QUE EXIGE HABILIDADE A MECANICO
      * COM A CERTIFICACAO VALENDO; UMA CERTIFICACAO VENCIDA SEM
      * AVISO PARA A OFICINA DA FILIAL. ESTE JOB LE O CADASTRO DE
      * HABILITACOES ARQHABIL.DAT (SGB-046) E LISTA, EM ORDEM DE
      * VALIDADE, TODA CERTIFICACAO DE FUNCIONARIO ATIVO EM
      * CADFUNC.DAT QUE VENCE DE HOJE ATE PRAZO-DIAS (60) DIAS A
      * FRENTE, COM A HABILIDADE (TABELA THAB, COPY THABIL.), A
      * FILIAL DE ATENDIMENTO E OS DIAS QUE FALTAM, PARA A
      * RECERTIFICACAO SER AGENDADA A TEMPO. DIAS CONTADOS NO ANO
      * COMERCIAL DE 360 DIAS (COMO NO REL062), PAGINADO PELO COPY
      * RELPAG./RELPAGP. E CATALOGADO. RODA NO FECHAMENTO MENSAL
      * (JOB002); SEM O ARQUIVO DE HABILITACOES O RELATORIO SAI
      * VAZIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHABIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-HAB
                    FILE STATUS  IS ST-ERRO.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQHABIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHABIL.DAT".
       01 REGHABIL.
                03 CHAVE-HAB.
                   05 HAB-HABIL         PIC X(02).
                   05 HAB-CODIGO        PIC X(12).
                03 HAB-FILIAL           PIC 9(02).
                03 HAB-DATA-CERT        PIC 9(08).
                03 HAB-VALIDADE         PIC 9(08).
                03 HAB-CERTIFICADO      PIC X(15).
                03 HAB-DATA             PIC 9(08).
                03 HAB-OPERADOR         PIC X(08).

       FD FUNCIONARIOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
            03 CODIGO           PIC X(12).
            03 NOME             PIC X(35).
            03 CARTRAB.
                05 CARNUM       PIC 9(05).
                05 CARSERIE     PIC 9(03).
                05 UF           PIC X(02).
                05 UFDESCRICAO  PIC X(20).
            03 CPF              PIC 9(11).
            03 DATANASC.
                05 DIA          PIC 9(02).
                05 MES          PIC 9(02).
                05 ANO          PIC 9(04).
            03 TELEFONE.
                05 DDD          PIC 9(02).
                05 NUMTEL       PIC 9(09).
            03 EMAIL            PIC X(30).
            03 SEXO             PIC X(01).
            03 SEXODESCRICAO    PIC X(11).
            03 OPCAOSEX         PIC 9(01).
            03 OPCAOSEXDESCRICAO PIC X(20).
            03 DEPTO            PIC 9(03).
            03 DEPTODESCRICAO   PIC X(25).
            03 SITUACAO-FUN     PIC X(01).
            03 SITUACAODESC-FUN PIC X(10).
            03 SALARIO          PIC 9(07)V99.
            03 DATA-ADMISSAO    PIC 9(08).
            03 TIPO-CONTRATO    PIC X(01).
            03 BANCO            PIC 9(03).
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       SD WORK-SORT.
       01 WS-REG.
                03 WS-VAL-AMD           PIC 9(08).
                03 WS-HABIL             PIC X(02).
                03 WS-CODIGO            PIC X(12).
                03 WS-NOME              PIC X(35).
                03 WS-FILIAL            PIC 9(02).
                03 WS-VALIDADE          PIC 9(08).
                03 WS-DIAS              PIC 9(04).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL063.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 PRAZO-DIAS       PIC 9(03) VALUE 60.
       77 W-CONT-VENCER    PIC 9(06) VALUE ZEROS.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VAL       PIC 9(07) VALUE ZEROS.
       01 IND              PIC 9(02) VALUE ZEROS.

       COPY RELPAG.
       COPY THABIL.

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

       01 LINHA-DET.
           03 LD-HABIL     PIC X(03).
           03 LD-HAB-DESC  PIC X(23).
           03 LD-CODIGO    PIC X(13).
           03 LD-NOME      PIC X(21).
           03 LD-FILIAL    PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VALIDADE  PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-DIAS      PIC ZZZ9.
       01 LINHA-TOTAL.
           03 LT-TEXTO     PIC X(40).
           03 LT-QTDE      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DIAS-HOJE =
                   (W-ANO-HOJE * 360) + (W-MES-HOJE * 30) + W-DIA-HOJE
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-VAL-AMD WS-HABIL
                                           WS-CODIGO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO.
           MOVE "REL063" TO W-REL-ID
           MOVE "REL063.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           DISPLAY "CERTIFICACOES A VENCER: " W-CONT-VENCER
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "CERTIFICACOES DE MECANICOS A VENCER EM 60 DIAS"
                                                      TO W-TITULO-REL
           MOVE "HB HABILIDADE             CODIGO       NOME            
      -    "     FL VALIDADE  DIAS" TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      * SO ENTRAM NO SORT AS CERTIFICACOES DE FUNCIONARIO ATIVO QUE
      * VENCEM DE HOJE ATE PRAZO-DIAS A FRENTE; SEM O ARQUIVO DE
      * HABILITACOES NAO HA NADA A VENCER
       CARREGAR-SORT.
           OPEN INPUT ARQHABIL
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM ARQHABIL.DAT: NENHUMA HABILITACAO CADASTRADA"
              MOVE "00" TO ST-ERRO
              GO TO CARREGAR-SORT-FIM.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ FUNCIONARIOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-SORT-LER.
           READ ARQHABIL NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           MOVE HAB-VALIDADE TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-VAL = (W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD
           IF W-DIAS-VAL < W-DIAS-HOJE
              OR W-DIAS-VAL > W-DIAS-HOJE + PRAZO-DIAS
              GO TO CARREGAR-SORT-LER.
           MOVE HAB-CODIGO TO CODIGO
           READ FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "00" TO ST-ERRO-FUN
              GO TO CARREGAR-SORT-LER.
           IF SITUACAO-FUN NOT = "A"
              GO TO CARREGAR-SORT-LER.
           COMPUTE WS-VAL-AMD = W-DMA-AAAA * 10000
                   + W-DMA-MM * 100 + W-DMA-DD
           MOVE HAB-HABIL    TO WS-HABIL
           MOVE HAB-CODIGO   TO WS-CODIGO
           MOVE NOME         TO WS-NOME
           MOVE HAB-FILIAL   TO WS-FILIAL
           MOVE HAB-VALIDADE TO WS-VALIDADE
           COMPUTE WS-DIAS = W-DIAS-VAL - W-DIAS-HOJE
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQHABIL
           CLOSE FUNCIONARIOS.
       CARREGAR-SORT-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10".
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           ADD 1 TO W-CONT-VENCER
           MOVE SPACES       TO LINHA-DET
           MOVE WS-HABIL     TO LD-HABIL
           PERFORM BUSCAR-HABIL THRU BUSCAR-HABIL-FIM
           MOVE WS-CODIGO    TO LD-CODIGO
           MOVE WS-NOME      TO LD-NOME
           MOVE WS-FILIAL    TO LD-FILIAL
           MOVE WS-VALIDADE  TO LD-VALIDADE
           MOVE WS-DIAS      TO LD-DIAS
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

      * DESCRICAO DA HABILIDADE WS-HABIL NA TABELA THAB
       BUSCAR-HABIL.
           MOVE SPACES TO LD-HAB-DESC
           MOVE 1 TO IND.
       BUSCAR-HABIL-LER.
           MOVE THAB(IND) TO ALFAHAB
           IF ALFAHAB-COD = WS-HABIL
              MOVE ALFAHAB-DESC TO LD-HAB-DESC
              GO TO BUSCAR-HABIL-FIM.
           ADD 1 TO IND
           IF IND NOT > 4
              GO TO BUSCAR-HABIL-LER.
       BUSCAR-HABIL-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           IF W-LINPAG + 2 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "CERTIFICACOES A VENCER NO PERIODO" TO LT-TEXTO
           MOVE W-CONT-VENCER TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
