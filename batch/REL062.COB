       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL062.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * AFASTADOS E RETORNOS PREVISTOS NA SEMANA          *
      **************************************************
      * O RH SO SABIA QUEM ESTAVA DE LICENCA PELA PASTA DE ATESTADOS.
      * ESTE JOB LE O CADASTRO DE AFASTAMENTOS ARQAFAST.DAT (SGB-045)
      * E LISTA TODO FUNCIONARIO AFASTADO HOJE (INICIO ATE HOJE E
      * SEM RETORNO, OU RETORNO DEPOIS DE HOJE), COM NOME DE
      * CADFUNC.DAT, EM ORDEM DE PREVISAO DE FIM, E MARCA:
      *   RETORNO NA SEMANA  PREVISAO DE FIM DE HOJE ATE SEMANA-DIAS
      *                      DIAS A FRENTE (7) -- PARA A ESCALA E O
      *                      EXAME DE RETORNO SEREM PREPARADOS;
      *   PREVISAO VENCIDA   PREVISAO DE FIM JA PASSOU E O RETORNO
      *                      AINDA NAO FOI REGISTRADO.
      * DIAS CONTADOS NO ANO COMERCIAL DE 360 DIAS (COMO NO REL043),
      * PAGINADO PELO COPY RELPAG./RELPAGP. E CATALOGADO. RODA NA
      * ROTINA NOTURNA (JOB001) NOS DIAS UTEIS; SEM O ARQUIVO DE
      * AFASTAMENTOS O RELATORIO SAI VAZIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AFA
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

       FD ARQAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
                03 CHAVE-AFA.
                   05 AFA-CODIGO        PIC X(12).
                   05 AFA-INICIO        PIC 9(08).
                03 AFA-TIPO             PIC X(01).
                03 AFA-PREV-FIM         PIC 9(08).
                03 AFA-RETORNO          PIC 9(08).
                03 AFA-ATESTADO         PIC X(15).
                03 AFA-DATA             PIC 9(08).
                03 AFA-OPERADOR         PIC X(08).

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
                03 WS-PREV-AMD          PIC 9(08).
                03 WS-CODIGO            PIC X(12).
                03 WS-NOME              PIC X(35).
                03 WS-TIPO              PIC X(01).
                03 WS-INICIO            PIC 9(08).
                03 WS-PREV-FIM          PIC 9(08).
                03 WS-DIAS              PIC 9(05).
                03 WS-SITUACAO          PIC X(01).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL062.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 SEMANA-DIAS      PIC 9(02) VALUE 7.
       77 W-CONT-AFAST     PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEMANA    PIC 9(06) VALUE ZEROS.
       77 W-CONT-VENCIDA   PIC 9(06) VALUE ZEROS.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-INI       PIC 9(07) VALUE ZEROS.
       77 W-DIAS-PREV      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-RET       PIC 9(07) VALUE ZEROS.

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

       01 LINHA-DET.
           03 LD-CODIGO    PIC X(13).
           03 LD-NOME      PIC X(22).
           03 LD-TIPO      PIC X(02).
           03 LD-INICIO    PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-PREV-FIM  PIC 9(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-DIAS      PIC ZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-OBS       PIC X(17).
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
           SORT WORK-SORT ON ASCENDING KEY WS-PREV-AMD WS-CODIGO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO.
           MOVE "REL062" TO W-REL-ID
           MOVE "REL062.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           DISPLAY "AFASTADOS HOJE......: " W-CONT-AFAST
           DISPLAY "RETORNOS NA SEMANA..: " W-CONT-SEMANA
           DISPLAY "PREVISOES VENCIDAS..: " W-CONT-VENCIDA
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "AFASTADOS E RETORNOS PREVISTOS NA SEMANA"
                                                      TO W-TITULO-REL
           MOVE "CODIGO       NOME                  T INICIO    PREV.FIM
      -    "  DIAS  OBSERVACAO" TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      * SO ENTRAM NO SORT OS AFASTAMENTOS QUE COBREM A DATA DE HOJE;
      * SEM O ARQUIVO DE AFASTAMENTOS NAO HA NINGUEM AFASTADO
       CARREGAR-SORT.
           OPEN INPUT ARQAFAST
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM ARQAFAST.DAT: NENHUM AFASTAMENTO CADASTRADO"
              MOVE "00" TO ST-ERRO
              GO TO CARREGAR-SORT-FIM.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ FUNCIONARIOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-SORT-LER.
           READ ARQAFAST NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           MOVE AFA-INICIO TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-INI = (W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD
           IF W-DIAS-INI > W-DIAS-HOJE
              GO TO CARREGAR-SORT-LER.
           IF AFA-RETORNO NOT = ZEROS
              MOVE AFA-RETORNO TO W-DATA-DMA-NUM
              COMPUTE W-DIAS-RET = (W-DMA-AAAA * 360)
                      + (W-DMA-MM * 30) + W-DMA-DD
              IF W-DIAS-RET NOT > W-DIAS-HOJE
                 GO TO CARREGAR-SORT-LER.
           MOVE SPACES TO WS-NOME
           MOVE AFA-CODIGO TO CODIGO
           READ FUNCIONARIOS
           IF ST-ERRO-FUN = "00"
              MOVE NOME TO WS-NOME
           ELSE
              MOVE "00" TO ST-ERRO-FUN.
           MOVE AFA-PREV-FIM TO W-DATA-DMA-NUM
           COMPUTE WS-PREV-AMD = W-DMA-AAAA * 10000
                   + W-DMA-MM * 100 + W-DMA-DD
           COMPUTE W-DIAS-PREV = (W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD
           MOVE AFA-CODIGO   TO WS-CODIGO
           MOVE AFA-TIPO     TO WS-TIPO
           MOVE AFA-INICIO   TO WS-INICIO
           MOVE AFA-PREV-FIM TO WS-PREV-FIM
           COMPUTE WS-DIAS = W-DIAS-HOJE - W-DIAS-INI + 1
           MOVE SPACE TO WS-SITUACAO
           IF W-DIAS-PREV < W-DIAS-HOJE
              MOVE "V" TO WS-SITUACAO
           ELSE
              IF W-DIAS-PREV NOT > W-DIAS-HOJE + SEMANA-DIAS
                 MOVE "S" TO WS-SITUACAO.
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQAFAST
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
           ADD 1 TO W-CONT-AFAST
           MOVE SPACES       TO LINHA-DET
           MOVE WS-CODIGO    TO LD-CODIGO
           MOVE WS-NOME      TO LD-NOME
           MOVE WS-TIPO      TO LD-TIPO
           MOVE WS-INICIO    TO LD-INICIO
           MOVE WS-PREV-FIM  TO LD-PREV-FIM
           MOVE WS-DIAS      TO LD-DIAS
           IF WS-SITUACAO = "S"
              MOVE "RETORNO NA SEMANA" TO LD-OBS
              ADD 1 TO W-CONT-SEMANA.
           IF WS-SITUACAO = "V"
              MOVE "PREVISAO VENCIDA" TO LD-OBS
              ADD 1 TO W-CONT-VENCIDA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           IF W-LINPAG + 4 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "FUNCIONARIOS AFASTADOS HOJE" TO LT-TEXTO
           MOVE W-CONT-AFAST TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "RETORNOS PREVISTOS NA SEMANA" TO LT-TEXTO
           MOVE W-CONT-SEMANA TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "PREVISOES DE FIM VENCIDAS SEM RETORNO" TO LT-TEXTO
           MOVE W-CONT-VENCIDA TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 4 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
