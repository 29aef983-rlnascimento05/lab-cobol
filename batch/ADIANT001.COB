       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANT001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * ADIANTAMENTO QUINZENAL DE SALARIO (DIA 20)        *
      **************************************************
      * O ADIANTAMENTO DO DIA 20 ERA UMA TRANSFERENCIA FEITA NA MAO
      * NO SITE DO BANCO, E A FOLHA001 NAO SABIA DELE -- O LIQUIDO
      * DO FIM DO MES SAIA ERRADO ATE ALGUEM CORRIGIR. ESTE JOB,
      * RODADO NO DIA 20, PEDE A COMPETENCIA NO CONSOLE (AAAAMM,
      * ZEROS = MES CORRENTE) E, PARA CADA FUNCIONARIO ATIVO COM
      * ADIANTAMENTO NO CADFUNC.DAT (ADIANT-PERC = PERCENTUAL DO
      * SALARIO; SEM PERCENTUAL, ADIANT-VALOR = VALOR FIXO, NUNCA
      * ACIMA DO SALARIO), CALCULA O VALOR DO ADIANTAMENTO. FICAM
      * DE FORA, LISTADOS NA GUIA COM O MOTIVO:
      *   - ADMITIDO DEPOIS DO DIA 15 DA COMPETENCIA;
      *   - EM GOZO DE FERIAS (ARQFERIAS.DAT, SGB-015) NO DIA 20;
      *   - AFASTADO (ARQAFAST.DAT, SGB-045) NO DIA 20;
      *   - SEM DADOS BANCARIOS (NAO HA COMO CREDITAR).
      * O ADIANTAMENTO PAGO E GRAVADO EM ARQADIANT.DAT (CODIGO +
      * COMPETENCIA), QUE O FOLHA001 LE PARA DESCONTAR DO LIQUIDO DO
      * MES; UMA NOVA RODADA DA MESMA COMPETENCIA APAGA E REFAZ OS
      * LANCAMENTOS DELA. O CREDITO SAI EM ADIANTREM.TXT NO MESMO
      * LAYOUT DA REMESSA DE SALARIOS DO BANCO001:
      *     TIPO "1" + BANCO(3) + AGENCIA(4) + CONTA(8) + DV(1) +
      *     CODIGO(12) + NOME(35) + VALOR(11, CENTAVOS) + COMPET(6)
      *     TIPO "9" + QUANTIDADE(5) + SOMA(12, CENTAVOS)
      * E A GUIA DE CONFERENCIA EM ADIANTOT.TXT (CATALOGADA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT ARQFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FERIAS
                    FILE STATUS  IS ST-ERRO-FER.

           SELECT ARQAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AFA
                    FILE STATUS  IS ST-ERRO-AFA.

           SELECT ARQADIANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ADT
                    FILE STATUS  IS ST-ERRO-ADT.

           SELECT REMESSA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REM.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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

       FD ARQFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
                03 CHAVE-FERIAS.
                   05 FERIAS-CODIGO     PIC X(12).
                   05 FERIAS-AQUIS-INI  PIC 9(8).
                03 FERIAS-AQUIS-FIM     PIC 9(8).
                03 FERIAS-DIAS-DIREITO  PIC 9(2).
                03 FERIAS-DIAS-GOZADOS  PIC 9(2).
                03 FERIAS-GOZO-INI      PIC 9(8).
                03 FERIAS-GOZO-FIM      PIC 9(8).
                03 FERIAS-SITUACAO      PIC X(01).

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

      * ADIANTAMENTO PAGO NA COMPETENCIA, LIDO PELO FOLHA001 PARA O
      * DESCONTO NO LIQUIDO DO MES
       FD ARQADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADIANT.DAT".
       01 REGADIANT.
                03 CHAVE-ADT.
                   05 ADT-CODIGO        PIC X(12).
                   05 ADT-COMPET        PIC 9(6).
                03 ADT-PERC             PIC 9(3)V99.
                03 ADT-VALOR            PIC 9(7)V99.
                03 ADT-DATA-CALC        PIC 9(8).

       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADIANTREM.TXT".

       01 LINHA-REM                    PIC X(81).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADIANTOT.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-FER      PIC X(02) VALUE "00".
       77 ST-ERRO-ADT      PIC X(02) VALUE "00".
       77 ST-ERRO-REM      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-FER-ABERTO     PIC X(01) VALUE "N".
       77 W-EM-FERIAS      PIC X(01) VALUE "N".
       77 W-COMPET         PIC 9(06) VALUE ZEROS.
       77 W-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 W-CORTE-ADM      PIC 9(08) VALUE ZEROS.
       77 W-GOZO-INI       PIC 9(08) VALUE ZEROS.
       77 W-GOZO-FIM       PIC 9(08) VALUE ZEROS.
       77 W-VALOR          PIC 9(07)V99 VALUE ZEROS.
       77 W-MOTIVO         PIC X(30) VALUE SPACES.
       77 W-CONT-ORDENS    PIC 9(05) VALUE ZEROS.
       77 W-CONT-FORA      PIC 9(05) VALUE ZEROS.
       77 W-CONT-APAGADOS  PIC 9(05) VALUE ZEROS.
       77 W-TOT-VALOR      PIC 9(10)V99 VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-DATA-CALC.
          03 W-CALC-DD      PIC 9(02).
          03 W-CALC-MM      PIC 9(02).
          03 W-CALC-AAAA    PIC 9(04).
       01 W-DATA-CALC-NUM REDEFINES W-DATA-CALC
                                        PIC 9(08).
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

      * ORDEM DE CREDITO DE LAYOUT FIXO (VALOR EM CENTAVOS), IGUAL A
      * REMESSA DE SALARIOS DO BANCO001
       01 LIN-ORDEM.
           03 OR-TIPO      PIC X(01).
           03 OR-BANCO     PIC 9(03).
           03 OR-AGENCIA   PIC 9(04).
           03 OR-CONTA     PIC 9(08).
           03 OR-DV        PIC X(01).
           03 OR-CODIGO    PIC X(12).
           03 OR-NOME      PIC X(35).
           03 OR-VALOR     PIC 9(09)V99.
           03 OR-COMPET    PIC 9(06).
       01 LIN-TRAILER.
           03 TR-TIPO      PIC X(01).
           03 TR-QTD       PIC 9(05).
           03 TR-VALOR     PIC 9(10)V99.

       COPY RELPAG.
       COPY AFASVAL.

       01 GUIA-LIN-DET.
           03 GD-CODIGO    PIC X(12).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GD-NOME      PIC X(35).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GD-SALARIO   PIC ZZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GD-VALOR     PIC ZZZZZZ9,99.
       01 GUIA-LIN-FORA.
           03 FILLER       PIC X(06) VALUE "FORA: ".
           03 GF-CODIGO    PIC X(12).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GF-NOME      PIC X(28).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GF-MOTIVO    PIC X(30).
       01 GUIA-LIN-TOT.
           03 FILLER       PIC X(22) VALUE "ORDENS NA REMESSA...: ".
           03 GL-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(15) VALUE "  VALOR TOTAL: ".
           03 GL-VALOR     PIC ZZZZZZZZ9,99.
       01 GUIA-LIN-QFORA.
           03 FILLER       PIC X(22) VALUE "FORA DO ADIANTAMENTO: ".
           03 GQ-QTD       PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-CALC-DD
           MOVE W-MES-HOJE TO W-CALC-MM
           MOVE W-ANO-HOJE TO W-CALC-AAAA
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES CORRENTE): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              MOVE W-ANO-HOJE TO W-COMPET-AAAA
              MOVE W-MES-HOJE TO W-COMPET-MM
              MOVE W-COMPET-NUM TO W-COMPET.
           MOVE W-COMPET TO W-COMPET-NUM
      * DIA 20 DA COMPETENCIA (FERIAS) E CORTE DA ADMISSAO NO DIA 15,
      * OS DOIS EM AAAAMMDD
           COMPUTE W-DATA-REF  = W-COMPET * 100 + 20
           COMPUTE W-CORTE-ADM = W-COMPET * 100 + 15
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM APAGAR-COMPETENCIA THRU APAGAR-COMPETENCIA-FIM
           PERFORM PROC-FUNC THRU PROC-FUNC-FIM
           PERFORM GRAVAR-TRAILER THRU GRAVAR-TRAILER-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "ORDENS NA REMESSA....: " W-CONT-ORDENS
           DISPLAY "FORA DO ADIANTAMENTO.: " W-CONT-FORA
           DISPLAY "LANCAMENTOS REFEITOS.: " W-CONT-APAGADOS
           DISPLAY "VALOR TOTAL..........: " W-TOT-VALOR
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ FUNCIONARIOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DAS FERIAS: SEM O ARQUIVO, NINGUEM ESTA
      * EM GOZO
           OPEN INPUT ARQFERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-FER-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FER.
           PERFORM ABRIR-AFASTAMENTOS THRU ABRIR-AFASTAMENTOS-FIM.
       ABRIR-ARQS-ADT.
           OPEN I-O ARQADIANT
           IF ST-ERRO-ADT NOT = "00"
               IF ST-ERRO-ADT = "30" OR "35"
                      OPEN OUTPUT ARQADIANT
                      CLOSE ARQADIANT
                      GO TO ABRIR-ARQS-ADT
               ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO ARQ ADIANT ***"
                      MOVE 12 TO RETURN-CODE
                      GOBACK.
           OPEN OUTPUT REMESSA
           IF ST-ERRO-REM NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE REMESSA ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DA GUIA DE TOTAIS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "GUIA DE CONFERENCIA DO ADIANTAMENTO QUINZENAL"
                                                  TO W-TITULO-REL
           MOVE "CODIGO        NOME                                    S
      -    "ALARIO   ADIANTAM." TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

      * NOVA RODADA DA COMPETENCIA: OS LANCAMENTOS DELA SAO REFEITOS
       APAGAR-COMPETENCIA.
           MOVE LOW-VALUES TO CHAVE-ADT
           START ARQADIANT KEY IS NOT LESS CHAVE-ADT
               INVALID KEY GO TO APAGAR-COMPETENCIA-FIM.
       APAGAR-COMPETENCIA-LER.
           READ ARQADIANT NEXT RECORD
               AT END GO TO APAGAR-COMPETENCIA-FIM.
           IF ADT-COMPET NOT = W-COMPET
              GO TO APAGAR-COMPETENCIA-LER.
           DELETE ARQADIANT RECORD
           ADD 1 TO W-CONT-APAGADOS
           GO TO APAGAR-COMPETENCIA-LER.
       APAGAR-COMPETENCIA-FIM.
           MOVE "00" TO ST-ERRO-ADT.
           EXIT.

      *-----------------------------------------------------------------
      * FUNCIONARIOS ATIVOS COM ADIANTAMENTO, EM ORDEM DE CODIGO
      *-----------------------------------------------------------------
       PROC-FUNC.
           MOVE LOW-VALUES TO CODIGO
           START FUNCIONARIOS KEY IS NOT LESS CODIGO
               INVALID KEY GO TO PROC-FUNC-FIM.
       PROC-FUNC-LER.
           READ FUNCIONARIOS NEXT RECORD
               AT END GO TO PROC-FUNC-FIM.
           IF SITUACAO-FUN NOT = "A"
              GO TO PROC-FUNC-LER.
           IF ADIANT-PERC = ZEROS AND ADIANT-VALOR = ZEROS
              GO TO PROC-FUNC-LER.
           MOVE DATA-ADMISSAO TO W-DATA-DMA-NUM
           IF W-DMA-AAAA * 10000 + W-DMA-MM * 100 + W-DMA-DD
                                                     > W-CORTE-ADM
              MOVE "ADMITIDO APOS O DIA 15" TO W-MOTIVO
              GO TO PROC-FUNC-FORA.
           PERFORM VERIFICAR-FERIAS THRU VERIFICAR-FERIAS-FIM
           IF W-EM-FERIAS = "S"
              MOVE "EM GOZO DE FERIAS NO DIA 20" TO W-MOTIVO
              GO TO PROC-FUNC-FORA.
           MOVE CODIGO     TO AF-CODIGO
           MOVE W-DATA-REF TO AF-REF-NUM
           PERFORM VERIFICAR-AFASTAMENTO
                                   THRU VERIFICAR-AFASTAMENTO-FIM
           IF AF-AFASTADO = "S"
              MOVE "AFASTADO NO DIA 20" TO W-MOTIVO
              GO TO PROC-FUNC-FORA.
      * SEM BANCO/CONTA NAO HA COMO CREDITAR: NAO HA ADIANTAMENTO A
      * DESCONTAR NA FOLHA
           IF BANCO = ZEROS OR CONTA = ZEROS
              MOVE "SEM DADOS BANCARIOS" TO W-MOTIVO
              GO TO PROC-FUNC-FORA.
           IF ADIANT-PERC > ZEROS
              COMPUTE W-VALOR ROUNDED = SALARIO * ADIANT-PERC / 100
           ELSE
              MOVE ADIANT-VALOR TO W-VALOR.
           IF W-VALOR > SALARIO
              MOVE SALARIO TO W-VALOR.
           IF W-VALOR = ZEROS
              GO TO PROC-FUNC-LER.
           MOVE CODIGO          TO ADT-CODIGO
           MOVE W-COMPET        TO ADT-COMPET
           MOVE ADIANT-PERC     TO ADT-PERC
           MOVE W-VALOR         TO ADT-VALOR
           MOVE W-DATA-CALC-NUM TO ADT-DATA-CALC
           WRITE REGADIANT
           IF ST-ERRO-ADT NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQ ADIANT ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "1"        TO OR-TIPO
           MOVE BANCO      TO OR-BANCO
           MOVE AGENCIA    TO OR-AGENCIA
           MOVE CONTA      TO OR-CONTA
           MOVE CONTA-DV   TO OR-DV
           MOVE CODIGO     TO OR-CODIGO
           MOVE NOME       TO OR-NOME
           MOVE W-VALOR    TO OR-VALOR
           MOVE W-COMPET   TO OR-COMPET
           MOVE SPACES     TO LINHA-REM
           MOVE LIN-ORDEM  TO LINHA-REM
           WRITE LINHA-REM
           ADD 1 TO W-CONT-ORDENS
           ADD W-VALOR TO W-TOT-VALOR
           MOVE CODIGO   TO GD-CODIGO
           MOVE NOME     TO GD-NOME
           MOVE SALARIO  TO GD-SALARIO
           MOVE W-VALOR  TO GD-VALOR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM GUIA-LIN-DET
           ADD 1 TO W-LINPAG
           GO TO PROC-FUNC-LER.
       PROC-FUNC-FORA.
           ADD 1 TO W-CONT-FORA
           MOVE CODIGO   TO GF-CODIGO
           MOVE NOME     TO GF-NOME
           MOVE W-MOTIVO TO GF-MOTIVO
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM GUIA-LIN-FORA
           ADD 1 TO W-LINPAG
           GO TO PROC-FUNC-LER.
       PROC-FUNC-FIM.
           EXIT.

      * PERIODO DE GOZO (SGB-015) QUE COBRE O DIA 20 DA COMPETENCIA
       VERIFICAR-FERIAS.
           MOVE "N" TO W-EM-FERIAS
           IF W-FER-ABERTO NOT = "S"
              GO TO VERIFICAR-FERIAS-FIM.
           MOVE CODIGO TO FERIAS-CODIGO
           MOVE ZEROS  TO FERIAS-AQUIS-INI
           START ARQFERIAS KEY IS NOT LESS CHAVE-FERIAS
               INVALID KEY GO TO VERIFICAR-FERIAS-FIM.
       VERIFICAR-FERIAS-LER.
           READ ARQFERIAS NEXT RECORD
               AT END GO TO VERIFICAR-FERIAS-FIM.
           IF FERIAS-CODIGO NOT = CODIGO
              GO TO VERIFICAR-FERIAS-FIM.
           IF FERIAS-GOZO-INI = ZEROS
              GO TO VERIFICAR-FERIAS-LER.
           MOVE FERIAS-GOZO-INI TO W-DATA-DMA-NUM
           COMPUTE W-GOZO-INI = W-DMA-AAAA * 10000
                   + W-DMA-MM * 100 + W-DMA-DD
           MOVE FERIAS-GOZO-FIM TO W-DATA-DMA-NUM
           COMPUTE W-GOZO-FIM = W-DMA-AAAA * 10000
                   + W-DMA-MM * 100 + W-DMA-DD
           IF W-DATA-REF NOT < W-GOZO-INI
              AND W-DATA-REF NOT > W-GOZO-FIM
              MOVE "S" TO W-EM-FERIAS
              GO TO VERIFICAR-FERIAS-FIM.
           GO TO VERIFICAR-FERIAS-LER.
       VERIFICAR-FERIAS-FIM.
           MOVE "00" TO ST-ERRO-FER.
           EXIT.

      * REGISTRO "9" FINAL COM QUANTIDADE E SOMA, PARA O BANCO
      * CONFERIR A REMESSA INTEIRA
       GRAVAR-TRAILER.
           MOVE "9"           TO TR-TIPO
           MOVE W-CONT-ORDENS TO TR-QTD
           MOVE W-TOT-VALOR   TO TR-VALOR
           MOVE SPACES        TO LINHA-REM
           MOVE LIN-TRAILER   TO LINHA-REM
           WRITE LINHA-REM
           MOVE W-CONT-ORDENS TO GL-QTD
           MOVE W-TOT-VALOR   TO GL-VALOR
           MOVE W-CONT-FORA   TO GQ-QTD
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM GUIA-LIN-TOT
           WRITE LINHA-REL FROM GUIA-LIN-QFORA.
       GRAVAR-TRAILER-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE FUNCIONARIOS
           IF W-FER-ABERTO = "S"
              CLOSE ARQFERIAS.
           PERFORM FECHAR-AFASTAMENTOS THRU FECHAR-AFASTAMENTOS-FIM
           CLOSE ARQADIANT
           CLOSE REMESSA
           CLOSE RELATORIO
           MOVE "ADIANT001" TO W-REL-ID
           MOVE "ADIANTOT.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           MOVE W-COMPET TO W-REL-PARMS (1:6)
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.

       COPY AFASVALP.
