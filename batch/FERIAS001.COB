      * SGB-015 (CDFERIAS) E O REL043 AVISA, POR DEPARTAMENTO, OS
      * PERIODOS PERTO DE VENCER (A MULTA LEGAL VINHA DO CALENDARIO
      * DE PAREDE).
      * 2026-10-15  AFASTAMENTOS (ARQAFAST.DAT DO SGB-045, COPY
      * AFASVAL./AFASVALP.): OS PERIODOS PASSAM A SER ENCADEADOS --
      * CADA UM COMECA NO FIM DO ANTERIOR -- E, QUANDO O FUNCIONARIO
      * FICA MAIS DE 6 MESES (180 DIAS) RECEBENDO DO INSS POR DOENCA
      * OU ACIDENTE DENTRO DO PERIODO, ELE PERDE O DIREITO (CLT ART.
      * 133, IV): O PERIODO E GRAVADO ENCERRADO, SEM DIAS, ATE O
      * RETORNO, E O PERIODO SEGUINTE COMECA NA DATA DO RETORNO.
      * ENQUANTO NAO VOLTA, NADA MAIS E GERADO PARA ELE.
      * 2026-10-15  INFORMA AO JOB DA CADEIA O TOTAL DE FUNCIONARIOS
      *             LIDOS (COPY JOBCNT.), PARA A ESTATISTICA DE
      *             EXECUCAO DO HISTORICO JOBHIST.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FERIAS
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AFA
                    FILE STATUS  IS ST-ERRO-AFA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       FD ARQFERIAS
               LABEL RECORD IS STANDARD
                   88 FERIAS-ABERTA         VALUE "A".
                   88 FERIAS-GOZADA         VALUE "G".
                   88 FERIAS-ENCERRADA      VALUE "E".

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-CONT-GERADOS   PIC 9(06) VALUE ZEROS.
       77 W-CONT-JA-EXIST  PIC 9(06) VALUE ZEROS.
       77 W-K              PIC 9(02) VALUE ZEROS.
       77 W-CONT-PERDIDOS  PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.
       77 W-DIREITO        PIC 9(02) VALUE ZEROS.
       77 W-SIT            PIC X(01) VALUE SPACES.
       COPY AFASVAL.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
       01 W-HOJE-AMD.
          03 W-HAMD-NUM     PIC 9(08).

       01 W-PER-DMA.
          03 W-PER-DD       PIC 9(02).
          03 W-PER-MM       PIC 9(02).
          03 W-FAMD-DD      PIC 9(02).
       01 W-FIM-AMD-NUM REDEFINES W-FIM-AMD
                                        PIC 9(08).

       01 W-INI-AMD.
          03 W-IAMD-AAAA    PIC 9(04).
          03 W-IAMD-MM      PIC 9(02).
          03 W-IAMD-DD      PIC 9(02).
       01 W-INI-AMD-NUM REDEFINES W-INI-AMD
                                        PIC 9(08).

       01 W-FIM-DMA.
          03 W-FDMA-DD      PIC 9(02).
          03 W-FDMA-MM      PIC 9(02).
          03 W-FDMA-AAAA    PIC 9(04).
       01 W-FIM-DMA-NUM REDEFINES W-FIM-DMA
                                        PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FUNCIONARIOS LIDOS..: " W-CONT-FUNC
           DISPLAY "PERIODOS GERADOS....: " W-CONT-GERADOS
           DISPLAY "PERIODOS JA EXISTIAM: " W-CONT-JA-EXIST
           DISPLAY "PERIODOS PERDIDOS...: " W-CONT-PERDIDOS
           MOVE W-CONT-FUNC TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

                      GOBACK
           ELSE
                    NEXT SENTENCE.
           PERFORM ABRIR-AFASTAMENTOS THRU ABRIR-AFASTAMENTOS-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       LER-FUNC-FIM.
           EXIT.

      * GERA OS PERIODOS AQUISITIVOS COMPLETADOS, ENCADEADOS A PARTIR
      * DA ADMISSAO: CADA PERIODO VAI DO INICIO AO MESMO DIA/MES DO
      * ANO SEGUINTE E SO E GERADO QUANDO O FIM JA PASSOU; O PERIODO
      * QUE JA EXISTE NAO E MEXIDO, E A CORRENTE SEGUE DO FIM DELE
       PROC-FUNC.
           ADD 1 TO W-CONT-FUNC
           IF SITUACAO-FUN NOT = "A" OR DATA-ADMISSAO = ZEROS
              GO TO PROC-FUNC-PROX.
           MOVE DATA-ADMISSAO TO W-PER-DMA-NUM
           MOVE 1 TO W-K.
       PROC-FUNC-PERIODO.
           MOVE W-PER-AAAA TO W-IAMD-AAAA
           MOVE W-PER-MM   TO W-IAMD-MM
           MOVE W-PER-DD   TO W-IAMD-DD
           COMPUTE W-FAMD-AAAA = W-PER-AAAA + 1
           MOVE W-PER-MM   TO W-FAMD-MM
           MOVE W-PER-DD   TO W-FAMD-DD
           MOVE CODIGO        TO FERIAS-CODIGO
           MOVE W-PER-DMA-NUM TO FERIAS-AQUIS-INI
           READ ARQFERIAS
           IF ST-ERRO = "00"
              ADD 1 TO W-CONT-JA-EXIST
              MOVE FERIAS-AQUIS-FIM TO W-PER-DMA-NUM
              GO TO PROC-FUNC-SEGUINTE.
           MOVE "00" TO ST-ERRO
      * DIAS PAGOS PELO INSS (DOENCA/ACIDENTE) DO INICIO DO PERIODO
      * ATE O FIM DELE OU ATE HOJE, O QUE VIER PRIMEIRO
           MOVE CODIGO        TO AF-CODIGO
           MOVE W-INI-AMD-NUM TO AF-INI-NUM
           MOVE W-FIM-AMD-NUM TO AF-FIM-NUM
           IF W-FIM-AMD-NUM > W-HAMD-NUM
              MOVE W-HAMD-NUM TO AF-FIM-NUM.
           PERFORM CONTAR-AFASTAMENTO THRU CONTAR-AFASTAMENTO-FIM
           IF AF-DIAS-INSS > 180
              GO TO PROC-FUNC-PERDIDO.
           IF W-FIM-AMD-NUM > W-HAMD-NUM
              GO TO PROC-FUNC-PROX.
           MOVE 30  TO W-DIREITO
           MOVE "A" TO W-SIT
           PERFORM GERAR-PERIODO THRU GERAR-PERIODO-FIM
           GO TO PROC-FUNC-SEGUINTE.
      * MAIS DE 6 MESES DE BENEFICIO DO INSS NO PERIODO: PERDE O
      * DIREITO, E O NOVO PERIODO COMECA NO RETORNO (AINDA AFASTADO =
      * ESPERA A VOLTA PARA SEGUIR)
       PROC-FUNC-PERDIDO.
           IF AF-RETORNO-ULT = 99999999
              GO TO PROC-FUNC-PROX.
           MOVE AF-RETORNO-ULT TO W-FIM-AMD-NUM
           MOVE ZEROS TO W-DIREITO
           MOVE "E"   TO W-SIT
           PERFORM GERAR-PERIODO THRU GERAR-PERIODO-FIM
           ADD 1 TO W-CONT-PERDIDOS.
       PROC-FUNC-SEGUINTE.
           ADD 1 TO W-K
           IF W-K < 50
              GO TO PROC-FUNC-PERIODO.
       PROC-FUNC-FIM.
           EXIT.

      * GRAVA O PERIODO DE W-PER-DMA (INICIO) A W-FIM-AMD (FIM) COM
      * W-DIREITO DIAS NA SITUACAO W-SIT; O PROXIMO COMECA NO FIM
       GERAR-PERIODO.
           MOVE W-FAMD-DD   TO W-FDMA-DD
           MOVE W-FAMD-MM   TO W-FDMA-MM
           MOVE W-FAMD-AAAA TO W-FDMA-AAAA
           MOVE CODIGO        TO FERIAS-CODIGO
           MOVE W-PER-DMA-NUM TO FERIAS-AQUIS-INI
           MOVE W-FIM-DMA-NUM TO FERIAS-AQUIS-FIM
           MOVE W-DIREITO TO FERIAS-DIAS-DIREITO
           MOVE ZEROS TO FERIAS-DIAS-GOZADOS
           MOVE ZEROS TO FERIAS-GOZO-INI FERIAS-GOZO-FIM
           MOVE W-SIT     TO FERIAS-SITUACAO
           WRITE REGFERIAS
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-CONT-GERADOS
              DISPLAY "*** ERRO NA GRAVACAO DO PERIODO ***" CODIGO
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE W-FIM-DMA-NUM TO W-PER-DMA-NUM.
       GERAR-PERIODO-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE FUNCIONARIOS
           CLOSE ARQFERIAS
           PERFORM FECHAR-AFASTAMENTOS THRU FECHAR-AFASTAMENTOS-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY AFASVALP.

       COPY JOBCNTP.
