       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTO002.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * APURACAO DIARIA DO PONTO CONTRA A ESCALA          *
      **************************************************
      * O PONTO001 GRAVA AS BATIDAS EM ARQPONTOM.DAT, MAS SEM SABER O
      * QUE CADA UM DEVIA TRABALHAR A FALTA DE BATIDA NAO APARECIA E
      * O ATRASO NUNCA ERA MEDIDO. ESTE PASSO DA ROTINA NOTURNA
      * (JOB001) PEGA A DATA DO DIA E, PARA CADA FUNCIONARIO ATIVO
      * DE CADFUNC.DAT, MONTA O TURNO ESPERADO PELA ESCALA
      * ARQESCALA.DAT (SGB-043):
      *   - A LINHA DE DATA ESPECIFICA (TIPO D) DO DIA, SE HOUVER,
      *     VALE SOZINHA (FOLGA AVULSA OU TURNO TROCADO);
      *   - SENAO, A LINHA SEMANAL (TIPO S) DO DIA DA SEMANA (ZELLER,
      *     COPY CALDIAS./CALDIASP.), QUE NAO VALE EM FERIADO OU
      *     FECHAMENTO DE ARQCALEND.DAT NEM NO GOZO DE FERIAS
      *     REGISTRADO EM ARQFERIAS.DAT.
      * E COMPARA COM A BATIDA DO DIA EM ARQPONTOM.DAT:
      *   FALTA          TURNO ESPERADO SEM NENHUMA BATIDA;
      *   INCOMPLETA     BATIDA SEM ENTRADA OU SEM SAIDA;
      *   ATRASO         ENTRADA DEPOIS DO TURNO ALEM DA TOLERANCIA;
      *   SAIDA ANTECIP. SAIDA ANTES DO FIM DO TURNO ALEM DA
      *                  TOLERANCIA (PARAMETRO TOLPONTO DO CDPARAM, EM
      *                  MINUTOS, PADRAO 10);
      *   FORA DA ESCALA BATIDA NUM DIA SEM TURNO (FOLGA, FERIADO,
      *                  FERIAS OU FUNCIONARIO SEM ESCALA).
      * O RESULTADO DE CADA FUNCIONARIO-DIA COM TURNO OU COM BATIDA
      * FICA EM ARQOCPON.DAT (CODIGO + DATA), QUE O FOLHA001 USA PARA
      * CONTAR AS FALTAS DO MES; A REEXECUCAO NO MESMO DIA REGRAVA O
      * DIA. SO AS OCORRENCIAS SAEM EM PONTO002.TXT, POR FILIAL DO
      * TURNO (FORA DA ESCALA SEM TURNO NENHUM VAI PARA A FILIAL 00),
      * CATALOGADO, COM O RESUMO DO DIA NO FIM. SEM ESCALA CADASTRADA
      * O PASSO SO AVISA E TERMINA BEM, PARA NAO PARAR A ROTINA.
      * 2026-10-15  FUNCIONARIO AFASTADO NO DIA (ARQAFAST.DAT DO
      * SGB-045, COPY AFASVAL./AFASVALP.) FICA FORA DA APURACAO: NEM
      * FALTA, NEM FORA DA ESCALA, E NADA VAI PARA O ARQOCPON -- A
      * FOLHA001 TRATA O AFASTAMENTO A PARTE. O RESUMO CONTA OS
      * AFASTADOS DO DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ESC
                    FILE STATUS  IS ST-ERRO-ESC.

           SELECT ARQPONTOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PONTO
                    FILE STATUS  IS ST-ERRO-PON.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

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

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT ARQOCPON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-OCP
                    FILE STATUS  IS ST-ERRO-OCP.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESCALA.DAT".
       01 REGESCALA.
                03 CHAVE-ESC.
                   05 ESC-CODIGO        PIC X(12).
                   05 ESC-TIPO          PIC X(01).
                   05 ESC-REF           PIC 9(08).
                03 ESC-ENTRADA          PIC 9(04).
                03 ESC-SAIDA            PIC 9(04).
                03 ESC-FILIAL           PIC 9(02).
                03 ESC-FOLGA            PIC X(01).
                03 ESC-DATA             PIC 9(08).
                03 ESC-OPERADOR         PIC X(08).

       FD ARQPONTOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTOM.DAT".
       01 REGPONTO.
                03 CHAVE-PONTO.
                   05 PONTO-CODIGO      PIC X(12).
                   05 PONTO-DATA        PIC 9(08).
                03 PONTO-ENTRADA        PIC 9(04).
                03 PONTO-SAIDA          PIC 9(04).

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

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

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

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

      * UM REGISTRO POR FUNCIONARIO-DIA APURADO (DATA EM DDMMAAAA,
      * COMO NO ARQPONTOM); FLAGS "S"/"N"
       FD ARQOCPON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOCPON.DAT".
       01 REGOCPON.
                03 CHAVE-OCP.
                   05 OCP-CODIGO        PIC X(12).
                   05 OCP-DATA          PIC 9(08).
                03 OCP-FILIAL           PIC 9(02).
                03 OCP-ESC-ENTRADA      PIC 9(04).
                03 OCP-ESC-SAIDA        PIC 9(04).
                03 OCP-ENTRADA          PIC 9(04).
                03 OCP-SAIDA            PIC 9(04).
                03 OCP-MIN-ATRASO       PIC 9(04).
                03 OCP-MIN-ANTECIP      PIC 9(04).
                03 OCP-FALTA            PIC X(01).
                03 OCP-INCOMPLETA       PIC X(01).
                03 OCP-FORA-ESCALA      PIC X(01).
                03 OCP-DATA-APUR        PIC 9(08).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-FILIAL            PIC 9(02).
                03 WS-CODIGO            PIC X(12).
                03 WS-NOME              PIC X(20).
                03 WS-ESC-ENTRADA       PIC 9(04).
                03 WS-ESC-SAIDA         PIC 9(04).
                03 WS-ENTRADA           PIC 9(04).
                03 WS-SAIDA             PIC 9(04).
                03 WS-MIN-ATRASO        PIC 9(04).
                03 WS-MIN-ANTECIP       PIC 9(04).
                03 WS-SEM-TURNO         PIC X(09).
                03 WS-OCORRENCIA        PIC X(16).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PONTO002.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY CALDIAS.
       COPY AFASVAL.
       COPY PARAMVAL.
       COPY TFILIAL.
       77 ST-ERRO-ESC      PIC X(02) VALUE "00".
       77 ST-ERRO-PON      PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-FER      PIC X(02) VALUE "00".
       77 ST-ERRO-OCP      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-PON-ABERTO     PIC X(01) VALUE "N".
       77 W-FER-ABERTO     PIC X(01) VALUE "N".
       77 W-TOLERANCIA     PIC 9(03) VALUE 10.
       77 W-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 W-FERIADO        PIC X(01) VALUE "N".
       77 W-EM-FERIAS      PIC X(01) VALUE "N".
       77 W-TEM-TURNO      PIC X(01) VALUE "N".
       77 W-TEM-BATIDA     PIC X(01) VALUE "N".
       77 W-FILIAL-ANT     PIC 9(02) VALUE ZEROS.
       77 W-DATA-DMA-HOJE  PIC 9(08) VALUE ZEROS.
       77 W-HOJE-AMD       PIC 9(08) VALUE ZEROS.
       77 W-GOZO-INI       PIC 9(08) VALUE ZEROS.
       77 W-GOZO-FIM       PIC 9(08) VALUE ZEROS.
       77 W-MIN-ESC        PIC 9(05) VALUE ZEROS.
       77 W-MIN-BAT        PIC 9(05) VALUE ZEROS.
       77 W-CONT-FUNC      PIC 9(05) VALUE ZEROS.
       77 W-CONT-TURNO     PIC 9(05) VALUE ZEROS.
       77 W-CONT-OK        PIC 9(05) VALUE ZEROS.
       77 W-CONT-FALTA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-INCOMP    PIC 9(05) VALUE ZEROS.
       77 W-CONT-ATRASO    PIC 9(05) VALUE ZEROS.
       77 W-CONT-ANTECIP   PIC 9(05) VALUE ZEROS.
       77 W-CONT-FORA      PIC 9(05) VALUE ZEROS.
       77 W-CONT-AFAST     PIC 9(05) VALUE ZEROS.
       77 W-CONT-FILIAL    PIC 9(05) VALUE ZEROS.

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
       01 W-HORA-HHMM.
          03 W-HORA-HH      PIC 9(02).
          03 W-HORA-MM      PIC 9(02).
       01 W-HORA-HHMM-NUM REDEFINES W-HORA-HHMM
                                        PIC 9(04).

       01 TAB-DIAS-SEMANA.
           03 FILLER   PIC X(56) VALUE
           "SEGUNDA TERCA   QUARTA  QUINTA  SEXTA   SABADO  DOMINGO ".
       01 TAB-DIAS-R REDEFINES TAB-DIAS-SEMANA.
           03 TB-DIA-SEMANA PIC X(08) OCCURS 7 TIMES.

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(06) VALUE "DATA: ".
           03 LP-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LP-DIA-SEM   PIC X(08).
           03 FILLER       PIC X(14) VALUE "  TOLERANCIA: ".
           03 LP-TOL       PIC ZZ9.
           03 FILLER       PIC X(04) VALUE " MIN".
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LP-FERIADO   PIC X(30).

       01 LINHA-FILIAL.
           03 FILLER       PIC X(08) VALUE "FILIAL: ".
           03 LFI-FILIAL   PIC 9(02).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LFI-NOME     PIC X(30).

       01 LINHA-DET.
           03 LD-CODIGO    PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-NOME      PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ESCALA.
              05 LD-ESC-ENT PIC 9(04).
              05 LD-ESC-SEP PIC X(01).
              05 LD-ESC-SAI PIC 9(04).
           03 LD-ESCALA-X REDEFINES LD-ESCALA PIC X(09).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BATIDA.
              05 LD-ENT     PIC 9(04).
              05 LD-BAT-SEP PIC X(01).
              05 LD-SAI     PIC 9(04).
           03 LD-BATIDA-X REDEFINES LD-BATIDA PIC X(09).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ATRASO    PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ANTECIP   PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-OCORR     PIC X(16).

       01 LINHA-TOTAL.
           03 LT-TEXTO     PIC X(40).
           03 LT-QTDE      PIC ZZ.ZZ9.

       01 LINHA-AVISO.
           03 LA-TEXTO     PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-DMA-DD
           MOVE W-MES-HOJE TO W-DMA-MM
           MOVE W-ANO-HOJE TO W-DMA-AAAA
           MOVE W-DATA-DMA-NUM TO W-DATA-DMA-HOJE
           MOVE W-HOJE TO W-HOJE-AMD
           OPEN INPUT ARQESCALA
           IF ST-ERRO-ESC NOT = "00"
              DISPLAY "*** ESCALA DE TRABALHO NAO CADASTRADA ***"
              DISPLAY "*** CADASTRE OS TURNOS NO SGB-043 ***"
              MOVE 0 TO RETURN-CODE
              GOBACK.
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM CALC-DIA THRU CALC-DIA-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-FILIAL WS-CODIGO
               INPUT PROCEDURE  APURAR-DIA THRU APURAR-DIA-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "FUNCIONARIOS ATIVOS.......: " W-CONT-FUNC
           DISPLAY "COM TURNO NO DIA..........: " W-CONT-TURNO
           DISPLAY "FALTAS....................: " W-CONT-FALTA
           DISPLAY "BATIDAS INCOMPLETAS.......: " W-CONT-INCOMP
           DISPLAY "ATRASOS...................: " W-CONT-ATRASO
           DISPLAY "SAIDAS ANTECIPADAS........: " W-CONT-ANTECIP
           DISPLAY "TRABALHO FORA DA ESCALA...: " W-CONT-FORA
           DISPLAY "AFASTADOS NO DIA..........: " W-CONT-AFAST
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ FUNCIONARIOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * SEM O MOVIMENTO DO RELOGIO, TODO TURNO DO DIA SAI COMO FALTA
      * NO RELATORIO, MAS NADA E GRAVADO EM ARQOCPON (A FOLHA NAO
      * DESCONTA FALTA DE IMPORTACAO QUE NAO RODOU)
           OPEN INPUT ARQPONTOM
           IF ST-ERRO-PON = "00"
              MOVE "S" TO W-PON-ABERTO
           ELSE
              MOVE "N" TO W-PON-ABERTO
              MOVE "00" TO ST-ERRO-PON.
           OPEN INPUT ARQFERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-FER-ABERTO
           ELSE
              MOVE "N" TO W-FER-ABERTO
              MOVE "00" TO ST-ERRO-FER.
           PERFORM ABRIR-AFASTAMENTOS THRU ABRIR-AFASTAMENTOS-FIM
           PERFORM ABRIR-CALENDARIO THRU ABRIR-CALENDARIO-FIM
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "TOLPONTO" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR < 1000
              MOVE PV-VALOR TO W-TOLERANCIA.
       ABRIR-ARQS-OCP.
           OPEN I-O ARQOCPON
           IF ST-ERRO-OCP NOT = "00"
               IF ST-ERRO-OCP = "30" OR "35"
                      OPEN OUTPUT ARQOCPON
                      CLOSE ARQOCPON
                      GO TO ABRIR-ARQS-OCP
               ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO ARQ OCPON ***"
                      MOVE 12 TO RETURN-CODE
                      GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * DIA DA SEMANA PELO ZELLER DO CALDIASP (H=0 SABADO, H=1
      * DOMINGO, H=2 SEGUNDA ...) CONVERTIDO PARA 1=SEGUNDA A
      * 7=DOMINGO, COMO NA ESCALA; E FERIADO/FECHAMENTO DO DIA
       CALC-DIA.
           MOVE W-HOJE TO CD-CORRENTE
           PERFORM CD-DIA-UTIL THRU CD-DIA-UTIL-FIM
           IF CD-ZC-H = 0
              MOVE 6 TO W-DIA-SEMANA
           ELSE
              IF CD-ZC-H = 1
                 MOVE 7 TO W-DIA-SEMANA
              ELSE
                 COMPUTE W-DIA-SEMANA = CD-ZC-H - 1.
           MOVE "N" TO W-FERIADO
           MOVE SPACES TO LP-FERIADO
           IF CD-ABERTO NOT = "S"
              GO TO CALC-DIA-FIM.
           MOVE W-DATA-DMA-HOJE TO CAL-DATA
           READ ARQCALEND
           IF ST-ERRO-CAL = "00"
              MOVE "S" TO W-FERIADO
              MOVE CAL-DESCRICAO TO LP-FERIADO
           ELSE
              MOVE "00" TO ST-ERRO-CAL.
       CALC-DIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ENTRADA DO SORT: UM PASSO POR FUNCIONARIO ATIVO
      *-----------------------------------------------------------------
       APURAR-DIA.
           MOVE LOW-VALUES TO CODIGO
           START FUNCIONARIOS KEY IS NOT LESS CODIGO
               INVALID KEY GO TO APURAR-DIA-FIM.
       APURAR-DIA-LER.
           READ FUNCIONARIOS NEXT RECORD
               AT END GO TO APURAR-DIA-FIM.
           IF SITUACAO-FUN NOT = "A"
              GO TO APURAR-DIA-LER.
           ADD 1 TO W-CONT-FUNC
           PERFORM APURAR-FUNC THRU APURAR-FUNC-FIM
           GO TO APURAR-DIA-LER.
       APURAR-DIA-FIM.
           EXIT.

       APURAR-FUNC.
           MOVE SPACES TO WS-REG
           MOVE ZEROS  TO WS-FILIAL WS-ESC-ENTRADA WS-ESC-SAIDA
                          WS-ENTRADA WS-SAIDA WS-MIN-ATRASO
                          WS-MIN-ANTECIP
           MOVE CODIGO TO WS-CODIGO
           MOVE NOME   TO WS-NOME
           PERFORM BUSCAR-TURNO THRU BUSCAR-TURNO-FIM
           PERFORM BUSCAR-BATIDA THRU BUSCAR-BATIDA-FIM
           MOVE CODIGO          TO OCP-CODIGO
           MOVE W-DATA-DMA-HOJE TO OCP-DATA
      * AFASTADO NO DIA: NADA A APURAR, COMO NO DIA SEM TURNO
           IF WS-SEM-TURNO = "AFASTADO"
              ADD 1 TO W-CONT-AFAST
              DELETE ARQOCPON RECORD
              MOVE "00" TO ST-ERRO-OCP
              GO TO APURAR-FUNC-FIM.
      * SEM TURNO E SEM BATIDA: NADA A APURAR (E SAI O QUE UMA
      * EXECUCAO ANTERIOR DO DIA TENHA GRAVADO)
           IF W-TEM-TURNO = "N" AND W-TEM-BATIDA = "N"
              DELETE ARQOCPON RECORD
              MOVE "00" TO ST-ERRO-OCP
              GO TO APURAR-FUNC-FIM.
           MOVE WS-FILIAL      TO OCP-FILIAL
           MOVE WS-ESC-ENTRADA TO OCP-ESC-ENTRADA
           MOVE WS-ESC-SAIDA   TO OCP-ESC-SAIDA
           MOVE WS-ENTRADA     TO OCP-ENTRADA
           MOVE WS-SAIDA       TO OCP-SAIDA
           MOVE ZEROS          TO OCP-MIN-ATRASO OCP-MIN-ANTECIP
           MOVE "N" TO OCP-FALTA OCP-INCOMPLETA OCP-FORA-ESCALA
           MOVE W-DATA-DMA-HOJE TO OCP-DATA-APUR
           IF W-TEM-TURNO = "N"
              MOVE "S" TO OCP-FORA-ESCALA
              MOVE "FORA DA ESCALA" TO WS-OCORRENCIA
              ADD 1 TO W-CONT-FORA
              GO TO APURAR-FUNC-GRAVA.
           ADD 1 TO W-CONT-TURNO
           IF W-TEM-BATIDA = "N"
              MOVE "S" TO OCP-FALTA
              MOVE "FALTA" TO WS-OCORRENCIA
              ADD 1 TO W-CONT-FALTA
              GO TO APURAR-FUNC-GRAVA.
           PERFORM COMPARAR-HORARIOS THRU COMPARAR-HORARIOS-FIM.
       APURAR-FUNC-GRAVA.
           IF W-PON-ABERTO NOT = "S"
              GO TO APURAR-FUNC-SORT.
           WRITE REGOCPON
           IF ST-ERRO-OCP = "22"
              REWRITE REGOCPON.
           IF ST-ERRO-OCP NOT = "00" AND "02"
              DISPLAY "*** ERRO AO GRAVAR ARQOCPON: " OCP-CODIGO
              MOVE "00" TO ST-ERRO-OCP.
       APURAR-FUNC-SORT.
           IF WS-OCORRENCIA = SPACES
              ADD 1 TO W-CONT-OK
              GO TO APURAR-FUNC-FIM.
           RELEASE WS-REG.
       APURAR-FUNC-FIM.
           EXIT.

      * TURNO ESPERADO: DATA ESPECIFICA PRIMEIRO; SENAO A SEMANA,
      * DESDE QUE O DIA NAO SEJA FERIADO NEM FERIAS. AFASTADO NO DIA
      * NAO TEM TURNO NENHUM
       BUSCAR-TURNO.
           MOVE "N" TO W-TEM-TURNO
           MOVE CODIGO     TO AF-CODIGO
           MOVE W-HOJE-AMD TO AF-REF-NUM
           PERFORM VERIFICAR-AFASTAMENTO
                                   THRU VERIFICAR-AFASTAMENTO-FIM
           IF AF-AFASTADO = "S"
              MOVE "AFASTADO" TO WS-SEM-TURNO
              GO TO BUSCAR-TURNO-FIM.
           MOVE CODIGO          TO ESC-CODIGO
           MOVE "D"             TO ESC-TIPO
           MOVE W-DATA-DMA-HOJE TO ESC-REF
           READ ARQESCALA
           IF ST-ERRO-ESC = "00"
              MOVE ESC-FILIAL TO WS-FILIAL
              IF ESC-FOLGA = "S"
                 MOVE "FOLGA" TO WS-SEM-TURNO
                 GO TO BUSCAR-TURNO-FIM
              ELSE
                 GO TO BUSCAR-TURNO-ACHOU.
           MOVE "00" TO ST-ERRO-ESC
           MOVE "S"          TO ESC-TIPO
           MOVE W-DIA-SEMANA TO ESC-REF
           READ ARQESCALA
           IF ST-ERRO-ESC NOT = "00"
              MOVE "00" TO ST-ERRO-ESC
              MOVE "SEM TURNO" TO WS-SEM-TURNO
              GO TO BUSCAR-TURNO-FIM.
           MOVE ESC-FILIAL TO WS-FILIAL
           IF W-FERIADO = "S"
              MOVE "FERIADO" TO WS-SEM-TURNO
              GO TO BUSCAR-TURNO-FIM.
           PERFORM VERIFICAR-FERIAS THRU VERIFICAR-FERIAS-FIM
           IF W-EM-FERIAS = "S"
              MOVE "FERIAS" TO WS-SEM-TURNO
              GO TO BUSCAR-TURNO-FIM.
       BUSCAR-TURNO-ACHOU.
           MOVE "S" TO W-TEM-TURNO
           MOVE SPACES      TO WS-SEM-TURNO
           MOVE ESC-ENTRADA TO WS-ESC-ENTRADA
           MOVE ESC-SAIDA   TO WS-ESC-SAIDA.
       BUSCAR-TURNO-FIM.
           EXIT.

      * GOZO DE FERIAS REGISTRADO (SGB-015) QUE COBRE A DATA DO DIA
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
           IF W-HOJE-AMD < W-GOZO-INI OR W-HOJE-AMD > W-GOZO-FIM
              GO TO VERIFICAR-FERIAS-LER.
           MOVE "S" TO W-EM-FERIAS.
       VERIFICAR-FERIAS-FIM.
           EXIT.

       BUSCAR-BATIDA.
           MOVE "N" TO W-TEM-BATIDA
           IF W-PON-ABERTO NOT = "S"
              GO TO BUSCAR-BATIDA-FIM.
           MOVE CODIGO          TO PONTO-CODIGO
           MOVE W-DATA-DMA-HOJE TO PONTO-DATA
           READ ARQPONTOM
           IF ST-ERRO-PON NOT = "00"
              MOVE "00" TO ST-ERRO-PON
              GO TO BUSCAR-BATIDA-FIM.
           MOVE "S" TO W-TEM-BATIDA
           MOVE PONTO-ENTRADA TO WS-ENTRADA
           MOVE PONTO-SAIDA   TO WS-SAIDA.
       BUSCAR-BATIDA-FIM.
           EXIT.

      * TURNO COM BATIDA: INCOMPLETA, ATRASO E SAIDA ANTECIPADA (EM
      * MINUTOS, CONTADOS SO QUANDO PASSAM DA TOLERANCIA)
       COMPARAR-HORARIOS.
           IF WS-ENTRADA = ZEROS OR WS-SAIDA = ZEROS
              MOVE "S" TO OCP-INCOMPLETA
              MOVE "BATIDA INCOMPL." TO WS-OCORRENCIA
              ADD 1 TO W-CONT-INCOMP.
           IF WS-ENTRADA = ZEROS
              GO TO COMPARAR-HORARIOS-SAIDA.
           MOVE WS-ESC-ENTRADA TO W-HORA-HHMM-NUM
           COMPUTE W-MIN-ESC = (W-HORA-HH * 60) + W-HORA-MM
           MOVE WS-ENTRADA TO W-HORA-HHMM-NUM
           COMPUTE W-MIN-BAT = (W-HORA-HH * 60) + W-HORA-MM
           IF W-MIN-BAT > W-MIN-ESC + W-TOLERANCIA
              COMPUTE WS-MIN-ATRASO = W-MIN-BAT - W-MIN-ESC
              MOVE WS-MIN-ATRASO TO OCP-MIN-ATRASO
              ADD 1 TO W-CONT-ATRASO
              IF WS-OCORRENCIA = SPACES
                 MOVE "ATRASO" TO WS-OCORRENCIA.
       COMPARAR-HORARIOS-SAIDA.
           IF WS-SAIDA = ZEROS
              GO TO COMPARAR-HORARIOS-FIM.
           MOVE WS-ESC-SAIDA TO W-HORA-HHMM-NUM
           COMPUTE W-MIN-ESC = (W-HORA-HH * 60) + W-HORA-MM
           MOVE WS-SAIDA TO W-HORA-HHMM-NUM
           COMPUTE W-MIN-BAT = (W-HORA-HH * 60) + W-HORA-MM
           IF W-MIN-BAT + W-TOLERANCIA < W-MIN-ESC
              COMPUTE WS-MIN-ANTECIP = W-MIN-ESC - W-MIN-BAT
              MOVE WS-MIN-ANTECIP TO OCP-MIN-ANTECIP
              ADD 1 TO W-CONT-ANTECIP
              IF WS-OCORRENCIA = SPACES
                 MOVE "SAIDA ANTECIP." TO WS-OCORRENCIA
              ELSE
                 IF WS-OCORRENCIA = "ATRASO"
                    MOVE "ATRASO E SAIDA" TO WS-OCORRENCIA.
       COMPARAR-HORARIOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDA DO SORT: OCORRENCIAS POR FILIAL DO TURNO
      *-----------------------------------------------------------------
       IMPRIMIR-SORT.
           MOVE "OCORRENCIAS DO PONTO CONTRA A ESCALA" TO W-TITULO-REL
           MOVE "CODIGO       NOME                 ESCALA    BATIDA    A
      -         "TRASO ANTEC OCORRENCIA"              TO W-CAB-COL
           MOVE 99 TO W-FILIAL-ANT
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           PERFORM IMPRIMIR-PREMISSA THRU IMPRIMIR-PREMISSA-FIM
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           IF ST-RETORNO = "10"
              MOVE "NENHUMA OCORRENCIA DE PONTO NO DIA" TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO IMPRIMIR-SORT-RESUMO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           PERFORM FECHAR-FILIAL THRU FECHAR-FILIAL-FIM.
       IMPRIMIR-SORT-RESUMO.
           IF W-LINPAG + 10 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "FUNCIONARIOS COM TURNO NO DIA" TO LT-TEXTO
           MOVE W-CONT-TURNO TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "TURNOS CUMPRIDOS SEM OCORRENCIA" TO LT-TEXTO
           MOVE W-CONT-OK TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "FALTAS" TO LT-TEXTO
           MOVE W-CONT-FALTA TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "BATIDAS INCOMPLETAS" TO LT-TEXTO
           MOVE W-CONT-INCOMP TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "ATRASOS" TO LT-TEXTO
           MOVE W-CONT-ATRASO TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "SAIDAS ANTECIPADAS" TO LT-TEXTO
           MOVE W-CONT-ANTECIP TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "TRABALHO FORA DA ESCALA" TO LT-TEXTO
           MOVE W-CONT-FORA TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "AFASTADOS NO DIA (SGB-045)" TO LT-TEXTO
           MOVE W-CONT-AFAST TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 9 TO W-LINPAG.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF WS-FILIAL NOT = W-FILIAL-ANT
              IF W-FILIAL-ANT NOT = 99
                 PERFORM FECHAR-FILIAL THRU FECHAR-FILIAL-FIM
                 PERFORM ABRIR-FILIAL THRU ABRIR-FILIAL-FIM
              ELSE
                 PERFORM ABRIR-FILIAL THRU ABRIR-FILIAL-FIM.
           MOVE WS-CODIGO TO LD-CODIGO
           MOVE WS-NOME   TO LD-NOME
           IF WS-SEM-TURNO NOT = SPACES
              MOVE WS-SEM-TURNO TO LD-ESCALA-X
           ELSE
              MOVE WS-ESC-ENTRADA TO LD-ESC-ENT
              MOVE "-"            TO LD-ESC-SEP
              MOVE WS-ESC-SAIDA   TO LD-ESC-SAI.
           IF WS-OCORRENCIA = "FALTA"
              MOVE SPACES TO LD-BATIDA-X
           ELSE
              MOVE WS-ENTRADA TO LD-ENT
              MOVE "-"        TO LD-BAT-SEP
              MOVE WS-SAIDA   TO LD-SAI.
           MOVE WS-MIN-ATRASO  TO LD-ATRASO
           MOVE WS-MIN-ANTECIP TO LD-ANTECIP
           MOVE WS-OCORRENCIA  TO LD-OCORR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           ADD 1 TO W-CONT-FILIAL
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       ABRIR-FILIAL.
           MOVE WS-FILIAL TO W-FILIAL-ANT
           MOVE ZEROS TO W-CONT-FILIAL
           IF W-LINPAG + 4 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           MOVE W-FILIAL-ANT TO LFI-FILIAL
           IF W-FILIAL-ANT > 0 AND W-FILIAL-ANT < 6
              MOVE TBFILIAL (W-FILIAL-ANT) TO LFI-NOME
           ELSE
              MOVE "SEM TURNO NA ESCALA" TO LFI-NOME.
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-FILIAL
           ADD 2 TO W-LINPAG.
       ABRIR-FILIAL-FIM.
           EXIT.

       FECHAR-FILIAL.
           MOVE "OCORRENCIAS NA FILIAL" TO LT-TEXTO
           MOVE W-CONT-FILIAL TO LT-QTDE
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 1 TO W-LINPAG.
       FECHAR-FILIAL-FIM.
           EXIT.

       IMPRIMIR-PREMISSA.
           MOVE W-DATA-DMA-HOJE TO LP-DATA
           MOVE TB-DIA-SEMANA (W-DIA-SEMANA) TO LP-DIA-SEM
           MOVE W-TOLERANCIA TO LP-TOL
           WRITE LINHA-REL FROM LINHA-PREMISSA
           ADD 1 TO W-LINPAG
           IF W-PON-ABERTO NOT = "S"
              MOVE "*** SEM ARQPONTOM.DAT: NADA GRAVADO P/ A FOLHA ***"
                                                      TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG.
       IMPRIMIR-PREMISSA-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-PON-ABERTO = "S"
              CLOSE ARQPONTOM.
           IF W-FER-ABERTO = "S"
              CLOSE ARQFERIAS.
           PERFORM FECHAR-AFASTAMENTOS THRU FECHAR-AFASTAMENTOS-FIM
           PERFORM FECHAR-CALENDARIO THRU FECHAR-CALENDARIO-FIM
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
           CLOSE ARQESCALA
           CLOSE FUNCIONARIOS
           CLOSE ARQOCPON
           CLOSE RELATORIO
           MOVE "PONTO002"     TO W-REL-ID
           MOVE "PONTO002.TXT" TO W-REL-ARQ
           MOVE SPACES         TO W-REL-PARMS
           STRING "OCORRENCIAS DO PONTO " W-DATA-DMA-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY CALDIASP.
       COPY AFASVALP.
       COPY PARAMVALP.
       COPY RELPAGP.
