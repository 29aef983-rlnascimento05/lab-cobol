       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEF001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * COMPRA MENSAL DE VALE-TRANSPORTE E VALE-REFEICAO *
      **************************************************
      * A QUANTIDADE DE VALES ERA CONTADA NUMA PLANILHA E O DESCONTO
      * DIGITADO NA MAO. ESTE PASSO MENSAL DO JOB002, ANTES DA FOLHA,
      * APURA NA COMPETENCIA (CTRLCMP.DAT, COPY COMPVAL.; SEM O
      * CONTROLE, O MES DA DATA DO DIA), PARA CADA FUNCIONARIO ATIVO
      * COM ADESAO EM ARQBENEF.DAT (SGB-044, MENU 69):
      *   DIAS      DIAS UTEIS DO MES (SEGUNDA A SEXTA FORA DO
      *             CALENDARIO ARQCALEND.DAT, COPY CALDIAS.) MENOS OS
      *             DIAS DE GOZO DE FERIAS REGISTRADOS EM
      *             ARQFERIAS.DAT (SGB-015) E AS FALTAS APURADAS PELO
      *             PONTO002 EM ARQOCPON.DAT;
      *   VT        PASSAGENS = DIAS X PASSAGENS POR DIA, VALOR =
      *             PASSAGENS X VALOR DA PASSAGEM;
      *   VR        VALOR = DIAS X VALOR DIARIO DO VALE.
      * O RESULTADO DE CADA FUNCIONARIO E GRAVADO EM ARQBENMS.DAT
      * (CODIGO + COMPETENCIA), QUE O FOLHA001 LE PARA O DESCONTO DO
      * VALE-TRANSPORTE (LIMITADO A 6% DO SALARIO) E DA PARTE DO
      * FUNCIONARIO NO VALE-REFEICAO. O PEDIDO DE COMPRA PARA A
      * OPERADORA DOS VALES SAI EM PEDBENEF.TXT, DE LAYOUT FIXO:
      *     "0" + COMPETENCIA(6) + DATA DO PEDIDO(8, DDMMAAAA)
      *     "1" + BENEFICIO(2, VT/VR) + CODIGO(12) + NOME(35) +
      *           CPF(11) + QUANTIDADE(4, PASSAGENS OU DIAS) +
      *           VALOR UNITARIO(5, CENTAVOS) + VALOR(8, CENTAVOS)
      *     "9" + QUANTIDADE DE LINHAS "1"(6) + TOTAL VT(10) +
      *           TOTAL VR(10), EM CENTAVOS
      * E O CUSTO POR DEPARTAMENTO EM BENEF001.TXT, CATALOGADO.
      * REEXECUTAR A MESMA COMPETENCIA APAGA E REGRAVA O MES.
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

           SELECT ARQBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEN-CODIGO
                    FILE STATUS  IS ST-ERRO-BEN.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGFUNC
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT DEPARTAMENTOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGDEPT
                    FILE STATUS  IS ST-ERRO-DEP.

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

           SELECT ARQOCPON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-OCP
                    FILE STATUS  IS ST-ERRO-OCP.

           SELECT ARQBENMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BMS
                    FILE STATUS  IS ST-ERRO-BMS.

           SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-PED.

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

       FD ARQBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBENEF.DAT".
       01 REGBENEF.
                03 BEN-CODIGO           PIC X(12).
                03 BEN-VT-ADESAO        PIC X(01).
                03 BEN-VT-PASSAGEM      PIC 9(03)V99.
                03 BEN-VT-VIAGENS       PIC 9(02).
                03 BEN-VR-ADESAO        PIC X(01).
                03 BEN-VR-DIARIO        PIC 9(03)V99.
                03 BEN-DATA             PIC 9(08).
                03 BEN-OPERADOR         PIC X(08).

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

       FD DEPARTAMENTOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAD-DEPT.DAT".
       01 REGDEPT.
                03 CODIGO               PIC 9(3).
                03 DENOMINACAO          PIC X(25).
                03 NIVEL                PIC 9(1).
                03 NIVEL-DESC           PIC X(25).
                03 CODIGO-PAI           PIC 9(3).
                03 PAI-DESC             PIC X(25).
                03 SITUACAO-DEP         PIC 9(1).

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

       FD ARQBENMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBENMS.DAT".
       01 REGBENMS.
                03 CHAVE-BMS.
                   05 BMS-CODIGO        PIC X(12).
                   05 BMS-COMPET        PIC 9(06).
                03 BMS-DEPTO            PIC 9(03).
                03 BMS-DIAS             PIC 9(02).
                03 BMS-VT-QTDE          PIC 9(04).
                03 BMS-VT-VALOR         PIC 9(06)V99.
                03 BMS-VR-VALOR         PIC 9(06)V99.
                03 BMS-DATA-CALC        PIC 9(08).

       FD PEDIDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDBENEF.TXT".
       01 LINHA-PED                    PIC X(78).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-DEPTO             PIC 9(03).
                03 WS-CODIGO            PIC X(12).
                03 WS-NOME              PIC X(35).
                03 WS-DIAS              PIC 9(02).
                03 WS-VT-QTDE           PIC 9(04).
                03 WS-VT-VALOR          PIC 9(06)V99.
                03 WS-VR-VALOR          PIC 9(06)V99.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BENEF001.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       COPY CALDIAS.
       77 ST-ERRO-BEN      PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-DEP      PIC X(02) VALUE "00".
       77 ST-ERRO-FER      PIC X(02) VALUE "00".
       77 ST-ERRO-OCP      PIC X(02) VALUE "00".
       77 ST-ERRO-BMS      PIC X(02) VALUE "00".
       77 ST-ERRO-PED      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-DEP-ABERTO     PIC X(01) VALUE "N".
       77 W-FER-ABERTO     PIC X(01) VALUE "N".
       77 W-OCP-ABERTO     PIC X(01) VALUE "N".
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-DEPTO-ANT      PIC 9(03) VALUE ZEROS.
       77 W-DIA            PIC 9(02) COMP VALUE ZEROS.
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 W-DIAS-UTEIS     PIC 9(02) VALUE ZEROS.
       77 W-DIAS-BEN       PIC 9(02) VALUE ZEROS.
       77 W-EM-FERIAS      PIC X(01) VALUE "N".
       77 W-QTD-GOZO       PIC 9(02) COMP VALUE ZEROS.
       77 W-VT-QTDE        PIC 9(04) VALUE ZEROS.
       77 W-VT-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 W-VR-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 W-DEP-VT         PIC 9(08)V99 VALUE ZEROS.
       77 W-DEP-VR         PIC 9(08)V99 VALUE ZEROS.
       77 W-GER-VT         PIC 9(09)V99 VALUE ZEROS.
       77 W-GER-VR         PIC 9(09)V99 VALUE ZEROS.
       77 W-CONT-FUNC      PIC 9(04) VALUE ZEROS.
       77 W-CONT-PED       PIC 9(06) VALUE ZEROS.
       77 W-CONT-APAGADOS  PIC 9(04) VALUE ZEROS.

       COPY RELPAG.

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
       01 W-DATA-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD
                                        PIC 9(08).

      * DIAS UTEIS DA COMPETENCIA, MONTADOS UMA VEZ PELO CALENDARIO
       01 TAB-MES.
           03 TM-UTIL       PIC X(01) OCCURS 31 TIMES.

      * PERIODOS DE GOZO DE FERIAS DO FUNCIONARIO (AAAAMMDD)
       01 TAB-GOZO.
           03 TG-PERIODO OCCURS 10 TIMES.
               05 TG-INI     PIC 9(08).
               05 TG-FIM     PIC 9(08).

       01 PED-CABEC.
           03 PC-TIPO       PIC X(01) VALUE "0".
           03 PC-COMPET     PIC 9(06).
           03 PC-DATA       PIC 9(08).
           03 FILLER        PIC X(63) VALUE SPACES.
       01 PED-DET.
           03 PD-TIPO       PIC X(01) VALUE "1".
           03 PD-BENEF      PIC X(02).
           03 PD-CODIGO     PIC X(12).
           03 PD-NOME       PIC X(35).
           03 PD-CPF        PIC 9(11).
           03 PD-QTDE       PIC 9(04).
           03 PD-UNIT       PIC 9(05).
           03 PD-VALOR      PIC 9(08).
       01 PED-TRAILER.
           03 PT-TIPO       PIC X(01) VALUE "9".
           03 PT-QTDE       PIC 9(06).
           03 PT-TOTAL-VT   PIC 9(10).
           03 PT-TOTAL-VR   PIC 9(10).
           03 FILLER        PIC X(51) VALUE SPACES.

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           03 LP-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO       PIC 9(04).
           03 FILLER       PIC X(23) VALUE
              "   DIAS UTEIS NO MES: ".
           03 LP-UTEIS     PIC Z9.

       01 LINHA-DEPTO.
           03 FILLER       PIC X(07) VALUE "DEPTO: ".
           03 LDP-CODIGO   PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LDP-NOME     PIC X(25).

       01 LINHA-DET.
           03 LD-CODIGO    PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-NOME      PIC X(25).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-DIAS      PIC Z9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-VT-QTDE   PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VT-VALOR  PIC ZZ.ZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VR-VALOR  PIC ZZ.ZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-TOTAL     PIC ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           03 LT-TEXTO     PIC X(40).
           03 FILLER       PIC X(04) VALUE "VT: ".
           03 LT-VT        PIC Z.ZZZ.ZZ9,99.
           03 FILLER       PIC X(06) VALUE "  VR: ".
           03 LT-VR        PIC Z.ZZZ.ZZ9,99.

       01 LINHA-CUSTO.
           03 LCU-TEXTO    PIC X(40).
           03 LCU-VALOR    PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-AVISO.
           03 LA-TEXTO     PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-CALC-DD
           MOVE W-MES-HOJE TO W-CALC-MM
           MOVE W-ANO-HOJE TO W-CALC-AAAA
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-ANO-HOJE
              MOVE CP-CMP-MM   TO W-MES-HOJE
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N.
           MOVE W-ANO-HOJE TO W-COMPET-AAAA
           MOVE W-MES-HOJE TO W-COMPET-MM
      * SEM ADESAO CADASTRADA NAO HA VALE A COMPRAR NEM A DESCONTAR
           OPEN INPUT ARQBENEF
           IF ST-ERRO-BEN NOT = "00"
              DISPLAY "*** SEM ARQBENEF.DAT: NENHUMA ADESAO A VALES ***"
              DISPLAY "*** CADASTRE AS ADESOES NO SGB-044 (MENU 69) ***"
              MOVE 0 TO RETURN-CODE
              GOBACK.
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM APAGAR-COMPETENCIA THRU APAGAR-COMPETENCIA-FIM
           PERFORM MONTAR-MES THRU MONTAR-MES-FIM
           MOVE W-COMPET-NUM    TO PC-COMPET
           MOVE W-DATA-CALC-NUM TO PC-DATA
           WRITE LINHA-PED FROM PED-CABEC
           SORT WORK-SORT ON ASCENDING KEY WS-DEPTO WS-CODIGO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           MOVE W-CONT-PED TO PT-QTDE
           COMPUTE PT-TOTAL-VT = W-GER-VT * 100
           COMPUTE PT-TOTAL-VR = W-GER-VR * 100
           WRITE LINHA-PED FROM PED-TRAILER
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "DIAS UTEIS NA COMPETENCIA.: " W-DIAS-UTEIS
           DISPLAY "FUNCIONARIOS COM VALES....: " W-CONT-FUNC
           DISPLAY "LINHAS DO PEDIDO..........: " W-CONT-PED
           DISPLAY "LANCAMENTOS REFEITOS......: " W-CONT-APAGADOS
           DISPLAY "TOTAL VALE-TRANSPORTE.....: " W-GER-VT
           DISPLAY "TOTAL VALE-REFEICAO.......: " W-GER-VR
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ FUNCIONARIOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DOS DEPARTAMENTOS, DAS FERIAS E DAS
      * OCORRENCIAS DO PONTO: SEM O ARQUIVO, SO NAO HA O QUE
      * PROCURAR NELE (SEM CALENDARIO, SO O FIM DE SEMANA NAO E UTIL)
           OPEN INPUT DEPARTAMENTOS
           IF ST-ERRO-DEP = "00"
              MOVE "S" TO W-DEP-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-DEP.
           OPEN INPUT ARQFERIAS
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-FER-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-FER.
           OPEN INPUT ARQOCPON
           IF ST-ERRO-OCP = "00"
              MOVE "S" TO W-OCP-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-OCP.
           PERFORM ABRIR-CALENDARIO THRU ABRIR-CALENDARIO-FIM.
       ABRIR-ARQS-BMS.
           OPEN I-O ARQBENMS
           IF ST-ERRO-BMS NOT = "00"
               IF ST-ERRO-BMS = "30" OR "35"
                      OPEN OUTPUT ARQBENMS
                      CLOSE ARQBENMS
                      GO TO ABRIR-ARQS-BMS
               ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO ARQ BENMS ***"
                      MOVE 12 TO RETURN-CODE
                      GOBACK.
           OPEN OUTPUT PEDIDO
           IF ST-ERRO-PED NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO PEDIDO DE VALES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * REEXECUCAO DA COMPETENCIA: OS VALES JA GRAVADOS DO MES SAEM
      * ANTES DO CALCULO, PARA NAO SOBRAR DESCONTO DE QUEM DEIXOU A
      * ADESAO DEPOIS DA PRIMEIRA EXECUCAO
       APAGAR-COMPETENCIA.
           MOVE LOW-VALUES TO CHAVE-BMS
           START ARQBENMS KEY IS NOT LESS CHAVE-BMS
               INVALID KEY GO TO APAGAR-COMPETENCIA-FIM.
       APAGAR-COMPETENCIA-LER.
           READ ARQBENMS NEXT RECORD
               AT END GO TO APAGAR-COMPETENCIA-FIM.
           IF BMS-COMPET NOT = W-COMPET-NUM
              GO TO APAGAR-COMPETENCIA-LER.
           DELETE ARQBENMS RECORD
           ADD 1 TO W-CONT-APAGADOS
           GO TO APAGAR-COMPETENCIA-LER.
       APAGAR-COMPETENCIA-FIM.
           MOVE "00" TO ST-ERRO-BMS.
           EXIT.

      * MARCA OS DIAS UTEIS DA COMPETENCIA (SEGUNDA A SEXTA FORA DO
      * CALENDARIO DE FERIADOS E FECHAMENTOS)
       MONTAR-MES.
           MOVE ALL "N" TO TAB-MES
           MOVE ZEROS TO W-DIAS-MES W-DIAS-UTEIS
           MOVE W-ANO-HOJE TO CD-CUR-AAAA
           MOVE W-MES-HOJE TO CD-CUR-MM
           MOVE 01         TO CD-CUR-DD.
       MONTAR-MES-DIA.
           IF CD-CUR-MM NOT = W-MES-HOJE
              GO TO MONTAR-MES-FIM.
           ADD 1 TO W-DIAS-MES
           PERFORM CD-DIA-UTIL THRU CD-DIA-UTIL-FIM
           IF CD-EH-UTIL = "S"
              MOVE "S" TO TM-UTIL (CD-CUR-DD)
              ADD 1 TO W-DIAS-UTEIS.
           PERFORM CD-PROX-DIA THRU CD-PROX-DIA-FIM
           GO TO MONTAR-MES-DIA.
       MONTAR-MES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ENTRADA DO SORT: UM REGISTRO POR FUNCIONARIO ATIVO COM VALE
      * NA COMPETENCIA, JA GRAVADO EM ARQBENMS E NO PEDIDO
      *-----------------------------------------------------------------
       CARREGAR-SORT.
           MOVE LOW-VALUES TO BEN-CODIGO
           START ARQBENEF KEY IS NOT LESS BEN-CODIGO
               INVALID KEY GO TO CARREGAR-SORT-FIM.
       CARREGAR-SORT-LER.
           READ ARQBENEF NEXT RECORD
               AT END GO TO CARREGAR-SORT-FIM.
           IF BEN-VT-ADESAO NOT = "S" AND BEN-VR-ADESAO NOT = "S"
              GO TO CARREGAR-SORT-LER.
           MOVE BEN-CODIGO TO CODIGO OF REGFUNC
           READ FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "00" TO ST-ERRO-FUN
              GO TO CARREGAR-SORT-LER.
           IF SITUACAO-FUN NOT = "A"
              GO TO CARREGAR-SORT-LER.
           PERFORM CONTAR-DIAS THRU CONTAR-DIAS-FIM
           MOVE ZEROS TO W-VT-QTDE W-VT-VALOR W-VR-VALOR
           IF BEN-VT-ADESAO = "S"
              COMPUTE W-VT-QTDE = W-DIAS-BEN * BEN-VT-VIAGENS
              COMPUTE W-VT-VALOR = W-VT-QTDE * BEN-VT-PASSAGEM.
           IF BEN-VR-ADESAO = "S"
              COMPUTE W-VR-VALOR = W-DIAS-BEN * BEN-VR-DIARIO.
           PERFORM GRAVAR-BENMS THRU GRAVAR-BENMS-FIM
           PERFORM GRAVAR-PEDIDO THRU GRAVAR-PEDIDO-FIM
           ADD 1 TO W-CONT-FUNC
           MOVE DEPTO      TO WS-DEPTO
           MOVE BEN-CODIGO TO WS-CODIGO
           MOVE NOME       TO WS-NOME
           MOVE W-DIAS-BEN TO WS-DIAS
           MOVE W-VT-QTDE  TO WS-VT-QTDE
           MOVE W-VT-VALOR TO WS-VT-VALOR
           MOVE W-VR-VALOR TO WS-VR-VALOR
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FIM.
           EXIT.

      * DIAS DE VALE DO FUNCIONARIO: DIA UTIL QUE NAO E GOZO DE
      * FERIAS NEM FALTA APURADA PELO PONTO002
       CONTAR-DIAS.
           MOVE ZEROS TO W-DIAS-BEN
           PERFORM CARREGAR-GOZOS THRU CARREGAR-GOZOS-FIM
           MOVE 1 TO W-DIA.
       CONTAR-DIAS-LOOP.
           IF W-DIA > W-DIAS-MES
              GO TO CONTAR-DIAS-FIM.
           IF TM-UTIL (W-DIA) NOT = "S"
              GO TO CONTAR-DIAS-PROX.
           MOVE W-ANO-HOJE TO W-AMD-AAAA
           MOVE W-MES-HOJE TO W-AMD-MM
           MOVE W-DIA      TO W-AMD-DD
           PERFORM VERIFICAR-GOZO THRU VERIFICAR-GOZO-FIM
           IF W-EM-FERIAS = "S"
              GO TO CONTAR-DIAS-PROX.
           IF W-OCP-ABERTO NOT = "S"
              GO TO CONTAR-DIAS-SOMA.
           MOVE BEN-CODIGO TO OCP-CODIGO
           MOVE W-DIA      TO W-DMA-DD
           MOVE W-MES-HOJE TO W-DMA-MM
           MOVE W-ANO-HOJE TO W-DMA-AAAA
           MOVE W-DATA-DMA-NUM TO OCP-DATA
           READ ARQOCPON
           IF ST-ERRO-OCP NOT = "00"
              MOVE "00" TO ST-ERRO-OCP
              GO TO CONTAR-DIAS-SOMA.
           IF OCP-FALTA = "S"
              GO TO CONTAR-DIAS-PROX.
       CONTAR-DIAS-SOMA.
           ADD 1 TO W-DIAS-BEN.
       CONTAR-DIAS-PROX.
           ADD 1 TO W-DIA
           GO TO CONTAR-DIAS-LOOP.
       CONTAR-DIAS-FIM.
           EXIT.

      * GUARDA OS PERIODOS DE GOZO DO FUNCIONARIO (SGB-015) PARA NAO
      * RELER ARQFERIAS A CADA DIA DO MES
       CARREGAR-GOZOS.
           MOVE ZEROS TO W-QTD-GOZO
           IF W-FER-ABERTO NOT = "S"
              GO TO CARREGAR-GOZOS-FIM.
           MOVE BEN-CODIGO TO FERIAS-CODIGO
           MOVE ZEROS      TO FERIAS-AQUIS-INI
           START ARQFERIAS KEY IS NOT LESS CHAVE-FERIAS
               INVALID KEY GO TO CARREGAR-GOZOS-FIM.
       CARREGAR-GOZOS-LER.
           READ ARQFERIAS NEXT RECORD
               AT END GO TO CARREGAR-GOZOS-FIM.
           IF FERIAS-CODIGO NOT = BEN-CODIGO
              GO TO CARREGAR-GOZOS-FIM.
           IF FERIAS-GOZO-INI = ZEROS OR W-QTD-GOZO = 10
              GO TO CARREGAR-GOZOS-LER.
           ADD 1 TO W-QTD-GOZO
           MOVE FERIAS-GOZO-INI TO W-DATA-DMA-NUM
           COMPUTE TG-INI (W-QTD-GOZO) = W-DMA-AAAA * 10000
                   + W-DMA-MM * 100 + W-DMA-DD
           MOVE FERIAS-GOZO-FIM TO W-DATA-DMA-NUM
           COMPUTE TG-FIM (W-QTD-GOZO) = W-DMA-AAAA * 10000
                   + W-DMA-MM * 100 + W-DMA-DD
           GO TO CARREGAR-GOZOS-LER.
       CARREGAR-GOZOS-FIM.
           MOVE "00" TO ST-ERRO-FER.
           EXIT.

       VERIFICAR-GOZO.
           MOVE "N" TO W-EM-FERIAS
           MOVE 1 TO W-IND.
       VERIFICAR-GOZO-LOOP.
           IF W-IND > W-QTD-GOZO
              GO TO VERIFICAR-GOZO-FIM.
           IF W-DATA-AMD-NUM NOT < TG-INI (W-IND)
              AND W-DATA-AMD-NUM NOT > TG-FIM (W-IND)
              MOVE "S" TO W-EM-FERIAS
              GO TO VERIFICAR-GOZO-FIM.
           ADD 1 TO W-IND
           GO TO VERIFICAR-GOZO-LOOP.
       VERIFICAR-GOZO-FIM.
           EXIT.

      * VALES DA COMPETENCIA PARA O DESCONTO DO FOLHA001
       GRAVAR-BENMS.
           MOVE BEN-CODIGO      TO BMS-CODIGO
           MOVE W-COMPET-NUM    TO BMS-COMPET
           MOVE DEPTO           TO BMS-DEPTO
           MOVE W-DIAS-BEN      TO BMS-DIAS
           MOVE W-VT-QTDE       TO BMS-VT-QTDE
           MOVE W-VT-VALOR      TO BMS-VT-VALOR
           MOVE W-VR-VALOR      TO BMS-VR-VALOR
           MOVE W-DATA-CALC-NUM TO BMS-DATA-CALC
           WRITE REGBENMS
           IF ST-ERRO-BMS = "22"
              REWRITE REGBENMS.
           IF ST-ERRO-BMS NOT = "00" AND "02"
              DISPLAY "*** ERRO AO GRAVAR ARQBENMS: " BEN-CODIGO.
           MOVE "00" TO ST-ERRO-BMS.
       GRAVAR-BENMS-FIM.
           EXIT.

      * UMA LINHA DO PEDIDO POR VALE COM QUANTIDADE NO MES
       GRAVAR-PEDIDO.
           MOVE BEN-CODIGO TO PD-CODIGO
           MOVE NOME       TO PD-NOME
           MOVE CPF        TO PD-CPF
           IF W-VT-VALOR = ZEROS
              GO TO GRAVAR-PEDIDO-VR.
           MOVE "VT"       TO PD-BENEF
           MOVE W-VT-QTDE  TO PD-QTDE
           COMPUTE PD-UNIT  = BEN-VT-PASSAGEM * 100
           COMPUTE PD-VALOR = W-VT-VALOR * 100
           WRITE LINHA-PED FROM PED-DET
           ADD 1 TO W-CONT-PED.
       GRAVAR-PEDIDO-VR.
           IF W-VR-VALOR = ZEROS
              GO TO GRAVAR-PEDIDO-FIM.
           MOVE "VR"       TO PD-BENEF
           MOVE W-DIAS-BEN TO PD-QTDE
           COMPUTE PD-UNIT  = BEN-VR-DIARIO * 100
           COMPUTE PD-VALOR = W-VR-VALOR * 100
           WRITE LINHA-PED FROM PED-DET
           ADD 1 TO W-CONT-PED.
       GRAVAR-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDA DO SORT: CUSTO DOS VALES POR DEPARTAMENTO
      *-----------------------------------------------------------------
       IMPRIMIR-SORT.
           MOVE "CUSTO DE VALE-TRANSPORTE E VALE-REFEICAO POR DEPTO"
                                                      TO W-TITULO-REL
           MOVE "CODIGO       NOME                       DIAS  PASS  VAL
      -         "OR VT  VALOR VR     TOTAL"       TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           PERFORM IMPRIMIR-PREMISSA THRU IMPRIMIR-PREMISSA-FIM
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           IF ST-RETORNO = "10"
              MOVE "NENHUM FUNCIONARIO ATIVO COM VALE NA COMPETENCIA"
                                                      TO LA-TEXTO
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 1 TO W-LINPAG
              GO TO IMPRIMIR-SORT-FIM.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           PERFORM FECHAR-DEPTO THRU FECHAR-DEPTO-FIM
           IF W-LINPAG + 4 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAL GERAL DO PEDIDO" TO LT-TEXTO
           MOVE W-GER-VT TO LT-VT
           MOVE W-GER-VR TO LT-VR
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "CUSTO TOTAL DOS VALES NA COMPETENCIA" TO LCU-TEXTO
           COMPUTE LCU-VALOR = W-GER-VT + W-GER-VR
           WRITE LINHA-REL FROM LINHA-CUSTO
           ADD 3 TO W-LINPAG.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              MOVE "N" TO W-PRIMEIRA
              PERFORM ABRIR-DEPTO THRU ABRIR-DEPTO-FIM
           ELSE
              IF WS-DEPTO NOT = W-DEPTO-ANT
                 PERFORM FECHAR-DEPTO THRU FECHAR-DEPTO-FIM
                 PERFORM ABRIR-DEPTO THRU ABRIR-DEPTO-FIM.
           MOVE WS-CODIGO   TO LD-CODIGO
           MOVE WS-NOME     TO LD-NOME
           MOVE WS-DIAS     TO LD-DIAS
           MOVE WS-VT-QTDE  TO LD-VT-QTDE
           MOVE WS-VT-VALOR TO LD-VT-VALOR
           MOVE WS-VR-VALOR TO LD-VR-VALOR
           COMPUTE LD-TOTAL = WS-VT-VALOR + WS-VR-VALOR
           ADD WS-VT-VALOR TO W-DEP-VT W-GER-VT
           ADD WS-VR-VALOR TO W-DEP-VR W-GER-VR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       ABRIR-DEPTO.
           MOVE WS-DEPTO TO W-DEPTO-ANT
           MOVE ZEROS TO W-DEP-VT W-DEP-VR
           MOVE WS-DEPTO TO LDP-CODIGO
           MOVE SPACES   TO LDP-NOME
           IF W-DEP-ABERTO = "S"
              MOVE WS-DEPTO TO CODIGO OF REGDEPT
              READ DEPARTAMENTOS
              IF ST-ERRO-DEP = "00"
                 MOVE DENOMINACAO TO LDP-NOME
              ELSE
                 MOVE "00" TO ST-ERRO-DEP.
           IF W-LINPAG + 4 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM LINHA-DEPTO
           ADD 1 TO W-LINPAG.
       ABRIR-DEPTO-FIM.
           EXIT.

       FECHAR-DEPTO.
           MOVE "  TOTAL DO DEPARTAMENTO" TO LT-TEXTO
           MOVE W-DEP-VT TO LT-VT
           MOVE W-DEP-VR TO LT-VR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "  CUSTO DOS VALES DO DEPARTAMENTO" TO LCU-TEXTO
           COMPUTE LCU-VALOR = W-DEP-VT + W-DEP-VR
           WRITE LINHA-REL FROM LINHA-CUSTO
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 3 TO W-LINPAG.
       FECHAR-DEPTO-FIM.
           EXIT.

       IMPRIMIR-PREMISSA.
           MOVE W-MES-HOJE   TO LP-MES
           MOVE W-ANO-HOJE   TO LP-ANO
           MOVE W-DIAS-UTEIS TO LP-UTEIS
           WRITE LINHA-REL FROM LINHA-PREMISSA
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-PREMISSA-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-DEP-ABERTO = "S"
              CLOSE DEPARTAMENTOS.
           IF W-FER-ABERTO = "S"
              CLOSE ARQFERIAS.
           IF W-OCP-ABERTO = "S"
              CLOSE ARQOCPON.
           PERFORM FECHAR-CALENDARIO THRU FECHAR-CALENDARIO-FIM
           CLOSE ARQBENEF
           CLOSE FUNCIONARIOS
           CLOSE ARQBENMS
           CLOSE PEDIDO
           CLOSE RELATORIO
           MOVE "BENEF001"     TO W-REL-ID
           MOVE "BENEF001.TXT" TO W-REL-ARQ
           MOVE SPACES         TO W-REL-PARMS
           STRING "VALES DO MES " W-ANO-HOJE W-MES-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY CALDIASP.
       COPY COMPVALP.
