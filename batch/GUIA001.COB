       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUIA001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * GUIAS MENSAIS DA FOLHA: FGTS E INSS (DECLARACAO)  *
      **************************************************
      * TODO MES O CONTADOR REDIGITAVA OS TOTAIS DE FGTS E DO INSS
      * PATRONAL DO FOLHA001.TXT NOS SISTEMAS DO GOVERNO -- E UM
      * ADMITIDO FICOU DE FORA EM MARCO. ESTE PASSO MENSAL DO JOB002,
      * DEPOIS DA FOLHA, LE O HISTORICO ARQFOLHAH.DAT DA COMPETENCIA
      * (CTRLCMP.DAT, COPY COMPVAL.; SEM O CONTROLE, O MES DA DATA DO
      * DIA) E CALCULA POR FUNCIONARIO, SOBRE O BRUTO DA FOLHA:
      *   FGTS           PARAMETRO FGTSPERC (PADRAO 8%), SO CLT ("C");
      *   INSS SEGURADO  O DESCONTADO PELA FOLHA (FH-INSS);
      *   INSS PATRONAL  PARAMETRO INSSPATR (PADRAO 20%), CLT E
      *                  PRESTADOR ("P"); ESTAGIARIO ("E") NAO TEM.
      * A DECLARACAO SAI EM DECLFOLHA.TXT, DE LAYOUT FIXO (VALORES
      * COM DUAS CASAS IMPLICITAS):
      *     "0" + COMPETENCIA(6) + DATA DA GERACAO(8, DDMMAAAA)
      *     "1" + CPF(11) + CTPS NUMERO(5) + SERIE(3) + UF(2) +
      *           CODIGO(12) + NOME(35) + CONTRATO(1) + BASE(11) +
      *           FGTS(9) + INSS SEGURADO(9) + INSS PATRONAL(9) +
      *           COMPETENCIA(6)
      *     "9" + QUANTIDADE(5) + TOTAIS DE BASE(13), FGTS(11),
      *           INSS SEGURADO(11) E INSS PATRONAL(11)
      * A IDENTIFICACAO DO TRABALHADOR E O CPF E A CARTEIRA DE
      * TRABALHO (CARTRAB) DE CADFUNC.DAT, QUE FAZ AS VEZES DO PIS;
      * QUEM NAO TEM UM DOS DOIS FICA FORA DA DECLARACAO E SAI COMO
      * PENDENTE NO RELATORIO DE CONFERENCIA GUIA001.TXT
      * (CATALOGADO), QUE TAMBEM CONFERE A QUANTIDADE E O BRUTO DA
      * FOLHA CONTRA O DECLARADO MAIS O PENDENTE E LISTA O
      * FUNCIONARIO ATIVO SEM FOLHA NA COMPETENCIA.
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

           SELECT ARQFOLHAH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FH
                    FILE STATUS  IS ST-ERRO.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT DECLARACAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DEC.

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

       FD ARQFOLHAH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHAH.DAT".
       01 REGFH.
                03 CHAVE-FH.
                   05 FH-CODIGO         PIC X(12).
                   05 FH-COMPET         PIC 9(6).
                03 FH-BRUTO             PIC 9(8)V99.
                03 FH-INSS              PIC 9(7)V99.
                03 FH-IRRF              PIC 9(7)V99.
                03 FH-LIQUIDO           PIC 9(8)V99.

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

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD DECLARACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DECLFOLHA.TXT".
       01 LINHA-DEC                    PIC X(114).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GUIA001.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       COPY PARAMVAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-DEC      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 PERC-FGTS        PIC 9(03)V99 VALUE 8.
       77 PERC-INSS-PATR   PIC 9(03)V99 VALUE 20.
       77 W-FGTS           PIC 9(07)V99 VALUE ZEROS.
       77 W-INSS-PATR      PIC 9(07)V99 VALUE ZEROS.
       77 W-PENDENCIA      PIC X(30) VALUE SPACES.
       77 W-CONT-FOLHA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-DECL      PIC 9(05) VALUE ZEROS.
       77 W-CONT-PEND      PIC 9(05) VALUE ZEROS.
       77 W-CONT-SEMFOLHA  PIC 9(05) VALUE ZEROS.
       77 W-TOT-FOLHA      PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-BASE       PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-PEND       PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-FGTS       PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-INSS-SEG   PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-INSS-PATR  PIC 9(09)V99 VALUE ZEROS.

       COPY RELPAG.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-DATA-GER.
          03 W-GER-DD       PIC 9(02).
          03 W-GER-MM       PIC 9(02).
          03 W-GER-AAAA     PIC 9(04).
       01 W-DATA-GER-NUM REDEFINES W-DATA-GER
                                        PIC 9(08).
       01 W-COMPET-R.
          03 W-COMPET-AAAA  PIC 9(04).
          03 W-COMPET-MM    PIC 9(02).
       01 W-COMPET-NUM REDEFINES W-COMPET-R
                                        PIC 9(06).

      * DECLARACAO DE LAYOUT FIXO (VALORES COM 2 CASAS IMPLICITAS)
       01 DEC-CABEC.
           03 DH-TIPO      PIC X(01) VALUE "0".
           03 DH-COMPET    PIC 9(06).
           03 DH-DATA      PIC 9(08).
           03 FILLER       PIC X(99) VALUE SPACES.
       01 DEC-DET.
           03 DD-TIPO      PIC X(01) VALUE "1".
           03 DD-CPF       PIC 9(11).
           03 DD-CTPS-NUM  PIC 9(05).
           03 DD-CTPS-SER  PIC 9(03).
           03 DD-CTPS-UF   PIC X(02).
           03 DD-CODIGO    PIC X(12).
           03 DD-NOME      PIC X(35).
           03 DD-CONTRATO  PIC X(01).
           03 DD-BASE      PIC 9(09)V99.
           03 DD-FGTS      PIC 9(07)V99.
           03 DD-INSS-SEG  PIC 9(07)V99.
           03 DD-INSS-PATR PIC 9(07)V99.
           03 DD-COMPET    PIC 9(06).
       01 DEC-TRAILER.
           03 DT-TIPO      PIC X(01) VALUE "9".
           03 DT-QTD       PIC 9(05).
           03 DT-BASE      PIC 9(11)V99.
           03 DT-FGTS      PIC 9(09)V99.
           03 DT-INSS-SEG  PIC 9(09)V99.
           03 DT-INSS-PATR PIC 9(09)V99.
           03 FILLER       PIC X(62) VALUE SPACES.

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           03 LP-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO       PIC 9(04).
           03 FILLER       PIC X(09) VALUE "   FGTS: ".
           03 LP-FGTS      PIC Z9,99.
           03 FILLER       PIC X(18) VALUE "%  INSS PATRONAL: ".
           03 LP-PATR      PIC Z9,99.
           03 FILLER       PIC X(01) VALUE "%".

       01 LINHA-DET.
           03 LD-CODIGO    PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-NOME      PIC X(22).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BASE      PIC ZZZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-FGTS      PIC ZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-INSS-SEG  PIC ZZZZZ9,99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-INSS-PATR PIC ZZZZZZ9,99.

       01 LINHA-PEND.
           03 FILLER       PIC X(17) VALUE "    *** PENDENTE ".
           03 LPD-MOTIVO   PIC X(30).
           03 FILLER       PIC X(24) VALUE
              " - FORA DA DECLARACAO **".

       01 LINHA-SEMFOLHA.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LSF-CODIGO   PIC X(12).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LSF-NOME     PIC X(35).
           03 FILLER       PIC X(11) VALUE " ADMISSAO: ".
           03 LSF-ADMISSAO PIC 99/99/9999.

       01 LINHA-TOTAL.
           03 LT-TEXTO     PIC X(40).
           03 LT-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-AVISO.
           03 LA-TEXTO     PIC X(70).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-GER-DD
           MOVE W-MES-HOJE TO W-GER-MM
           MOVE W-ANO-HOJE TO W-GER-AAAA
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-ANO-HOJE
              MOVE CP-CMP-MM   TO W-MES-HOJE
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N.
           MOVE W-ANO-HOJE TO W-COMPET-AAAA
           MOVE W-MES-HOJE TO W-COMPET-MM
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           MOVE W-COMPET-NUM    TO DH-COMPET
           MOVE W-DATA-GER-NUM  TO DH-DATA
           WRITE LINHA-DEC FROM DEC-CABEC
           PERFORM PROC-FOLHA THRU PROC-FOLHA-FIM
           PERFORM GRAVAR-TRAILER THRU GRAVAR-TRAILER-FIM
           PERFORM VERIFICAR-ATIVOS THRU VERIFICAR-ATIVOS-FIM
           PERFORM IMPRIMIR-CONFERENCIA THRU IMPRIMIR-CONFERENCIA-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "FUNCIONARIOS NA FOLHA.....: " W-CONT-FOLHA
           DISPLAY "DECLARADOS................: " W-CONT-DECL
           DISPLAY "PENDENTES (SEM CPF/CTPS)..: " W-CONT-PEND
           DISPLAY "ATIVOS SEM FOLHA NO MES...: " W-CONT-SEMFOLHA
           DISPLAY "TOTAL FGTS................: " W-TOT-FGTS
           DISPLAY "TOTAL INSS PATRONAL.......: " W-TOT-INSS-PATR
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * PERCENTUAIS SOBREPOSTOS PELOS PARAMETROS FGTSPERC E INSSPATR
      * (EM PERCENTUAL INTEIRO)
       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "FGTSPERC" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO PERC-FGTS.
           MOVE "INSSPATR" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO PERC-INSS-PATR.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN INPUT ARQFOLHAH
           IF ST-ERRO NOT = "00"
              DISPLAY "*** RODE A FOLHA001 ANTES - SEM HISTORICO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ FUNCIONARIOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT DECLARACAO
           IF ST-ERRO-DEC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DA DECLARACAO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "CONFERENCIA DAS GUIAS DE FGTS E INSS DA FOLHA"
                                                      TO W-TITULO-REL
           MOVE "CODIGO       NOME                          BASE      FG
      -    "TS  INSS SEG  INSS PATR" TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE W-MES-HOJE     TO LP-MES
           MOVE W-ANO-HOJE     TO LP-ANO
           MOVE PERC-FGTS      TO LP-FGTS
           MOVE PERC-INSS-PATR TO LP-PATR
           WRITE LINHA-REL FROM LINHA-PREMISSA
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG.
       ABRIR-ARQS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * HISTORICO DA FOLHA NA COMPETENCIA, EM ORDEM DE CODIGO
      *-----------------------------------------------------------------
       PROC-FOLHA.
           MOVE LOW-VALUES TO CHAVE-FH
           START ARQFOLHAH KEY IS NOT LESS CHAVE-FH
               INVALID KEY GO TO PROC-FOLHA-FIM.
       PROC-FOLHA-LER.
           READ ARQFOLHAH NEXT RECORD
               AT END GO TO PROC-FOLHA-FIM.
           IF FH-COMPET NOT = W-COMPET-NUM
              GO TO PROC-FOLHA-LER.
           ADD 1 TO W-CONT-FOLHA
           ADD FH-BRUTO TO W-TOT-FOLHA
           MOVE SPACES TO W-PENDENCIA
           MOVE FH-CODIGO TO CODIGO
           READ FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "00" TO ST-ERRO-FUN
              MOVE SPACES TO NOME
              MOVE "C"    TO TIPO-CONTRATO
              MOVE "NAO CADASTRADO EM CADFUNC" TO W-PENDENCIA
              GO TO PROC-FOLHA-CALC.
           IF CPF = ZEROS
              MOVE "SEM CPF NO CADFUNC" TO W-PENDENCIA
              GO TO PROC-FOLHA-CALC.
           IF CARNUM = ZEROS
              MOVE "SEM CARTEIRA DE TRABALHO/PIS" TO W-PENDENCIA.
       PROC-FOLHA-CALC.
           MOVE ZEROS TO W-FGTS W-INSS-PATR
           IF TIPO-CONTRATO = "C"
              COMPUTE W-FGTS ROUNDED = FH-BRUTO * PERC-FGTS / 100.
           IF TIPO-CONTRATO = "C" OR "P"
              COMPUTE W-INSS-PATR ROUNDED =
                      FH-BRUTO * PERC-INSS-PATR / 100.
           MOVE FH-CODIGO   TO LD-CODIGO
           MOVE NOME        TO LD-NOME
           MOVE FH-BRUTO    TO LD-BASE
           MOVE W-FGTS      TO LD-FGTS
           MOVE FH-INSS     TO LD-INSS-SEG
           MOVE W-INSS-PATR TO LD-INSS-PATR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           IF W-PENDENCIA NOT = SPACES
              ADD 1 TO W-CONT-PEND
              ADD FH-BRUTO TO W-TOT-PEND
              MOVE W-PENDENCIA TO LPD-MOTIVO
              PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-PEND
              ADD 1 TO W-LINPAG
              GO TO PROC-FOLHA-LER.
           MOVE CPF           TO DD-CPF
           MOVE CARNUM        TO DD-CTPS-NUM
           MOVE CARSERIE      TO DD-CTPS-SER
           MOVE UF            TO DD-CTPS-UF
           MOVE FH-CODIGO     TO DD-CODIGO
           MOVE NOME          TO DD-NOME
           MOVE TIPO-CONTRATO TO DD-CONTRATO
           MOVE FH-BRUTO      TO DD-BASE
           MOVE W-FGTS        TO DD-FGTS
           MOVE FH-INSS       TO DD-INSS-SEG
           MOVE W-INSS-PATR   TO DD-INSS-PATR
           MOVE W-COMPET-NUM  TO DD-COMPET
           WRITE LINHA-DEC FROM DEC-DET
           ADD 1 TO W-CONT-DECL
           ADD FH-BRUTO    TO W-TOT-BASE
           ADD W-FGTS      TO W-TOT-FGTS
           ADD FH-INSS     TO W-TOT-INSS-SEG
           ADD W-INSS-PATR TO W-TOT-INSS-PATR
           GO TO PROC-FOLHA-LER.
       PROC-FOLHA-FIM.
           EXIT.

       GRAVAR-TRAILER.
           MOVE W-CONT-DECL     TO DT-QTD
           MOVE W-TOT-BASE      TO DT-BASE
           MOVE W-TOT-FGTS      TO DT-FGTS
           MOVE W-TOT-INSS-SEG  TO DT-INSS-SEG
           MOVE W-TOT-INSS-PATR TO DT-INSS-PATR
           WRITE LINHA-DEC FROM DEC-TRAILER.
       GRAVAR-TRAILER-FIM.
           EXIT.

      * FUNCIONARIO ATIVO EM CADFUNC SEM LINHA DA FOLHA NA
      * COMPETENCIA (O ADMITIDO QUE FICOU DE FORA)
       VERIFICAR-ATIVOS.
           MOVE LOW-VALUES TO CODIGO
           START FUNCIONARIOS KEY IS NOT LESS CODIGO
               INVALID KEY GO TO VERIFICAR-ATIVOS-FIM.
       VERIFICAR-ATIVOS-LER.
           READ FUNCIONARIOS NEXT RECORD
               AT END GO TO VERIFICAR-ATIVOS-FIM.
           IF SITUACAO-FUN NOT = "A"
              GO TO VERIFICAR-ATIVOS-LER.
           MOVE CODIGO       TO FH-CODIGO
           MOVE W-COMPET-NUM TO FH-COMPET
           READ ARQFOLHAH
           IF ST-ERRO = "00"
              GO TO VERIFICAR-ATIVOS-LER.
           MOVE "00" TO ST-ERRO
           IF W-CONT-SEMFOLHA = ZEROS
              IF W-LINPAG + 4 > W-MAX-LINHAS
                 PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
                 WRITE LINHA-REL FROM ESPACOS-REL
                 MOVE "ATIVOS EM CADFUNC SEM FOLHA NA COMPETENCIA:"
                                                      TO LA-TEXTO
                 WRITE LINHA-REL FROM LINHA-AVISO
                 ADD 2 TO W-LINPAG
              ELSE
                 WRITE LINHA-REL FROM ESPACOS-REL
                 MOVE "ATIVOS EM CADFUNC SEM FOLHA NA COMPETENCIA:"
                                                      TO LA-TEXTO
                 WRITE LINHA-REL FROM LINHA-AVISO
                 ADD 2 TO W-LINPAG.
           ADD 1 TO W-CONT-SEMFOLHA
           MOVE CODIGO        TO LSF-CODIGO
           MOVE NOME          TO LSF-NOME
           MOVE DATA-ADMISSAO TO LSF-ADMISSAO
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-SEMFOLHA
           ADD 1 TO W-LINPAG
           GO TO VERIFICAR-ATIVOS-LER.
       VERIFICAR-ATIVOS-FIM.
           EXIT.

      * FECHAMENTO: FOLHA = DECLARADO + PENDENTE, EM QUANTIDADE E
      * EM BRUTO
       IMPRIMIR-CONFERENCIA.
           IF W-LINPAG + 12 > W-MAX-LINHAS
              PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "FOLHA DA COMPETENCIA (ARQFOLHAH)" TO LT-TEXTO
           MOVE W-CONT-FOLHA TO LT-QTD
           MOVE W-TOT-FOLHA  TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "DECLARADOS EM DECLFOLHA.TXT" TO LT-TEXTO
           MOVE W-CONT-DECL  TO LT-QTD
           MOVE W-TOT-BASE   TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "PENDENTES (FORA DA DECLARACAO)" TO LT-TEXTO
           MOVE W-CONT-PEND  TO LT-QTD
           MOVE W-TOT-PEND   TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 4 TO W-LINPAG
           IF W-CONT-FOLHA = W-CONT-DECL + W-CONT-PEND
              AND W-TOT-FOLHA = W-TOT-BASE + W-TOT-PEND
              MOVE "QUANTIDADE E BRUTO CONFEREM COM A FOLHA" TO LA-TEXTO
           ELSE
              MOVE "*** QUANTIDADE OU BRUTO NAO CONFERE COM A FOLHA ***"
                                                      TO LA-TEXTO.
           WRITE LINHA-REL FROM LINHA-AVISO
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "TOTAL DE FGTS A RECOLHER" TO LT-TEXTO
           MOVE ZEROS           TO LT-QTD
           MOVE W-TOT-FGTS      TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "TOTAL DE INSS DOS SEGURADOS" TO LT-TEXTO
           MOVE W-TOT-INSS-SEG  TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "TOTAL DE INSS PATRONAL" TO LT-TEXTO
           MOVE W-TOT-INSS-PATR TO LT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           ADD 5 TO W-LINPAG
           IF W-CONT-PEND > ZEROS OR W-CONT-SEMFOLHA > ZEROS
              MOVE "*** HA PENDENCIAS: CORRIJA O CADFUNC/FOLHA E REEXECU
      -            "TE ***"                    TO LA-TEXTO
              WRITE LINHA-REL FROM ESPACOS-REL
              WRITE LINHA-REL FROM LINHA-AVISO
              ADD 2 TO W-LINPAG.
       IMPRIMIR-CONFERENCIA-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE ARQFOLHAH
           CLOSE FUNCIONARIOS
           CLOSE DECLARACAO
           CLOSE RELATORIO
           MOVE "GUIA001"     TO W-REL-ID
           MOVE "GUIA001.TXT" TO W-REL-ARQ
           MOVE SPACES        TO W-REL-PARMS
           STRING "GUIAS FGTS/INSS " W-ANO-HOJE W-MES-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY PARAMVALP.
       COPY COMPVALP.
