      * MES APURADO VEM DE LA EM VEZ DA DATA DO DIA -- UMA
      * REEXECUCAO ATRASADA AINDA FECHA O MES CERTO; SEM O
      * CONTROLE, TUDO SEGUE COMO SEMPRE.
      * 2026-10-15  COMISSAO DE VENDA DO BALCAO: O VALOR APURADO PELO
      * COMVD001 PARA O FUNCIONARIO NA COMPETENCIA (ARQCOMVD.DAT,
      * ABERTURA TOLERANTE) ENTRA NO BRUTO ANTES DO INSS/IRRF E SAI
      * NUMA LINHA PROPRIA DO CONTRACHEQUE.
      * 2026-10-15  FALTAS PELA ESCALA DE TRABALHO: QUEM TEM DIAS
      * APURADOS NA COMPETENCIA EM ARQOCPON.DAT (PONTO002 CONTRA A
      * ESCALA DO SGB-043, ABERTURA TOLERANTE) TEM AS FALTAS CONTADAS
      * DIA A DIA -- TURNO SEM BATIDA, JA SEM FERIADO E FERIAS -- EM
      * VEZ DOS 22 DIAS UTEIS MENOS OS DIAS COM BATIDA, E PASSA A
      * TER A FALTA DESCONTADA MESMO SEM NENHUMA BATIDA NO MES. SEM
      * ESCALA, TUDO SEGUE COMO ANTES.
      * 2026-10-15  DESCONTO DOS VALES: O VALE-TRANSPORTE E O
      * VALE-REFEICAO COMPRADOS PELO BENEF001 NA COMPETENCIA
      * (ARQBENMS.DAT, ABERTURA TOLERANTE) SAO DESCONTADOS DEPOIS DO
      * INSS/IRRF -- O VT ATE O LIMITE LEGAL DE 6% DO SALARIO BASE
      * (PARAMETRO VTPERC) E O VR NA PARTE DO FUNCIONARIO (PARAMETRO
      * VRPERC, PADRAO 20% DO VALOR DO VALE) -- EM LINHA PROPRIA DO
      * CONTRACHEQUE. O LIQUIDO NAO FICA NEGATIVO.
      * 2026-10-15  DESCONTO DO ADIANTAMENTO QUINZENAL: O VALOR JA
      * CREDITADO NO DIA 20 PELO ADIANT001 (ARQADIANT.DAT, ABERTURA
      * TOLERANTE) SAI DO LIQUIDO DO MES, EM LINHA PROPRIA DO
      * CONTRACHEQUE.
      * 2026-10-15  AFASTAMENTOS (ARQAFAST.DAT DO SGB-045, COPY
      * AFASVAL./AFASVALP.): DIA AFASTADO NAO CONTA COMO FALTA, E NA
      * DOENCA OU NO ACIDENTE DE TRABALHO A EMPRESA SO PAGA OS 15
      * PRIMEIROS DIAS -- OS DEMAIS DIAS DO MES (PAGOS PELO INSS)
      * SAEM DO SALARIO A SALARIO/30 POR DIA, EM LINHA PROPRIA DO
      * CONTRACHEQUE. LICENCA-MATERNIDADE SEGUE PAGA NORMALMENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS CHAVE-FERPG
                    FILE STATUS  IS ST-ERRO-FPG.

           SELECT ARQCOMVD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CVD
                    FILE STATUS  IS ST-ERRO-CVD.

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

           SELECT ARQADIANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ADT
                    FILE STATUS  IS ST-ERRO-ADT.

           SELECT ARQAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AFA
                    FILE STATUS  IS ST-ERRO-AFA.

           SELECT ARQPONTOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       FD DEPARTAMENTOS
               LABEL RECORD IS STANDARD
                03 FP-DIAS              PIC 9(2).
                03 FP-VALOR             PIC 9(7)V99.

       FD ARQCOMVD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMVD.DAT".
       01 REGCOMVD.
                03 CHAVE-CVD.
                   05 CVD-CODIGO        PIC X(12).
                   05 CVD-COMPET        PIC 9(6).
                03 CVD-VALOR            PIC 9(7)V99.
                03 CVD-VENDAS           PIC 9(8)V99.
                03 CVD-ESTORNOS         PIC 9(8)V99.
                03 CVD-DATA-CALC        PIC 9(8).

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

       FD ARQPONTOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTOM.DAT".
       77 W-FERPG-ABERTO   PIC X(01) VALUE "N".
       77 W-DIAS-FERIAS    PIC 9(02) VALUE ZEROS.
       77 W-VLR-FERIAS     PIC 9(07)V99 VALUE ZEROS.
       77 ST-ERRO-CVD      PIC X(02) VALUE "00".
       77 W-CVD-ABERTO     PIC X(01) VALUE "N".
       77 W-VLR-COMIS      PIC 9(07)V99 VALUE ZEROS.
      * FALTAS DO MES APURADAS CONTRA A ESCALA (ARQOCPON / PONTO002)
       77 ST-ERRO-OCP      PIC X(02) VALUE "00".
       77 W-OCP-ABERTO     PIC X(01) VALUE "N".
       77 W-TEM-ESCALA     PIC X(01) VALUE "N".
       77 W-FALTAS-ESC     PIC 9(02) VALUE ZEROS.
      * DESCONTO DOS VALES DA COMPETENCIA (ARQBENMS / BENEF001): VT
      * ATE PERC-DESC-VT DO SALARIO BASE, VR NA PARTE PERC-DESC-VR
       77 ST-ERRO-BMS      PIC X(02) VALUE "00".
       77 W-BMS-ABERTO     PIC X(01) VALUE "N".
       77 PERC-DESC-VT     PIC 9(03) VALUE 6.
       77 PERC-DESC-VR     PIC 9(03) VALUE 20.
       77 W-TETO-VT        PIC 9(07)V99 VALUE ZEROS.
       77 W-DESC-VT        PIC 9(07)V99 VALUE ZEROS.
       77 W-DESC-VR        PIC 9(07)V99 VALUE ZEROS.
       77 W-LIQ-CALC       PIC S9(08)V99 VALUE ZEROS.
      * ADIANTAMENTO QUINZENAL JA PAGO NA COMPETENCIA (ADIANT001)
       77 ST-ERRO-ADT      PIC X(02) VALUE "00".
       77 W-ADT-ABERTO     PIC X(01) VALUE "N".
       77 W-DESC-ADIANT    PIC 9(07)V99 VALUE ZEROS.
      * DIAS AFASTADO NA COMPETENCIA E OS QUE FICAM POR CONTA DO INSS
       77 W-DIAS-AFAST     PIC 9(02) VALUE ZEROS.
       77 W-DIAS-INSS      PIC 9(02) VALUE ZEROS.
       77 W-VLR-AFAST      PIC 9(07)V99 VALUE ZEROS.
       COPY AFASVAL.
       01 W-COMPET-R.
          03 W-COMPET-AAAA  PIC 9(04).
          03 W-COMPET-MM    PIC 9(02).
           03 LC-FALTAS    PIC ZZZZZ9,99.
           03 FILLER       PIC X(15) VALUE "  DESC.FERIAS: ".
           03 LC-FERIAS    PIC ZZZZZ9,99.
       01 LINHA-COM.
           03 FILLER       PIC X(26) VALUE
              " COMISSAO DE VENDAS.....: ".
           03 LCO-COMIS    PIC ZZZZZ9,99.
       01 LINHA-BEN.
           03 FILLER       PIC X(26) VALUE
              " DESC. VALE-TRANSPORTE..: ".
           03 LB-VT        PIC ZZZZZ9,99.
           03 FILLER       PIC X(20) VALUE
              "  VALE-REFEICAO...: ".
           03 LB-VR        PIC ZZZZZ9,99.
       01 LINHA-ADT.
           03 FILLER       PIC X(26) VALUE
              " ADIANTAMENTO QUINZENAL.: ".
           03 LAD-VALOR    PIC ZZZZZ9,99.
       01 LINHA-AFA.
           03 FILLER       PIC X(26) VALUE
              " AFASTAMENTO (DIAS).....: ".
           03 LAF-DIAS     PIC Z9.
           03 FILLER       PIC X(14) VALUE "  PAGOS INSS: ".
           03 LAF-INSS     PIC Z9.
           03 FILLER       PIC X(12) VALUE "  DESCONTO: ".
           03 LAF-VALOR    PIC ZZZZZ9,99.

       01 LINHA-SUB.
           03 FILLER       PIC X(09) VALUE "  DEPTO: ".
              CLOSE ARQPONTOM.
           IF W-FERPG-ABERTO = "S"
              CLOSE ARQFERPG.
           IF W-CVD-ABERTO = "S"
              CLOSE ARQCOMVD.
           IF W-OCP-ABERTO = "S"
              CLOSE ARQOCPON.
           IF W-BMS-ABERTO = "S"
              CLOSE ARQBENMS.
           IF W-ADT-ABERTO = "S"
              CLOSE ARQADIANT.
           PERFORM FECHAR-AFASTAMENTOS THRU FECHAR-AFASTAMENTOS-FIM
           CLOSE ARQFOLHAH.
           DISPLAY "FUNCIONARIOS NA FOLHA: " W-CONT-FUNC
           MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "N" TO W-FERPG-ABERTO
              MOVE "00" TO ST-ERRO-FPG.
      * ABERTURA TOLERANTE DAS COMISSOES DE VENDA: SEM O ARQUIVO,
      * NINGUEM TEM COMISSAO NA FOLHA
           OPEN INPUT ARQCOMVD
           IF ST-ERRO-CVD = "00"
              MOVE "S" TO W-CVD-ABERTO
           ELSE
              MOVE "N" TO W-CVD-ABERTO
              MOVE "00" TO ST-ERRO-CVD.
      * ABERTURA TOLERANTE DAS OCORRENCIAS DO PONTO: SEM O ARQUIVO,
      * A FALTA SEGUE PELOS DIAS UTEIS PADRAO
           OPEN INPUT ARQOCPON
           IF ST-ERRO-OCP = "00"
              MOVE "S" TO W-OCP-ABERTO
           ELSE
              MOVE "N" TO W-OCP-ABERTO
              MOVE "00" TO ST-ERRO-OCP.
      * ABERTURA TOLERANTE DOS VALES DO MES: SEM O ARQUIVO, NINGUEM
      * TEM DESCONTO DE VALE
           OPEN INPUT ARQBENMS
           IF ST-ERRO-BMS = "00"
              MOVE "S" TO W-BMS-ABERTO
           ELSE
              MOVE "N" TO W-BMS-ABERTO
              MOVE "00" TO ST-ERRO-BMS.
      * ABERTURA TOLERANTE DOS ADIANTAMENTOS: SEM O ARQUIVO, NINGUEM
      * RECEBEU ADIANTAMENTO
           OPEN INPUT ARQADIANT
           IF ST-ERRO-ADT = "00"
              MOVE "S" TO W-ADT-ABERTO
           ELSE
              MOVE "N" TO W-ADT-ABERTO
              MOVE "00" TO ST-ERRO-ADT.
           PERFORM ABRIR-AFASTAMENTOS THRU ABRIR-AFASTAMENTOS-FIM
           MOVE "FOLHA DE PAGAMENTO MENSAL" TO W-TITULO-REL
           MOVE "CODIGO       NOME                      BRUTO      INSS
      -         "      IRRF      LIQUIDO"               TO W-CAB-COL
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-CMP
           ADD 1 TO W-LINPAG
           IF W-VLR-COMIS > ZEROS
              MOVE W-VLR-COMIS TO LCO-COMIS
              PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-COM
              ADD 1 TO W-LINPAG.
           IF W-DESC-VT > ZEROS OR W-DESC-VR > ZEROS
              MOVE W-DESC-VT TO LB-VT
              MOVE W-DESC-VR TO LB-VR
              PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-BEN
              ADD 1 TO W-LINPAG.
           IF W-DESC-ADIANT > ZEROS
              MOVE W-DESC-ADIANT TO LAD-VALOR
              PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-ADT
              ADD 1 TO W-LINPAG.
           IF W-DIAS-AFAST > ZEROS
              MOVE W-DIAS-AFAST TO LAF-DIAS
              MOVE W-DIAS-INSS  TO LAF-INSS
              MOVE W-VLR-AFAST  TO LAF-VALOR
              PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-AFA
              ADD 1 TO W-LINPAG.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.
           MOVE ZEROS TO W-INSS W-IRRF
           PERFORM CONTAR-DEPENDENTES THRU CONTAR-DEPENDENTES-FIM
           PERFORM CALC-FERIAS-MES THRU CALC-FERIAS-MES-FIM
           PERFORM CALC-AFAST-MES THRU CALC-AFAST-MES-FIM
           PERFORM CALC-PONTO-MES THRU CALC-PONTO-MES-FIM
           PERFORM CALC-COMISSAO-MES THRU CALC-COMISSAO-MES-FIM
           COMPUTE W-BRUTO = WS-SALARIO + W-VLR-EXTRA + W-VLR-COMIS
                   - W-VLR-FALTAS - W-VLR-FERIAS - W-VLR-AFAST
           IF W-BRUTO < ZEROS
              MOVE ZEROS TO W-BRUTO.
           PERFORM CALC-VALES THRU CALC-VALES-FIM
           PERFORM CALC-ADIANT THRU CALC-ADIANT-FIM
           IF WS-CONTRATO NOT = "C"
              GO TO CALC-LIQUIDO.
           MOVE 1 TO W-IND.
       CALC-INSS.
           IF W-BRUTO NOT > INSS-TETO (W-IND)
       CALC-LIQUIDO.
           IF W-IRRF < ZEROS
              MOVE ZEROS TO W-IRRF.
      * OS VALES E O ADIANTAMENTO SAEM DEPOIS DOS IMPOSTOS; O
      * LIQUIDO NAO FICA NEGATIVO
           COMPUTE W-LIQ-CALC = W-BRUTO - W-INSS - W-IRRF
                   - W-DESC-VT - W-DESC-VR - W-DESC-ADIANT
           IF W-LIQ-CALC < ZEROS
              MOVE ZEROS TO W-LIQ-CALC.
           MOVE W-LIQ-CALC TO W-LIQUIDO.
       CALC-DESCONTOS-FIM.
           EXIT.

      * VALES COMPRADOS PELO BENEF001 NA COMPETENCIA: O VT E
      * DESCONTADO ATE PERC-DESC-VT DO SALARIO BASE (A EMPRESA
      * ARCA COM O RESTO) E O VR NA PARTE DO FUNCIONARIO
       CALC-VALES.
           MOVE ZEROS TO W-DESC-VT W-DESC-VR
           IF W-BMS-ABERTO NOT = "S"
              GO TO CALC-VALES-FIM.
           MOVE W-ANO-HOJE TO W-COMPET-AAAA
           MOVE W-MES-HOJE TO W-COMPET-MM
           MOVE WS-CODIGO    TO BMS-CODIGO
           MOVE W-COMPET-NUM TO BMS-COMPET
           READ ARQBENMS
           IF ST-ERRO-BMS NOT = "00"
              MOVE "00" TO ST-ERRO-BMS
              GO TO CALC-VALES-FIM.
           COMPUTE W-TETO-VT ROUNDED = WS-SALARIO * PERC-DESC-VT / 100
           MOVE BMS-VT-VALOR TO W-DESC-VT
           IF W-DESC-VT > W-TETO-VT
              MOVE W-TETO-VT TO W-DESC-VT.
           COMPUTE W-DESC-VR ROUNDED =
                   BMS-VR-VALOR * PERC-DESC-VR / 100.
       CALC-VALES-FIM.
           EXIT.

      * ADIANTAMENTO DO DIA 20 JA CREDITADO PELO ADIANT001 NA
      * COMPETENCIA
       CALC-ADIANT.
           MOVE ZEROS TO W-DESC-ADIANT
           IF W-ADT-ABERTO NOT = "S"
              GO TO CALC-ADIANT-FIM.
           MOVE W-ANO-HOJE TO W-COMPET-AAAA
           MOVE W-MES-HOJE TO W-COMPET-MM
           MOVE WS-CODIGO    TO ADT-CODIGO
           MOVE W-COMPET-NUM TO ADT-COMPET
           READ ARQADIANT
           IF ST-ERRO-ADT NOT = "00"
              MOVE "00" TO ST-ERRO-ADT
              GO TO CALC-ADIANT-FIM.
           MOVE ADT-VALOR TO W-DESC-ADIANT.
       CALC-ADIANT-FIM.
           EXIT.

      * GRAVA (OU REGRAVA) O RESULTADO DO FUNCIONARIO NO HISTORICO
      * DA FOLHA, UMA LINHA POR COMPETENCIA
       GRAVAR-HISTORICO.
       CALC-FERIAS-MES-FIM.
           EXIT.

      * AFASTAMENTOS DA COMPETENCIA (MES COMERCIAL, DIA 1 AO 30):
      * DOENCA E ACIDENTE DE TRABALHO, DO 16O. DIA EM DIANTE, SAO
      * PAGOS PELO INSS E SAEM DO SALARIO A SALARIO/30 POR DIA
       CALC-AFAST-MES.
           MOVE ZEROS TO W-DIAS-AFAST W-DIAS-INSS W-VLR-AFAST
           IF AF-ABERTO NOT = "S"
              GO TO CALC-AFAST-MES-FIM.
           MOVE WS-CODIGO  TO AF-CODIGO
           MOVE W-ANO-HOJE TO AF-INI-AAAA AF-FIM-AAAA
           MOVE W-MES-HOJE TO AF-INI-MM AF-FIM-MM
           MOVE 01         TO AF-INI-DD
           MOVE 30         TO AF-FIM-DD
           PERFORM CONTAR-AFASTAMENTO THRU CONTAR-AFASTAMENTO-FIM
           IF AF-DIAS > 30
              MOVE 30 TO AF-DIAS.
           IF AF-DIAS-INSS > 30
              MOVE 30 TO AF-DIAS-INSS.
           MOVE AF-DIAS      TO W-DIAS-AFAST
           MOVE AF-DIAS-INSS TO W-DIAS-INSS
           COMPUTE W-VLR-AFAST ROUNDED =
                   WS-SALARIO * W-DIAS-INSS / 30
           IF W-VLR-AFAST > WS-SALARIO
              MOVE WS-SALARIO TO W-VLR-AFAST.
       CALC-AFAST-MES-FIM.
           EXIT.

      * COMISSAO DE VENDA DO BALCAO APURADA PELO COMVD001 PARA A
      * COMPETENCIA: PROVENTO QUE ENTRA NA BASE DO INSS E DO IRRF
       CALC-COMISSAO-MES.
           MOVE ZEROS TO W-VLR-COMIS
           IF W-CVD-ABERTO NOT = "S"
              GO TO CALC-COMISSAO-MES-FIM.
           MOVE W-ANO-HOJE TO W-COMPET-AAAA
           MOVE W-MES-HOJE TO W-COMPET-MM
           MOVE WS-CODIGO    TO CVD-CODIGO
           MOVE W-COMPET-NUM TO CVD-COMPET
           READ ARQCOMVD
           IF ST-ERRO-CVD NOT = "00"
              MOVE "00" TO ST-ERRO-CVD
              GO TO CALC-COMISSAO-MES-FIM.
           MOVE CVD-VALOR TO W-VLR-COMIS.
       CALC-COMISSAO-MES-FIM.
           EXIT.

      * TOTALIZA O PONTO DO MES DO FUNCIONARIO (MESMAS CONTAS DO
      * REL042): MINUTOS ALEM DA JORNADA VIRAM HORA EXTRA PAGA COM O
      * ADICIONAL, E DIA UTIL SEM BATIDA VIRA DESCONTO DE SALARIO/30
                      + (W-MIN-DIA - JORNADA-MINUTOS).
           GO TO CALC-PONTO-MES-LER.
       CALC-PONTO-MES-VALOR.
           PERFORM CONTAR-FALTAS-ESCALA THRU CONTAR-FALTAS-ESCALA-FIM
      * FUNCIONARIO SEM NENHUMA BATIDA NO MES FICA FORA DO ACERTO DE
      * PONTO (SEM RELOGIO NAO HA COMO APURAR FALTA), A MENOS QUE A
      * ESCALA DIGA QUE ELE DEVIA TER TRABALHADO
           IF W-DIAS-PRES = ZEROS AND W-TEM-ESCALA NOT = "S"
              MOVE ZEROS TO W-VLR-EXTRA W-VLR-FALTAS
              GO TO CALC-PONTO-MES-FIM.
           COMPUTE W-SAL-HORA ROUNDED = WS-SALARIO / 220
           COMPUTE W-HORAS-EXTRA ROUNDED = W-MIN-EXTRA / 60
           COMPUTE W-VLR-EXTRA ROUNDED = W-HORAS-EXTRA * W-SAL-HORA
                   * (100 + PERC-HORA-EXTRA) / 100
      * COM ESCALA, A FALTA E O TURNO SEM BATIDA (FERIAS E FERIADO
      * JA FICARAM DE FORA NA APURACAO DIARIA)
           IF W-TEM-ESCALA = "S"
              MOVE W-FALTAS-ESC TO W-FALTAS
              GO TO CALC-PONTO-MES-FALTAS.
      * DIA DE FERIAS OU DE AFASTAMENTO DA COMPETENCIA NAO CONTA
      * COMO FALTA
           COMPUTE W-FALTAS = DIAS-UTEIS-MES - W-DIAS-PRES
                   - W-DIAS-FERIAS - W-DIAS-AFAST
           IF W-FALTAS < ZEROS
              MOVE ZEROS TO W-FALTAS.
       CALC-PONTO-MES-FALTAS.
           COMPUTE W-VLR-FALTAS ROUNDED =
                   W-FALTAS * WS-SALARIO / 30
           IF W-VLR-FALTAS > WS-SALARIO
       CALC-PONTO-MES-FIM.
           EXIT.

      * DIAS DO FUNCIONARIO APURADOS PELO PONTO002 NA COMPETENCIA:
      * W-TEM-ESCALA = "S" QUANDO HA ALGUM, E W-FALTAS-ESC CONTA OS
      * MARCADOS COMO FALTA
       CONTAR-FALTAS-ESCALA.
           MOVE "N" TO W-TEM-ESCALA
           MOVE ZEROS TO W-FALTAS-ESC
           IF W-OCP-ABERTO NOT = "S"
              GO TO CONTAR-FALTAS-ESCALA-FIM.
           MOVE WS-CODIGO TO OCP-CODIGO
           MOVE ZEROS     TO OCP-DATA
           START ARQOCPON KEY IS NOT LESS CHAVE-OCP
               INVALID KEY MOVE "10" TO ST-ERRO-OCP.
       CONTAR-FALTAS-ESCALA-LER.
           IF ST-ERRO-OCP = "10"
              MOVE "00" TO ST-ERRO-OCP
              GO TO CONTAR-FALTAS-ESCALA-FIM.
           READ ARQOCPON NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-OCP.
           IF ST-ERRO-OCP = "10"
              GO TO CONTAR-FALTAS-ESCALA-LER.
           IF OCP-CODIGO NOT = WS-CODIGO
              GO TO CONTAR-FALTAS-ESCALA-FIM.
           MOVE OCP-DATA TO W-DATA-DMA-NUM
           IF W-DMA-MM NOT = W-MES-HOJE
              OR W-DMA-AAAA NOT = W-ANO-HOJE
              GO TO CONTAR-FALTAS-ESCALA-LER.
           IF OCP-FORA-ESCALA = "S"
              GO TO CONTAR-FALTAS-ESCALA-LER.
           MOVE "S" TO W-TEM-ESCALA
           IF OCP-FALTA = "S"
              ADD 1 TO W-FALTAS-ESC.
           GO TO CONTAR-FALTAS-ESCALA-LER.
       CONTAR-FALTAS-ESCALA-FIM.
           EXIT.

      * CONTA OS DEPENDENTES DO FUNCIONARIO EM ARQDEPEND.DAT
       CONTAR-DEPENDENTES.
           MOVE ZEROS TO W-QTD-DEP
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO PERC-HORA-EXTRA.
           MOVE "VTPERC" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO PERC-DESC-VT.
           MOVE "VRPERC" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              MOVE PV-VALOR TO PERC-DESC-VR.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
       COPY PARAMVALP.

       COPY COMPVALP.

       COPY AFASVALP.
