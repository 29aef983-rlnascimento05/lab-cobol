       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL078.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CHAMADOS SAC COM SLA VENCIDO POR CATEGORIA/FILIAL *
      **************************************************
      * LE ARQSAC.DAT, O REGISTRO DE CHAMADOS DE RECLAMACAO DE
      * CLIENTES MANTIDO PELO SGB-055, E LISTA OS CHAMADOS AINDA NAO
      * RESOLVIDOS QUE JA PASSARAM DO PRAZO (SLA) DA PRIORIDADE:
      * HORAS CORRIDAS DESDE A ABERTURA ATE A HORA DA EXECUCAO, NO
      * ANO COMERCIAL DE 360 DIAS COMO NA TELA DO SGB-055, CONTRA OS
      * PARAMETROS SLASACALTA, SLASACMEDIA E SLASACBAIXA DO CDPARAM
      * (PADRAO 24, 72 E 168 HORAS). ORDENA POR CATEGORIA, FILIAL E
      * MAIOR ATRASO, COM O TOTAL DE CADA FILIAL, CATEGORIA E O
      * GERAL POR PRIORIDADE. NO DETALHE, P E A PRIORIDADE E S A
      * SITUACAO DO CHAMADO. SEM ARQSAC.DAT SAI O RELATORIO VAZIO.
      * RODA TODA SEGUNDA-FEIRA NA CADEIA DO JOB001. SAI EM
      * REL078.TXT PELAS ROTINAS COPY RELPAG./RELPAGP., COM
      * CATALOGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAC-NUMERO
                    ALTERNATE RECORD KEY IS SAC-DOC
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQSAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSAC.DAT".
       01 REGSAC.
                03 SAC-NUMERO           PIC 9(6).
                03 SAC-DOC              PIC 9(14).
                03 SAC-LOC-NUMERO       PIC 9(4).
                03 SAC-LOC-SEQ          PIC 9(4).
                03 SAC-RECIBO           PIC 9(8).
                03 SAC-COB-SEQ          PIC 9(4).
                03 SAC-CATEGORIA        PIC X(01).
                03 SAC-PRIORIDADE       PIC X(01).
                03 SAC-FILIAL           PIC 9(01).
                03 SAC-OPERADOR         PIC X(8).
                03 SAC-ABERTO-POR       PIC X(8).
                03 SAC-DATA-ABERT       PIC 9(8).
                03 SAC-HORA-ABERT       PIC 9(4).
                03 SAC-SITUACAO         PIC X(01).
                   88 SAC-RESOLVIDO         VALUE "R".
                03 SAC-DATA-RESOL       PIC 9(8).
                03 SAC-HORA-RESOL       PIC 9(4).
                03 SAC-RESOLUCAO        PIC 9(01).
                03 SAC-ACAO-SIT         PIC X(01).
                03 SAC-ASSUNTO          PIC X(50).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-CATEG             PIC X(01).
                03 WS-FILIAL            PIC 9(01).
                03 WS-ATRASO            PIC 9(06).
                03 WS-NUMERO            PIC 9(06).
                03 WS-DATA              PIC 9(08).
                03 WS-PRIOR             PIC X(01).
                03 WS-SITUACAO          PIC X(01).
                03 WS-OPERADOR          PIC X(08).
                03 WS-HORAS             PIC 9(06).
                03 WS-SLA               PIC 9(04).
                03 WS-ASSUNTO           PIC X(50).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL078.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ABERTOS   PIC 9(06) VALUE ZEROS.
       77 W-CONT-VENCIDOS  PIC 9(06) VALUE ZEROS.
       77 W-NIV            PIC 9(01) VALUE ZEROS.
       77 W-FILIAL-ANT     PIC 9(01) VALUE ZEROS.
       77 W-CATEG-ANT      PIC X(01) VALUE SPACES.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-IX             PIC 9(02) VALUE ZEROS.
      * PRAZOS DO SLA EM HORAS POR PRIORIDADE (CDPARAM SOBREPOE)
       77 W-SLA-ALTA       PIC 9(04) VALUE 24.
       77 W-SLA-MEDIA      PIC 9(04) VALUE 72.
       77 W-SLA-BAIXA      PIC 9(04) VALUE 168.
       77 W-SLA-HORAS      PIC 9(04) VALUE ZEROS.
       77 W-HORA-INI       PIC 9(09) VALUE ZEROS.
       77 W-HORA-AGORA     PIC 9(09) VALUE ZEROS.
       77 W-HORAS-DEC      PIC 9(06) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-AGORA.
          03 W-AGORA-HH     PIC 9(02).
          03 W-AGORA-MI     PIC 9(02).
          03 FILLER         PIC 9(04).
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

       COPY TFILIAL.

       01 TABCATEG.
           03 FILLER PIC X(21) VALUE "CCOBRANCA INDEVIDA   ".
           03 FILLER PIC X(21) VALUE "MMULTA/ATRASO ERRADO ".
           03 FILLER PIC X(21) VALUE "BBIKE COM DEFEITO    ".
           03 FILLER PIC X(21) VALUE "AATENDIMENTO         ".
           03 FILLER PIC X(21) VALUE "OOUTRA               ".
       01 TABCAT REDEFINES TABCATEG.
           03 TC-ITEM OCCURS 5 TIMES.
              05 TC-COD     PIC X(01).
              05 TC-DESC    PIC X(20).

      * ACUMULADORES: 1 = FILIAL, 2 = CATEGORIA, 3 = GERAL
       01 TAB-ACUM.
           03 ACUM OCCURS 3 TIMES.
               05 AC-QTD        PIC 9(05).
               05 AC-ALTA       PIC 9(05).
               05 AC-MEDIA      PIC 9(05).
               05 AC-BAIXA      PIC 9(05).
               05 AC-MAIOR      PIC 9(06).

       COPY RELPAG.

       01 LINHA-CATEG.
           03 FILLER       PIC X(10) VALUE "CATEGORIA ".
           03 LC-COD       PIC X(01).
           03 FILLER       PIC X(03) VALUE " - ".
           03 LC-DESC      PIC X(20).
       01 LINHA-FILIAL.
           03 FILLER       PIC X(09) VALUE "  FILIAL ".
           03 LF-FILIAL    PIC 9(01).
           03 FILLER       PIC X(03) VALUE " - ".
           03 LF-NOME      PIC X(13).
       01 LINHA-DET.
           03 FILLER       PIC X(03) VALUE SPACES.
           03 LD-NUMERO    PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-PRIOR     PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-SITUACAO  PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-OPERADOR  PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-HORAS     PIC ZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-SLA       PIC ZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ATRASO    PIC ZZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ASSUNTO   PIC X(28).
       01 LINHA-TOT.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LT-ROTULO    PIC X(16).
           03 FILLER       PIC X(06) VALUE " QTDE ".
           03 LT-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(06) VALUE " ALTA ".
           03 LT-ALTA      PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " MEDIA ".
           03 LT-MEDIA     PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " BAIXA ".
           03 LT-BAIXA     PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " MAIOR ".
           03 LT-MAIOR     PIC ZZZZZ9.
       01 LINHA-GERAL.
           03 FILLER       PIC X(29) VALUE
              "CHAMADOS EM ABERTO.........: ".
           03 LG-ABERTOS   PIC ZZZZZ9.
           03 FILLER       PIC X(16) VALUE
              "   SLA VENCIDO: ".
           03 LG-VENCIDOS  PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-AGORA FROM TIME
           COMPUTE W-HORA-AGORA = ((W-ANO-HOJE * 360)
                   + (W-MES-HOJE * 30) + W-DIA-HOJE) * 24
                   + W-AGORA-HH
           PERFORM LER-PRAZOS THRU LER-PRAZOS-FIM
           MOVE ZEROS TO TAB-ACUM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           SORT WORK-SORT ON ASCENDING  KEY WS-CATEG
                             ASCENDING  KEY WS-FILIAL
                             DESCENDING KEY WS-ATRASO
                             ASCENDING  KEY WS-NUMERO
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "CHAMADOS LIDOS.........: " W-CONT-LIDOS
           DISPLAY "CHAMADOS EM ABERTO.....: " W-CONT-ABERTOS
           DISPLAY "CHAMADOS COM SLA VENCIDO: " W-CONT-VENCIDOS
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * PRAZOS DO CDPARAM; SEM O PARAMETRO FICA O PADRAO
       LER-PRAZOS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "SLASACALTA" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-SLA-ALTA.
           MOVE "SLASACMEDIA" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-SLA-MEDIA.
           MOVE "SLASACBAIXA" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO W-SLA-BAIXA.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PRAZOS-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE W-DIA-HOJE TO W-DMA-DD
           MOVE W-MES-HOJE TO W-DMA-MM
           MOVE W-ANO-HOJE TO W-DMA-AAAA
           MOVE SPACES TO W-TITULO-REL
           STRING "CHAMADOS SAC COM SLA VENCIDO EM " W-DMA-DD "/"
                  W-DMA-MM "/" W-DMA-AAAA " AS " W-AGORA-HH ":"
                  W-AGORA-MI DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE
           "   NUMERO ABERTO EM  P S RESPONS. HORAS  SLA ATRASO ASSUNTO"
                                                  TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       CARREGAR-SORT.
           OPEN INPUT ARQSAC
           IF ST-ERRO = "35"
              DISPLAY "ARQSAC.DAT AINDA NAO EXISTE - SEM CHAMADOS"
              GO TO CARREGAR-SORT-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE CHAMADOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-SORT-LER.
           READ ARQSAC NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           ADD 1 TO W-CONT-LIDOS
           IF SAC-RESOLVIDO
              GO TO CARREGAR-SORT-LER.
           ADD 1 TO W-CONT-ABERTOS
      * HORAS CORRIDAS DESDE A ABERTURA, NO ANO COMERCIAL
      * (AAAA*360 + MM*30 + DD) VEZES 24 MAIS A HORA
           MOVE SAC-DATA-ABERT TO W-DATA-DMA-NUM
           MOVE SAC-HORA-ABERT TO W-HORA-HHMM-NUM
           COMPUTE W-HORA-INI = ((W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD) * 24
                   + W-HORA-HH
           MOVE ZEROS TO W-HORAS-DEC
           IF W-HORA-AGORA > W-HORA-INI
              COMPUTE W-HORAS-DEC = W-HORA-AGORA - W-HORA-INI.
           MOVE W-SLA-BAIXA TO W-SLA-HORAS
           IF SAC-PRIORIDADE = "A"
              MOVE W-SLA-ALTA TO W-SLA-HORAS.
           IF SAC-PRIORIDADE = "M"
              MOVE W-SLA-MEDIA TO W-SLA-HORAS.
           IF W-HORAS-DEC NOT > W-SLA-HORAS
              GO TO CARREGAR-SORT-LER.
           ADD 1 TO W-CONT-VENCIDOS
           MOVE SAC-CATEGORIA  TO WS-CATEG
           MOVE SAC-FILIAL     TO WS-FILIAL
           COMPUTE WS-ATRASO = W-HORAS-DEC - W-SLA-HORAS
           MOVE SAC-NUMERO     TO WS-NUMERO
           MOVE SAC-DATA-ABERT TO WS-DATA
           MOVE SAC-PRIORIDADE TO WS-PRIOR
           MOVE SAC-SITUACAO   TO WS-SITUACAO
           MOVE SAC-OPERADOR   TO WS-OPERADOR
           MOVE W-HORAS-DEC    TO WS-HORAS
           MOVE W-SLA-HORAS    TO WS-SLA
           MOVE SAC-ASSUNTO    TO WS-ASSUNTO
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQSAC.
       CARREGAR-SORT-FIM.
           EXIT.

       IMPRIMIR-SORT.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10".
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-SORT-FIM.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE 2 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

      * QUEBRA DE CATEGORIA FECHA FILIAL E CATEGORIA; QUEBRA SO DE
      * FILIAL FECHA A FILIAL
       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-LINHAS-CATEG.
           IF WS-CATEG = W-CATEG-ANT
              GO TO IMPRIMIR-LINHAS-FILIAL.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE 2 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-LINHAS-CATEG.
           MOVE "N"       TO W-PRIMEIRA
           MOVE WS-CATEG  TO W-CATEG-ANT
           PERFORM IMPRIMIR-CATEG THRU IMPRIMIR-CATEG-FIM
           GO TO IMPRIMIR-LINHAS-NOVA-FIL.
       IMPRIMIR-LINHAS-FILIAL.
           IF WS-FILIAL = W-FILIAL-ANT
              GO TO IMPRIMIR-LINHAS-DET.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-LINHAS-NOVA-FIL.
           MOVE WS-FILIAL TO W-FILIAL-ANT
           PERFORM IMPRIMIR-FILIAL THRU IMPRIMIR-FILIAL-FIM.
       IMPRIMIR-LINHAS-DET.
           MOVE WS-NUMERO   TO LD-NUMERO
           MOVE WS-DATA     TO LD-DATA
           MOVE WS-PRIOR    TO LD-PRIOR
           MOVE WS-SITUACAO TO LD-SITUACAO
           MOVE WS-OPERADOR TO LD-OPERADOR
           MOVE WS-HORAS    TO LD-HORAS
           MOVE WS-SLA      TO LD-SLA
           MOVE WS-ATRASO   TO LD-ATRASO
           MOVE WS-ASSUNTO  TO LD-ASSUNTO
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           ADD 1 TO AC-QTD (1)
           IF WS-PRIOR = "A"
              ADD 1 TO AC-ALTA (1).
           IF WS-PRIOR = "M"
              ADD 1 TO AC-MEDIA (1).
           IF WS-PRIOR = "B"
              ADD 1 TO AC-BAIXA (1).
           IF WS-ATRASO > AC-MAIOR (1)
              MOVE WS-ATRASO TO AC-MAIOR (1).
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       IMPRIMIR-CATEG.
           MOVE WS-CATEG TO LC-COD
           MOVE "NAO INFORMADA" TO LC-DESC
           MOVE 1 TO W-IX.
       IMPRIMIR-CATEG-BUSCA.
           IF W-IX > 5
              GO TO IMPRIMIR-CATEG-GRAVA.
           IF TC-COD (W-IX) = WS-CATEG
              MOVE TC-DESC (W-IX) TO LC-DESC
              GO TO IMPRIMIR-CATEG-GRAVA.
           ADD 1 TO W-IX
           GO TO IMPRIMIR-CATEG-BUSCA.
       IMPRIMIR-CATEG-GRAVA.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-CATEG
           ADD 2 TO W-LINPAG.
       IMPRIMIR-CATEG-FIM.
           EXIT.

       IMPRIMIR-FILIAL.
           MOVE WS-FILIAL TO LF-FILIAL
           MOVE "SEM FILIAL" TO LF-NOME
           IF WS-FILIAL > ZEROS AND WS-FILIAL < 6
              MOVE TBFILIAL (WS-FILIAL) TO LF-NOME.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-FILIAL
           ADD 1 TO W-LINPAG.
       IMPRIMIR-FILIAL-FIM.
           EXIT.

      * IMPRIME O ACUMULADO DO NIVEL W-NIV, SOMA NO NIVEL DE CIMA E
      * ZERA O NIVEL
       FECHAR-NIVEL.
           IF W-NIV = 1
              MOVE "TOTAL FILIAL" TO LT-ROTULO.
           IF W-NIV = 2
              MOVE "TOTAL CATEGORIA" TO LT-ROTULO.
           IF W-NIV = 3
              MOVE "TOTAL GERAL" TO LT-ROTULO.
           MOVE AC-QTD   (W-NIV) TO LT-QTD
           MOVE AC-ALTA  (W-NIV) TO LT-ALTA
           MOVE AC-MEDIA (W-NIV) TO LT-MEDIA
           MOVE AC-BAIXA (W-NIV) TO LT-BAIXA
           MOVE AC-MAIOR (W-NIV) TO LT-MAIOR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-LINPAG
           IF W-NIV < 3
              ADD AC-QTD   (W-NIV) TO AC-QTD   (W-NIV + 1)
              ADD AC-ALTA  (W-NIV) TO AC-ALTA  (W-NIV + 1)
              ADD AC-MEDIA (W-NIV) TO AC-MEDIA (W-NIV + 1)
              ADD AC-BAIXA (W-NIV) TO AC-BAIXA (W-NIV + 1)
              IF AC-MAIOR (W-NIV) > AC-MAIOR (W-NIV + 1)
                 MOVE AC-MAIOR (W-NIV) TO AC-MAIOR (W-NIV + 1).
           MOVE ZEROS TO ACUM (W-NIV).
       FECHAR-NIVEL-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE 3 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE W-CONT-ABERTOS  TO LG-ABERTOS
           MOVE W-CONT-VENCIDOS TO LG-VENCIDOS
           WRITE LINHA-REL FROM LINHA-GERAL.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE RELATORIO
           MOVE "REL078" TO W-REL-ID
           MOVE "REL078.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY PARAMVALP.
