       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL077.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * RELATORIO MENSAL DA PESQUISA DE SATISFACAO (NPS)  *
      **************************************************
      * PASSO MENSAL DO JOB002. APURA, NA COMPETENCIA (CTRLCMP.DAT,
      * COPY COMPVAL.; SEM O CONTROLE, O MES DA DATA DO DIA), AS
      * RESPOSTAS DA PESQUISA GRAVADAS PELO NPS002 EM ARQNPS.DAT
      * (PELA DATA DA RESPOSTA) E EMITE O NPS POR FILIAL, POR
      * CATEGORIA DE BIKE E POR OPERADOR DE BALCAO:
      *   PROMOTORES  NOTA 9 OU 10
      *   NEUTROS     NOTA 7 OU 8
      *   DETRATORES  NOTA 0 A 6
      *   NPS = (PROMOTORES - DETRATORES) * 100 / RESPOSTAS,
      *         DE -100 A +100.
      * EM SEGUIDA LISTA OS COMENTARIOS DOS DETRATORES DO MES.
      * TODA NOTA DE 6 PARA BAIXO AINDA SEM ACOMPANHAMENTO (DE
      * QUALQUER MES, PARA QUE NENHUMA FIQUE DE FORA SE UMA
      * COMPETENCIA NAO FOR RODADA) GANHA UM REGISTRO ABERTO ("A")
      * EM ARQNPSA.DAT, NA CHAVE DA LOCACAO, PARA O CONTATO DE
      * RECUPERACAO DO CLIENTE, E O REGISTRO DA PESQUISA FICA
      * MARCADO (NPS-ACOMP = "S") PARA NAO ABRIR DE NOVO.
      * OPERADORES ALEM DO 49o SAEM SOMADOS NA LINHA "OUTROS".
      * SAIDA: REL077.TXT, CATALOGADO.
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

           SELECT ARQNPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NPS
                    ALTERNATE RECORD KEY IS NPS-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNPSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NPSA
                    FILE STATUS  IS ST-ERRO-ACP.

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

       FD ARQNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNPS.DAT".
       01 REGNPS.
                03 CHAVE-NPS.
                   05 NPS-NUMERO        PIC 9(4).
                   05 NPS-SEQ           PIC 9(4).
                03 NPS-CPF              PIC 9(14).
                03 NPS-DATA-DEV         PIC 9(8).
                03 NPS-DATA-ENVIO       PIC 9(8).
                03 NPS-FILIAL           PIC 9(01).
                03 NPS-CATEGORIA        PIC X(01).
                03 NPS-OPERADOR         PIC X(08).
                03 NPS-SITUACAO         PIC X(01).
                   88 NPS-ENVIADA           VALUE "E".
                   88 NPS-RESPONDIDA        VALUE "R".
                03 NPS-NOTA             PIC 9(02).
                03 NPS-COMENTARIO       PIC X(60).
                03 NPS-DATA-RESP        PIC 9(8).
                03 NPS-ACOMP            PIC X(01).

      * ACOMPANHAMENTO DOS DETRATORES: UM POR PESQUISA COM NOTA
      * ATE 6, NA CHAVE DA LOCACAO. DATAS EM DDMMAAAA; NPSA-SITUACAO
      * "A" = ABERTO, "F" = FECHADO (COM DATA E OBSERVACAO)
       FD ARQNPSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNPSA.DAT".
       01 REGNPSA.
                03 CHAVE-NPSA.
                   05 NPSA-NUMERO       PIC 9(4).
                   05 NPSA-SEQ          PIC 9(4).
                03 NPSA-CPF             PIC 9(14).
                03 NPSA-NOTA            PIC 9(02).
                03 NPSA-FILIAL          PIC 9(01).
                03 NPSA-OPERADOR        PIC X(08).
                03 NPSA-COMENTARIO      PIC X(60).
                03 NPSA-DATA-ABERT      PIC 9(8).
                03 NPSA-SITUACAO        PIC X(01).
                   88 NPSA-ABERTO           VALUE "A".
                   88 NPSA-FECHADO          VALUE "F".
                03 NPSA-DATA-FECH       PIC 9(8).
                03 NPSA-OBS             PIC X(40).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL077.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       COPY TFILIAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-ACP      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-QTD-CAT        PIC 9(02) COMP VALUE ZEROS.
       77 W-QTD-OPE        PIC 9(02) COMP VALUE ZEROS.
       77 W-TIPO-NOTA      PIC 9(01) VALUE ZEROS.
       77 W-NO-MES         PIC X(01) VALUE "N".
       77 W-NPS            PIC S9(03) VALUE ZEROS.
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ENVIADAS  PIC 9(06) VALUE ZEROS.
       77 W-CONT-DETR-MES  PIC 9(06) VALUE ZEROS.
       77 W-CONT-ACOMP     PIC 9(06) VALUE ZEROS.

       COPY RELPAG.

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

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).

      * CONTAGENS DA LINHA QUE ESTA SENDO IMPRESSA
       01 W-GRUPO.
          03 W-G-NOME       PIC X(20).
          03 W-G-RESP       PIC 9(06) COMP.
          03 W-G-PROM       PIC 9(06) COMP.
          03 W-G-NEUT       PIC 9(06) COMP.
          03 W-G-DETR       PIC 9(06) COMP.

      * POR FILIAL (1 A 5; 6 = SEM FILIAL) E TOTAL GERAL
       01 TAB-NPS-FIL.
          03 NF-LIN OCCURS 6 TIMES.
             05 NF-RESP     PIC 9(06) COMP.
             05 NF-PROM     PIC 9(06) COMP.
             05 NF-NEUT     PIC 9(06) COMP.
             05 NF-DETR     PIC 9(06) COMP.
       01 TAB-NPS-TOT.
          03 NT-RESP        PIC 9(06) COMP.
          03 NT-PROM        PIC 9(06) COMP.
          03 NT-NEUT        PIC 9(06) COMP.
          03 NT-DETR        PIC 9(06) COMP.

      * POR CATEGORIA DA BIKE, NA ORDEM EM QUE APARECEM
       01 TAB-NPS-CAT.
          03 NC-LIN OCCURS 20 TIMES.
             05 NC-COD      PIC X(01).
             05 NC-RESP     PIC 9(06) COMP.
             05 NC-PROM     PIC 9(06) COMP.
             05 NC-NEUT     PIC 9(06) COMP.
             05 NC-DETR     PIC 9(06) COMP.

      * POR OPERADOR DE BALCAO; A POSICAO 50 ACUMULA OS QUE NAO
      * COUBERAM
       01 TAB-NPS-OPE.
          03 NO-LIN OCCURS 50 TIMES.
             05 NO-COD      PIC X(08).
             05 NO-RESP     PIC 9(06) COMP.
             05 NO-PROM     PIC 9(06) COMP.
             05 NO-NEUT     PIC 9(06) COMP.
             05 NO-DETR     PIC 9(06) COMP.

       01 LINHA-CAB-NPS.
          03 FILLER         PIC X(20) VALUE "GRUPO".
          03 FILLER         PIC X(10) VALUE " RESPOSTAS".
          03 FILLER         PIC X(10) VALUE "PROMOTORES".
          03 FILLER         PIC X(10) VALUE "   NEUTROS".
          03 FILLER         PIC X(10) VALUE "DETRATORES".
          03 FILLER         PIC X(10) VALUE "       NPS".

       01 LINHA-NPS.
          03 LN-NOME        PIC X(20).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 LN-RESP        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 LN-PROM        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 LN-NEUT        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 LN-DETR        PIC ZZZ.ZZ9.
          03 FILLER         PIC X(06) VALUE SPACES.
          03 LN-NPS-X       PIC X(04).
          03 LN-NPS REDEFINES LN-NPS-X
                            PIC -ZZ9.

       01 LINHA-PREMISSA.
          03 FILLER         PIC X(13) VALUE "COMPETENCIA: ".
          03 LP-MES         PIC 9(02).
          03 FILLER         PIC X(01) VALUE "/".
          03 LP-ANO         PIC 9(04).
          03 FILLER         PIC X(34) VALUE
              "   PROMOTOR 9-10 NEUTRO 7-8 DETRAT".
          03 FILLER         PIC X(07) VALUE "OR 0-6".

       01 LINHA-SECAO.
          03 LSC-TEXTO      PIC X(60).

       01 LINHA-DET1.
          03 FILLER         PIC X(06) VALUE "CHAVE ".
          03 LD-NUMERO      PIC 9(04).
          03 FILLER         PIC X(01) VALUE "-".
          03 LD-SEQ         PIC 9(04).
          03 FILLER         PIC X(06) VALUE "  DOC ".
          03 LD-CPF         PIC 9(14).
          03 FILLER         PIC X(07) VALUE "  NOTA ".
          03 LD-NOTA        PIC Z9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 LD-FILIAL      PIC X(13).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LD-OPERADOR    PIC X(08).

       01 LINHA-DET2.
          03 FILLER         PIC X(06) VALUE SPACES.
          03 LD-COMENTARIO  PIC X(60).

       01 LINHA-TOTAL.
          03 LT-TEXTO       PIC X(40).
          03 LT-QTD         PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-ANO-HOJE
              MOVE CP-CMP-MM   TO W-MES-HOJE
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N.
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           INITIALIZE TAB-NPS-FIL TAB-NPS-TOT TAB-NPS-CAT TAB-NPS-OPE
           PERFORM APURAR-NPS THRU APURAR-NPS-FIM
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           PERFORM LISTAR-DETRATORES THRU LISTAR-DETRATORES-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "PESQUISAS LIDAS...........: " W-CONT-LIDOS
           DISPLAY "ENVIADAS NA COMPETENCIA...: " W-CONT-ENVIADAS
           DISPLAY "RESPOSTAS NA COMPETENCIA..: " NT-RESP
           DISPLAY "ACOMPANHAMENTOS ABERTOS...: " W-CONT-ACOMP
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN I-O ARQNPS
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT ARQNPS
              CLOSE ARQNPS
              OPEN I-O ARQNPS.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO ARQNPS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN I-O ARQNPSA
           IF ST-ERRO-ACP = "30" OR ST-ERRO-ACP = "35"
              OPEN OUTPUT ARQNPSA
              CLOSE ARQNPSA
              OPEN I-O ARQNPSA.
           IF ST-ERRO-ACP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO ARQNPSA ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA: CONTA AS PESQUISAS ENVIADAS E AS RESPOSTAS
      * DA COMPETENCIA E ABRE O ACOMPANHAMENTO DOS DETRATORES
      *-----------------------------------------------------------------
       APURAR-NPS.
           CONTINUE.
       APURAR-NPS-LER.
           READ ARQNPS NEXT RECORD
               AT END GO TO APURAR-NPS-FIM.
           ADD 1 TO W-CONT-LIDOS
           MOVE NPS-DATA-ENVIO TO W-DATA-DMA-NUM
           IF W-DMA-MM = W-MES-HOJE AND W-DMA-AAAA = W-ANO-HOJE
              ADD 1 TO W-CONT-ENVIADAS.
           IF NOT NPS-RESPONDIDA
              GO TO APURAR-NPS-LER.
           IF NPS-NOTA < 7 AND NPS-ACOMP NOT = "S"
              PERFORM ABRIR-ACOMPANHAMENTO
                                     THRU ABRIR-ACOMPANHAMENTO-FIM.
           PERFORM VERIFICAR-MES THRU VERIFICAR-MES-FIM
           IF W-NO-MES NOT = "S"
              GO TO APURAR-NPS-LER.
           PERFORM SOMAR-RESPOSTA THRU SOMAR-RESPOSTA-FIM
           GO TO APURAR-NPS-LER.
       APURAR-NPS-FIM.
           EXIT.

       VERIFICAR-MES.
           MOVE "N" TO W-NO-MES
           MOVE NPS-DATA-RESP TO W-DATA-DMA-NUM
           IF W-DMA-MM = W-MES-HOJE AND W-DMA-AAAA = W-ANO-HOJE
              MOVE "S" TO W-NO-MES.
       VERIFICAR-MES-FIM.
           EXIT.

      * W-TIPO-NOTA: 1 PROMOTOR, 2 NEUTRO, 3 DETRATOR
       SOMAR-RESPOSTA.
           IF NPS-NOTA > 8
              MOVE 1 TO W-TIPO-NOTA
           ELSE
              IF NPS-NOTA > 6
                 MOVE 2 TO W-TIPO-NOTA
              ELSE
                 MOVE 3 TO W-TIPO-NOTA
                 ADD 1 TO W-CONT-DETR-MES.
           IF NPS-FILIAL > 0 AND NPS-FILIAL < 6
              MOVE NPS-FILIAL TO W-IND
           ELSE
              MOVE 6 TO W-IND.
           ADD 1 TO NF-RESP (W-IND) NT-RESP
           IF W-TIPO-NOTA = 1
              ADD 1 TO NF-PROM (W-IND) NT-PROM.
           IF W-TIPO-NOTA = 2
              ADD 1 TO NF-NEUT (W-IND) NT-NEUT.
           IF W-TIPO-NOTA = 3
              ADD 1 TO NF-DETR (W-IND) NT-DETR.
           PERFORM ACHAR-CATEGORIA THRU ACHAR-CATEGORIA-FIM
           ADD 1 TO NC-RESP (W-IND)
           IF W-TIPO-NOTA = 1
              ADD 1 TO NC-PROM (W-IND).
           IF W-TIPO-NOTA = 2
              ADD 1 TO NC-NEUT (W-IND).
           IF W-TIPO-NOTA = 3
              ADD 1 TO NC-DETR (W-IND).
           PERFORM ACHAR-OPERADOR THRU ACHAR-OPERADOR-FIM
           ADD 1 TO NO-RESP (W-IND)
           IF W-TIPO-NOTA = 1
              ADD 1 TO NO-PROM (W-IND).
           IF W-TIPO-NOTA = 2
              ADD 1 TO NO-NEUT (W-IND).
           IF W-TIPO-NOTA = 3
              ADD 1 TO NO-DETR (W-IND).
       SOMAR-RESPOSTA-FIM.
           EXIT.

      * POSICAO DA CATEGORIA EM W-IND, INCLUINDO-A SE FOR NOVA (SAO
      * CODIGOS DE UMA LETRA, 20 POSICOES SOBRAM)
       ACHAR-CATEGORIA.
           MOVE 1 TO W-IND.
       ACHAR-CATEGORIA-LOOP.
           IF W-IND > W-QTD-CAT
              GO TO ACHAR-CATEGORIA-NOVA.
           IF NC-COD (W-IND) = NPS-CATEGORIA
              GO TO ACHAR-CATEGORIA-FIM.
           ADD 1 TO W-IND
           GO TO ACHAR-CATEGORIA-LOOP.
       ACHAR-CATEGORIA-NOVA.
           IF W-QTD-CAT < 20
              ADD 1 TO W-QTD-CAT.
           MOVE W-QTD-CAT     TO W-IND
           MOVE NPS-CATEGORIA TO NC-COD (W-IND).
       ACHAR-CATEGORIA-FIM.
           EXIT.

      * POSICAO DO OPERADOR EM W-IND; DO 50o EM DIANTE, "OUTROS"
       ACHAR-OPERADOR.
           MOVE 1 TO W-IND.
       ACHAR-OPERADOR-LOOP.
           IF W-IND > W-QTD-OPE
              GO TO ACHAR-OPERADOR-NOVO.
           IF NO-COD (W-IND) = NPS-OPERADOR
              GO TO ACHAR-OPERADOR-FIM.
           ADD 1 TO W-IND
           GO TO ACHAR-OPERADOR-LOOP.
       ACHAR-OPERADOR-NOVO.
           IF W-QTD-OPE < 49
              ADD 1 TO W-QTD-OPE
              MOVE W-QTD-OPE    TO W-IND
              MOVE NPS-OPERADOR TO NO-COD (W-IND)
           ELSE
              MOVE 50 TO W-IND.
       ACHAR-OPERADOR-FIM.
           EXIT.

       ABRIR-ACOMPANHAMENTO.
           MOVE SPACES         TO REGNPSA
           MOVE CHAVE-NPS      TO CHAVE-NPSA
           MOVE NPS-CPF        TO NPSA-CPF
           MOVE NPS-NOTA       TO NPSA-NOTA
           MOVE NPS-FILIAL     TO NPSA-FILIAL
           MOVE NPS-OPERADOR   TO NPSA-OPERADOR
           MOVE NPS-COMENTARIO TO NPSA-COMENTARIO
           MOVE W-HOJE-DMA-NUM TO NPSA-DATA-ABERT
           MOVE "A"            TO NPSA-SITUACAO
           MOVE ZEROS          TO NPSA-DATA-FECH
           WRITE REGNPSA
               INVALID KEY
                  DISPLAY "*** ACOMPANHAMENTO JA EXISTE: " CHAVE-NPSA
               NOT INVALID KEY
                  ADD 1 TO W-CONT-ACOMP.
           MOVE "S" TO NPS-ACOMP
           REWRITE REGNPS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "*** ERRO NA GRAVACAO DA PESQUISA ***" CHAVE-NPS
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ACOMPANHAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * RESUMO: NPS POR FILIAL, POR CATEGORIA E POR OPERADOR
      *-----------------------------------------------------------------
       IMPRIMIR-RESUMO.
           MOVE "PESQUISA DE SATISFACAO (NPS) DO MES" TO W-TITULO-REL
           MOVE LINHA-CAB-NPS TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE W-MES-HOJE TO LP-MES
           MOVE W-ANO-HOJE TO LP-ANO
           WRITE LINHA-REL FROM LINHA-PREMISSA
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "PESQUISAS ENVIADAS NO MES"      TO LT-TEXTO
           MOVE W-CONT-ENVIADAS TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "RESPOSTAS RECEBIDAS NO MES"     TO LT-TEXTO
           MOVE NT-RESP         TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOTAL
           MOVE "ACOMPANHAMENTOS ABERTOS AGORA"  TO LT-TEXTO
           MOVE W-CONT-ACOMP    TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOTAL
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 6 TO W-LINPAG
           MOVE "POR FILIAL" TO LSC-TEXTO
           PERFORM IMPRIMIR-SECAO THRU IMPRIMIR-SECAO-FIM
           MOVE 1 TO W-IND.
       IMPRIMIR-RESUMO-FIL.
           IF W-IND < 6
              MOVE TBFILIAL (W-IND) TO W-G-NOME
           ELSE
              MOVE "SEM FILIAL"     TO W-G-NOME.
           MOVE NF-RESP (W-IND) TO W-G-RESP
           MOVE NF-PROM (W-IND) TO W-G-PROM
           MOVE NF-NEUT (W-IND) TO W-G-NEUT
           MOVE NF-DETR (W-IND) TO W-G-DETR
           IF W-G-RESP > ZEROS
              PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-FIM.
           IF W-IND < 6
              ADD 1 TO W-IND
              GO TO IMPRIMIR-RESUMO-FIL.
           MOVE "TOTAL"  TO W-G-NOME
           MOVE NT-RESP  TO W-G-RESP
           MOVE NT-PROM  TO W-G-PROM
           MOVE NT-NEUT  TO W-G-NEUT
           MOVE NT-DETR  TO W-G-DETR
           PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-FIM
           IF NT-RESP = ZEROS
              GO TO IMPRIMIR-RESUMO-FIM.
           MOVE "POR CATEGORIA DA BIKE" TO LSC-TEXTO
           PERFORM IMPRIMIR-SECAO THRU IMPRIMIR-SECAO-FIM
           MOVE 1 TO W-IND.
       IMPRIMIR-RESUMO-CAT.
           IF W-IND > W-QTD-CAT
              GO TO IMPRIMIR-RESUMO-OPE-INI.
           MOVE SPACES TO W-G-NOME
           IF NC-COD (W-IND) = SPACE
              MOVE "SEM CATEGORIA" TO W-G-NOME
           ELSE
              STRING "CATEGORIA " NC-COD (W-IND)
                     DELIMITED BY SIZE INTO W-G-NOME.
           MOVE NC-RESP (W-IND) TO W-G-RESP
           MOVE NC-PROM (W-IND) TO W-G-PROM
           MOVE NC-NEUT (W-IND) TO W-G-NEUT
           MOVE NC-DETR (W-IND) TO W-G-DETR
           PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-FIM
           ADD 1 TO W-IND
           GO TO IMPRIMIR-RESUMO-CAT.
       IMPRIMIR-RESUMO-OPE-INI.
           MOVE "POR OPERADOR DE BALCAO" TO LSC-TEXTO
           PERFORM IMPRIMIR-SECAO THRU IMPRIMIR-SECAO-FIM
           MOVE 1 TO W-IND.
       IMPRIMIR-RESUMO-OPE.
           IF W-IND > 50
              GO TO IMPRIMIR-RESUMO-FIM.
           IF W-IND > W-QTD-OPE AND W-IND < 50
              MOVE 50 TO W-IND.
           IF NO-RESP (W-IND) = ZEROS
              ADD 1 TO W-IND
              GO TO IMPRIMIR-RESUMO-OPE.
           IF W-IND = 50
              MOVE "OUTROS"        TO W-G-NOME
           ELSE
              IF NO-COD (W-IND) = SPACES
                 MOVE "SEM OPERADOR"  TO W-G-NOME
              ELSE
                 MOVE NO-COD (W-IND)  TO W-G-NOME.
           MOVE NO-RESP (W-IND) TO W-G-RESP
           MOVE NO-PROM (W-IND) TO W-G-PROM
           MOVE NO-NEUT (W-IND) TO W-G-NEUT
           MOVE NO-DETR (W-IND) TO W-G-DETR
           PERFORM IMPRIMIR-GRUPO THRU IMPRIMIR-GRUPO-FIM
           ADD 1 TO W-IND
           GO TO IMPRIMIR-RESUMO-OPE.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

       IMPRIMIR-SECAO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-SECAO
           ADD 2 TO W-LINPAG.
       IMPRIMIR-SECAO-FIM.
           EXIT.

      * UMA LINHA DE CONTAGENS COM O NPS DO GRUPO (EM BRANCO SEM
      * RESPOSTA)
       IMPRIMIR-GRUPO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           MOVE W-G-NOME TO LN-NOME
           MOVE W-G-RESP TO LN-RESP
           MOVE W-G-PROM TO LN-PROM
           MOVE W-G-NEUT TO LN-NEUT
           MOVE W-G-DETR TO LN-DETR
           IF W-G-RESP = ZEROS
              MOVE SPACES TO LN-NPS-X
           ELSE
              COMPUTE W-NPS ROUNDED =
                      ((W-G-PROM - W-G-DETR) * 100) / W-G-RESP
              MOVE W-NPS TO LN-NPS.
           WRITE LINHA-REL FROM LINHA-NPS
           ADD 1 TO W-LINPAG.
       IMPRIMIR-GRUPO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SEGUNDA PASSADA: COMENTARIOS DOS DETRATORES DO MES
      *-----------------------------------------------------------------
       LISTAR-DETRATORES.
           MOVE "COMENTARIOS DOS DETRATORES (NOTA 0 A 6)" TO LSC-TEXTO
           PERFORM IMPRIMIR-SECAO THRU IMPRIMIR-SECAO-FIM
           IF W-CONT-DETR-MES = ZEROS
              MOVE "NENHUM DETRATOR NO MES" TO LSC-TEXTO
              WRITE LINHA-REL FROM LINHA-SECAO
              ADD 1 TO W-LINPAG
              GO TO LISTAR-DETRATORES-FIM.
           MOVE ZEROS TO NPS-NUMERO NPS-SEQ
           START ARQNPS KEY IS NOT LESS CHAVE-NPS
               INVALID KEY GO TO LISTAR-DETRATORES-FIM.
       LISTAR-DETRATORES-LER.
           READ ARQNPS NEXT RECORD
               AT END GO TO LISTAR-DETRATORES-FIM.
           IF NOT NPS-RESPONDIDA OR NPS-NOTA > 6
              GO TO LISTAR-DETRATORES-LER.
           PERFORM VERIFICAR-MES THRU VERIFICAR-MES-FIM
           IF W-NO-MES NOT = "S"
              GO TO LISTAR-DETRATORES-LER.
      * AS DUAS LINHAS DO DETRATOR FICAM NA MESMA PAGINA
           IF W-LINPAG + 1 NOT < W-MAX-LINHAS
              MOVE W-MAX-LINHAS TO W-LINPAG.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           MOVE NPS-NUMERO   TO LD-NUMERO
           MOVE NPS-SEQ      TO LD-SEQ
           MOVE NPS-CPF      TO LD-CPF
           MOVE NPS-NOTA     TO LD-NOTA
           IF NPS-FILIAL > 0 AND NPS-FILIAL < 6
              MOVE TBFILIAL (NPS-FILIAL) TO LD-FILIAL
           ELSE
              MOVE "SEM FILIAL"          TO LD-FILIAL.
           MOVE NPS-OPERADOR TO LD-OPERADOR
           IF NPS-COMENTARIO = SPACES
              MOVE "(SEM COMENTARIO)" TO LD-COMENTARIO
           ELSE
              MOVE NPS-COMENTARIO     TO LD-COMENTARIO.
           WRITE LINHA-REL FROM LINHA-DET1
           WRITE LINHA-REL FROM LINHA-DET2
           ADD 2 TO W-LINPAG
           GO TO LISTAR-DETRATORES-LER.
       LISTAR-DETRATORES-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE ARQNPS
           CLOSE ARQNPSA
           CLOSE RELATORIO
           MOVE "REL077"     TO W-REL-ID
           MOVE "REL077.TXT" TO W-REL-ARQ
           MOVE SPACES       TO W-REL-PARMS
           STRING "NPS DA COMPETENCIA " W-ANO-HOJE W-MES-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
