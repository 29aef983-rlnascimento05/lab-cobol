       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL072.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * INCIDENTES COM CLIENTE NO TRIMESTRE POR FILIAL    *
      **************************************************
      * LE ARQACID.DAT, O REGISTRO DE QUEDAS E ACIDENTES COM CLIENTE
      * MANTIDO PELO SGB-054, E LISTA OS INCIDENTES OCORRIDOS NO
      * TRIMESTRE INFORMADO NO CONSOLE (AAAAT; ZEROS = TRIMESTRE
      * ANTERIOR AO DA DATA DO DIA) ORDENADOS POR FILIAL DE RETIRADA
      * DA LOCACAO, CATEGORIA DO INCIDENTE E MODELO DA BIKE (MARCA E
      * MODELO DE ARQBIKE.DAT), COM O TOTAL DE CADA MODELO, CATEGORIA
      * E FILIAL: INCIDENTES, COM LESAO, GRAVES, COM SOCORRO CHAMADO
      * E COM A BIKE DANIFICADA -- O MODELO QUE SE REPETE NA MESMA
      * CATEGORIA E O EQUIPAMENTO A REVISAR. NO DETALHE, G E A
      * GRAVIDADE DA LESAO, S O SOCORRO CHAMADO, B A CONDICAO DA
      * BIKE E E O STATUS DO CASO. SEM ARQACID.DAT SAI O
      * RELATORIO VAZIO. SAI EM REL072.TXT PELAS ROTINAS COPY
      * RELPAG./RELPAGP., COM CATALOGO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQACID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ACID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO-BIKE
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQACID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACID.DAT".
       01 REGACID.
                03 CHAVE-ACID.
                   05 ACID-NUMERO       PIC 9(4).
                   05 ACID-SEQ          PIC 9(4).
                03 ACID-DATA            PIC 9(8).
                03 ACID-HORA            PIC 9(4).
                03 ACID-LOCAL           PIC X(30).
                03 ACID-DESCRICAO       PIC X(40).
                03 ACID-CATEGORIA       PIC X(01).
                03 ACID-GRAVIDADE       PIC X(01).
                03 ACID-TESTEMUNHAS     PIC X(40).
                03 ACID-SOCORRO         PIC X(01).
                03 ACID-COND-BIKE       PIC X(01).
                03 ACID-OS              PIC 9(6).
                03 ACID-CPF             PIC 9(14).
                03 ACID-FILIAL          PIC 9(01).
                03 ACID-STATUS          PIC X(01).
                03 ACID-DATA-ENCERR     PIC 9(8).
                03 ACID-OPERADOR        PIC X(8).

       FD ARQBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBIKE.DAT".
       01 REGBIKE.
                03 NUMERO            PIC 9(4).
                03 MARCA             PIC X(20).
                03 MODELO            PIC X(20).
                03 CATEGORIA         PIC X(01).
                03 ARO               PIC 9(2).
                03 COR               PIC 9(1).
                03 CORDESCRICAO      PIC X(13).
                03 VALORCOMPRA       PIC 9(6)V99.
                03 VALORLOCACAO      PIC 9(6)V99.
                03 DATACOMPRA        PIC 9(8).
                03 DATAUTILIZACAO    PIC 9(8).
                03 SITUACAO          PIC X(1).
                03 SITUACAODESCRICAO PIC X(13).
                03 FILIAL            PIC 9(01).
                03 FILIALDESCRICAO PIC X(13).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-FILIAL            PIC 9(01).
                03 WS-CATEG             PIC X(01).
                03 WS-MODELO            PIC X(41).
                03 WS-DATA-ORD          PIC 9(08).
                03 WS-DATA              PIC 9(08).
                03 WS-BIKE              PIC 9(04).
                03 WS-SEQ               PIC 9(04).
                03 WS-GRAV              PIC X(01).
                03 WS-SOCORRO           PIC X(01).
                03 WS-COND              PIC X(01).
                03 WS-STATUS            PIC X(01).
                03 WS-OS                PIC 9(06).
                03 WS-DESC              PIC X(40).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL072.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-BIKE     PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-BIKE-ABERTO    PIC X(01) VALUE "N".
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-TRIM      PIC 9(06) VALUE ZEROS.
       77 W-NIV            PIC 9(01) VALUE ZEROS.
       77 W-MES-INI        PIC 9(02) VALUE ZEROS.
       77 W-MES-FIM        PIC 9(02) VALUE ZEROS.
       77 W-FILIAL-ANT     PIC 9(01) VALUE ZEROS.
       77 W-CATEG-ANT      PIC X(01) VALUE SPACES.
       77 W-MODELO-ANT     PIC X(41) VALUE SPACES.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-IX             PIC 9(02) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-PERIODO.
          03 W-PER-AAAA     PIC 9(04).
          03 W-PER-TRIM     PIC 9(01).
       01 W-PERIODO-NUM REDEFINES W-PERIODO
                                        PIC 9(05).
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

       COPY TFILIAL.

       01 TABCATEG.
           03 FILLER PIC X(21) VALUE "QQUEDA               ".
           03 FILLER PIC X(21) VALUE "CCOLISAO COM VEICULO ".
           03 FILLER PIC X(21) VALUE "PCOLISAO C/ PEDESTRE ".
           03 FILLER PIC X(21) VALUE "FFALHA DA BIKE       ".
           03 FILLER PIC X(21) VALUE "OOUTRA               ".
       01 TABCAT REDEFINES TABCATEG.
           03 TC-ITEM OCCURS 5 TIMES.
              05 TC-COD     PIC X(01).
              05 TC-DESC    PIC X(20).

      * ACUMULADORES: 1 = MODELO, 2 = CATEGORIA, 3 = FILIAL,
      * 4 = GERAL
       01 TAB-ACUM.
           03 ACUM OCCURS 4 TIMES.
               05 AC-QTD        PIC 9(05).
               05 AC-LESAO      PIC 9(05).
               05 AC-GRAVE      PIC 9(05).
               05 AC-SOCORRO    PIC 9(05).
               05 AC-DANIF      PIC 9(05).

       COPY RELPAG.

       01 LINHA-FILIAL.
           03 FILLER       PIC X(07) VALUE "FILIAL ".
           03 LF-FILIAL    PIC 9(01).
           03 FILLER       PIC X(03) VALUE " - ".
           03 LF-NOME      PIC X(13).
       01 LINHA-CATEG.
           03 FILLER       PIC X(12) VALUE "  CATEGORIA ".
           03 LC-COD       PIC X(01).
           03 FILLER       PIC X(03) VALUE " - ".
           03 LC-DESC      PIC X(20).
       01 LINHA-MODELO.
           03 FILLER       PIC X(12) VALUE "    MODELO: ".
           03 LM-MODELO    PIC X(41).
       01 LINHA-DET.
           03 FILLER       PIC X(06) VALUE SPACES.
           03 LD-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-BIKE      PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-GRAV      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-SOCORRO   PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-COND      PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-STATUS    PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-OS        PIC ZZZZZZ.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DESC      PIC X(36).
       01 LINHA-TOT.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LT-ROTULO    PIC X(16).
           03 FILLER       PIC X(06) VALUE " QTDE ".
           03 LT-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " LESAO ".
           03 LT-LESAO     PIC ZZZZ9.
           03 FILLER       PIC X(08) VALUE " GRAVES ".
           03 LT-GRAVE     PIC ZZZZ9.
           03 FILLER       PIC X(09) VALUE " SOCORRO ".
           03 LT-SOCORRO   PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " DANIF ".
           03 LT-DANIF     PIC ZZZZ9.
       01 LINHA-GERAL.
           03 FILLER       PIC X(29) VALUE
              "INCIDENTES NO TRIMESTRE....: ".
           03 LG-CONT      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "TRIMESTRE (AAAAT, ZEROS = TRIMESTRE ANTERIOR): "
           ACCEPT W-PERIODO-NUM
           IF W-PERIODO-NUM = ZEROS
              PERFORM TRIMESTRE-ANTERIOR THRU TRIMESTRE-ANTERIOR-FIM.
           IF W-PER-TRIM < 1 OR W-PER-TRIM > 4
              DISPLAY "*** TRIMESTRE INVALIDO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           COMPUTE W-MES-INI = (W-PER-TRIM - 1) * 3 + 1
           COMPUTE W-MES-FIM = W-PER-TRIM * 3
           MOVE ZEROS TO TAB-ACUM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-FILIAL
                             ASCENDING KEY WS-CATEG
                             ASCENDING KEY WS-MODELO
                             ASCENDING KEY WS-DATA-ORD
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "INCIDENTES LIDOS.......: " W-CONT-LIDOS
           DISPLAY "INCIDENTES NO TRIMESTRE: " W-CONT-TRIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * TRIMESTRE FECHADO ANTERIOR AO DA DATA DO DIA
       TRIMESTRE-ANTERIOR.
           MOVE W-ANO-HOJE TO W-PER-AAAA
           COMPUTE W-PER-TRIM = (W-MES-HOJE - 1) / 3
           IF W-PER-TRIM = ZEROS
              MOVE 4 TO W-PER-TRIM
              SUBTRACT 1 FROM W-PER-AAAA.
       TRIMESTRE-ANTERIOR-FIM.
           EXIT.

       ABRIR-ARQS.
      * SEM O CADASTRO DE BIKES O MODELO SAI EM BRANCO
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIKE = "00"
              MOVE "S" TO W-BIKE-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-BIKE.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "INCIDENTES COM CLIENTE - TRIMESTRE " W-PER-TRIM
                  "/" W-PER-AAAA DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE "      DATA       BIKE SEQ  G S B E  ORDEM DESCRICAO"
                                                  TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       CARREGAR-SORT.
           OPEN INPUT ARQACID
           IF ST-ERRO = "35"
              DISPLAY "ARQACID.DAT AINDA NAO EXISTE - SEM INCIDENTES"
              GO TO CARREGAR-SORT-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE INCIDENTES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-SORT-LER.
           READ ARQACID NEXT RECORD
               AT END GO TO CARREGAR-SORT-FECHA.
           ADD 1 TO W-CONT-LIDOS
           MOVE ACID-DATA TO W-DATA-DMA-NUM
           IF W-DMA-AAAA NOT = W-PER-AAAA
              GO TO CARREGAR-SORT-LER.
           IF W-DMA-MM < W-MES-INI OR W-DMA-MM > W-MES-FIM
              GO TO CARREGAR-SORT-LER.
           ADD 1 TO W-CONT-TRIM
           MOVE W-DMA-AAAA TO W-AMD-AAAA
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-DD   TO W-AMD-DD
           MOVE ACID-FILIAL    TO WS-FILIAL
           MOVE ACID-CATEGORIA TO WS-CATEG
           MOVE W-DATA-AMD-NUM TO WS-DATA-ORD
           MOVE ACID-DATA      TO WS-DATA
           MOVE ACID-NUMERO    TO WS-BIKE
           MOVE ACID-SEQ       TO WS-SEQ
           MOVE ACID-GRAVIDADE TO WS-GRAV
           MOVE ACID-SOCORRO   TO WS-SOCORRO
           MOVE ACID-COND-BIKE TO WS-COND
           MOVE ACID-STATUS    TO WS-STATUS
           MOVE ACID-OS        TO WS-OS
           MOVE ACID-DESCRICAO TO WS-DESC
           MOVE "*** BIKE NAO CADASTRADA ***" TO WS-MODELO
           IF W-BIKE-ABERTO NOT = "S"
              GO TO CARREGAR-SORT-SOLTA.
           MOVE ACID-NUMERO TO NUMERO
           READ ARQBIKE
           IF ST-ERRO-BIKE = "00"
              MOVE SPACES TO WS-MODELO
              STRING MARCA " " MODELO DELIMITED BY SIZE
                     INTO WS-MODELO
           ELSE
              MOVE "00" TO ST-ERRO-BIKE.
       CARREGAR-SORT-SOLTA.
           RELEASE WS-REG
           GO TO CARREGAR-SORT-LER.
       CARREGAR-SORT-FECHA.
           CLOSE ARQACID.
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
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE 3 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

      * QUEBRA DE FILIAL FECHA MODELO, CATEGORIA E FILIAL; QUEBRA DE
      * CATEGORIA FECHA MODELO E CATEGORIA; QUEBRA SO DE MODELO
      * FECHA O MODELO
       IMPRIMIR-LINHAS.
           IF W-PRIMEIRA = "S"
              GO TO IMPRIMIR-LINHAS-FILIAL.
           IF WS-FILIAL = W-FILIAL-ANT
              GO TO IMPRIMIR-LINHAS-CATEG.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE 2 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE 3 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-LINHAS-FILIAL.
           MOVE "N"        TO W-PRIMEIRA
           MOVE WS-FILIAL  TO W-FILIAL-ANT
           PERFORM IMPRIMIR-FILIAL THRU IMPRIMIR-FILIAL-FIM
           GO TO IMPRIMIR-LINHAS-NOVA-CAT.
       IMPRIMIR-LINHAS-CATEG.
           IF WS-CATEG = W-CATEG-ANT
              GO TO IMPRIMIR-LINHAS-MODELO.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE 2 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-LINHAS-NOVA-CAT.
           MOVE WS-CATEG TO W-CATEG-ANT
           PERFORM IMPRIMIR-CATEG THRU IMPRIMIR-CATEG-FIM
           GO TO IMPRIMIR-LINHAS-NOVO-MOD.
       IMPRIMIR-LINHAS-MODELO.
           IF WS-MODELO = W-MODELO-ANT
              GO TO IMPRIMIR-LINHAS-DET.
           MOVE 1 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM.
       IMPRIMIR-LINHAS-NOVO-MOD.
           MOVE WS-MODELO TO W-MODELO-ANT
           MOVE WS-MODELO TO LM-MODELO
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-MODELO
           ADD 1 TO W-LINPAG.
       IMPRIMIR-LINHAS-DET.
           MOVE WS-DATA    TO LD-DATA
           MOVE WS-BIKE    TO LD-BIKE
           MOVE WS-SEQ     TO LD-SEQ
           MOVE WS-GRAV    TO LD-GRAV
           MOVE WS-SOCORRO TO LD-SOCORRO
           MOVE WS-COND    TO LD-COND
           MOVE WS-STATUS  TO LD-STATUS
           MOVE WS-OS      TO LD-OS
           MOVE WS-DESC    TO LD-DESC
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           ADD 1 TO AC-QTD (1)
           IF WS-GRAV = "L" OR "M" OR "G"
              ADD 1 TO AC-LESAO (1).
           IF WS-GRAV = "G"
              ADD 1 TO AC-GRAVE (1).
           IF WS-SOCORRO = "S"
              ADD 1 TO AC-SOCORRO (1).
           IF WS-COND = "D"
              ADD 1 TO AC-DANIF (1).
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

       IMPRIMIR-FILIAL.
           MOVE WS-FILIAL TO LF-FILIAL
           MOVE "SEM FILIAL" TO LF-NOME
           IF WS-FILIAL > ZEROS AND WS-FILIAL < 6
              MOVE TBFILIAL (WS-FILIAL) TO LF-NOME.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-FILIAL
           ADD 2 TO W-LINPAG.
       IMPRIMIR-FILIAL-FIM.
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
           WRITE LINHA-REL FROM LINHA-CATEG
           ADD 1 TO W-LINPAG.
       IMPRIMIR-CATEG-FIM.
           EXIT.

      * IMPRIME O ACUMULADO DO NIVEL W-NIV, SOMA NO NIVEL DE CIMA E
      * ZERA O NIVEL
       FECHAR-NIVEL.
           IF W-NIV = 1
              MOVE "TOTAL MODELO" TO LT-ROTULO.
           IF W-NIV = 2
              MOVE "TOTAL CATEGORIA" TO LT-ROTULO.
           IF W-NIV = 3
              MOVE "TOTAL FILIAL" TO LT-ROTULO.
           IF W-NIV = 4
              MOVE "TOTAL GERAL" TO LT-ROTULO.
           MOVE AC-QTD     (W-NIV) TO LT-QTD
           MOVE AC-LESAO   (W-NIV) TO LT-LESAO
           MOVE AC-GRAVE   (W-NIV) TO LT-GRAVE
           MOVE AC-SOCORRO (W-NIV) TO LT-SOCORRO
           MOVE AC-DANIF   (W-NIV) TO LT-DANIF
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-LINPAG
           IF W-NIV < 4
              ADD AC-QTD     (W-NIV) TO AC-QTD     (W-NIV + 1)
              ADD AC-LESAO   (W-NIV) TO AC-LESAO   (W-NIV + 1)
              ADD AC-GRAVE   (W-NIV) TO AC-GRAVE   (W-NIV + 1)
              ADD AC-SOCORRO (W-NIV) TO AC-SOCORRO (W-NIV + 1)
              ADD AC-DANIF   (W-NIV) TO AC-DANIF   (W-NIV + 1).
           MOVE ZEROS TO ACUM (W-NIV).
       FECHAR-NIVEL-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE 4 TO W-NIV
           PERFORM FECHAR-NIVEL THRU FECHAR-NIVEL-FIM
           MOVE W-CONT-TRIM TO LG-CONT
           WRITE LINHA-REL FROM LINHA-GERAL.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-BIKE-ABERTO = "S"
              CLOSE ARQBIKE.
           CLOSE RELATORIO
           MOVE "REL072" TO W-REL-ID
           MOVE "REL072.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           MOVE W-PERIODO-NUM TO W-REL-PARMS (1:5)
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
