       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL051.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * RESULTADO DAS CAMPANHAS PROMOCIONAIS              *
      * (USOS, DESCONTO CONCEDIDO E RECEITA POR CAMPANHA) *
      **************************************************
      * O MARKETING CADASTRA AS CAMPANHAS NO SGB-035 (ARQCAMP.DAT) E
      * O SGB-004/KIOSK001 CARIMBAM O CODIGO E O VALOR ABATIDO NA
      * LOCACAO (LOC-CAMPANHA/LOC-DESC-CAMP). ESTE RELATORIO CARREGA
      * AS CAMPANHAS NUMA TABELA, PERCORRE AS LOCACOES VIVAS
      * (ARQLOC.DAT) E AS JA ARQUIVADAS PELO ARQV001 (ARQLOCH.DAT,
      * ABERTURA TOLERANTE) E IMPRIME, POR CAMPANHA, QUANTAS
      * LOCACOES A USARAM, O DESCONTO TOTAL CONCEDIDO E A RECEITA
      * DESSAS LOCACOES (VALOR JA LIQUIDO DO DESCONTO), MAIS O TOTAL
      * GERAL, EM REL051.TXT. CODIGO GRAVADO NA LOCACAO QUE NAO
      * ESTA MAIS NO CADASTRO SAI COMO "CAMPANHA EXCLUIDA".
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAMP-CODIGO
                    FILE STATUS  IS ST-ERRO-CMP.

           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-LOC.

           SELECT ARQLOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOCH
                    FILE STATUS  IS ST-ERRO-LCH.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQCAMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMP.DAT".
       01 REGCAMP.
                03 CAMP-CODIGO          PIC X(06).
                03 CAMP-DESCRICAO       PIC X(30).
                03 CAMP-INICIO          PIC 9(8).
                03 CAMP-FIM             PIC 9(8).
                03 CAMP-FILIAL          PIC 9(01).
                03 CAMP-CATEGORIA       PIC X(01).
                03 CAMP-DIASEM          PIC 9(01).
                03 CAMP-TIPO            PIC X(01).
                   88 CAMP-PERCENTUAL       VALUE "P".
                   88 CAMP-VALOR-FIXO       VALUE "V".
                03 CAMP-PERC            PIC 9(03).
                03 CAMP-VALOR           PIC 9(4)V99.
                03 CAMP-MAX-USOS        PIC 9(05).
                03 CAMP-MAX-CPF         PIC 9(03).
                03 CAMP-USOS            PIC 9(05).
                03 CAMP-SITUACAO        PIC X(01).
                   88 CAMP-ATIVA            VALUE "A".
                   88 CAMP-INATIVA          VALUE "I".

       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 CHAVE-LOC.
                   05 LOC-NUMERO        PIC 9(4).
                   05 LOC-SEQ           PIC 9(4).
                03 LOC-CPF              PIC 9(14).
                03 LOC-DATALOCACAO      PIC 9(8).
                03 LOC-DATADEVOLUCAO    PIC 9(8).
                03 LOC-VALORLOCACAO     PIC 9(6)V99.
                03 LOC-SITUACAO         PIC X(01).
                   88 LOC-ABERTA             VALUE "A".
                   88 LOC-FECHADA            VALUE "F".
                03 LOC-DATAPREVISTA     PIC 9(8).
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       FD ARQLOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCH.DAT".
       01 REGLOCH.
                03 CHAVE-LOCH.
                   05 LOCH-NUMERO       PIC 9(4).
                   05 LOCH-SEQ          PIC 9(4).
                03 LOCH-CPF             PIC 9(14).
                03 LOCH-DATALOCACAO     PIC 9(8).
                03 LOCH-DATADEVOLUCAO   PIC 9(8).
                03 LOCH-VALORLOCACAO    PIC 9(6)V99.
                03 LOCH-SITUACAO        PIC X(01).
                03 LOCH-DATAPREVISTA    PIC 9(8).
                03 LOCH-RENOVACOES      PIC 9(2).
                03 LOCH-HORALOCACAO     PIC 9(4).
                03 LOCH-HORADEVOLUCAO   PIC 9(4).
                03 LOCH-CAMPANHA        PIC X(06).
                03 LOCH-DESC-CAMP       PIC 9(4)V99.
                03 LOCH-FILIAL-ORIG     PIC 9(01).
                03 LOCH-FILIAL-DEV      PIC 9(01).
                03 LOCH-TAXA-RET        PIC 9(4)V99.
                03 LOCH-CONTRATO        PIC 9(08).
                03 LOCH-CONDUTOR        PIC 9(11).
                03 LOCH-PARCEIRO        PIC 9(04).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL051.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-CMP      PIC X(02) VALUE "00".
       77 ST-ERRO-LOC      PIC X(02) VALUE "00".
       77 ST-ERRO-LCH      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-LOCH-ABERTO    PIC X(01) VALUE "N".
       77 W-QTD-CAMP       PIC 9(03) VALUE ZEROS.
       77 W-MAX-CAMP       PIC 9(03) VALUE 200.
       77 W-C              PIC 9(03) VALUE ZEROS.
       77 W-COD-BUSCA      PIC X(06) VALUE SPACES.
       77 W-DESC-BUSCA     PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR-BUSCA    PIC 9(06)V99 VALUE ZEROS.
       77 W-TOT-LOCS       PIC 9(07) VALUE ZEROS.
       77 W-TOT-DESC       PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-RECEITA    PIC 9(09)V99 VALUE ZEROS.

      * UMA ENTRADA POR CAMPANHA CADASTRADA, MAIS AS EXCLUIDAS QUE
      * AINDA APARECEM NAS LOCACOES
       01 TAB-CAMP.
           03 TC-CAMP OCCURS 200 TIMES.
               05 TC-CODIGO    PIC X(06).
               05 TC-DESCRICAO PIC X(30).
               05 TC-LOCS      PIC 9(07).
               05 TC-DESCONTO  PIC 9(09)V99.
               05 TC-RECEITA   PIC 9(09)V99.

       COPY RELPAG.

       01 LINHA-DET.
           03 LD-CODIGO    PIC X(06).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO PIC X(24).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-LOCS      PIC Z.ZZZ.ZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-DESCONTO  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-RECEITA   PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO W-QTD-CAMP
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM CARREGAR-CAMPANHAS THRU CARREGAR-CAMPANHAS-FIM
           PERFORM APURAR-LOCACOES THRU APURAR-LOCACOES-FIM
           PERFORM APURAR-HISTORICO THRU APURAR-HISTORICO-FIM
           PERFORM IMPRIMIR-CAMPANHAS THRU IMPRIMIR-CAMPANHAS-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT ARQCAMP
           IF ST-ERRO-CMP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CAMPANHAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQLOC
           IF ST-ERRO-LOC NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DO HISTORICO ARQUIVADO (ARQV001): SEM O
      * ARQUIVO, SO AS LOCACOES VIVAS ENTRAM NA CONTA
           OPEN INPUT ARQLOCH
           IF ST-ERRO-LCH = "00"
              MOVE "S" TO W-LOCH-ABERTO
           ELSE
              MOVE "N" TO W-LOCH-ABERTO
              MOVE "00" TO ST-ERRO-LCH.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * TABELA DAS CAMPANHAS EM ORDEM DE CODIGO (ORDEM DA CHAVE)
       CARREGAR-CAMPANHAS.
           CONTINUE.
       CARREGAR-CAMPANHAS-LER.
           READ ARQCAMP NEXT RECORD
               AT END GO TO CARREGAR-CAMPANHAS-FIM.
           IF W-QTD-CAMP NOT < W-MAX-CAMP
              DISPLAY "*** TABELA DE CAMPANHAS CHEIA - RESTANTES "
                      "IGNORADAS ***"
              GO TO CARREGAR-CAMPANHAS-FIM.
           ADD 1 TO W-QTD-CAMP
           MOVE CAMP-CODIGO    TO TC-CODIGO (W-QTD-CAMP)
           MOVE CAMP-DESCRICAO TO TC-DESCRICAO (W-QTD-CAMP)
           MOVE ZEROS TO TC-LOCS (W-QTD-CAMP)
           MOVE ZEROS TO TC-DESCONTO (W-QTD-CAMP)
           MOVE ZEROS TO TC-RECEITA (W-QTD-CAMP)
           GO TO CARREGAR-CAMPANHAS-LER.
       CARREGAR-CAMPANHAS-FIM.
           EXIT.

       APURAR-LOCACOES.
           CONTINUE.
       APURAR-LOCACOES-LER.
           READ ARQLOC NEXT RECORD
               AT END GO TO APURAR-LOCACOES-FIM.
           IF LOC-CAMPANHA = SPACES
              GO TO APURAR-LOCACOES-LER.
           MOVE LOC-CAMPANHA     TO W-COD-BUSCA
           MOVE LOC-DESC-CAMP    TO W-DESC-BUSCA
           MOVE LOC-VALORLOCACAO TO W-VALOR-BUSCA
           PERFORM ACUMULAR-CAMPANHA THRU ACUMULAR-CAMPANHA-FIM
           GO TO APURAR-LOCACOES-LER.
       APURAR-LOCACOES-FIM.
           EXIT.

       APURAR-HISTORICO.
           IF W-LOCH-ABERTO NOT = "S"
              GO TO APURAR-HISTORICO-FIM.
       APURAR-HISTORICO-LER.
           READ ARQLOCH NEXT RECORD
               AT END GO TO APURAR-HISTORICO-FIM.
           IF LOCH-CAMPANHA = SPACES
              GO TO APURAR-HISTORICO-LER.
           MOVE LOCH-CAMPANHA     TO W-COD-BUSCA
           MOVE LOCH-DESC-CAMP    TO W-DESC-BUSCA
           MOVE LOCH-VALORLOCACAO TO W-VALOR-BUSCA
           PERFORM ACUMULAR-CAMPANHA THRU ACUMULAR-CAMPANHA-FIM
           GO TO APURAR-HISTORICO-LER.
       APURAR-HISTORICO-FIM.
           EXIT.

      * PROCURA O CODIGO NA TABELA; CODIGO QUE NAO ESTA MAIS NO
      * CADASTRO GANHA UMA ENTRADA PROPRIA NO FIM DA TABELA
       ACUMULAR-CAMPANHA.
           MOVE 1 TO W-C.
       ACUMULAR-CAMPANHA-BUSCA.
           IF W-C > W-QTD-CAMP
              GO TO ACUMULAR-CAMPANHA-NOVA.
           IF TC-CODIGO (W-C) = W-COD-BUSCA
              GO TO ACUMULAR-CAMPANHA-SOMA.
           ADD 1 TO W-C
           GO TO ACUMULAR-CAMPANHA-BUSCA.
       ACUMULAR-CAMPANHA-NOVA.
           IF W-QTD-CAMP NOT < W-MAX-CAMP
              GO TO ACUMULAR-CAMPANHA-FIM.
           ADD 1 TO W-QTD-CAMP
           MOVE W-QTD-CAMP TO W-C
           MOVE W-COD-BUSCA TO TC-CODIGO (W-C)
           MOVE "CAMPANHA EXCLUIDA" TO TC-DESCRICAO (W-C)
           MOVE ZEROS TO TC-LOCS (W-C)
           MOVE ZEROS TO TC-DESCONTO (W-C)
           MOVE ZEROS TO TC-RECEITA (W-C).
       ACUMULAR-CAMPANHA-SOMA.
           ADD 1             TO TC-LOCS (W-C)
           ADD W-DESC-BUSCA  TO TC-DESCONTO (W-C)
           ADD W-VALOR-BUSCA TO TC-RECEITA (W-C)
           ADD 1             TO W-TOT-LOCS
           ADD W-DESC-BUSCA  TO W-TOT-DESC
           ADD W-VALOR-BUSCA TO W-TOT-RECEITA.
       ACUMULAR-CAMPANHA-FIM.
           EXIT.

      * UMA LINHA POR CAMPANHA E O TOTAL GERAL
       IMPRIMIR-CAMPANHAS.
           MOVE "RESULTADO DAS CAMPANHAS PROMOCIONAIS"
                                                  TO W-TITULO-REL
           MOVE "CODIGO DESCRICAO                 LOCACOES        DESCO
      -         "NTO           RECEITA"            TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE 1 TO W-C.
       IMPRIMIR-CAMPANHAS-LOOP.
           IF W-C > W-QTD-CAMP
              GO TO IMPRIMIR-CAMPANHAS-TOTAL.
           MOVE TC-CODIGO (W-C)    TO LD-CODIGO
           MOVE TC-DESCRICAO (W-C) TO LD-DESCRICAO
           MOVE TC-LOCS (W-C)      TO LD-LOCS
           MOVE TC-DESCONTO (W-C)  TO LD-DESCONTO
           MOVE TC-RECEITA (W-C)   TO LD-RECEITA
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           ADD 1 TO W-C
           GO TO IMPRIMIR-CAMPANHAS-LOOP.
       IMPRIMIR-CAMPANHAS-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-LINPAG
           MOVE SPACES          TO LD-CODIGO
           MOVE "TOTAL GERAL"   TO LD-DESCRICAO
           MOVE W-TOT-LOCS      TO LD-LOCS
           MOVE W-TOT-DESC      TO LD-DESCONTO
           MOVE W-TOT-RECEITA   TO LD-RECEITA
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG.
       IMPRIMIR-CAMPANHAS-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-LOCH-ABERTO = "S"
              CLOSE ARQLOCH.
           CLOSE ARQCAMP
           CLOSE ARQLOC
           CLOSE RELATORIO
           MOVE "REL051  "   TO W-REL-ID
           MOVE "REL051.TXT" TO W-REL-ARQ
           MOVE "RESULTADO DAS CAMPANHAS" TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
