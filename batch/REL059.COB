       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL059.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CONCILIACAO DIARIA COFRE X DEPOSITO BANCARIO    *
      **************************************************
      * LE ARQMOVCX.DAT (FUNDO DE TROCO, SANGRIA E DEPOSITO
      * BANCARIO LANCADOS NO SGB-041/CDMOVCX) E, PARA CADA FILIAL
      * DE 1 A 5, LISTA OS MOVIMENTOS DA DATA DO DIA E CONCILIA O
      * DINHEIRO LEVADO DAS GAVETAS PARA O COFRE (SANGRIAS) COM O
      * DINHEIRO DEPOSITADO NO BANCO: SALDO ANTERIOR DO COFRE,
      * SANGRIAS E DEPOSITOS DO DIA E SALDO ATUAL. A SANGRIA TEM
      * ATE O DIA UTIL SEGUINTE PARA SER DEPOSITADA; O QUE FOR MAIS
      * ANTIGO E AINDA NAO COUBE NOS DEPOSITOS (OS DEPOSITOS PAGAM
      * PRIMEIRO AS SANGRIAS MAIS ANTIGAS) SAI MARCADO COMO
      * DEPOSITO PENDENTE NO RELATORIO E NO CONSOLE. LANCAMENTO
      * CANCELADO NAO ENTRA. RODA TODO DIA NO JOB001 E PODE SER
      * RODADO AVULSO. OS DIAS UTEIS SAEM DO CALENDARIO DO COPY
      * CALDIAS./CALDIASP.; PAGINADO PELAS ROTINAS COMPARTILHADAS
      * COPY RELPAG./RELPAGP.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMOVCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MCX
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQMOVCX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVCX.DAT".
       01 REGMOVCX.
                03 CHAVE-MCX.
                   05 MCX-FILIAL        PIC 9(01).
                   05 MCX-DATA          PIC 9(08).
                   05 MCX-SEQ           PIC 9(04).
                03 MCX-TIPO             PIC X(01).
                   88 MCX-FUNDO             VALUE "F".
                   88 MCX-SANGRIA           VALUE "S".
                   88 MCX-DEPOSITO          VALUE "D".
                03 MCX-OPER-CX          PIC X(08).
                03 MCX-VALOR            PIC 9(06)V99.
                03 MCX-BANCO            PIC 9(03).
                03 MCX-COMPROV          PIC X(15).
                03 MCX-SITUACAO         PIC X(01).
                   88 MCX-ATIVO             VALUE "A".
                   88 MCX-CANCELADO         VALUE "C".
                03 MCX-OPERADOR         PIC X(08).
                03 MCX-DATA-LANC        PIC 9(08).
                03 MCX-HORA-LANC        PIC 9(04).

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL059.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-MCX-ABERTO     PIC X(01) VALUE "N".
       77 W-FIL            PIC 9(01) VALUE ZEROS.
       77 W-QTD-UTEIS      PIC 9(01) VALUE ZEROS.
       77 W-QTD-DIA        PIC 9(04) VALUE ZEROS.
       77 W-QTD-PEND       PIC 9(01) VALUE ZEROS.
       77 W-AUX            PIC 9(04) VALUE ZEROS.
       77 W-LIM-PRAZO      PIC 9(08) VALUE ZEROS.
       77 W-VALOR-ED       PIC ZZZ.ZZ9,99.
      * ACUMULADORES DA FILIAL
       77 W-FUNDO-DIA      PIC S9(09)V99 VALUE ZEROS.
       77 W-SANG-DIA       PIC S9(09)V99 VALUE ZEROS.
       77 W-DEP-DIA        PIC S9(09)V99 VALUE ZEROS.
       77 W-SANG-ANT       PIC S9(09)V99 VALUE ZEROS.
       77 W-DEP-ANT        PIC S9(09)V99 VALUE ZEROS.
       77 W-SANG-VENCIDA   PIC S9(09)V99 VALUE ZEROS.
       77 W-SALDO-ANT      PIC S9(09)V99 VALUE ZEROS.
       77 W-SALDO-ATU      PIC S9(09)V99 VALUE ZEROS.
       77 W-PENDENTE       PIC S9(09)V99 VALUE ZEROS.
      * TOTAIS DAS FILIAIS
       77 W-TOT-SANG       PIC S9(09)V99 VALUE ZEROS.
       77 W-TOT-DEP        PIC S9(09)V99 VALUE ZEROS.
       77 W-TOT-SALDO      PIC S9(09)V99 VALUE ZEROS.
       77 W-TOT-PEND       PIC S9(09)V99 VALUE ZEROS.

       COPY RELPAG.
       COPY CALDIAS.
       COPY TFILIAL.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-NUM REDEFINES W-HOJE PIC 9(08).

       01 W-DATA-MOV.
          03 W-DATA-MOV-NUM PIC 9(08).
       01 W-DATA-MOV-R REDEFINES W-DATA-MOV.
          03 W-DIA-MOV      PIC 9(02).
          03 W-MES-MOV      PIC 9(02).
          03 W-ANO-MOV      PIC 9(04).
       01 W-MOV-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-MOV-AMD-NUM REDEFINES W-MOV-AMD PIC 9(08).

      * DIAS DE CADA MES, PARA VOLTAR A DATA UM DIA
       01 TAB-DIAS-MES-V.
           03 FILLER       PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES-V.
           03 DIAS-MES     PIC 9(02) OCCURS 12 TIMES.

       01 LINHA-FILIAL.
           03 FILLER       PIC X(08) VALUE "FILIAL: ".
           03 LF-FILIAL    PIC 9(01).
           03 FILLER       PIC X(03) VALUE " - ".
           03 LF-NOME      PIC X(13).
       01 LINHA-DET.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-SEQ       PIC ZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LD-TIPO      PIC X(15).
           03 LD-GAVETA    PIC X(10).
           03 LD-BANCO     PIC X(05).
           03 LD-COMPROV   PIC X(17).
           03 LD-VALOR     PIC X(11).
           03 LD-SITUACAO  PIC X(10).
       01 LINHA-RESUMO.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-DESCRICAO PIC X(36).
           03 LR-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LR-ALERTA    PIC X(25).
       01 LINHA-GERAL.
           03 FILLER       PIC X(30) VALUE
              "FILIAIS COM DEPOSITO PENDENTE:".
           03 LG-QTD       PIC Z9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-CALENDARIO THRU ABRIR-CALENDARIO-FIM
           PERFORM CALC-PRAZO THRU CALC-PRAZO-FIM
           OPEN INPUT ARQMOVCX
      * SEM ARQUIVO AINDA (NENHUM MOVIMENTO LANCADO) AS FILIAIS SAEM
      * ZERADAS
           IF ST-ERRO = "00"
              MOVE "S" TO W-MCX-ABERTO
           ELSE
              IF ST-ERRO NOT = "35"
                 DISPLAY "*** ERRO NA ABERTURA DOS MOVIMENTOS DE CAIXA"
                         " ***"
                 MOVE 12 TO RETURN-CODE
                 GOBACK.
           PERFORM ABRIR-REL THRU ABRIR-REL-FIM
           PERFORM CONCILIAR-FILIAL THRU CONCILIAR-FILIAL-FIM
               VARYING W-FIL FROM 1 BY 1
               UNTIL W-FIL > 5
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           CLOSE RELATORIO.
           IF W-MCX-ABERTO = "S"
              CLOSE ARQMOVCX.
           PERFORM FECHAR-CALENDARIO THRU FECHAR-CALENDARIO-FIM
           MOVE "REL059" TO W-REL-ID
           MOVE "REL059.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * LIMITE DO PRAZO DE DEPOSITO (AAAAMMDD): O SEGUNDO DIA UTIL
      * CONTANDO DE HOJE PARA TRAS. SANGRIA DE DATA ANTERIOR A ELE
      * JA TEVE O DIA UTIL SEGUINTE INTEIRO PARA SER DEPOSITADA
       CALC-PRAZO.
           MOVE W-HOJE TO CD-CORRENTE
           MOVE ZEROS TO W-QTD-UTEIS.
       CALC-PRAZO-DIA.
           PERFORM CD-DIA-UTIL THRU CD-DIA-UTIL-FIM
           IF CD-EH-UTIL = "S"
              ADD 1 TO W-QTD-UTEIS.
           IF W-QTD-UTEIS = 2
              MOVE CD-CUR-NUM TO W-LIM-PRAZO
              GO TO CALC-PRAZO-FIM.
           PERFORM VOLTAR-DIA THRU VOLTAR-DIA-FIM
           GO TO CALC-PRAZO-DIA.
       CALC-PRAZO-FIM.
           EXIT.

       VOLTAR-DIA.
           IF CD-CUR-DD > 1
              SUBTRACT 1 FROM CD-CUR-DD
              GO TO VOLTAR-DIA-FIM.
           IF CD-CUR-MM > 1
              SUBTRACT 1 FROM CD-CUR-MM
           ELSE
              MOVE 12 TO CD-CUR-MM
              SUBTRACT 1 FROM CD-CUR-AAAA.
           MOVE DIAS-MES (CD-CUR-MM) TO CD-CUR-DD
           IF CD-CUR-MM NOT = 2
              GO TO VOLTAR-DIA-FIM.
           COMPUTE W-AUX = CD-CUR-AAAA / 4
           COMPUTE W-AUX = W-AUX * 4
           IF W-AUX = CD-CUR-AAAA
              MOVE 29 TO CD-CUR-DD.
       VOLTAR-DIA-FIM.
           EXIT.

       ABRIR-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "CONCILIACAO DIARIA COFRE X DEPOSITO BANCARIO"
                                                       TO W-TITULO-REL
           MOVE
           "   SEQ  MOVIMENTO      GAVETA    BANCO COMPROVANTE          
      -    "VALOR SITUACAO"
                                                       TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-REL-FIM.
           EXIT.

      * PERCORRE OS MOVIMENTOS DA FILIAL (A CHAVE COMECA PELA
      * FILIAL), LISTA OS DE HOJE E ACUMULA TODOS PARA O COFRE
       CONCILIAR-FILIAL.
           MOVE ZEROS TO W-FUNDO-DIA W-SANG-DIA W-DEP-DIA W-QTD-DIA
           MOVE ZEROS TO W-SANG-ANT W-DEP-ANT W-SANG-VENCIDA
           MOVE W-FIL TO LF-FILIAL
           MOVE TBFILIAL (W-FIL) TO LF-NOME
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-FILIAL
           ADD 2 TO W-LINPAG
           IF W-MCX-ABERTO NOT = "S"
              GO TO CONCILIAR-FILIAL-RESUMO.
           MOVE W-FIL TO MCX-FILIAL
           MOVE ZEROS TO MCX-DATA MCX-SEQ
           START ARQMOVCX KEY IS NOT LESS CHAVE-MCX
               INVALID KEY GO TO CONCILIAR-FILIAL-RESUMO.
       CONCILIAR-FILIAL-LER.
           READ ARQMOVCX NEXT RECORD
               AT END GO TO CONCILIAR-FILIAL-RESUMO.
           IF MCX-FILIAL NOT = W-FIL
              GO TO CONCILIAR-FILIAL-RESUMO.
           MOVE MCX-DATA  TO W-DATA-MOV-NUM
           MOVE W-ANO-MOV TO W-AMD-AAAA
           MOVE W-MES-MOV TO W-AMD-MM
           MOVE W-DIA-MOV TO W-AMD-DD
           IF W-MOV-AMD-NUM > W-HOJE-NUM
              GO TO CONCILIAR-FILIAL-LER.
           IF W-MOV-AMD-NUM = W-HOJE-NUM
              PERFORM IMPRIMIR-MOV THRU IMPRIMIR-MOV-FIM.
           IF MCX-CANCELADO
              GO TO CONCILIAR-FILIAL-LER.
           IF W-MOV-AMD-NUM = W-HOJE-NUM
              GO TO CONCILIAR-FILIAL-HOJE.
           IF MCX-SANGRIA
              ADD MCX-VALOR TO W-SANG-ANT.
           IF MCX-DEPOSITO
              ADD MCX-VALOR TO W-DEP-ANT.
           IF MCX-SANGRIA AND W-MOV-AMD-NUM < W-LIM-PRAZO
              ADD MCX-VALOR TO W-SANG-VENCIDA.
           GO TO CONCILIAR-FILIAL-LER.
       CONCILIAR-FILIAL-HOJE.
           IF MCX-FUNDO
              ADD MCX-VALOR TO W-FUNDO-DIA.
           IF MCX-SANGRIA
              ADD MCX-VALOR TO W-SANG-DIA.
           IF MCX-DEPOSITO
              ADD MCX-VALOR TO W-DEP-DIA.
           GO TO CONCILIAR-FILIAL-LER.
       CONCILIAR-FILIAL-RESUMO.
           MOVE "00" TO ST-ERRO
           IF W-QTD-DIA = ZEROS
              MOVE SPACES TO LINHA-DET
              MOVE "NENHUM MOVIMENTO" TO LINHA-DET (9:16)
              PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-DET
              ADD 1 TO W-LINPAG.
           COMPUTE W-SALDO-ANT = W-SANG-ANT - W-DEP-ANT
           COMPUTE W-SALDO-ATU = W-SALDO-ANT + W-SANG-DIA - W-DEP-DIA
      * OS DEPOSITOS (ATE HOJE) PAGAM PRIMEIRO AS SANGRIAS MAIS
      * ANTIGAS; O QUE SOBRA DAS SANGRIAS FORA DO PRAZO ESTA PENDENTE
           COMPUTE W-PENDENTE = W-SANG-VENCIDA - W-DEP-ANT - W-DEP-DIA
           IF W-PENDENTE < ZEROS
              MOVE ZEROS TO W-PENDENTE.
           ADD W-SANG-DIA  TO W-TOT-SANG
           ADD W-DEP-DIA   TO W-TOT-DEP
           ADD W-SALDO-ATU TO W-TOT-SALDO
           ADD W-PENDENTE  TO W-TOT-PEND
           MOVE SPACES TO LR-ALERTA
           MOVE "FUNDO DE TROCO DO DIA" TO LR-DESCRICAO
           MOVE W-FUNDO-DIA TO LR-VALOR
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           MOVE "SALDO ANTERIOR DO COFRE" TO LR-DESCRICAO
           MOVE W-SALDO-ANT TO LR-VALOR
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           MOVE "(+) SANGRIAS DO DIA" TO LR-DESCRICAO
           MOVE W-SANG-DIA TO LR-VALOR
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           MOVE "(-) DEPOSITOS BANCARIOS DO DIA" TO LR-DESCRICAO
           MOVE W-DEP-DIA TO LR-VALOR
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           MOVE "(=) SALDO ATUAL DO COFRE" TO LR-DESCRICAO
           MOVE W-SALDO-ATU TO LR-VALOR
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           MOVE "NAO DEPOSITADO HA MAIS DE 1 DIA UTIL" TO LR-DESCRICAO
           MOVE W-PENDENTE TO LR-VALOR
           IF W-PENDENTE > ZEROS
              MOVE "*** DEPOSITO PENDENTE ***" TO LR-ALERTA
              ADD 1 TO W-QTD-PEND
              MOVE W-PENDENTE TO W-VALOR-ED
              DISPLAY "*** REL059 - FILIAL " W-FIL
                      " DEPOSITO PENDENTE: " W-VALOR-ED " ***".
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM.
       CONCILIAR-FILIAL-FIM.
           EXIT.

      * LINHA DE UM MOVIMENTO DE HOJE (O CANCELADO SAI MARCADO, MAS
      * NAO ENTRA NAS CONTAS)
       IMPRIMIR-MOV.
           ADD 1 TO W-QTD-DIA
           MOVE SPACES     TO LINHA-DET
           MOVE MCX-SEQ    TO LD-SEQ
           IF MCX-FUNDO
              MOVE "FUNDO DE TROCO" TO LD-TIPO
              MOVE MCX-OPER-CX      TO LD-GAVETA.
           IF MCX-SANGRIA
              MOVE "SANGRIA"        TO LD-TIPO
              MOVE MCX-OPER-CX      TO LD-GAVETA.
           IF MCX-DEPOSITO
              MOVE "DEPOSITO"       TO LD-TIPO
              MOVE MCX-BANCO        TO LD-BANCO
              MOVE MCX-COMPROV      TO LD-COMPROV.
           MOVE MCX-VALOR  TO W-VALOR-ED
           MOVE W-VALOR-ED TO LD-VALOR
           IF MCX-CANCELADO
              MOVE " CANCELADO" TO LD-SITUACAO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG.
       IMPRIMIR-MOV-FIM.
           EXIT.

       IMPRIMIR-RESUMO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-RESUMO
           ADD 1 TO W-LINPAG
           MOVE SPACES TO LR-ALERTA.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE SPACES TO LR-ALERTA
           MOVE "TOTAL DAS SANGRIAS DO DIA" TO LR-DESCRICAO
           MOVE W-TOT-SANG TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "TOTAL DOS DEPOSITOS DO DIA" TO LR-DESCRICAO
           MOVE W-TOT-DEP TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "TOTAL EM COFRE NAS FILIAIS" TO LR-DESCRICAO
           MOVE W-TOT-SALDO TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "TOTAL PENDENTE DE DEPOSITO" TO LR-DESCRICAO
           MOVE W-TOT-PEND TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE W-QTD-PEND TO LG-QTD
           WRITE LINHA-REL FROM LINHA-GERAL.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       COPY RELPAGP.
       COPY CALDIASP.
