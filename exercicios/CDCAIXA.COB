      *             ENTRAM SUBTRAINDO NOS TOTAIS, QUE PASSARAM A
      *             ACEITAR SINAL -- O CAIXA FECHA PELO EFEITO
      *             LIQUIDO DO DIA.
      * 2026-10-15  PAGAMENTO COM CREDITO PRE-PAGO (FORMA 4, SGB-036)
      *             NAO ENTRA NOS TOTAIS: O DINHEIRO DELE JA ENTROU
      *             NO CAIXA NA RECARGA (ORIGEM "W").
      * 2026-10-15  GAVETA POR MOEDA: DINHEIRO RECEBIDO EM MOEDA
      *             ESTRANGEIRA (ARQPAGME.DAT, COPY MOEDVAL.) SAI DO
      *             TOTAL EM DINHEIRO E E TOTALIZADO POR MOEDA, NA
      *             MOEDA E EM REAIS, NA TELA E NA GUIA. O DINHEIRO
      *             CONTADO E A DIFERENCA (E FCX-TOT-DINHEIRO) PASSAM
      *             A SER SO DOS REAIS DA GAVETA; O TOTAL GERAL
      *             CONTINUA COM TUDO, EM REAIS.
      * 2026-10-15  FUNDO DE TROCO E SANGRIAS DA GAVETA (ARQMOVCX.DAT,
      *             LANCADOS NO SGB-041) ENTRAM NO DINHEIRO ESPERADO:
      *             FUNDO + DINHEIRO EM REAIS - SANGRIAS. A DIFERENCA
      *             PASSA A SER CONTRA O ESPERADO; TELA E GUIA MOSTRAM
      *             FUNDO, SANGRIAS E ESPERADO.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAVE-FCX
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCAMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CAMB
                    FILE STATUS  IS ST-ERRO-CMB.

           SELECT ARQPAGME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAGME
                    FILE STATUS  IS ST-ERRO-PME.

           SELECT ARQMOVCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MCX
                    FILE STATUS  IS ST-ERRO-MCX.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
                   88 PAG-DINHEIRO          VALUE 1.
                   88 PAG-CARTAO            VALUE 2.
                   88 PAG-PIX               VALUE 3.
                   88 PAG-CREDITO           VALUE 4.
                   88 PAG-BOLETO            VALUE 5.
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).
                   88 FCX-FECHADO-OK        VALUE "O".
                   88 FCX-DIVERGENTE        VALUE "D".

       FD ARQCAMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMB.DAT".
       01 REGCAMB.
                03 CHAVE-CAMB.
                   05 CAMB-MOEDA        PIC X(03).
                   05 CAMB-DATA         PIC 9(08).
                03 CAMB-TAXA            PIC 9(03)V9(06).
                03 CAMB-DATA-ALT        PIC 9(08).
                03 CAMB-OPERADOR        PIC X(08).

       FD ARQPAGME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGME.DAT".
       01 REGPAGME.
                03 CHAVE-PAGME.
                   05 PME-NUMERO        PIC 9(4).
                   05 PME-SEQ           PIC 9(4).
                03 PME-MOEDA            PIC X(03).
                03 PME-VALOR-ORIG       PIC 9(7)V99.
                03 PME-TAXA             PIC 9(03)V9(06).
                03 PME-VALOR-BRL        PIC 9(6)V99.
                03 PME-DATA             PIC 9(08).
                03 PME-ORIGEM           PIC X(01).
                03 PME-REF-NUMERO       PIC 9(04).
                03 PME-REF-SEQ          PIC 9(04).
                03 PME-OPERADOR         PIC X(08).

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

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHCAIXA.TXT".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-PAG  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 ST-ERRO-MCX  PIC X(02) VALUE "00".
       77 W-MCX-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-QTD-PAG    PIC 9(04) VALUE ZEROS.
       77 W-CONTADO    PIC 9(06)V99 VALUE ZEROS.
       77 W-DIFER      PIC S9(06)V99 VALUE ZEROS.
       77 W-FUNDO      PIC S9(06)V99 VALUE ZEROS.
       77 W-SANGRIA    PIC S9(06)V99 VALUE ZEROS.
       77 W-ESPERADO   PIC S9(06)V99 VALUE ZEROS.
       77 W-VALOR-ED   PIC -ZZZZZ9,99.
       77 W-DIFER-ED   PIC -ZZZZZ9,99.
       77 W-TOT-MOE    PIC S9(06)V99 VALUE ZEROS.
       77 W-TOT-OUT    PIC S9(06)V99 VALUE ZEROS.
       77 W-IM         PIC 9(01) VALUE ZEROS.
       77 W-QTD-MOE    PIC 9(01) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-ORIG-ED    PIC -ZZZZZZ9,99.
      * GAVETA EM MOEDA ESTRANGEIRA: VALOR NA MOEDA E EM REAIS; DA
      * SETIMA MOEDA DO DIA EM DIANTE O VALOR VAI PARA W-TOT-OUT
       01 W-TAB-MOEDA.
           03 W-TM-ITEM OCCURS 6 TIMES.
              05 W-TM-MOEDA   PIC X(03).
              05 W-TM-ORIG    PIC S9(07)V99.
              05 W-TM-BRL     PIC S9(06)V99.

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       COPY DATAVAL.
       COPY MOEDVAL.

       COPY RELPAG.

           03 FILLER       PIC X(12) VALUE "  OPERADOR: ".
           03 FL-OPERADOR  PIC X(08).
       01 FCX-LIN-DIN.
           03 FILLER       PIC X(21) VALUE "DINHEIRO EM REAIS..: ".
           03 FL-DINHEIRO  PIC -ZZZZZ9,99.
       01 FCX-LIN-MTO.
           03 FILLER       PIC X(21) VALUE "MOEDA ESTR. EM R$..: ".
           03 FL-MOE-TOT   PIC -ZZZZZ9,99.
       01 FCX-LIN-MOE.
           03 FILLER       PIC X(09) VALUE "DINHEIRO ".
           03 FL-MOEDA     PIC X(03).
           03 FILLER       PIC X(09) VALUE ".......: ".
           03 FL-MOE-ORIG  PIC -ZZZZZZ9,99.
           03 FILLER       PIC X(09) VALUE "  EM R$: ".
           03 FL-MOE-BRL   PIC -ZZZZZ9,99.
       01 FCX-LIN-OUT.
           03 FILLER       PIC X(21) VALUE "OUTRAS MOEDAS EM R$: ".
           03 FL-OUTRAS    PIC -ZZZZZ9,99.
       01 FCX-LIN-CAR.
           03 FILLER       PIC X(21) VALUE "TOTAL CARTAO.......: ".
           03 FL-CARTAO    PIC -ZZZZZ9,99.
           03 FL-GERAL     PIC -ZZZZZZ9,99.
           03 FILLER       PIC X(14) VALUE "  PAGAMENTOS: ".
           03 FL-QTD       PIC ZZZ9.
       01 FCX-LIN-FUN.
           03 FILLER       PIC X(21) VALUE "FUNDO DE TROCO.....: ".
           03 FL-FUNDO     PIC -ZZZZZ9,99.
       01 FCX-LIN-SAN.
           03 FILLER       PIC X(21) VALUE "SANGRIAS...........: ".
           03 FL-SANGRIA   PIC -ZZZZZ9,99.
       01 FCX-LIN-ESP.
           03 FILLER       PIC X(21) VALUE "DINHEIRO ESPERADO..: ".
           03 FL-ESPERADO  PIC -ZZZZZ9,99.
       01 FCX-LIN-CON.
           03 FILLER       PIC X(21) VALUE "DINHEIRO CONTADO...: ".
           03 FL-CONTADO   PIC ZZZZZ9,99.
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
           PERFORM ABRIR-MOEDA THRU ABRIR-MOEDA-FIM.
      * SEM MOVIMENTOS DE CAIXA (SGB-041) A GAVETA FECHA SEM FUNDO
      * DE TROCO E SEM SANGRIAS
           OPEN INPUT ARQMOVCX
           IF ST-ERRO-MCX = "00"
              MOVE "S" TO W-MCX-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-MCX.
       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
                MOVE ZEROS  TO W-DATA-CX W-CONTADO W-DIFER
                MOVE ZEROS  TO W-TOT-DIN W-TOT-CAR W-TOT-PIX
                MOVE ZEROS  TO W-TOT-GER W-QTD-PAG
                MOVE ZEROS  TO W-FUNDO W-SANGRIA W-ESPERADO
                MOVE SPACES TO W-OPER-CX
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "FECHAMENTO DIARIO DE CAIXA"
                   IF W-OPCAO NOT = "S" AND "s"
                      GO TO INC-001.
                PERFORM TOTALIZAR-DIA THRU TOTALIZAR-DIA-FIM
                PERFORM TOTALIZAR-GAVETA THRU TOTALIZAR-GAVETA-FIM
                IF W-QTD-PAG = ZEROS AND W-FUNDO = ZEROS
                   AND W-SANGRIA = ZEROS
                   MOVE "NENHUM PAGAMENTO DO OPERADOR NA DATA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (07, 05) "PAGAMENTOS DO DIA..:"
                DISPLAY (07, 26) W-QTD-PAG
                MOVE W-TOT-DIN TO W-VALOR-ED
                DISPLAY (08, 05) "DINHEIRO EM REAIS..:"
                DISPLAY (08, 26) W-VALOR-ED
                MOVE W-TOT-CAR TO W-VALOR-ED
                DISPLAY (09, 05) "TOTAL CARTAO.......:"
                DISPLAY (09, 26) W-VALOR-ED
                MOVE W-TOT-PIX TO W-VALOR-ED
                DISPLAY (10, 05) "TOTAL PIX..........:"
                DISPLAY (10, 26) W-VALOR-ED
                MOVE W-TOT-MOE TO W-VALOR-ED
                DISPLAY (11, 05) "MOEDA ESTR. EM R$..:"
                DISPLAY (11, 26) W-VALOR-ED
                COMPUTE W-ESPERADO = W-FUNDO + W-TOT-DIN - W-SANGRIA
                MOVE W-FUNDO TO W-VALOR-ED
                DISPLAY (08, 40) "FUNDO DE TROCO.....:"
                DISPLAY (08, 61) W-VALOR-ED
                MOVE W-SANGRIA TO W-VALOR-ED
                DISPLAY (09, 40) "SANGRIAS...........:"
                DISPLAY (09, 61) W-VALOR-ED
                MOVE W-ESPERADO TO W-VALOR-ED
                DISPLAY (10, 40) "DINHEIRO ESPERADO..:"
                DISPLAY (10, 61) W-VALOR-ED
                PERFORM MOSTRAR-MOEDAS THRU MOSTRAR-MOEDAS-FIM.
       INC-004.
                DISPLAY (12, 05) "DINHEIRO CONTADO...:"
                ACCEPT  (12, 26) W-CONTADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                COMPUTE W-DIFER = W-CONTADO - W-ESPERADO
                MOVE W-DIFER TO W-DIFER-ED
                DISPLAY (13, 05) "DIFERENCA..........:"
                DISPLAY (13, 26) W-DIFER-ED.
       TOTALIZAR-DIA.
                MOVE ZEROS TO W-TOT-DIN W-TOT-CAR W-TOT-PIX
                MOVE ZEROS TO W-TOT-GER W-QTD-PAG
                MOVE ZEROS TO W-TOT-MOE W-TOT-OUT W-QTD-MOE
                MOVE SPACES TO W-TAB-MOEDA
                MOVE ZEROS TO CHAVE-PAG
                START ARQPAG KEY IS NOT LESS CHAVE-PAG
                    INVALID KEY MOVE "10" TO ST-ERRO-PAG.
                IF PAG-OPERADOR NOT = W-OPER-CX
                   GO TO TOTALIZAR-DIA-LER.
                ADD 1 TO W-QTD-PAG
                IF PAG-CREDITO
                   GO TO TOTALIZAR-DIA-LER.
                MOVE "N" TO MO-ACHOU
                IF PAG-DINHEIRO
                   PERFORM LER-MOEDA-PAG THRU LER-MOEDA-PAG-FIM.
                IF MO-ACHOU = "S"
                   GO TO TOTALIZAR-DIA-MOEDA.
                IF PAG-ORIG-ESTORNO OR PAG-ORIG-DEVCAUCAO
                   GO TO TOTALIZAR-DIA-ESTORNO.
                ADD PAG-VALOR TO W-TOT-GER
                IF PAG-PIX
                   SUBTRACT PAG-VALOR FROM W-TOT-PIX.
                GO TO TOTALIZAR-DIA-LER.
      * DINHEIRO EM MOEDA ESTRANGEIRA VAI PARA A GAVETA DA MOEDA (NA
      * MOEDA E EM REAIS) E NAO PARA O DINHEIRO EM REAIS; ESTORNO E
      * DEVOLUCAO DE CAUCAO SUBTRAEM DA MESMA MOEDA
       TOTALIZAR-DIA-MOEDA.
                PERFORM ACHAR-MOEDA-TAB THRU ACHAR-MOEDA-TAB-FIM
                IF PAG-ORIG-ESTORNO OR PAG-ORIG-DEVCAUCAO
                   GO TO TOTALIZAR-DIA-MOEDA-SAI.
                ADD PAG-VALOR TO W-TOT-GER W-TOT-MOE
                IF W-IM = ZEROS
                   ADD PAG-VALOR TO W-TOT-OUT
                   GO TO TOTALIZAR-DIA-LER.
                ADD MO-VALOR-ORIG TO W-TM-ORIG (W-IM)
                ADD PAG-VALOR     TO W-TM-BRL (W-IM)
                GO TO TOTALIZAR-DIA-LER.
       TOTALIZAR-DIA-MOEDA-SAI.
                SUBTRACT PAG-VALOR FROM W-TOT-GER W-TOT-MOE
                IF W-IM = ZEROS
                   SUBTRACT PAG-VALOR FROM W-TOT-OUT
                   GO TO TOTALIZAR-DIA-LER.
                SUBTRACT MO-VALOR-ORIG FROM W-TM-ORIG (W-IM)
                SUBTRACT PAG-VALOR     FROM W-TM-BRL (W-IM)
                GO TO TOTALIZAR-DIA-LER.
       TOTALIZAR-DIA-VOLTA.
                MOVE "00" TO ST-ERRO-PAG.
       TOTALIZAR-DIA-FIM.
                EXIT.
      * FUNDO DE TROCO E SANGRIAS DA GAVETA (DATA + OPERADOR DO
      * CAIXA) EM ARQMOVCX.DAT, DE QUALQUER FILIAL; LANCAMENTO
      * CANCELADO E DEPOSITO BANCARIO NAO ENTRAM
       TOTALIZAR-GAVETA.
                MOVE ZEROS TO W-FUNDO W-SANGRIA
                IF W-MCX-ABERTO NOT = "S"
                   GO TO TOTALIZAR-GAVETA-FIM.
                MOVE ZEROS TO CHAVE-MCX
                START ARQMOVCX KEY IS NOT LESS CHAVE-MCX
                    INVALID KEY MOVE "10" TO ST-ERRO-MCX.
                IF ST-ERRO-MCX = "10"
                   GO TO TOTALIZAR-GAVETA-VOLTA.
       TOTALIZAR-GAVETA-LER.
                READ ARQMOVCX NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-MCX.
                IF ST-ERRO-MCX = "10"
                   GO TO TOTALIZAR-GAVETA-VOLTA.
                IF MCX-DATA NOT = W-DATA-CX
                   OR MCX-OPER-CX NOT = W-OPER-CX
                   OR MCX-CANCELADO
                   GO TO TOTALIZAR-GAVETA-LER.
                IF MCX-FUNDO
                   ADD MCX-VALOR TO W-FUNDO.
                IF MCX-SANGRIA
                   ADD MCX-VALOR TO W-SANGRIA.
                GO TO TOTALIZAR-GAVETA-LER.
       TOTALIZAR-GAVETA-VOLTA.
                MOVE "00" TO ST-ERRO-MCX.
       TOTALIZAR-GAVETA-FIM.
                EXIT.
      * PROCURA EM ARQPAGME.DAT A MOEDA DO PAGAMENTO EM DINHEIRO; A
      * CONTRAPARTIDA DE ESTORNO (SGB-019) USA A DO PAGAMENTO
      * ESTORNADO, QUE ESTA NA REFERENCIA
       LER-MOEDA-PAG.
                MOVE PAG-NUMERO TO MO-NUMERO
                MOVE PAG-SEQ    TO MO-SEQ
                IF PAG-ORIG-ESTORNO
                   MOVE PAG-REF-NUMERO TO MO-NUMERO
                   MOVE PAG-REF-SEQ    TO MO-SEQ.
                PERFORM LER-PAG-MOEDA THRU LER-PAG-MOEDA-FIM.
       LER-MOEDA-PAG-FIM.
                EXIT.
      * POSICAO DA MOEDA NA TABELA DA GAVETA EM W-IM, ABRINDO A
      * MOEDA NOVA NA PRIMEIRA POSICAO LIVRE; COM A TABELA CHEIA
      * DEVOLVE ZERO E O VALOR VAI PARA OUTRAS MOEDAS
       ACHAR-MOEDA-TAB.
                MOVE 1 TO W-IM.
       ACHAR-MOEDA-TAB-LER.
                IF W-TM-MOEDA (W-IM) = MO-MOEDA
                   GO TO ACHAR-MOEDA-TAB-FIM.
                IF W-TM-MOEDA (W-IM) = SPACES
                   MOVE MO-MOEDA TO W-TM-MOEDA (W-IM)
                   MOVE ZEROS TO W-TM-ORIG (W-IM) W-TM-BRL (W-IM)
                   ADD 1 TO W-QTD-MOE
                   GO TO ACHAR-MOEDA-TAB-FIM.
                IF W-IM < 6
                   ADD 1 TO W-IM
                   GO TO ACHAR-MOEDA-TAB-LER.
                MOVE ZEROS TO W-IM.
       ACHAR-MOEDA-TAB-FIM.
                EXIT.
      * MOSTRA A GAVETA EM MOEDA ESTRANGEIRA, UMA LINHA POR MOEDA
       MOSTRAR-MOEDAS.
                IF W-QTD-MOE = ZEROS AND W-TOT-OUT = ZEROS
                   GO TO MOSTRAR-MOEDAS-FIM.
                DISPLAY (15, 05) "MOEDA ESTRANGEIRA"
                DISPLAY (15, 28) "NA MOEDA"
                DISPLAY (15, 42) "EM R$"
                MOVE 1 TO W-IM
                MOVE 16 TO W-LIN.
       MOSTRAR-MOEDAS-LER.
                IF W-IM > W-QTD-MOE
                   GO TO MOSTRAR-MOEDAS-OUT.
                DISPLAY (W-LIN, 05) W-TM-MOEDA (W-IM)
                MOVE W-TM-ORIG (W-IM) TO W-ORIG-ED
                DISPLAY (W-LIN, 25) W-ORIG-ED
                MOVE W-TM-BRL (W-IM) TO W-VALOR-ED
                DISPLAY (W-LIN, 37) W-VALOR-ED
                ADD 1 TO W-IM W-LIN
                GO TO MOSTRAR-MOEDAS-LER.
       MOSTRAR-MOEDAS-OUT.
                IF W-TOT-OUT NOT = ZEROS
                   DISPLAY (W-LIN, 05) "OUTRAS MOEDAS"
                   MOVE W-TOT-OUT TO W-VALOR-ED
                   DISPLAY (W-LIN, 37) W-VALOR-ED.
       MOSTRAR-MOEDAS-FIM.
                EXIT.
      * IMPRIME A GUIA DE FECHAMENTO EM FECHCAIXA.TXT, USANDO O
      * CABECALHO COMPARTILHADO DO COPY RELPAG./RELPAGP. (UMA GUIA
      * POR FECHAMENTO, COMO O RECIBO DO SGB-004)
                MOVE W-TOT-GER   TO FL-GERAL
                MOVE W-QTD-PAG   TO FL-QTD
                MOVE W-CONTADO   TO FL-CONTADO
                MOVE W-FUNDO     TO FL-FUNDO
                MOVE W-SANGRIA   TO FL-SANGRIA
                MOVE W-ESPERADO  TO FL-ESPERADO
                MOVE W-DIFER     TO FL-DIFER
                IF W-DIFER = ZEROS
                   MOVE SPACES TO FL-ALERTA
                   MOVE "** DIVERGENTE - VER GERENTE **" TO FL-ALERTA.
                WRITE LINHA-REL FROM FCX-LIN-CAB
                WRITE LINHA-REL FROM FCX-LIN-DIN
                IF W-QTD-MOE NOT = ZEROS OR W-TOT-OUT NOT = ZEROS
                   PERFORM IMPRIMIR-GUIA-MOEDA
                                       THRU IMPRIMIR-GUIA-MOEDA-FIM.
                WRITE LINHA-REL FROM FCX-LIN-CAR
                WRITE LINHA-REL FROM FCX-LIN-PIX
                WRITE LINHA-REL FROM FCX-LIN-GER
                WRITE LINHA-REL FROM FCX-LIN-FUN
                WRITE LINHA-REL FROM FCX-LIN-SAN
                WRITE LINHA-REL FROM FCX-LIN-ESP
                WRITE LINHA-REL FROM FCX-LIN-CON
                WRITE LINHA-REL FROM FCX-LIN-DIF
                WRITE LINHA-REL FROM ESPACOS-REL
                CLOSE RELATORIO.
       IMPRIMIR-GUIA-FIM.
                EXIT.
      * LINHAS DA GAVETA EM MOEDA ESTRANGEIRA NA GUIA DE FECHAMENTO
       IMPRIMIR-GUIA-MOEDA.
                MOVE W-TOT-MOE TO FL-MOE-TOT
                WRITE LINHA-REL FROM FCX-LIN-MTO
                MOVE 1 TO W-IM.
       IMPRIMIR-GUIA-MOEDA-LER.
                IF W-IM > W-QTD-MOE
                   GO TO IMPRIMIR-GUIA-MOEDA-OUT.
                MOVE W-TM-MOEDA (W-IM) TO FL-MOEDA
                MOVE W-TM-ORIG (W-IM)  TO FL-MOE-ORIG
                MOVE W-TM-BRL (W-IM)   TO FL-MOE-BRL
                WRITE LINHA-REL FROM FCX-LIN-MOE
                ADD 1 TO W-IM
                GO TO IMPRIMIR-GUIA-MOEDA-LER.
       IMPRIMIR-GUIA-MOEDA-OUT.
                IF W-TOT-OUT NOT = ZEROS
                   MOVE W-TOT-OUT TO FL-OUTRAS
                   WRITE LINHA-REL FROM FCX-LIN-OUT.
       IMPRIMIR-GUIA-MOEDA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      *
       ROT-FIM.
                CLOSE ARQPAG ARQFCX.
                IF W-MCX-ABERTO = "S"
                   CLOSE ARQMOVCX.
                PERFORM FECHAR-MOEDA THRU FECHAR-MOEDA-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                CLOSE ARQPAG
       COPY RELPAGP.
      *
       COPY DATAVALP.
      *
       COPY MOEDVALP.
