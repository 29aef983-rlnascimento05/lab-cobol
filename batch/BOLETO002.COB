       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO002.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * RETORNO DE BOLETOS: LIQUIDACAO DE COBRANCAS/FATURAS *
      **************************************************
      * LE O ARQUIVO DE RETORNO DO BANCO BOLRET.TXT (LAYOUT FIXO,
      * SO OS REGISTROS DE TIPO "1" INTERESSAM):
      *     TIPO "1" + NOSSO NUMERO(10) + OCORRENCIA(2) +
      *     DATA DO PAGAMENTO(8, DDMMAAAA) + VALOR PAGO(10, CENTAVOS)
      * E CASA CADA REGISTRO COM O BOLETO DE ARQBOLET.DAT GRAVADO
      * PELO BOLETO001. OCORRENCIAS:
      *     02 = ENTRADA CONFIRMADA (SO CONTA)
      *     06/17 = LIQUIDACAO: O PAGAMENTO ENTRA CONTRA A COBRANCA
      *          (ARQCOB) OU A FATURA (ARQFATPJ) PELAS MESMAS REGRAS
      *          DO SGB-018/SGB-020 -- RECIBO EM ARQPAG.DAT SOB O
      *          NUMERO RESERVADO 0000, ORIGEM "B", FORMA 5, NUMERO
      *          DE CTRLRECI.DAT; VALOR PAGO ACUMULADO E ITEM QUITADO
      *          SO QUANDO O PAGO ALCANCA O DEVIDO. NO PAGAMENTO
      *          PARCIAL O NOSSO NUMERO SAI DO ITEM E O SALDO VAI NO
      *          PROXIMO BOLETO001
      *     03/09 = ENTRADA REJEITADA / BAIXA: BOLETO BAIXADO E
      *          NOSSO NUMERO RETIRADO DO ITEM
      * NOSSO NUMERO DESCONHECIDO, BOLETO JA LIQUIDADO (DUPLICIDADE),
      * ITEM JA QUITADO OU BAIXADO (A DEVOLVER), PAGO A MAIOR,
      * PAGAMENTO PARCIAL, OCORRENCIA NAO TRATADA, LINHA INVALIDA E
      * PAGAMENTO COM DATA NO PERIODO JA FECHADO DO MODULO CAIXA
      * (ARQFECH.DAT, SGB-034) SAEM NO RELATORIO DE EXCECOES
      * BOLEXC.TXT (COPY RELPAG./RELPAGP.). AS LIQUIDACOES APLICADAS
      * SAEM EM BOLLIQ.TXT, CAMPOS SEPARADOS POR ";":
      *     NOSSO;TIPO;DOC;SEQ/FATURA;DATA;PAGO;APLICADO;RECIBO;SIT
      * (VALORES EM CENTAVOS SEM VIRGULA). AS GRAVACOES EM ARQCOB E
      * ARQPAG VAO PARA O JORNAL, COMO NO SGB-018.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RET.

           SELECT ARQBOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-NOSSO-NUM
                    FILE STATUS  IS ST-ERRO-BOL.

           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COB
                    FILE STATUS  IS ST-ERRO-COB.

           SELECT ARQFATPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FAT-NUMERO
                    FILE STATUS  IS ST-ERRO-FAT.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT CTRLRECI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REC.

           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-MODULO
                    FILE STATUS  IS ST-ERRO-FEC.

           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.

           SELECT LIQUIDA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LIQ.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD RETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLRET.TXT".
       01 LINHA-RET                    PIC X(80).

       FD ARQBOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBOLET.DAT".
       01 REGBOLET.
                03 BOL-NOSSO-NUM        PIC 9(10).
                03 BOL-TIPO             PIC X(01).
                   88 BOL-COBRANCA          VALUE "C".
                   88 BOL-FATURA            VALUE "F".
                03 BOL-DOC              PIC 9(14).
                03 BOL-COB-SEQ          PIC 9(04).
                03 BOL-FAT-NUMERO       PIC 9(06).
                03 BOL-VALOR            PIC 9(8)V99.
                03 BOL-EMISSAO          PIC 9(08).
                03 BOL-VENCTO           PIC 9(08).
                03 BOL-SITUACAO         PIC X(01).
                   88 BOL-REGISTRADO        VALUE "R".
                   88 BOL-BAIXA-PEDIDA      VALUE "P".
                   88 BOL-LIQUIDADO         VALUE "L".
                   88 BOL-BAIXADO           VALUE "B".
                03 BOL-VALOR-PAGO       PIC 9(8)V99.
                03 BOL-DATA-PAGTO       PIC 9(08).
                03 BOL-RECIBO           PIC 9(08).

       FD ARQCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REGCOB.
                03 CHAVE-COB.
                   05 COB-CPF           PIC 9(14).
                   05 COB-SEQ           PIC 9(4).
                03 COB-NUMERO           PIC 9(4).
                03 COB-LOCSEQ           PIC 9(4).
                03 COB-DATA             PIC 9(8).
                03 COB-VALOR            PIC 9(6)V99.
                03 COB-SITUACAO         PIC X(01).
                   88 COB-EM-ABERTO         VALUE "A".
                   88 COB-QUITADA           VALUE "Q".
                   88 COB-BAIXADA           VALUE "B".
                03 COB-VALOR-PAGO       PIC 9(6)V99.
                03 COB-ESTAGIO          PIC X(01).
                   88 COB-EST-NOVA          VALUES "0" " ".
                   88 COB-EST-LEMBRETE      VALUE "1".
                   88 COB-EST-NOTIFICACAO   VALUE "2".
                   88 COB-EST-PROTESTO      VALUE "3".
                03 COB-NOSSO-NUM        PIC 9(10).

       FD ARQFATPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFATPJ.DAT".
       01 REGFAT.
                03 FAT-NUMERO           PIC 9(6).
                03 FAT-CNPJ             PIC 9(14).
                03 FAT-COMPET           PIC 9(6).
                03 FAT-QTD-LOC          PIC 9(4).
                03 FAT-VALOR            PIC 9(8)V99.
                03 FAT-DATA-EMISSAO     PIC 9(8).
                03 FAT-SITUACAO         PIC X(01).
                   88 FAT-ABERTA            VALUE "A".
                   88 FAT-QUITADA           VALUE "Q".
                03 FAT-VALOR-PAGO       PIC 9(8)V99.
                03 FAT-NOSSO-NUM        PIC 9(10).

       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
                03 CHAVE-PAG.
                   05 PAG-NUMERO        PIC 9(4).
                   05 PAG-SEQ           PIC 9(4).
                03 PAG-RECIBO           PIC 9(8).
                03 PAG-VALOR            PIC 9(6)V99.
                03 PAG-FORMA            PIC 9(1).
                   88 PAG-DINHEIRO          VALUE 1.
                   88 PAG-CARTAO            VALUE 2.
                   88 PAG-PIX               VALUE 3.
                   88 PAG-CREDITO           VALUE 4.
                   88 PAG-BOLETO            VALUE 5.
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-LOCACAO      VALUES "L" " ".
                   88 PAG-ORIG-COBRANCA     VALUE "C".
                   88 PAG-ORIG-CAUCAO       VALUE "D".
                   88 PAG-ORIG-DEVCAUCAO    VALUE "V".
                   88 PAG-ORIG-ESTORNO      VALUE "E".
                   88 PAG-ORIG-FATURA       VALUE "F".
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD CTRLRECI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLRECI.DAT".
       01 REG-CTRLRECI.
                03 CTRL-ULT-RECIBO      PIC 9(8).

       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
                03 FECH-MODULO          PIC X(08).
                03 FECH-DATA-LIMITE     PIC 9(08).
                03 FECH-DATA-ALT        PIC 9(08).
                03 FECH-OPERADOR        PIC X(08).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).

       FD LIQUIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLLIQ.TXT".
       01 LINHA-LIQ                    PIC X(100).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLEXC.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       COPY FECHVAL.
       77 ST-ERRO-RET      PIC X(02) VALUE "00".
       77 ST-ERRO-BOL      PIC X(02) VALUE "00".
       77 ST-ERRO-COB      PIC X(02) VALUE "00".
       77 ST-ERRO-FAT      PIC X(02) VALUE "00".
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-REC      PIC X(02) VALUE "00".
       77 ST-ERRO-LIQ      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-COB-ABERTO     PIC X(01) VALUE "N".
       77 W-FAT-ABERTO     PIC X(01) VALUE "N".
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-CONFIRM   PIC 9(06) VALUE ZEROS.
       77 W-CONT-LIQ       PIC 9(06) VALUE ZEROS.
       77 W-CONT-PARCIAL   PIC 9(06) VALUE ZEROS.
       77 W-CONT-BAIXA     PIC 9(06) VALUE ZEROS.
       77 W-CONT-EXCECAO   PIC 9(06) VALUE ZEROS.
       77 W-TOT-LIQ        PIC 9(10)V99 VALUE ZEROS.
       77 W-MOTIVO         PIC X(36) VALUE SPACES.
       77 W-ITEM-ACHOU     PIC X(01) VALUE "N".
       77 W-ITEM-ABERTO    PIC X(01) VALUE "N".
       77 W-SALDO          PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-APLICAR    PIC 9(08)V99 VALUE ZEROS.
       77 W-EXCESSO        PIC 9(08)V99 VALUE ZEROS.
       77 W-VLR-EXC        PIC 9(08)V99 VALUE ZEROS.
       77 W-PROX-PAGSEQ    PIC 9(04) VALUE ZEROS.
       77 W-PROX-RECIBO    PIC 9(08) VALUE ZEROS.
       77 LIMITE-RECIBO    PIC 9(06)V99 VALUE 999999,99.

      * REGISTRO DE DETALHE DO RETORNO (VALOR EM CENTAVOS)
       01 LIN-RETORNO.
           03 RT-TIPO      PIC X(01).
           03 RT-NOSSO-NUM PIC X(10).
           03 RT-OCORRENCIA PIC X(02).
           03 RT-DATA      PIC X(08).
           03 RT-VALOR     PIC X(10).
           03 FILLER       PIC X(49).
       01 W-NOSSO-NUM      PIC 9(10) VALUE ZEROS.
       01 W-DATA-PAGTO.
           03 W-PAG-DD     PIC 9(02).
           03 W-PAG-MM     PIC 9(02).
           03 W-PAG-AAAA   PIC 9(04).
       01 W-DATA-PAGTO-NUM REDEFINES W-DATA-PAGTO
                                        PIC 9(08).
       01 W-PAGTO-AMD.
           03 W-AMD-AAAA   PIC 9(04).
           03 W-AMD-MM     PIC 9(02).
           03 W-AMD-DD     PIC 9(02).
       01 W-PAGTO-AMD-NUM REDEFINES W-PAGTO-AMD
                                        PIC 9(08).
       01 W-VALOR-PAGO     PIC 9(08)V99 VALUE ZEROS.
       01 W-VALOR-PAGO-R REDEFINES W-VALOR-PAGO
                                        PIC 9(10).

       01 LINHA-LIQ-REC.
           03 LQ-NOSSO-NUM PIC 9(10).
           03 FILLER       PIC X(01) VALUE ";".
           03 LQ-TIPO      PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LQ-DOC       PIC 9(14).
           03 FILLER       PIC X(01) VALUE ";".
           03 LQ-REF       PIC 9(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 LQ-DATA      PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LQ-PAGO      PIC 9(08)V99.
           03 FILLER       PIC X(01) VALUE ";".
           03 LQ-APLICADO  PIC 9(08)V99.
           03 FILLER       PIC X(01) VALUE ";".
           03 LQ-RECIBO    PIC 9(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LQ-SITUACAO  PIC X(01).

       COPY RELPAG.

       01 LIN-EXCECAO.
           03 EX-NOSSO-NUM PIC X(10).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 EX-OCORR     PIC X(02).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 EX-DATA      PIC XX/XX/XXXX.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 EX-VALOR     PIC ZZZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 EX-MOTIVO    PIC X(36).
       01 LIN-TOT-EXC.
           03 FILLER       PIC X(24) VALUE "LIQUIDACOES APLICADAS: ".
           03 TE-QTD       PIC ZZZZZ9.
           03 FILLER       PIC X(15) VALUE "  VALOR TOTAL: ".
           03 TE-VALOR     PIC ZZZZZZZZ9,99.
       01 LIN-TOT-EXC2.
           03 FILLER       PIC X(24) VALUE "EXCECOES LISTADAS....: ".
           03 TE-QTD-EXC   PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-FECHAMENTO THRU ABRIR-FECHAMENTO-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM LER-RETORNO THRU LER-RETORNO-FIM
           PERFORM PROC-RETORNO THRU PROC-RETORNO-FIM
               UNTIL ST-ERRO-RET = "10"
           PERFORM GRAVAR-TOTAIS THRU GRAVAR-TOTAIS-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "REGISTROS DO RETORNO..: " W-CONT-LIDOS
           DISPLAY "ENTRADAS CONFIRMADAS..: " W-CONT-CONFIRM
           DISPLAY "LIQUIDACOES APLICADAS.: " W-CONT-LIQ
           DISPLAY "PAGAMENTOS PARCIAIS...: " W-CONT-PARCIAL
           DISPLAY "BOLETOS BAIXADOS......: " W-CONT-BAIXA
           DISPLAY "EXCECOES..............: " W-CONT-EXCECAO
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT RETORNO
           IF ST-ERRO-RET NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE RETORNO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN I-O ARQBOLET
           IF ST-ERRO-BOL NOT = "00"
              DISPLAY "*** RODE O BOLETO001 ANTES - SEM BOLETOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * SEM O ARQUIVO DE COBRANCAS OU DE FATURAS O BOLETO DAQUELE
      * TIPO SAI COMO EXCECAO (ITEM NAO ENCONTRADO)
           OPEN I-O ARQCOB
           IF ST-ERRO-COB = "00"
              MOVE "S" TO W-COB-ABERTO
           ELSE
              IF ST-ERRO-COB = "30" OR "35"
                 MOVE "00" TO ST-ERRO-COB
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO COBRANCAS ***"
                 MOVE 12 TO RETURN-CODE
                 GOBACK.
           OPEN I-O ARQFATPJ
           IF ST-ERRO-FAT = "00"
              MOVE "S" TO W-FAT-ABERTO
           ELSE
              IF ST-ERRO-FAT = "30" OR "35"
                 MOVE "00" TO ST-ERRO-FAT
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO FATURAS ***"
                 MOVE 12 TO RETURN-CODE
                 GOBACK.
           OPEN I-O ARQPAG
           IF ST-ERRO-PAG = "30" OR "35"
              OPEN OUTPUT ARQPAG
              CLOSE ARQPAG
              OPEN I-O ARQPAG.
           IF ST-ERRO-PAG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO PAGAMENTOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT LIQUIDA
           IF ST-ERRO-LIQ NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ DE LIQUIDACOES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "EXCECOES DO RETORNO DE BOLETOS" TO W-TITULO-REL
           MOVE "NOSSO NUM.  OC  DATA PAGTO        VALOR  MOTIVO"
                                                  TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       LER-RETORNO.
           READ RETORNO
               AT END MOVE "10" TO ST-ERRO-RET.
       LER-RETORNO-FIM.
           EXIT.

      * SO O DETALHE "1" E TRATADO; HEADER E TRAILER DO BANCO PASSAM
       PROC-RETORNO.
           MOVE LINHA-RET TO LIN-RETORNO
           IF RT-TIPO NOT = "1"
              GO TO PROC-RETORNO-PROX.
           ADD 1 TO W-CONT-LIDOS
           MOVE ZEROS TO W-VLR-EXC
           PERFORM VALIDAR-LINHA THRU VALIDAR-LINHA-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM
              GO TO PROC-RETORNO-PROX.
           MOVE W-NOSSO-NUM TO BOL-NOSSO-NUM
           READ ARQBOLET
           IF ST-ERRO-BOL NOT = "00"
              MOVE "00" TO ST-ERRO-BOL
              MOVE "NOSSO NUMERO NAO REGISTRADO" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM
              GO TO PROC-RETORNO-PROX.
           IF RT-OCORRENCIA = "02"
              ADD 1 TO W-CONT-CONFIRM
              GO TO PROC-RETORNO-PROX.
           IF RT-OCORRENCIA = "06" OR "17"
              PERFORM PROC-LIQUIDACAO THRU PROC-LIQUIDACAO-FIM
              GO TO PROC-RETORNO-PROX.
           IF RT-OCORRENCIA = "03" OR "09"
              PERFORM PROC-BAIXA THRU PROC-BAIXA-FIM
              GO TO PROC-RETORNO-PROX.
           MOVE "OCORRENCIA NAO TRATADA" TO W-MOTIVO
           PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM.
       PROC-RETORNO-PROX.
           PERFORM LER-RETORNO THRU LER-RETORNO-FIM.
       PROC-RETORNO-FIM.
           EXIT.

      * CRITICA DO DETALHE: QUALQUER MOTIVO PREENCHIDO MANDA A LINHA
      * PARA AS EXCECOES SEM TOCAR EM NADA
       VALIDAR-LINHA.
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS TO W-VALOR-PAGO W-DATA-PAGTO-NUM
           IF RT-NOSSO-NUM NOT NUMERIC
              MOVE "NOSSO NUMERO NAO NUMERICO" TO W-MOTIVO
              GO TO VALIDAR-LINHA-FIM.
           MOVE RT-NOSSO-NUM TO W-NOSSO-NUM
           IF RT-OCORRENCIA NOT = "06" AND "17"
              GO TO VALIDAR-LINHA-FIM.
           IF RT-DATA NOT NUMERIC
              MOVE "DATA DO PAGAMENTO INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-LINHA-FIM.
           MOVE RT-DATA TO W-DATA-PAGTO-NUM
           IF W-PAG-DD < 01 OR W-PAG-DD > 31
              OR W-PAG-MM < 01 OR W-PAG-MM > 12
              MOVE "DATA DO PAGAMENTO INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-LINHA-FIM.
           IF RT-VALOR NOT NUMERIC
              MOVE "VALOR NAO NUMERICO" TO W-MOTIVO
              GO TO VALIDAR-LINHA-FIM.
           MOVE RT-VALOR TO W-VALOR-PAGO-R
           MOVE W-VALOR-PAGO TO W-VLR-EXC
           IF W-VALOR-PAGO = ZEROS
              MOVE "VALOR PAGO ZERADO" TO W-MOTIVO.
       VALIDAR-LINHA-FIM.
           EXIT.

      * LIQUIDACAO: APLICA NO ITEM O MENOR ENTRE O PAGO E O SALDO,
      * COM AS REGRAS DO SGB-018/SGB-020
       PROC-LIQUIDACAO.
           IF BOL-LIQUIDADO
              MOVE "BOLETO JA LIQUIDADO - DUPLICIDADE" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM
              GO TO PROC-LIQUIDACAO-FIM.
           MOVE W-PAG-AAAA TO W-AMD-AAAA
           MOVE W-PAG-MM   TO W-AMD-MM
           MOVE W-PAG-DD   TO W-AMD-DD
           MOVE "CAIXA" TO FV-MODULO
           MOVE W-PAGTO-AMD-NUM TO FV-DATA
           PERFORM VERIF-FECHAMENTO THRU VERIF-FECHAMENTO-FIM
           IF FV-BLOQUEADO = "S"
              MOVE "CAIXA FECHADO NA DATA DO PAGAMENTO" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM
              GO TO PROC-LIQUIDACAO-FIM.
           PERFORM LER-ITEM THRU LER-ITEM-FIM
           IF W-ITEM-ACHOU NOT = "S"
              MOVE "ITEM DO BOLETO NAO ENCONTRADO" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM
              GO TO PROC-LIQUIDACAO-FIM.
      * ITEM JA QUITADO NO BALCAO OU BAIXADO: O DINHEIRO ENTROU, MAS
      * NAO HA O QUE QUITAR -- O BOLETO FICA LIQUIDADO (UMA SEGUNDA
      * LIQUIDACAO VIRA DUPLICIDADE) E O VALOR VAI PARA DEVOLUCAO
           IF W-ITEM-ABERTO NOT = "S" OR W-SALDO = ZEROS
              MOVE ZEROS TO W-PROX-RECIBO
              PERFORM MARCAR-LIQUIDADO THRU MARCAR-LIQUIDADO-FIM
              MOVE "ITEM JA QUITADO/BAIXADO - DEVOLVER" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM
              GO TO PROC-LIQUIDACAO-FIM.
           MOVE W-VALOR-PAGO TO W-VLR-APLICAR
           IF W-VLR-APLICAR > W-SALDO
              MOVE W-SALDO TO W-VLR-APLICAR.
           COMPUTE W-EXCESSO = W-VALOR-PAGO - W-VLR-APLICAR
           IF W-VLR-APLICAR > LIMITE-RECIBO
              MOVE "VALOR ACIMA DO LIMITE DO RECIBO" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM
              GO TO PROC-LIQUIDACAO-FIM.
           PERFORM GRAVAR-RECIBO THRU GRAVAR-RECIBO-FIM
           IF ST-ERRO-PAG NOT = "00" AND "02"
              MOVE "00" TO ST-ERRO-PAG
              MOVE "ERRO NA GRAVACAO DO RECIBO" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM
              GO TO PROC-LIQUIDACAO-FIM.
           IF BOL-FATURA
              PERFORM QUITAR-FATURA THRU QUITAR-FATURA-FIM
           ELSE
              PERFORM QUITAR-COBRANCA THRU QUITAR-COBRANCA-FIM.
           PERFORM MARCAR-LIQUIDADO THRU MARCAR-LIQUIDADO-FIM
           PERFORM GRAVAR-LIQUIDACAO THRU GRAVAR-LIQUIDACAO-FIM
           ADD 1 TO W-CONT-LIQ
           ADD W-VLR-APLICAR TO W-TOT-LIQ
           IF W-ITEM-ABERTO = "S"
              ADD 1 TO W-CONT-PARCIAL
              MOVE W-VLR-APLICAR TO W-VLR-EXC
              MOVE "PAGO PARCIAL - SALDO VAI A REMESSA" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM.
           IF W-EXCESSO > ZEROS
              MOVE W-EXCESSO TO W-VLR-EXC
              MOVE "PAGO A MAIOR - DEVOLVER EXCESSO" TO W-MOTIVO
              PERFORM GRAVAR-EXCECAO THRU GRAVAR-EXCECAO-FIM.
       PROC-LIQUIDACAO-FIM.
           EXIT.

      * LE A COBRANCA OU A FATURA DO BOLETO; DEVOLVE SE ACHOU, SE
      * ESTA EM ABERTO E O SALDO DEVEDOR
       LER-ITEM.
           MOVE "N" TO W-ITEM-ACHOU W-ITEM-ABERTO
           MOVE ZEROS TO W-SALDO
           IF BOL-FATURA
              GO TO LER-ITEM-FAT.
           IF W-COB-ABERTO NOT = "S"
              GO TO LER-ITEM-FIM.
           MOVE BOL-DOC     TO COB-CPF
           MOVE BOL-COB-SEQ TO COB-SEQ
           READ ARQCOB
           IF ST-ERRO-COB NOT = "00"
              MOVE "00" TO ST-ERRO-COB
              GO TO LER-ITEM-FIM.
           MOVE "S" TO W-ITEM-ACHOU
           IF COB-EM-ABERTO
              MOVE "S" TO W-ITEM-ABERTO
              COMPUTE W-SALDO = COB-VALOR - COB-VALOR-PAGO.
           GO TO LER-ITEM-FIM.
       LER-ITEM-FAT.
           IF W-FAT-ABERTO NOT = "S"
              GO TO LER-ITEM-FIM.
           MOVE BOL-FAT-NUMERO TO FAT-NUMERO
           READ ARQFATPJ
           IF ST-ERRO-FAT NOT = "00"
              MOVE "00" TO ST-ERRO-FAT
              GO TO LER-ITEM-FIM.
           MOVE "S" TO W-ITEM-ACHOU
           IF FAT-ABERTA
              MOVE "S" TO W-ITEM-ABERTO
              COMPUTE W-SALDO = FAT-VALOR - FAT-VALOR-PAGO.
       LER-ITEM-FIM.
           EXIT.

      * O RECIBO DO BOLETO VIVE NO MESMO ARQPAG.DAT, SOB O NUMERO
      * RESERVADO 0000, ORIGEM "B", FORMA 5 E A REFERENCIA DO ITEM
      * NOS CAMPOS PAG-REF (COBRANCA COMO NO SGB-018, FATURA COMO
      * NO SGB-020)
       GRAVAR-RECIBO.
           PERFORM ACHA-PROX-PAGSEQ THRU ACHA-PROX-PAGSEQ-FIM
           MOVE ZEROS            TO PAG-NUMERO
           MOVE W-PROX-PAGSEQ    TO PAG-SEQ
           MOVE W-VLR-APLICAR    TO PAG-VALOR
           MOVE W-DATA-PAGTO-NUM TO PAG-DATA
           MOVE "BOLETO02"       TO PAG-OPERADOR
           MOVE "B"              TO PAG-ORIGEM
           MOVE 5                TO PAG-FORMA
           IF BOL-FATURA
              MOVE FAT-CNPJ         TO PAG-REF-CPF
              MOVE ZEROS            TO PAG-REF-NUMERO
              MOVE FAT-NUMERO (3:4) TO PAG-REF-SEQ
           ELSE
              MOVE COB-CPF          TO PAG-REF-CPF
              MOVE COB-NUMERO       TO PAG-REF-NUMERO
              MOVE COB-SEQ          TO PAG-REF-SEQ.
           PERFORM OBTER-PROX-RECIBO THRU OBTER-PROX-RECIBO-FIM
           MOVE W-PROX-RECIBO    TO PAG-RECIBO
           WRITE REGPAG
           IF ST-ERRO-PAG = "00" OR "02"
              MOVE "PAG" TO JR-ARQUIVO
              MOVE "W"   TO JR-OPERACAO
              MOVE REGPAG TO JR-IMAGEM
              MOVE "BOLETO02" TO JR-OPERADOR-ID
              PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM.
       GRAVAR-RECIBO-FIM.
           EXIT.

      * PAGAMENTO PARCIAL DEIXA A COBRANCA EM ABERTO SEM NOSSO
      * NUMERO, PARA O SALDO SAIR NUM BOLETO NOVO
       QUITAR-COBRANCA.
           MOVE "N" TO W-ITEM-ABERTO
           ADD W-VLR-APLICAR TO COB-VALOR-PAGO
           IF COB-VALOR-PAGO NOT < COB-VALOR
              MOVE "Q" TO COB-SITUACAO
           ELSE
              MOVE "S" TO W-ITEM-ABERTO
              IF COB-NOSSO-NUM = BOL-NOSSO-NUM
                 MOVE ZEROS TO COB-NOSSO-NUM.
           REWRITE REGCOB
           IF ST-ERRO-COB = "00" OR "02"
              MOVE "COB" TO JR-ARQUIVO
              MOVE "R"   TO JR-OPERACAO
              MOVE REGCOB TO JR-IMAGEM
              MOVE "BOLETO02" TO JR-OPERADOR-ID
              PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM
           ELSE
              DISPLAY "*** ERRO NA ATUALIZACAO DA COBRANCA: "
                      COB-CPF "/" COB-SEQ
              MOVE "00" TO ST-ERRO-COB.
       QUITAR-COBRANCA-FIM.
           EXIT.

       QUITAR-FATURA.
           MOVE "N" TO W-ITEM-ABERTO
           ADD W-VLR-APLICAR TO FAT-VALOR-PAGO
           IF FAT-VALOR-PAGO NOT < FAT-VALOR
              MOVE "Q" TO FAT-SITUACAO
           ELSE
              MOVE "S" TO W-ITEM-ABERTO
              IF FAT-NOSSO-NUM = BOL-NOSSO-NUM
                 MOVE ZEROS TO FAT-NOSSO-NUM.
           REWRITE REGFAT
           IF ST-ERRO-FAT NOT = "00" AND "02"
              DISPLAY "*** ERRO NA ATUALIZACAO DA FATURA: " FAT-NUMERO
              MOVE "00" TO ST-ERRO-FAT.
       QUITAR-FATURA-FIM.
           EXIT.

       MARCAR-LIQUIDADO.
           MOVE "L"              TO BOL-SITUACAO
           MOVE W-VALOR-PAGO     TO BOL-VALOR-PAGO
           MOVE W-DATA-PAGTO-NUM TO BOL-DATA-PAGTO
           MOVE W-PROX-RECIBO    TO BOL-RECIBO
           REWRITE REGBOLET
           IF ST-ERRO-BOL NOT = "00" AND "02"
              DISPLAY "*** ERRO AO GRAVAR BOLETO: " BOL-NOSSO-NUM
              MOVE "00" TO ST-ERRO-BOL.
       MARCAR-LIQUIDADO-FIM.
           EXIT.

      * ENTRADA REJEITADA OU BAIXA CONFIRMADA PELO BANCO: O BOLETO
      * SAI DE CIRCULACAO E O ITEM FICA LIVRE PARA UM BOLETO NOVO
       PROC-BAIXA.
           IF BOL-LIQUIDADO OR BOL-BAIXADO
              GO TO PROC-BAIXA-FIM.
           MOVE "B" TO BOL-SITUACAO
           REWRITE REGBOLET
           IF ST-ERRO-BOL NOT = "00" AND "02"
              DISPLAY "*** ERRO AO GRAVAR BOLETO: " BOL-NOSSO-NUM
              MOVE "00" TO ST-ERRO-BOL
              GO TO PROC-BAIXA-FIM.
           ADD 1 TO W-CONT-BAIXA
           PERFORM LER-ITEM THRU LER-ITEM-FIM
           IF W-ITEM-ACHOU NOT = "S"
              GO TO PROC-BAIXA-FIM.
           IF BOL-FATURA
              GO TO PROC-BAIXA-FAT.
           IF COB-NOSSO-NUM NOT = BOL-NOSSO-NUM
              GO TO PROC-BAIXA-FIM.
           MOVE ZEROS TO COB-NOSSO-NUM
           REWRITE REGCOB
           IF ST-ERRO-COB = "00" OR "02"
              MOVE "COB" TO JR-ARQUIVO
              MOVE "R"   TO JR-OPERACAO
              MOVE REGCOB TO JR-IMAGEM
              MOVE "BOLETO02" TO JR-OPERADOR-ID
              PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM.
           MOVE "00" TO ST-ERRO-COB
           GO TO PROC-BAIXA-FIM.
       PROC-BAIXA-FAT.
           IF FAT-NOSSO-NUM NOT = BOL-NOSSO-NUM
              GO TO PROC-BAIXA-FIM.
           MOVE ZEROS TO FAT-NOSSO-NUM
           REWRITE REGFAT
           MOVE "00" TO ST-ERRO-FAT.
       PROC-BAIXA-FIM.
           EXIT.

       GRAVAR-LIQUIDACAO.
           MOVE BOL-NOSSO-NUM    TO LQ-NOSSO-NUM
           MOVE BOL-TIPO         TO LQ-TIPO
           MOVE BOL-DOC          TO LQ-DOC
           IF BOL-FATURA
              MOVE BOL-FAT-NUMERO TO LQ-REF
              MOVE FAT-SITUACAO   TO LQ-SITUACAO
           ELSE
              MOVE BOL-COB-SEQ    TO LQ-REF
              MOVE COB-SITUACAO   TO LQ-SITUACAO.
           MOVE W-DATA-PAGTO-NUM TO LQ-DATA
           MOVE W-VALOR-PAGO     TO LQ-PAGO
           MOVE W-VLR-APLICAR    TO LQ-APLICADO
           MOVE W-PROX-RECIBO    TO LQ-RECIBO
           MOVE SPACES           TO LINHA-LIQ
           MOVE LINHA-LIQ-REC    TO LINHA-LIQ
           WRITE LINHA-LIQ.
       GRAVAR-LIQUIDACAO-FIM.
           EXIT.

       GRAVAR-EXCECAO.
           ADD 1 TO W-CONT-EXCECAO
           MOVE RT-NOSSO-NUM  TO EX-NOSSO-NUM
           MOVE RT-OCORRENCIA TO EX-OCORR
           MOVE RT-DATA       TO EX-DATA
           MOVE W-VLR-EXC     TO EX-VALOR
           MOVE W-MOTIVO      TO EX-MOTIVO
           PERFORM CONTROLAR-QUEBRA-PAG
                                    THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LIN-EXCECAO
           ADD 1 TO W-LINPAG.
       GRAVAR-EXCECAO-FIM.
           EXIT.

      * PERCORRE OS RECIBOS JA GRAVADOS SOB O NUMERO RESERVADO 0000
      * PARA ACHAR A PROXIMA SEQUENCIA, COMO NO SGB-018
       ACHA-PROX-PAGSEQ.
           MOVE ZEROS TO W-PROX-PAGSEQ
           MOVE ZEROS TO CHAVE-PAG
           START ARQPAG KEY IS NOT LESS CHAVE-PAG
               INVALID KEY MOVE "10" TO ST-ERRO-PAG.
           IF ST-ERRO-PAG = "10" GO TO ACHA-PROX-PAGSEQ-FIM.
       ACHA-PROX-PAGSEQ-LER.
           READ ARQPAG NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-PAG.
           IF ST-ERRO-PAG = "10" GO TO ACHA-PROX-PAGSEQ-FIM.
           IF PAG-NUMERO NOT = ZEROS GO TO ACHA-PROX-PAGSEQ-FIM.
           MOVE PAG-SEQ TO W-PROX-PAGSEQ
           GO TO ACHA-PROX-PAGSEQ-LER.
       ACHA-PROX-PAGSEQ-FIM.
           ADD 1 TO W-PROX-PAGSEQ
           MOVE "00" TO ST-ERRO-PAG.
           EXIT.

      * TIRA O PROXIMO NUMERO SEQUENCIAL DE RECIBO DO ARQUIVO DE
      * CONTROLE CTRLRECI.DAT, MESMO ESQUEMA DO SGB-018
       OBTER-PROX-RECIBO.
           MOVE ZEROS TO CTRL-ULT-RECIBO
           OPEN INPUT CTRLRECI
           IF ST-ERRO-REC = "00"
              READ CTRLRECI
                  AT END MOVE ZEROS TO CTRL-ULT-RECIBO.
           IF ST-ERRO-REC NOT = "35" AND "30"
              CLOSE CTRLRECI.
           COMPUTE W-PROX-RECIBO = CTRL-ULT-RECIBO + 1
           MOVE W-PROX-RECIBO TO CTRL-ULT-RECIBO
           OPEN OUTPUT CTRLRECI
           WRITE REG-CTRLRECI
           CLOSE CTRLRECI.
       OBTER-PROX-RECIBO-FIM.
           EXIT.

       GRAVAR-TOTAIS.
           MOVE W-CONT-LIQ     TO TE-QTD
           MOVE W-TOT-LIQ      TO TE-VALOR
           MOVE W-CONT-EXCECAO TO TE-QTD-EXC
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LIN-TOT-EXC
           WRITE LINHA-REL FROM LIN-TOT-EXC2
           ADD 3 TO W-LINPAG.
       GRAVAR-TOTAIS-FIM.
           EXIT.

       FECHAR-ARQS.
           IF FV-ABERTO = "S"
              CLOSE ARQFECH.
           IF W-COB-ABERTO = "S"
              CLOSE ARQCOB.
           IF W-FAT-ABERTO = "S"
              CLOSE ARQFATPJ.
           CLOSE RETORNO
           CLOSE ARQBOLET
           CLOSE ARQPAG
           CLOSE LIQUIDA
           CLOSE RELATORIO
           MOVE "BOLETO02" TO W-REL-ID
           MOVE "BOLEXC.TXT" TO W-REL-ARQ
           MOVE "BOLRET.TXT" TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY FECHVALP.
      *
       COPY JORNALP.
       COPY RELPAGP.
