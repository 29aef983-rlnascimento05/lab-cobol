       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * REMESSA DE BOLETOS DE COBRANCAS E FATURAS PJ      *
      **************************************************
      * AS FATURAS DO FATPJ001 (ARQFATPJ.DAT) E AS COBRANCAS ANTIGAS
      * DE ARQCOB.DAT SO ERAM COBRADAS POR TELEFONE E PIX: A REGUA
      * DO COBR001 AVANCA, MAS O CLIENTE NUNCA RECEBIA NADA PAGAVEL
      * NO BANCO. ESTE JOB, NOS MOLDES DO BANCO001, SELECIONA AS
      * COBRANCAS E/OU FATURAS EM ABERTO AINDA SEM BOLETO (TIPO E
      * VALOR MINIMO DO SALDO PEDIDOS NO CONSOLE), TIRA PARA CADA UMA
      * O PROXIMO NOSSO NUMERO DE CTRLNNUM.DAT, GUARDA-O NO PROPRIO
      * ITEM (COB-NOSSO-NUM / FAT-NOSSO-NUM), REGISTRA O BOLETO EM
      * ARQBOLET.DAT E GRAVA BOLREM.TXT, UM REGISTRO DE LAYOUT FIXO
      * POR BOLETO:
      *     TIPO "1" + OCORRENCIA(2) + NOSSO NUMERO(10) +
      *     SEU NUMERO(19) + CPF/CNPJ(14) + NOME(40) +
      *     EMISSAO(8) + VENCIMENTO(8) + VALOR(10, CENTAVOS)
      * COM OCORRENCIA "01" = REGISTRO E SEU NUMERO = "C" + CPF/CNPJ
      * + SEQUENCIA DA COBRANCA OU "F" + NUMERO DA FATURA. O
      * VENCIMENTO E A DATA DE HOJE MAIS O PRAZO BOLPRAZO DO CDPARAM
      * (PADRAO 5) EM DIAS UTEIS PELO CALENDARIO ARQCALEND.DAT (COPY
      * CALDIAS./CALDIASP.). BOLETO AINDA REGISTRADO CUJO ITEM JA FOI
      * QUITADO NO BALCAO OU BAIXADO SAI NA MESMA REMESSA COM
      * OCORRENCIA "02" (PEDIDO DE BAIXA), PARA O CLIENTE NAO PAGAR
      * DUAS VEZES. O REGISTRO "9" FINAL CARREGA QUANTIDADE E SOMA.
      * A GUIA DE CONFERENCIA (BOLETOS, PEDIDOS DE BAIXA E ITENS SEM
      * BOLETO POR FALTA DE CADASTRO) SAI EM BOLTOT.TXT PELO COPY
      * RELPAG./RELPAGP. O RETORNO DO BANCO E PROCESSADO PELO
      * BOLETO002.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQBOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-NOSSO-NUM
                    FILE STATUS  IS ST-ERRO-BOL.

           SELECT CTRLNNUM ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-NNU.

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT CADCLIPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAL-DATA
                    FILE STATUS  IS ST-ERRO-CAL.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.

           SELECT REMESSA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REM.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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

      * REGISTRO DOS BOLETOS EMITIDOS, PELO NOSSO NUMERO. DATAS EM
      * DDMMAAAA, COMO EM ARQCOB.DAT
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

       FD CTRLNNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLNNUM.DAT".
       01 REG-CTRLNNUM.
                03 CTRL-ULT-NOSSO       PIC 9(10).

       FD CLIENTES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.DAT".
       01 REGCLIENTES.
                03 CPF                  PIC 9(11).
                03 NOME                 PIC X(35).
                03 DATANASC.
                    05 DIA              PIC 9(2).
                    05 MES              PIC 9(2).
                    05 ANO              PIC 9(4).
                03 RG                   PIC X(20).
                03 CLICEP               PIC 9(08).
                03 ENDNUM               PIC 9(4).
                03 COMPLEMENTO          PIC X(12).
                03 EMAIL                PIC X(35).
                03 TELEFONE.
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIPJ.DAT".
       01 REGCLIPJ.
                03 CNPJ                 PIC 9(14).
                03 RAZAO-SOCIAL         PIC X(40).
                03 CONTATO              PIC X(35).
                03 EMAIL-PJ             PIC X(35).
                03 TELEFONE-PJ.
                   05 DDD-PJ            PIC 9(02).
                   05 TELNUM-PJ         PIC 9(9).
                03 SITUACAO-PJ          PIC X(1).

       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
       01 REGCALEND.
                03 CAL-DATA             PIC 9(08).
                03 CAL-DESCRICAO        PIC X(30).
                03 CAL-TIPO             PIC X(01).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).

       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLREM.TXT".

       01 LINHA-REM                    PIC X(112).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLTOT.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       COPY PARAMVAL.
       COPY CALDIAS.
       77 ST-ERRO-COB      PIC X(02) VALUE "00".
       77 ST-ERRO-FAT      PIC X(02) VALUE "00".
       77 ST-ERRO-BOL      PIC X(02) VALUE "00".
       77 ST-ERRO-NNU      PIC X(02) VALUE "00".
       77 ST-ERRO-CLI      PIC X(02) VALUE "00".
       77 ST-ERRO-PJ       PIC X(02) VALUE "00".
       77 ST-ERRO-REM      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-COB-ABERTO     PIC X(01) VALUE "N".
       77 W-FAT-ABERTO     PIC X(01) VALUE "N".
       77 W-CLI-ABERTO     PIC X(01) VALUE "N".
       77 W-PJ-ABERTO      PIC X(01) VALUE "N".
       77 W-TIPO-SEL       PIC X(01) VALUE SPACE.
       77 W-VLR-MINIMO     PIC 9(06) VALUE ZEROS.
       77 PRAZO-BOLETO     PIC 9(03) VALUE 5.
       77 W-CONT-UTEIS     PIC 9(03) VALUE ZEROS.
       77 W-CONT-REG       PIC 9(05) VALUE ZEROS.
       77 W-CONT-BAIXA     PIC 9(05) VALUE ZEROS.
       77 W-CONT-PEND      PIC 9(05) VALUE ZEROS.
       77 W-CONT-DET       PIC 9(05) VALUE ZEROS.
       77 W-TOT-REG        PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-REM        PIC 9(10)V99 VALUE ZEROS.
       77 W-SALDO          PIC 9(08)V99 VALUE ZEROS.
       77 W-PROX-NOSSO     PIC 9(10) VALUE ZEROS.
       77 W-DOC            PIC 9(14) VALUE ZEROS.
       77 W-NOME           PIC X(40) VALUE SPACES.
       77 W-MOTIVO         PIC X(30) VALUE SPACES.
       77 W-ITEM-ABERTO    PIC X(01) VALUE "N".

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       01 W-VENCTO-DMA.
          03 W-VEN-DD       PIC 9(02).
          03 W-VEN-MM       PIC 9(02).
          03 W-VEN-AAAA     PIC 9(04).
       01 W-VENCTO-NUM REDEFINES W-VENCTO-DMA
                                        PIC 9(08).

      * SEU NUMERO DO BOLETO: "C" + CPF/CNPJ + SEQUENCIA DA COBRANCA
      * OU "F" + NUMERO DA FATURA
       01 W-SEU-NUM.
          03 W-SN-TIPO      PIC X(01).
          03 W-SN-DOC       PIC 9(14).
          03 W-SN-SEQ       PIC 9(04).
       01 W-SEU-NUM-F REDEFINES W-SEU-NUM.
          03 FILLER         PIC X(01).
          03 W-SN-FATURA    PIC 9(06).
          03 FILLER         PIC X(12).

      * BOLETO DE LAYOUT FIXO (VALOR EM CENTAVOS)
       01 LIN-BOLETO.
           03 BR-TIPO      PIC X(01).
           03 BR-OCORRENCIA PIC X(02).
           03 BR-NOSSO-NUM PIC 9(10).
           03 BR-SEU-NUM   PIC X(19).
           03 BR-DOC       PIC 9(14).
           03 BR-NOME      PIC X(40).
           03 BR-EMISSAO   PIC 9(08).
           03 BR-VENCTO    PIC 9(08).
           03 BR-VALOR     PIC 9(08)V99.
       01 LIN-TRAILER.
           03 TR-TIPO      PIC X(01).
           03 TR-QTD       PIC 9(05).
           03 TR-VALOR     PIC 9(10)V99.

       COPY RELPAG.

       01 GUIA-LIN-BOL.
           03 GB-NOSSO-NUM PIC 9(10).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GB-OCORR     PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GB-SEU-NUM   PIC X(19).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GB-VENCTO    PIC 99/99/9999.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GB-VALOR     PIC ZZZZZZZ9,99.
       01 GUIA-LIN-PEND.
           03 FILLER       PIC X(12) VALUE "SEM BOLETO: ".
           03 GP-SEU-NUM   PIC X(19).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 GP-MOTIVO    PIC X(30).
       01 GUIA-LIN-TOT.
           03 FILLER       PIC X(22) VALUE "BOLETOS REGISTRADOS.: ".
           03 GL-QTD       PIC ZZZZ9.
           03 FILLER       PIC X(15) VALUE "  VALOR TOTAL: ".
           03 GL-VALOR     PIC ZZZZZZZZ9,99.
       01 GUIA-LIN-BXA.
           03 FILLER       PIC X(22) VALUE "PEDIDOS DE BAIXA....: ".
           03 GL-QTD-BXA   PIC ZZZZ9.
       01 GUIA-LIN-QPEND.
           03 FILLER       PIC X(22) VALUE "ITENS SEM BOLETO....: ".
           03 GL-QTD-PEND  PIC ZZZZ9.
       01 GUIA-LIN-VENC.
           03 FILLER       PIC X(22) VALUE "VENCIMENTO..........: ".
           03 GL-VENCTO    PIC 99/99/9999.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-DMA-DD
           MOVE W-MES-HOJE TO W-DMA-MM
           MOVE W-ANO-HOJE TO W-DMA-AAAA
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           DISPLAY "TIPO (C = COBRANCAS, F = FATURAS PJ, T = TODOS): "
           ACCEPT W-TIPO-SEL
           IF W-TIPO-SEL NOT = "C" AND "F"
              MOVE "T" TO W-TIPO-SEL.
           DISPLAY "SALDO MINIMO EM REAIS (0 = QUALQUER VALOR): "
           ACCEPT W-VLR-MINIMO
           PERFORM CALCULAR-VENCTO THRU CALCULAR-VENCTO-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM PEDIR-BAIXAS THRU PEDIR-BAIXAS-FIM
           IF W-TIPO-SEL NOT = "F"
              PERFORM REMETER-COBRANCAS THRU REMETER-COBRANCAS-FIM.
           IF W-TIPO-SEL NOT = "C"
              PERFORM REMETER-FATURAS THRU REMETER-FATURAS-FIM.
           PERFORM GRAVAR-TRAILER THRU GRAVAR-TRAILER-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "BOLETOS REGISTRADOS..: " W-CONT-REG
           DISPLAY "PEDIDOS DE BAIXA.....: " W-CONT-BAIXA
           DISPLAY "ITENS SEM BOLETO.....: " W-CONT-PEND
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * PRAZO DE VENCIMENTO EM DIAS UTEIS, SOBREPOSTO PELO CDPARAM
       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "BOLPRAZO" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
              MOVE PV-VALOR TO PRAZO-BOLETO.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

      * VENCIMENTO = HOJE + PRAZO-BOLETO DIAS UTEIS (SEM SABADO,
      * DOMINGO NEM DATA CADASTRADA EM ARQCALEND.DAT)
       CALCULAR-VENCTO.
           PERFORM ABRIR-CALENDARIO THRU ABRIR-CALENDARIO-FIM
           MOVE W-HOJE TO CD-CORRENTE
           MOVE ZEROS TO W-CONT-UTEIS.
       CALCULAR-VENCTO-AVANCA.
           PERFORM CD-PROX-DIA THRU CD-PROX-DIA-FIM
           PERFORM CD-DIA-UTIL THRU CD-DIA-UTIL-FIM
           IF CD-EH-UTIL = "S"
              ADD 1 TO W-CONT-UTEIS.
           IF W-CONT-UTEIS < PRAZO-BOLETO
              GO TO CALCULAR-VENCTO-AVANCA.
           MOVE CD-CUR-DD   TO W-VEN-DD
           MOVE CD-CUR-MM   TO W-VEN-MM
           MOVE CD-CUR-AAAA TO W-VEN-AAAA
           PERFORM FECHAR-CALENDARIO THRU FECHAR-CALENDARIO-FIM.
       CALCULAR-VENCTO-FIM.
           EXIT.

       ABRIR-ARQS.
      * SEM O ARQUIVO DE COBRANCAS OU DE FATURAS NAO HA O QUE
      * REMETER DAQUELE TIPO; OUTRO ERRO DE ABERTURA PARA O JOB
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
           OPEN I-O ARQBOLET
           IF ST-ERRO-BOL = "30" OR "35"
              OPEN OUTPUT ARQBOLET
              CLOSE ARQBOLET
              OPEN I-O ARQBOLET.
           IF ST-ERRO-BOL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE BOLETOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURAS TOLERANTES DOS CADASTROS; SEM O NOME DO SACADO O
      * ITEM FICA FORA DA REMESSA E SAI NA GUIA
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-CLI.
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO W-PJ-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PJ.
           OPEN OUTPUT REMESSA
           IF ST-ERRO-REM NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE REMESSA ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DA GUIA DE TOTAIS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "GUIA DE CONFERENCIA DA REMESSA DE BOLETOS"
                                                  TO W-TITULO-REL
           MOVE "NOSSO NUM.  OCORR.    SEU NUMERO           VENCTO"
                                                  TO W-CAB-COL
           MOVE "VALOR" TO W-CAB-COL (62:5)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

      * BOLETO AINDA REGISTRADO NO BANCO CUJO ITEM NAO ESTA MAIS EM
      * ABERTO COM ESTE NOSSO NUMERO (QUITADO NO BALCAO, BAIXADO NO
      * SGB-026): VAI NA REMESSA COMO PEDIDO DE BAIXA
       PEDIR-BAIXAS.
           MOVE ZEROS TO BOL-NOSSO-NUM
           START ARQBOLET KEY IS NOT LESS BOL-NOSSO-NUM
               INVALID KEY MOVE "10" TO ST-ERRO-BOL.
           IF ST-ERRO-BOL = "10"
              GO TO PEDIR-BAIXAS-VOLTA.
       PEDIR-BAIXAS-LER.
           READ ARQBOLET NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-BOL.
           IF ST-ERRO-BOL = "10"
              GO TO PEDIR-BAIXAS-VOLTA.
           IF NOT BOL-REGISTRADO
              GO TO PEDIR-BAIXAS-LER.
           PERFORM VERIF-ITEM-ABERTO THRU VERIF-ITEM-ABERTO-FIM
           IF W-ITEM-ABERTO = "S"
              GO TO PEDIR-BAIXAS-LER.
           MOVE "P" TO BOL-SITUACAO
           REWRITE REGBOLET
           IF ST-ERRO-BOL NOT = "00" AND "02"
              DISPLAY "*** ERRO AO GRAVAR BOLETO: " BOL-NOSSO-NUM
              MOVE "00" TO ST-ERRO-BOL
              GO TO PEDIR-BAIXAS-LER.
           MOVE BOL-DOC TO W-DOC
           PERFORM BUSCAR-NOME-DOC THRU BUSCAR-NOME-DOC-FIM
           MOVE "02" TO BR-OCORRENCIA
           MOVE "BAIXA" TO GB-OCORR
           PERFORM GRAVAR-DETALHE THRU GRAVAR-DETALHE-FIM
           ADD 1 TO W-CONT-BAIXA
           GO TO PEDIR-BAIXAS-LER.
       PEDIR-BAIXAS-VOLTA.
           MOVE "00" TO ST-ERRO-BOL.
       PEDIR-BAIXAS-FIM.
           EXIT.

       VERIF-ITEM-ABERTO.
           MOVE "N" TO W-ITEM-ABERTO
           IF BOL-FATURA
              GO TO VERIF-ITEM-FAT.
           IF W-COB-ABERTO NOT = "S"
              GO TO VERIF-ITEM-ABERTO-FIM.
           MOVE BOL-DOC     TO COB-CPF
           MOVE BOL-COB-SEQ TO COB-SEQ
           READ ARQCOB
           IF ST-ERRO-COB NOT = "00"
              MOVE "00" TO ST-ERRO-COB
              GO TO VERIF-ITEM-ABERTO-FIM.
           IF COB-EM-ABERTO AND COB-NOSSO-NUM = BOL-NOSSO-NUM
              MOVE "S" TO W-ITEM-ABERTO.
           GO TO VERIF-ITEM-ABERTO-FIM.
       VERIF-ITEM-FAT.
           IF W-FAT-ABERTO NOT = "S"
              GO TO VERIF-ITEM-ABERTO-FIM.
           MOVE BOL-FAT-NUMERO TO FAT-NUMERO
           READ ARQFATPJ
           IF ST-ERRO-FAT NOT = "00"
              MOVE "00" TO ST-ERRO-FAT
              GO TO VERIF-ITEM-ABERTO-FIM.
           IF FAT-ABERTA AND FAT-NOSSO-NUM = BOL-NOSSO-NUM
              MOVE "S" TO W-ITEM-ABERTO.
       VERIF-ITEM-ABERTO-FIM.
           EXIT.

      * COBRANCAS EM ABERTO, SEM BOLETO E COM SALDO NO MINIMO PEDIDO
       REMETER-COBRANCAS.
           IF W-COB-ABERTO NOT = "S"
              GO TO REMETER-COBRANCAS-FIM.
           MOVE ZEROS TO CHAVE-COB
           START ARQCOB KEY IS NOT LESS CHAVE-COB
               INVALID KEY MOVE "10" TO ST-ERRO-COB.
           IF ST-ERRO-COB = "10"
              GO TO REMETER-COBRANCAS-VOLTA.
       REMETER-COBRANCAS-LER.
           READ ARQCOB NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-COB.
           IF ST-ERRO-COB = "10"
              GO TO REMETER-COBRANCAS-VOLTA.
           IF NOT COB-EM-ABERTO OR COB-NOSSO-NUM NOT = ZEROS
              GO TO REMETER-COBRANCAS-LER.
           COMPUTE W-SALDO = COB-VALOR - COB-VALOR-PAGO
           IF W-SALDO = ZEROS OR W-SALDO < W-VLR-MINIMO
              GO TO REMETER-COBRANCAS-LER.
           MOVE "C"     TO W-SN-TIPO
           MOVE COB-CPF TO W-SN-DOC
           MOVE COB-SEQ TO W-SN-SEQ
           MOVE COB-CPF TO W-DOC
           PERFORM BUSCAR-NOME-DOC THRU BUSCAR-NOME-DOC-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVAR-PENDENCIA THRU GRAVAR-PENDENCIA-FIM
              GO TO REMETER-COBRANCAS-LER.
           PERFORM OBTER-PROX-NOSSO THRU OBTER-PROX-NOSSO-FIM
           MOVE W-PROX-NOSSO TO BOL-NOSSO-NUM
           MOVE "C"          TO BOL-TIPO
           MOVE COB-CPF      TO BOL-DOC
           MOVE COB-SEQ      TO BOL-COB-SEQ
           MOVE ZEROS        TO BOL-FAT-NUMERO
           PERFORM REGISTRAR-BOLETO THRU REGISTRAR-BOLETO-FIM
           IF ST-ERRO-BOL NOT = "00"
              MOVE "00" TO ST-ERRO-BOL
              GO TO REMETER-COBRANCAS-LER.
      * O NOSSO NUMERO NA COBRANCA E O QUE CASA O RETORNO DO BANCO;
      * SEM A REGRAVACAO O BOLETO E DESFEITO
           MOVE W-PROX-NOSSO TO COB-NOSSO-NUM
           REWRITE REGCOB
           IF ST-ERRO-COB NOT = "00" AND "02"
              DISPLAY "*** ERRO AO GRAVAR NOSSO NUMERO: " ST-ERRO-COB
              MOVE "00" TO ST-ERRO-COB
              PERFORM DESFAZER-BOLETO THRU DESFAZER-BOLETO-FIM
              GO TO REMETER-COBRANCAS-LER.
           MOVE "COB" TO JR-ARQUIVO
           MOVE "R"   TO JR-OPERACAO
           MOVE REGCOB TO JR-IMAGEM
           MOVE "BOLETO01" TO JR-OPERADOR-ID
           PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM
           PERFORM REMETER-REGISTRO THRU REMETER-REGISTRO-FIM
           GO TO REMETER-COBRANCAS-LER.
       REMETER-COBRANCAS-VOLTA.
           MOVE "00" TO ST-ERRO-COB.
       REMETER-COBRANCAS-FIM.
           EXIT.

      * FATURAS PJ EM ABERTO, SEM BOLETO E COM SALDO NO MINIMO PEDIDO
       REMETER-FATURAS.
           IF W-FAT-ABERTO NOT = "S"
              GO TO REMETER-FATURAS-FIM.
           MOVE ZEROS TO FAT-NUMERO
           START ARQFATPJ KEY IS NOT LESS FAT-NUMERO
               INVALID KEY MOVE "10" TO ST-ERRO-FAT.
           IF ST-ERRO-FAT = "10"
              GO TO REMETER-FATURAS-VOLTA.
       REMETER-FATURAS-LER.
           READ ARQFATPJ NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-FAT.
           IF ST-ERRO-FAT = "10"
              GO TO REMETER-FATURAS-VOLTA.
           IF NOT FAT-ABERTA OR FAT-NOSSO-NUM NOT = ZEROS
              GO TO REMETER-FATURAS-LER.
           COMPUTE W-SALDO = FAT-VALOR - FAT-VALOR-PAGO
           IF W-SALDO = ZEROS OR W-SALDO < W-VLR-MINIMO
              GO TO REMETER-FATURAS-LER.
           MOVE SPACES     TO W-SEU-NUM
           MOVE "F"        TO W-SN-TIPO
           MOVE FAT-NUMERO TO W-SN-FATURA
           MOVE FAT-CNPJ   TO W-DOC
           PERFORM BUSCAR-NOME-DOC THRU BUSCAR-NOME-DOC-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVAR-PENDENCIA THRU GRAVAR-PENDENCIA-FIM
              GO TO REMETER-FATURAS-LER.
           PERFORM OBTER-PROX-NOSSO THRU OBTER-PROX-NOSSO-FIM
           MOVE W-PROX-NOSSO TO BOL-NOSSO-NUM
           MOVE "F"          TO BOL-TIPO
           MOVE FAT-CNPJ     TO BOL-DOC
           MOVE ZEROS        TO BOL-COB-SEQ
           MOVE FAT-NUMERO   TO BOL-FAT-NUMERO
           PERFORM REGISTRAR-BOLETO THRU REGISTRAR-BOLETO-FIM
           IF ST-ERRO-BOL NOT = "00"
              MOVE "00" TO ST-ERRO-BOL
              GO TO REMETER-FATURAS-LER.
           MOVE W-PROX-NOSSO TO FAT-NOSSO-NUM
           REWRITE REGFAT
           IF ST-ERRO-FAT NOT = "00" AND "02"
              DISPLAY "*** ERRO AO GRAVAR NOSSO NUMERO: " ST-ERRO-FAT
              MOVE "00" TO ST-ERRO-FAT
              PERFORM DESFAZER-BOLETO THRU DESFAZER-BOLETO-FIM
              GO TO REMETER-FATURAS-LER.
           PERFORM REMETER-REGISTRO THRU REMETER-REGISTRO-FIM
           GO TO REMETER-FATURAS-LER.
       REMETER-FATURAS-VOLTA.
           MOVE "00" TO ST-ERRO-FAT.
       REMETER-FATURAS-FIM.
           EXIT.

      * GRAVA O BOLETO EM ARQBOLET.DAT COM O SALDO DO ITEM; A CHAVE
      * E O TIPO/DOCUMENTO JA VEM PREENCHIDOS PELO CHAMADOR
       REGISTRAR-BOLETO.
           MOVE W-SALDO        TO BOL-VALOR
           MOVE W-DATA-DMA-NUM TO BOL-EMISSAO
           MOVE W-VENCTO-NUM   TO BOL-VENCTO
           MOVE "R"            TO BOL-SITUACAO
           MOVE ZEROS          TO BOL-VALOR-PAGO
           MOVE ZEROS          TO BOL-DATA-PAGTO
           MOVE ZEROS          TO BOL-RECIBO
           WRITE REGBOLET
           IF ST-ERRO-BOL NOT = "00"
              DISPLAY "*** ERRO AO GRAVAR BOLETO: " BOL-NOSSO-NUM.
       REGISTRAR-BOLETO-FIM.
           EXIT.

       DESFAZER-BOLETO.
           DELETE ARQBOLET RECORD
               INVALID KEY MOVE "00" TO ST-ERRO-BOL.
           MOVE "00" TO ST-ERRO-BOL.
       DESFAZER-BOLETO-FIM.
           EXIT.

       REMETER-REGISTRO.
           MOVE "01" TO BR-OCORRENCIA
           MOVE "REGISTRO" TO GB-OCORR
           PERFORM GRAVAR-DETALHE THRU GRAVAR-DETALHE-FIM
           ADD 1 TO W-CONT-REG
           ADD BOL-VALOR TO W-TOT-REG.
       REMETER-REGISTRO-FIM.
           EXIT.

      * DETALHE "1" DA REMESSA E LINHA DA GUIA, A PARTIR DO BOLETO
      * EM REGBOLET E DO NOME DO SACADO EM W-NOME
       GRAVAR-DETALHE.
           MOVE SPACES TO W-SEU-NUM
           MOVE BOL-TIPO TO W-SN-TIPO
           IF BOL-FATURA
              MOVE BOL-FAT-NUMERO TO W-SN-FATURA
           ELSE
              MOVE BOL-DOC     TO W-SN-DOC
              MOVE BOL-COB-SEQ TO W-SN-SEQ.
           MOVE "1"           TO BR-TIPO
           MOVE BOL-NOSSO-NUM TO BR-NOSSO-NUM
           MOVE W-SEU-NUM     TO BR-SEU-NUM
           MOVE BOL-DOC       TO BR-DOC
           MOVE W-NOME        TO BR-NOME
           MOVE BOL-EMISSAO   TO BR-EMISSAO
           MOVE BOL-VENCTO    TO BR-VENCTO
           MOVE BOL-VALOR     TO BR-VALOR
           MOVE SPACES        TO LINHA-REM
           MOVE LIN-BOLETO    TO LINHA-REM
           WRITE LINHA-REM
           ADD 1 TO W-CONT-DET
           ADD BOL-VALOR TO W-TOT-REM
           MOVE BOL-NOSSO-NUM TO GB-NOSSO-NUM
           MOVE W-SEU-NUM     TO GB-SEU-NUM
           MOVE BOL-VENCTO    TO GB-VENCTO
           MOVE BOL-VALOR     TO GB-VALOR
           PERFORM CONTROLAR-QUEBRA-PAG
                                    THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM GUIA-LIN-BOL
           ADD 1 TO W-LINPAG.
       GRAVAR-DETALHE-FIM.
           EXIT.

      * ITEM SEM CONDICAO DE BOLETO: SAI NA GUIA E FICA PARA A
      * PROXIMA REMESSA, DEPOIS DE ACERTADO O CADASTRO
       GRAVAR-PENDENCIA.
           ADD 1 TO W-CONT-PEND
           MOVE W-SEU-NUM TO GP-SEU-NUM
           MOVE W-MOTIVO  TO GP-MOTIVO
           PERFORM CONTROLAR-QUEBRA-PAG
                                    THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM GUIA-LIN-PEND
           ADD 1 TO W-LINPAG.
       GRAVAR-PENDENCIA-FIM.
           EXIT.

      * NOME DO SACADO: CPF EM CADCLIENTES, CNPJ EM CADCLIPJ; A
      * FAIXA 99... E DE ESTRANGEIRO SEM CPF/CNPJ, QUE O BANCO NAO
      * ACEITA COMO SACADO
       BUSCAR-NOME-DOC.
           MOVE SPACES TO W-NOME W-MOTIVO
           IF W-DOC NOT < 99000000000000
              MOVE "CLIENTE ESTRANGEIRO SEM CPF" TO W-MOTIVO
              GO TO BUSCAR-NOME-DOC-FIM.
           IF W-DOC > 99999999999
              GO TO BUSCAR-NOME-PJ.
           IF W-CLI-ABERTO NOT = "S"
              MOVE "CLIENTE SEM CADASTRO" TO W-MOTIVO
              GO TO BUSCAR-NOME-DOC-FIM.
           MOVE W-DOC TO CPF
           READ CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              MOVE "00" TO ST-ERRO-CLI
              MOVE "CLIENTE SEM CADASTRO" TO W-MOTIVO
              GO TO BUSCAR-NOME-DOC-FIM.
           MOVE NOME TO W-NOME
           GO TO BUSCAR-NOME-DOC-FIM.
       BUSCAR-NOME-PJ.
           IF W-PJ-ABERTO NOT = "S"
              MOVE "EMPRESA SEM CADASTRO" TO W-MOTIVO
              GO TO BUSCAR-NOME-DOC-FIM.
           MOVE W-DOC TO CNPJ
           READ CADCLIPJ
           IF ST-ERRO-PJ NOT = "00"
              MOVE "00" TO ST-ERRO-PJ
              MOVE "EMPRESA SEM CADASTRO" TO W-MOTIVO
              GO TO BUSCAR-NOME-DOC-FIM.
           MOVE RAZAO-SOCIAL TO W-NOME.
       BUSCAR-NOME-DOC-FIM.
           EXIT.

      * TIRA O PROXIMO NOSSO NUMERO DO ARQUIVO DE CONTROLE
      * CTRLNNUM.DAT, MESMO ESQUEMA DO CTRLRECI.DAT DOS RECIBOS
       OBTER-PROX-NOSSO.
           MOVE ZEROS TO CTRL-ULT-NOSSO
           OPEN INPUT CTRLNNUM
           IF ST-ERRO-NNU = "00"
              READ CTRLNNUM
                  AT END MOVE ZEROS TO CTRL-ULT-NOSSO.
           IF ST-ERRO-NNU NOT = "35" AND "30"
              CLOSE CTRLNNUM.
           COMPUTE W-PROX-NOSSO = CTRL-ULT-NOSSO + 1
           MOVE W-PROX-NOSSO TO CTRL-ULT-NOSSO
           OPEN OUTPUT CTRLNNUM
           WRITE REG-CTRLNNUM
           CLOSE CTRLNNUM.
       OBTER-PROX-NOSSO-FIM.
           EXIT.

      * REGISTRO "9" FINAL COM QUANTIDADE E SOMA DOS DETALHES, PARA
      * O BANCO CONFERIR A REMESSA INTEIRA
       GRAVAR-TRAILER.
           MOVE "9"         TO TR-TIPO
           MOVE W-CONT-DET  TO TR-QTD
           MOVE W-TOT-REM   TO TR-VALOR
           MOVE SPACES      TO LINHA-REM
           MOVE LIN-TRAILER TO LINHA-REM
           WRITE LINHA-REM
           MOVE W-CONT-REG   TO GL-QTD
           MOVE W-TOT-REG    TO GL-VALOR
           MOVE W-CONT-BAIXA TO GL-QTD-BXA
           MOVE W-CONT-PEND  TO GL-QTD-PEND
           MOVE W-VENCTO-NUM TO GL-VENCTO
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM GUIA-LIN-VENC
           WRITE LINHA-REL FROM GUIA-LIN-TOT
           WRITE LINHA-REL FROM GUIA-LIN-BXA
           WRITE LINHA-REL FROM GUIA-LIN-QPEND
           ADD 5 TO W-LINPAG.
       GRAVAR-TRAILER-FIM.
           EXIT.

       FECHAR-ARQS.
           IF W-COB-ABERTO = "S"
              CLOSE ARQCOB.
           IF W-FAT-ABERTO = "S"
              CLOSE ARQFATPJ.
           IF W-CLI-ABERTO = "S"
              CLOSE CLIENTES.
           IF W-PJ-ABERTO = "S"
              CLOSE CADCLIPJ.
           CLOSE ARQBOLET
           CLOSE REMESSA
           CLOSE RELATORIO
           MOVE "BOLETO01" TO W-REL-ID
           MOVE "BOLTOT.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           MOVE W-TIPO-SEL TO W-REL-PARMS (1:1)
           MOVE W-VLR-MINIMO TO W-REL-PARMS (3:6)
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY PARAMVALP.
      *
       COPY JORNALP.
       COPY CALDIASP.
       COPY RELPAGP.
