      *             BLOQUEADA CONFORME O PARAMETRO FILIALPOL
      *             (0 = LIVRE, 1 = AVISA, 2 = BLOQUEIA), COMO NO
      *             SGB-004.
      * 2026-10-15  RESERVA NAO CUMPRIDA ("N", MARCADA PELO RESV001
      *             NA ROTINA NOTURNA) DEIXA DE BLOQUEAR A BIKE. O
      *             CANCELAMENTO (F3) SO VALE PARA RESERVA ATIVA E,
      *             A MENOS DE CANCHORAS HORAS DA RETIRADA (PADRAO
      *             24), LANCA A TAXA TXNOSHOW (CDPARAM, 0 = SEM
      *             TAXA) EM ABERTO NO ARQCOB.DAT CONTRA O DOCUMENTO
      *             DA RESERVA, COMO O RESV001 FAZ COM O NO-SHOW.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COB
                    FILE STATUS  IS ST-ERRO-COB.

           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                   88 RESV-ATIVA             VALUE "A".
                   88 RESV-CUMPRIDA          VALUE "C".
                   88 RESV-CANCELADA         VALUE "X".
                   88 RESV-NOSHOW            VALUE "N".

       FD ARQPARAM
               LABEL RECORD IS STANDARD
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
                   05 DDD-PJ            PIC 9(02).
                   05 TELNUM-PJ         PIC 9(9).
                03 SITUACAO-PJ          PIC X(1).

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

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       COPY JORNAL.
       77 ST-ERRO-COB  PIC X(02) VALUE "00".
       77 W-COB-ABERTO PIC X(01) VALUE "N".
       77 PRAZO-CANCEL PIC 9(03) VALUE 24.
       77 TAXA-NOSHOW  PIC 9(6)V99 VALUE ZEROS.
       77 W-TAXA-CANC  PIC 9(6)V99 VALUE ZEROS.
       77 W-TAXA-ED    PIC ZZZ.ZZ9,99.
       77 W-PROX-COBSEQ PIC 9(04) VALUE ZEROS.
       77 W-MIN-AGORA  PIC 9(10) VALUE ZEROS.
       77 W-MIN-RETIRADA PIC 9(10) VALUE ZEROS.
       77 POLITICA-FILIAL PIC 9(02) VALUE ZEROS.
       77 W-FIL-BLOQ   PIC X(01) VALUE "N".
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-FIM-AMD      PIC 9(08) VALUE ZEROS.
       77 W-RINICIO-AMD  PIC 9(08) VALUE ZEROS.
       77 W-RFIM-AMD     PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-AGORA.
          03 W-HH-AGORA     PIC 9(02).
          03 W-MI-AGORA     PIC 9(02).
          03 FILLER         PIC 9(04).
       01 W-HORA-HM.
          03 W-HM-HH        PIC 9(02).
          03 W-HM-MI        PIC 9(02).
       01 W-HORA-HM-NUM REDEFINES W-HORA-HM PIC 9(04).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPER.
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              MOVE PV-VALOR TO POLITICA-FILIAL.
           MOVE "CANCHORAS" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              MOVE PV-VALOR TO PRAZO-CANCEL.
           MOVE "TXNOSHOW" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              MOVE PV-VALOR TO TAXA-NOSHOW.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
      *
                 MOVE "ERRO NA ABERTURA DO CADASTRO PJ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           PERFORM ABRIR-COBRANCA THRU ABRIR-COBRANCA-FIM.
       INC-001.
                MOVE SPACES TO RESV-SITUACAO NOME.
                MOVE ZEROS  TO RESV-NUMERO RESV-SEQ RESV-CPF.
                    DISPLAY TRESVNOME
                    GO TO INC-004.
       CANC-OPC.
                IF NOT RESV-ATIVA
                    MOVE "*** SO RESERVA ATIVA PODE SER CANCELADA ***"
                                                       TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                PERFORM CALC-TAXA-CANC THRU CALC-TAXA-CANC-FIM.
       CANC-OPC-CONF.
                DISPLAY(25, 10) "CANCELAR RESERVA? (S / N)".
                ACCEPT (25, 36) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                    DISPLAY (24, 10) LIMPA
                    MOVE "CANCELAMENTO ABANDONADO PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                    MOVE "OPCAO INVALIDA. DIGITE S OU N" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO CANC-OPC-CONF.
       CANC-PROC.
                DISPLAY (24, 10) LIMPA
                MOVE "X" TO RESV-SITUACAO
                REWRITE REGRESV.
                IF ST-ERRO = "00" OR "02"
                    MOVE "RESERVA CANCELADA COM SUCESSO" TO MENS
                    PERFORM LANCAR-TAXA-CANC THRU LANCAR-TAXA-CANC-FIM
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-001.
                MOVE "ERRO NO CANCELAMENTO DA RESERVA" TO MENS
                MOVE W-DMA-AAAA TO W-AMD-AAAA.
       INVERTER-DATA-FIM.
                EXIT.
      *-------------------------------------------------------------
      * TAXA DE CANCELAMENTO: ARQCOB.DAT SO E ABERTO QUANDO HA TAXA
      * (TXNOSHOW > 0); SEM TAXA O CANCELAMENTO SEGUE COMO SEMPRE.
      * CANCELAR A MENOS DE PRAZO-CANCEL HORAS DA RETIRADA (OU
      * DEPOIS DELA) COBRA A MESMA TAXA DO NAO COMPARECIMENTO, COM
      * A MESMA CONTA EM MINUTOS DO ANO COMERCIAL DO RESV001.
      *-------------------------------------------------------------
       ABRIR-COBRANCA.
                MOVE "N" TO W-COB-ABERTO
                IF TAXA-NOSHOW = ZEROS
                   GO TO ABRIR-COBRANCA-FIM.
                OPEN I-O ARQCOB
                IF ST-ERRO-COB = "30" OR ST-ERRO-COB = "35"
                   OPEN OUTPUT ARQCOB
                   CLOSE ARQCOB
                   OPEN I-O ARQCOB.
                IF ST-ERRO-COB NOT = "00"
                   MOVE "00" TO ST-ERRO-COB
                   MOVE "*** COBRANCA INDISPONIVEL - SEM TAXA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABRIR-COBRANCA-FIM.
                MOVE "S" TO W-COB-ABERTO.
       ABRIR-COBRANCA-FIM.
                EXIT.

       CALC-TAXA-CANC.
                MOVE ZEROS TO W-TAXA-CANC
                IF W-COB-ABERTO NOT = "S"
                   GO TO CALC-TAXA-CANC-FIM.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                ACCEPT W-AGORA FROM TIME
                COMPUTE W-MIN-AGORA = (((W-ANO-HOJE * 360)
                        + (W-MES-HOJE * 30) + W-DIA-HOJE) * 1440)
                        + (W-HH-AGORA * 60) + W-MI-AGORA
                MOVE RESV-DATAINICIO TO W-DATA-DMA-NUM
                MOVE RESV-HORAINICIO TO W-HORA-HM-NUM
                COMPUTE W-MIN-RETIRADA = (((W-DMA-AAAA * 360)
                        + (W-DMA-MM * 30) + W-DMA-DD) * 1440)
                        + (W-HM-HH * 60) + W-HM-MI
                IF W-MIN-AGORA + (PRAZO-CANCEL * 60) < W-MIN-RETIRADA
                   GO TO CALC-TAXA-CANC-FIM.
                MOVE TAXA-NOSHOW TO W-TAXA-CANC
                MOVE W-TAXA-CANC TO W-TAXA-ED
                DISPLAY (24, 10) "CANCELAMENTO FORA DO PRAZO - TAXA:"
                DISPLAY (24, 45) W-TAXA-ED.
       CALC-TAXA-CANC-FIM.
                EXIT.

      * TAXA EM ABERTO CONTRA O DOCUMENTO DA RESERVA, COM A BIKE EM
      * COB-NUMERO E COB-LOCSEQ ZERADO, COMO NO RESV001
       LANCAR-TAXA-CANC.
                IF W-TAXA-CANC = ZEROS
                   GO TO LANCAR-TAXA-CANC-FIM.
                PERFORM ACHA-PROX-COBSEQ THRU ACHA-PROX-COBSEQ-FIM
                MOVE RESV-CPF       TO COB-CPF
                MOVE W-PROX-COBSEQ  TO COB-SEQ
                MOVE RESV-NUMERO    TO COB-NUMERO
                MOVE ZEROS          TO COB-LOCSEQ
                MOVE W-DIA-HOJE     TO W-DMA-DD
                MOVE W-MES-HOJE     TO W-DMA-MM
                MOVE W-ANO-HOJE     TO W-DMA-AAAA
                MOVE W-DATA-DMA-NUM TO COB-DATA
                MOVE W-TAXA-CANC    TO COB-VALOR
                MOVE "A"            TO COB-SITUACAO
                MOVE ZEROS          TO COB-VALOR-PAGO
                MOVE SPACES         TO COB-ESTAGIO
                MOVE ZEROS          TO COB-NOSSO-NUM
                WRITE REGCOB
                IF ST-ERRO-COB NOT = "00" AND "02"
                   MOVE "00" TO ST-ERRO-COB
                   MOVE "RESERVA CANCELADA - ERRO AO LANCAR A TAXA"
                                                       TO MENS
                   GO TO LANCAR-TAXA-CANC-FIM.
                MOVE "COB" TO JR-ARQUIVO
                MOVE "W"   TO JR-OPERACAO
                MOVE REGCOB TO JR-IMAGEM
                MOVE LK-OPER-ID TO JR-OPERADOR-ID
                PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM
                MOVE "RESERVA CANCELADA - TAXA LANCADA EM COBRANCA"
                                                       TO MENS.
       LANCAR-TAXA-CANC-FIM.
                EXIT.

      * PERCORRE AS COBRANCAS DO DOCUMENTO PARA ACHAR A PROXIMA
      * SEQUENCIA, MESMO ESQUEMA DO ACHA-PROX-COBSEQ DO SGB-004
       ACHA-PROX-COBSEQ.
                MOVE ZEROS TO W-PROX-COBSEQ
                MOVE RESV-CPF TO COB-CPF
                MOVE ZEROS TO COB-SEQ
                START ARQCOB KEY IS NOT LESS CHAVE-COB
                    INVALID KEY MOVE "10" TO ST-ERRO-COB.
                IF ST-ERRO-COB = "10" GO TO ACHA-PROX-COBSEQ-FIM.
       ACHA-PROX-COBSEQ-LER.
                READ ARQCOB NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-COB.
                IF ST-ERRO-COB = "10" GO TO ACHA-PROX-COBSEQ-FIM.
                IF COB-CPF NOT = RESV-CPF GO TO ACHA-PROX-COBSEQ-FIM.
                MOVE COB-SEQ TO W-PROX-COBSEQ
                GO TO ACHA-PROX-COBSEQ-LER.
       ACHA-PROX-COBSEQ-FIM.
                ADD 1 TO W-PROX-COBSEQ
                MOVE "00" TO ST-ERRO-COB.
                EXIT.
      *
      * FILIAL DO OPERADOR CONTRA A FILIAL DA BIKE JA LIDA EM
      * REGBIKE, CONFORME O PARAMETRO FILIALPOL (CDPARAM):
                CLOSE ARQRESV ARQBIKE CLIENTES
                IF W-PJ-ABERTO = "S"
                   CLOSE CADCLIPJ.
                IF W-COB-ABERTO = "S"
                   CLOSE ARQCOB.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       COPY DATAVALP.
      *
       COPY PARAMVALP.
      *
       COPY JORNALP.
