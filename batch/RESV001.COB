       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * EXPIRACAO NOTURNA DAS RESERVAS NAO CUMPRIDAS     *
      * (NO-SHOW)                                        *
      **************************************************
      * A RESERVA DO SGB-007 (CDRESV) SO SAI DE "A" (ATIVA) QUANDO
      * O CLIENTE RETIRA A BIKE (SGB-004/KIOSK001 MARCAM "C") OU
      * QUANDO O ATENDENTE CANCELA ("X") -- O CLIENTE QUE NAO
      * APARECE DEIXAVA A RESERVA ATIVA PARA SEMPRE, E A BIKE
      * PRESA PARA OS OUTROS CLIENTES NA JANELA. ESTE JOB PERCORRE
      * ARQRESV.DAT E MARCA COMO NAO COMPARECIMENTO ("N") TODA
      * RESERVA ATIVA CUJA HORA DE RETIRADA JA PASSOU HA MAIS DE
      * NOSHOWTOL HORAS (CDPARAM, PADRAO 2) SEM LOCACAO. A RESERVA
      * "N" DEIXA DE BLOQUEAR A BIKE NO SGB-004, NO KIOSK001 E NO
      * PROPRIO SGB-007, QUE SO CONSIDERAM RESERVAS "A".
      * COM A BIKE NO SALAO (SITUACAO "A"), O CLIENTE MAIS ANTIGO
      * AGUARDANDO A FILIAL + CATEGORIA NA LISTA DE ESPERA
      * (ARQESPERA.DAT) E AVISADO PELO GATEWAY DE SMS: UMA LINHA EM
      * AVISOESP.TXT, TEXTO DELIMITADO POR ";"
      *     CPF;NOME;DDD;TELEFONE;FILIAL;CATEGORIA;BIKE
      * E A ENTRADA E MARCADA COMO CHAMADA ("C"), COMO O SGB-004 FAZ
      * NA DEVOLUCAO. CLIENTE COM OPT-OUT DE SMS (ARQCONS.DAT) NAO
      * E AVISADO AQUI E CONTINUA AGUARDANDO O ATENDENTE.
      * COM O PARAMETRO TXNOSHOW (VALOR EM REAIS) MAIOR QUE ZERO, A
      * TAXA DE NAO COMPARECIMENTO E LANCADA EM ABERTO NO
      * ARQCOB.DAT CONTRA O DOCUMENTO DA RESERVA, COM A BIKE EM
      * COB-NUMERO E COB-LOCSEQ ZERADO -- ZERO NUNCA E SEQUENCIA DE
      * LOCACAO, E A TAXA NAO SE CONFUNDE COM A MULTA DE UMA
      * LOCACAO DA MESMA BIKE. A RESERVA E REGRAVADA "N" ANTES DA
      * TAXA, E SO AS ATIVAS SAO LIDAS: REEXECUTAR O JOB NO MESMO
      * DIA NAO COBRA DUAS VEZES. A COBRANCA ENTRA NO JORNAL
      * JORNALMV.DAT (COPY JORNAL.), COMO TODA GRAVACAO EM ARQCOB.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT ARQRESV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RESV
                    FILE STATUS  IS ST-ERRO-RSV.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    FILE STATUS  IS ST-ERRO-BIKE
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.

           SELECT ARQESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ESP
                    FILE STATUS  IS ST-ERRO-ESP.

           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COB
                    FILE STATUS  IS ST-ERRO-COB.

           SELECT ARQCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONS
                    FILE STATUS  IS ST-ERRO-CNS.

           SELECT AVISOESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AVS.

           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD ARQRESV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESV.DAT".
       01 REGRESV.
                03 CHAVE-RESV.
                   05 RESV-NUMERO       PIC 9(4).
                   05 RESV-SEQ          PIC 9(4).
                03 RESV-CPF             PIC 9(14).
                03 RESV-DATAINICIO      PIC 9(8).
                03 RESV-HORAINICIO      PIC 9(4).
                03 RESV-DATAFIM         PIC 9(8).
                03 RESV-HORAFIM         PIC 9(4).
                03 RESV-SITUACAO        PIC X(01).
                   88 RESV-ATIVA             VALUE "A".
                   88 RESV-CUMPRIDA          VALUE "C".
                   88 RESV-CANCELADA         VALUE "X".
                   88 RESV-NOSHOW            VALUE "N".

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

       FD ARQESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESPERA.DAT".
       01 REGESP.
                03 CHAVE-ESP.
                   05 ESP-FILIAL        PIC 9(1).
                   05 ESP-CATEGORIA     PIC X(1).
                   05 ESP-SEQ           PIC 9(4).
                03 ESP-CPF              PIC 9(11).
                03 ESP-NOME             PIC X(35).
                03 ESP-DDD              PIC 9(2).
                03 ESP-TELNUM           PIC 9(9).
                03 ESP-DATA             PIC 9(8).
                03 ESP-SITUACAO         PIC X(1).
                   88 ESP-AGUARDANDO        VALUE "A".
                   88 ESP-CHAMADO           VALUE "C".
                   88 ESP-CANCELADO         VALUE "X".

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

       FD ARQCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONS.DAT".
       01 REGCONS.
                03 CHAVE-CONS.
                   05 CONS-CPF          PIC 9(14).
                   05 CONS-CANAL        PIC X(01).
                03 CONS-OPTIN           PIC X(01).
                03 CONS-DATA            PIC 9(08).
                03 CONS-OPERADOR        PIC X(08).

       FD AVISOESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISOESP.TXT".
       01 LINHA-AVS                    PIC X(80).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY PARAMVAL.
       COPY CONSVAL.
       COPY JORNAL.
       77 ST-ERRO-RSV      PIC X(02) VALUE "00".
       77 ST-ERRO-BIKE     PIC X(02) VALUE "00".
       77 ST-ERRO-ESP      PIC X(02) VALUE "00".
       77 ST-ERRO-COB      PIC X(02) VALUE "00".
       77 ST-ERRO-AVS      PIC X(02) VALUE "00".
       77 W-ESP-ABERTO     PIC X(01) VALUE "N".
       77 W-COB-ABERTO     PIC X(01) VALUE "N".
       77 TOLERANCIA-NOSHOW PIC 9(03) VALUE 2.
       77 TAXA-NOSHOW      PIC 9(6)V99 VALUE ZEROS.
       77 W-PROX-COBSEQ    PIC 9(04) VALUE ZEROS.
       77 W-MIN-AGORA      PIC 9(10) VALUE ZEROS.
       77 W-MIN-LIMITE     PIC 9(10) VALUE ZEROS.
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ATIVAS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-NOSHOW    PIC 9(06) VALUE ZEROS.
       77 W-CONT-TAXAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-AVISOS    PIC 9(06) VALUE ZEROS.
       77 W-CONT-OPTOUT    PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).

       01 W-AGORA.
          03 W-HH-AGORA     PIC 9(02).
          03 W-MI-AGORA     PIC 9(02).
          03 FILLER         PIC 9(04).

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).

       01 W-HORA-HM.
          03 W-HM-HH        PIC 9(02).
          03 W-HM-MI        PIC 9(02).
       01 W-HORA-HM-NUM REDEFINES W-HORA-HM PIC 9(04).

       01 LINHA-AVS-REC.
           03 LA-CPF       PIC 9(11).
           03 FILLER       PIC X(01) VALUE ";".
           03 LA-NOME      PIC X(35).
           03 FILLER       PIC X(01) VALUE ";".
           03 LA-DDD       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 LA-TELNUM    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LA-FILIAL    PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LA-CATEGORIA PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LA-BIKE      PIC 9(04).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-AGORA FROM TIME
           COMPUTE W-MIN-AGORA = (((W-ANO-HOJE * 360)
                   + (W-MES-HOJE * 30) + W-DIA-HOJE) * 1440)
                   + (W-HH-AGORA * 60) + W-MI-AGORA
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM ABRIR-CONSENT THRU ABRIR-CONSENT-FIM
           PERFORM EXPIRAR-RESERVAS THRU EXPIRAR-RESERVAS-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "RESERVAS LIDAS.........: " W-CONT-LIDAS
           DISPLAY "RESERVAS ATIVAS........: " W-CONT-ATIVAS
           DISPLAY "EXPIRADAS (NO-SHOW)....: " W-CONT-NOSHOW
           DISPLAY "TAXAS LANCADAS.........: " W-CONT-TAXAS
           DISPLAY "AVISOS DA ESPERA.......: " W-CONT-AVISOS
           DISPLAY "SUPRIMIDOS POR OPT-OUT.: " W-CONT-OPTOUT
           MOVE W-CONT-LIDAS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * TOLERANCIA (HORAS DEPOIS DA HORA MARCADA DE RETIRADA) E
      * TAXA DE NAO COMPARECIMENTO, SOBREPOSTAS PELO CDPARAM
       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "NOSHOWTOL" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              MOVE PV-VALOR TO TOLERANCIA-NOSHOW.
           MOVE "TXNOSHOW" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S"
              MOVE PV-VALOR TO TAXA-NOSHOW.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN I-O ARQRESV
           IF ST-ERRO-RSV = "30" OR ST-ERRO-RSV = "35"
              DISPLAY "ARQRESV.DAT INEXISTENTE - NENHUMA RESERVA"
              MOVE 0 TO RETURN-CODE
              GOBACK.
           IF ST-ERRO-RSV NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO RESERVAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * SEM LISTA DE ESPERA NINGUEM E AVISADO; A EXPIRACAO SEGUE
           OPEN I-O ARQESPERA
           IF ST-ERRO-ESP = "00"
              MOVE "S" TO W-ESP-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-ESP.
           IF TAXA-NOSHOW = ZEROS
              GO TO ABRIR-ARQS-AVISO.
           OPEN I-O ARQCOB
           IF ST-ERRO-COB = "30" OR ST-ERRO-COB = "35"
              OPEN OUTPUT ARQCOB
              CLOSE ARQCOB
              OPEN I-O ARQCOB.
           IF ST-ERRO-COB NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO COBRANCA ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE "S" TO W-COB-ABERTO.
       ABRIR-ARQS-AVISO.
           OPEN OUTPUT AVISOESP
           IF ST-ERRO-AVS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO AVISOESP ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * RESERVA ATIVA COM A RETIRADA VENCIDA HA MAIS QUE A
      * TOLERANCIA VIRA "N"; A CONTA EM MINUTOS USA O MESMO ANO
      * COMERCIAL (360/30) DOS DEMAIS PRAZOS DO SISTEMA
       EXPIRAR-RESERVAS.
           CONTINUE.
       EXPIRAR-RESERVAS-LER.
           READ ARQRESV NEXT RECORD
               AT END GO TO EXPIRAR-RESERVAS-FIM.
           ADD 1 TO W-CONT-LIDAS
           IF NOT RESV-ATIVA
              GO TO EXPIRAR-RESERVAS-LER.
           ADD 1 TO W-CONT-ATIVAS
           MOVE RESV-DATAINICIO TO W-DATA-DMA-NUM
           MOVE RESV-HORAINICIO TO W-HORA-HM-NUM
           COMPUTE W-MIN-LIMITE = (((W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD) * 1440)
                   + (W-HM-HH * 60) + W-HM-MI
                   + (TOLERANCIA-NOSHOW * 60)
           IF W-MIN-AGORA NOT > W-MIN-LIMITE
              GO TO EXPIRAR-RESERVAS-LER.
           MOVE "N" TO RESV-SITUACAO
           REWRITE REGRESV
           IF ST-ERRO-RSV NOT = "00" AND "02"
              DISPLAY "*** ERRO AO EXPIRAR A RESERVA " RESV-NUMERO
                      "/" RESV-SEQ ": " ST-ERRO-RSV
              MOVE "00" TO ST-ERRO-RSV
              GO TO EXPIRAR-RESERVAS-LER.
           ADD 1 TO W-CONT-NOSHOW
           PERFORM LANCAR-TAXA THRU LANCAR-TAXA-FIM
           PERFORM AVISAR-ESPERA THRU AVISAR-ESPERA-FIM
           GO TO EXPIRAR-RESERVAS-LER.
       EXPIRAR-RESERVAS-FIM.
           EXIT.

      * TAXA DE NAO COMPARECIMENTO EM ABERTO NO ARQCOB.DAT, CONTRA
      * O DOCUMENTO DA RESERVA (COB-LOCSEQ ZERO = TAXA DE RESERVA)
       LANCAR-TAXA.
           IF W-COB-ABERTO NOT = "S"
              GO TO LANCAR-TAXA-FIM.
           PERFORM ACHA-PROX-COBSEQ THRU ACHA-PROX-COBSEQ-FIM
           MOVE RESV-CPF       TO COB-CPF
           MOVE W-PROX-COBSEQ  TO COB-SEQ
           MOVE RESV-NUMERO    TO COB-NUMERO
           MOVE ZEROS          TO COB-LOCSEQ
           MOVE W-DIA-HOJE     TO W-DMA-DD
           MOVE W-MES-HOJE     TO W-DMA-MM
           MOVE W-ANO-HOJE     TO W-DMA-AAAA
           MOVE W-DATA-DMA-NUM TO COB-DATA
           MOVE TAXA-NOSHOW    TO COB-VALOR
           MOVE "A"            TO COB-SITUACAO
           MOVE ZEROS          TO COB-VALOR-PAGO
           MOVE SPACES         TO COB-ESTAGIO
           MOVE ZEROS          TO COB-NOSSO-NUM
           WRITE REGCOB
           IF ST-ERRO-COB NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DA TAXA: " ST-ERRO-COB
              MOVE "00" TO ST-ERRO-COB
              GO TO LANCAR-TAXA-FIM.
           MOVE "COB" TO JR-ARQUIVO
           MOVE "W"   TO JR-OPERACAO
           MOVE REGCOB TO JR-IMAGEM
           MOVE "RESV001" TO JR-OPERADOR-ID
           PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM
           ADD 1 TO W-CONT-TAXAS.
       LANCAR-TAXA-FIM.
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

      * BIKE LIBERADA E NO SALAO: O MAIS ANTIGO AGUARDANDO A
      * FILIAL + CATEGORIA NA LISTA DE ESPERA VAI PARA O GATEWAY E
      * E MARCADO COMO CHAMADO
       AVISAR-ESPERA.
           IF W-ESP-ABERTO NOT = "S"
              GO TO AVISAR-ESPERA-FIM.
           MOVE RESV-NUMERO TO NUMERO
           READ ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              MOVE "00" TO ST-ERRO-BIKE
              GO TO AVISAR-ESPERA-FIM.
           IF SITUACAO NOT = "A"
              GO TO AVISAR-ESPERA-FIM.
           MOVE FILIAL    TO ESP-FILIAL
           MOVE CATEGORIA TO ESP-CATEGORIA
           MOVE ZEROS     TO ESP-SEQ
           START ARQESPERA KEY IS NOT LESS CHAVE-ESP
               INVALID KEY MOVE "10" TO ST-ERRO-ESP.
           IF ST-ERRO-ESP = "10"
              GO TO AVISAR-ESPERA-VOLTA.
       AVISAR-ESPERA-LER.
           READ ARQESPERA NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-ESP.
           IF ST-ERRO-ESP = "10"
              GO TO AVISAR-ESPERA-VOLTA.
           IF ESP-FILIAL NOT = FILIAL
              OR ESP-CATEGORIA NOT = CATEGORIA
              GO TO AVISAR-ESPERA-VOLTA.
           IF NOT ESP-AGUARDANDO
              GO TO AVISAR-ESPERA-LER.
           MOVE ESP-CPF TO CV-CPF
           PERFORM VERIF-CONSENT THRU VERIF-CONSENT-FIM
           IF CV-SMS-OK = "N"
              ADD 1 TO W-CONT-OPTOUT
              GO TO AVISAR-ESPERA-LER.
           MOVE ESP-CPF    TO LA-CPF
           MOVE ESP-NOME   TO LA-NOME
           MOVE ESP-DDD    TO LA-DDD
           MOVE ESP-TELNUM TO LA-TELNUM
           MOVE FILIAL     TO LA-FILIAL
           MOVE CATEGORIA  TO LA-CATEGORIA
           MOVE NUMERO     TO LA-BIKE
           MOVE SPACES        TO LINHA-AVS
           MOVE LINHA-AVS-REC TO LINHA-AVS
           WRITE LINHA-AVS
           MOVE "C" TO ESP-SITUACAO
           REWRITE REGESP
           ADD 1 TO W-CONT-AVISOS.
       AVISAR-ESPERA-VOLTA.
           MOVE "00" TO ST-ERRO-ESP.
       AVISAR-ESPERA-FIM.
           EXIT.

       FECHAR-ARQS.
           IF CV-ABERTO = "S"
              CLOSE ARQCONS.
           IF W-ESP-ABERTO = "S"
              CLOSE ARQESPERA.
           IF W-COB-ABERTO = "S"
              CLOSE ARQCOB.
           CLOSE ARQRESV
           CLOSE ARQBIKE
           CLOSE AVISOESP.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY PARAMVALP.
       COPY CONSVALP.
       COPY JORNALP.

       COPY JOBCNTP.
