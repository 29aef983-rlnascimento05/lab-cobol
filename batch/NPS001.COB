       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPS001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * EXTRATO NOTURNO DA PESQUISA DE SATISFACAO (NPS)   *
      * PARA O GATEWAY DE SMS/EMAIL                       *
      **************************************************
      * NAO SABIAMOS COMO O CLIENTE AVALIA CADA FILIAL OU CADA
      * BIKE. ESTE PASSO DO JOB001 SELECIONA EM ARQLOC.DAT AS
      * LOCACOES FECHADAS COM DEVOLUCAO ONTEM (DATA DO SISTEMA
      * MENOS UM DIA) E GRAVA NPSEXT.TXT PARA O GATEWAY ENVIAR A
      * PESQUISA, TEXTO DELIMITADO POR ";" NOS MOLDES DO
      * NOTIFICA.TXT DO NOTIF001:
      *     CHAVE-LOC;CPF;NOME;EMAIL;DDD;TELEFONE;FILIAL;CATEGORIA;
      *     DATADEV
      * (DATADEV EM DDMMAAAA). A FILIAL E A DE DEVOLUCAO
      * (LOC-FILIAL-DEV; LOCACAO ANTIGA, SEM ELA, A DE RETIRADA OU A
      * FILIAL ATUAL DA BIKE) E A CATEGORIA E A DA BIKE EM
      * ARQBIKE.DAT. CONTATO DO CLIENTE COMO NO NOTIF001 (CPF NO
      * CADCLIENTES, CNPJ NO CADCLIPJ) E CONSENTIMENTO PELO MESMO
      * COPY CONSVAL./CONSVALP.: CANAL COM OPT-OUT SAI EM BRANCO E
      * CLIENTE COM OS DOIS CANAIS VETADOS NAO E PESQUISADO.
      * UM MESMO CLIENTE NAO RECEBE MAIS DE UMA PESQUISA A CADA 30
      * DIAS (ANO COMERCIAL DE 360 DIAS, COMO NO NOTIF001), CONTADOS
      * PELO REGISTRO DE PESQUISAS ARQNPS.DAT: CADA LINHA DO EXTRATO
      * GRAVA UM REGISTRO NELE, NA CHAVE DA LOCACAO, COM O CLIENTE,
      * A FILIAL, A CATEGORIA E O OPERADOR DE BALCAO (PAG-OPERADOR
      * DO PAGAMENTO DA LOCACAO EM ARQPAG.DAT, QUE TEM A MESMA
      * CHAVE). E NESSE REGISTRO QUE O NPS002 GRAVA A RESPOSTA E O
      * REL077 APURA O NPS DO MES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOC
                    ALTERNATE RECORD KEY IS LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT ARQBIKE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMERO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-BIK.

           SELECT CADCLIPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS ST-ERRO-PJ.

           SELECT ARQCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CONS
                    FILE STATUS  IS ST-ERRO-CNS.

           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT ARQNPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NPS
                    ALTERNATE RECORD KEY IS NPS-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-NPS.

           SELECT NPSEXT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-EXT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

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

      * REGISTRO DE PESQUISAS NPS: UM POR LOCACAO PESQUISADA, NA
      * CHAVE DA LOCACAO. DATAS EM DDMMAAAA. NPS-SITUACAO "E" =
      * ENVIADA, "R" = RESPONDIDA (NPS002); NPS-ACOMP "S" = O REL077
      * JA ABRIU O ACOMPANHAMENTO DA NOTA BAIXA EM ARQNPSA.DAT
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

       FD NPSEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NPSEXT.TXT".
       01 LINHA-EXT                    PIC X(140).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY CONSVAL.
       COPY JOBCNT.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-BIK      PIC X(02) VALUE "00".
       77 ST-ERRO-PJ       PIC X(02) VALUE "00".
       77 ST-ERRO-CLI      PIC X(02) VALUE "00".
       77 ST-ERRO-NPS      PIC X(02) VALUE "00".
       77 ST-ERRO-EXT      PIC X(02) VALUE "00".
       77 W-PAG-ABERTO     PIC X(01) VALUE "N".
       77 W-BIK-ABERTO     PIC X(01) VALUE "N".
       77 W-PJ-ABERTO      PIC X(01) VALUE "N".
       77 W-ONTEM          PIC 9(08) VALUE ZEROS.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-ENVIO     PIC 9(07) VALUE ZEROS.
       77 W-INTERVALO      PIC 9(03) VALUE 30.
       77 W-RECENTE        PIC X(01) VALUE "N".
       77 W-DOC            PIC 9(14) VALUE ZEROS.
       77 W-FILIAL         PIC 9(01) VALUE ZEROS.
       77 W-CATEGORIA      PIC X(01) VALUE SPACES.
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-CONT-LIDAS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ONTEM     PIC 9(06) VALUE ZEROS.
       77 W-CONT-GRAVADAS  PIC 9(06) VALUE ZEROS.
       77 W-CONT-OPTOUT    PIC 9(06) VALUE ZEROS.
       77 W-CONT-RECENTE   PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-CLI   PIC 9(06) VALUE ZEROS.

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

      * ULTIMO DIA DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)
       01 TAB-FIM-MES.
           03 FILLER       PIC X(24) VALUE "312831303130313130313031".
       01 TAB-FIM-MES-R REDEFINES TAB-FIM-MES.
           03 FIM-MES      PIC 9(02) OCCURS 12 TIMES.
       77 W-AUX-BISS       PIC 9(04) VALUE ZEROS.

       01 LINHA-EXT-REC.
           03 LE-NUMERO    PIC 9(04).
           03 LE-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-CPF       PIC 9(14).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-NOME      PIC X(40).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-EMAIL     PIC X(35).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-DDD       PIC 9(02).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-TELNUM    PIC 9(09).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-FILIAL    PIC 9(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-CATEGORIA PIC X(01).
           03 FILLER       PIC X(01) VALUE ";".
           03 LE-DATADEV   PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           COMPUTE W-DIAS-HOJE =
                   (W-ANO-HOJE * 360) + (W-MES-HOJE * 30) + W-DIA-HOJE
           PERFORM CALCULAR-ONTEM THRU CALCULAR-ONTEM-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM ABRIR-CONSENT THRU ABRIR-CONSENT-FIM
           PERFORM LER-LOC THRU LER-LOC-FIM
           PERFORM PROC-LOC THRU PROC-LOC-FIM
               UNTIL ST-ERRO = "10"
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "DEVOLUCAO PESQUISADA......: " W-ONTEM
           DISPLAY "LOCACOES LIDAS............: " W-CONT-LIDAS
           DISPLAY "DEVOLVIDAS NO DIA.........: " W-CONT-ONTEM
           DISPLAY "PESQUISAS NO EXTRATO......: " W-CONT-GRAVADAS
           DISPLAY "PESQUISADO HA MENOS DE 30D: " W-CONT-RECENTE
           DISPLAY "SUPRIMIDAS POR OPT-OUT....: " W-CONT-OPTOUT
           DISPLAY "SEM CLIENTE CADASTRADO....: " W-CONT-SEM-CLI
           MOVE W-CONT-LIDAS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * ONTEM EM DDMMAAAA: DIA 1 VOLTA PARA O ULTIMO DIA DO MES
      * ANTERIOR (E 1 DE JANEIRO PARA 31 DE DEZEMBRO)
       CALCULAR-ONTEM.
           MOVE W-DIA-HOJE TO W-DMA-DD
           MOVE W-MES-HOJE TO W-DMA-MM
           MOVE W-ANO-HOJE TO W-DMA-AAAA
           IF W-DMA-DD > 1
              SUBTRACT 1 FROM W-DMA-DD
              GO TO CALCULAR-ONTEM-GUARDA.
           IF W-DMA-MM = 1
              MOVE 12 TO W-DMA-MM
              SUBTRACT 1 FROM W-DMA-AAAA
           ELSE
              SUBTRACT 1 FROM W-DMA-MM.
           MOVE FIM-MES (W-DMA-MM) TO W-DMA-DD
           IF W-DMA-MM = 2
              COMPUTE W-AUX-BISS = W-DMA-AAAA / 4
              COMPUTE W-AUX-BISS = W-DMA-AAAA - (W-AUX-BISS * 4)
              IF W-AUX-BISS = ZEROS
                 MOVE 29 TO W-DMA-DD.
       CALCULAR-ONTEM-GUARDA.
           MOVE W-DATA-DMA-NUM TO W-ONTEM.
       CALCULAR-ONTEM-FIM.
           EXIT.

       ABRIR-ARQS.
           OPEN INPUT ARQLOC
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO LOC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CLIENTES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DO CADASTRO PJ, DOS PAGAMENTOS E DA FROTA:
      * SEM ELES, A PESQUISA SAI SEM O CLIENTE PJ, SEM O OPERADOR OU
      * SEM A CATEGORIA
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO W-PJ-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PJ.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG = "00"
              MOVE "S" TO W-PAG-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PAG.
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIK = "00"
              MOVE "S" TO W-BIK-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-BIK.
      * O REGISTRO DE PESQUISAS E CRIADO VAZIO NA PRIMEIRA EXECUCAO
           OPEN I-O ARQNPS
           IF ST-ERRO-NPS = "30" OR ST-ERRO-NPS = "35"
              OPEN OUTPUT ARQNPS
              CLOSE ARQNPS
              OPEN I-O ARQNPS.
           IF ST-ERRO-NPS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO ARQNPS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT NPSEXT
           IF ST-ERRO-EXT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO NPSEXT ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

       LER-LOC.
           READ ARQLOC NEXT RECORD
               AT END MOVE "10" TO ST-ERRO.
       LER-LOC-FIM.
           EXIT.

       PROC-LOC.
           ADD 1 TO W-CONT-LIDAS
           IF LOC-FECHADA AND LOC-DATADEVOLUCAO = W-ONTEM
              ADD 1 TO W-CONT-ONTEM
              PERFORM GRAVAR-PESQUISA THRU GRAVAR-PESQUISA-FIM.
           PERFORM LER-LOC THRU LER-LOC-FIM.
       PROC-LOC-FIM.
           EXIT.

      * LOCACAO JA PESQUISADA (REEXECUCAO NO MESMO DIA) OU CLIENTE
      * PESQUISADO NOS ULTIMOS 30 DIAS FICA DE FORA; O CONTATO E O
      * CONSENTIMENTO SEGUEM O GRAVAR-NOTIFICACAO DO NOTIF001
       GRAVAR-PESQUISA.
           MOVE CHAVE-LOC TO CHAVE-NPS
           READ ARQNPS
               INVALID KEY MOVE "00" TO ST-ERRO-NPS
               NOT INVALID KEY
                  ADD 1 TO W-CONT-RECENTE
                  GO TO GRAVAR-PESQUISA-FIM.
           PERFORM VERIFICAR-RECENTE THRU VERIFICAR-RECENTE-FIM
           IF W-RECENTE = "S"
              ADD 1 TO W-CONT-RECENTE
              GO TO GRAVAR-PESQUISA-FIM.
           IF LOC-CPF > 99999999999
              GO TO GRAVAR-PESQUISA-PJ.
           MOVE LOC-CPF TO CPF
           READ CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              ADD 1 TO W-CONT-SEM-CLI
              MOVE "00" TO ST-ERRO-CLI
              GO TO GRAVAR-PESQUISA-FIM.
           MOVE NOME          TO LE-NOME
           MOVE EMAIL         TO LE-EMAIL
           MOVE DDD           TO LE-DDD
           MOVE TELNUM        TO LE-TELNUM
           GO TO GRAVAR-PESQUISA-LIN.
       GRAVAR-PESQUISA-PJ.
           IF W-PJ-ABERTO NOT = "S"
              ADD 1 TO W-CONT-SEM-CLI
              GO TO GRAVAR-PESQUISA-FIM.
           MOVE LOC-CPF TO CNPJ
           READ CADCLIPJ
           IF ST-ERRO-PJ NOT = "00"
              ADD 1 TO W-CONT-SEM-CLI
              MOVE "00" TO ST-ERRO-PJ
              GO TO GRAVAR-PESQUISA-FIM.
           MOVE RAZAO-SOCIAL  TO LE-NOME
           MOVE EMAIL-PJ      TO LE-EMAIL
           MOVE DDD-PJ        TO LE-DDD
           MOVE TELNUM-PJ     TO LE-TELNUM.
       GRAVAR-PESQUISA-LIN.
           MOVE LOC-CPF TO CV-CPF
           PERFORM VERIF-CONSENT THRU VERIF-CONSENT-FIM
           IF CV-EMAIL-OK = "N" AND CV-SMS-OK = "N"
              ADD 1 TO W-CONT-OPTOUT
              GO TO GRAVAR-PESQUISA-FIM.
           IF CV-EMAIL-OK = "N"
              MOVE SPACES TO LE-EMAIL.
           IF CV-SMS-OK = "N"
              MOVE ZEROS TO LE-DDD LE-TELNUM.
           PERFORM BUSCAR-DADOS-LOC THRU BUSCAR-DADOS-LOC-FIM
           MOVE LOC-NUMERO        TO LE-NUMERO
           MOVE LOC-SEQ           TO LE-SEQ
           MOVE LOC-CPF           TO LE-CPF
           MOVE W-FILIAL          TO LE-FILIAL
           MOVE W-CATEGORIA       TO LE-CATEGORIA
           MOVE LOC-DATADEVOLUCAO TO LE-DATADEV
           MOVE SPACES        TO LINHA-EXT
           MOVE LINHA-EXT-REC TO LINHA-EXT
           WRITE LINHA-EXT
           ADD 1 TO W-CONT-GRAVADAS
           MOVE SPACES            TO REGNPS
           MOVE CHAVE-LOC         TO CHAVE-NPS
           MOVE LOC-CPF           TO NPS-CPF
           MOVE LOC-DATADEVOLUCAO TO NPS-DATA-DEV
           MOVE W-HOJE-DMA-NUM    TO NPS-DATA-ENVIO
           MOVE W-FILIAL          TO NPS-FILIAL
           MOVE W-CATEGORIA       TO NPS-CATEGORIA
           MOVE W-OPERADOR        TO NPS-OPERADOR
           MOVE "E"               TO NPS-SITUACAO
           MOVE ZEROS             TO NPS-NOTA NPS-DATA-RESP
           MOVE "N"               TO NPS-ACOMP
           WRITE REGNPS
               INVALID KEY
                  DISPLAY "*** PESQUISA JA REGISTRADA: " CHAVE-NPS.
       GRAVAR-PESQUISA-FIM.
           EXIT.

      * ALGUMA PESQUISA ENVIADA AO MESMO DOCUMENTO HA MENOS DE 30
      * DIAS? PERCORRE O ARQNPS PELA CHAVE ALTERNATIVA NPS-CPF
       VERIFICAR-RECENTE.
           MOVE "N"     TO W-RECENTE
           MOVE LOC-CPF TO W-DOC
           MOVE LOC-CPF TO NPS-CPF
           START ARQNPS KEY IS EQUAL NPS-CPF
               INVALID KEY
                  MOVE "00" TO ST-ERRO-NPS
                  GO TO VERIFICAR-RECENTE-FIM.
       VERIFICAR-RECENTE-LER.
           READ ARQNPS NEXT RECORD
               AT END
                  MOVE "00" TO ST-ERRO-NPS
                  GO TO VERIFICAR-RECENTE-FIM.
           IF NPS-CPF NOT = W-DOC
              GO TO VERIFICAR-RECENTE-FIM.
           MOVE NPS-DATA-ENVIO TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-ENVIO = (W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD
           IF W-DIAS-HOJE - W-DIAS-ENVIO < W-INTERVALO
              MOVE "S" TO W-RECENTE
              GO TO VERIFICAR-RECENTE-FIM.
           GO TO VERIFICAR-RECENTE-LER.
       VERIFICAR-RECENTE-FIM.
           EXIT.

      * FILIAL (DEVOLUCAO, RETIRADA OU A DA BIKE), CATEGORIA DA BIKE
      * E OPERADOR QUE RECEBEU O PAGAMENTO DA LOCACAO
       BUSCAR-DADOS-LOC.
           MOVE LOC-FILIAL-DEV TO W-FILIAL
           IF W-FILIAL = ZEROS
              MOVE LOC-FILIAL-ORIG TO W-FILIAL.
           MOVE SPACES TO W-CATEGORIA W-OPERADOR
           IF W-BIK-ABERTO = "S"
              MOVE LOC-NUMERO TO NUMERO
              READ ARQBIKE
                  INVALID KEY MOVE "00" TO ST-ERRO-BIK
                  NOT INVALID KEY
                     MOVE CATEGORIA TO W-CATEGORIA
                     IF W-FILIAL = ZEROS
                        MOVE FILIAL TO W-FILIAL.
           IF W-PAG-ABERTO = "S"
              MOVE CHAVE-LOC TO CHAVE-PAG
              READ ARQPAG
                  INVALID KEY MOVE "00" TO ST-ERRO-PAG
                  NOT INVALID KEY MOVE PAG-OPERADOR TO W-OPERADOR.
       BUSCAR-DADOS-LOC-FIM.
           EXIT.

       FECHAR-ARQS.
           IF CV-ABERTO = "S"
              CLOSE ARQCONS.
           IF W-PJ-ABERTO = "S"
              CLOSE CADCLIPJ.
           IF W-PAG-ABERTO = "S"
              CLOSE ARQPAG.
           IF W-BIK-ABERTO = "S"
              CLOSE ARQBIKE.
           CLOSE ARQLOC
           CLOSE CLIENTES
           CLOSE ARQNPS
           CLOSE NPSEXT.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY CONSVALP.

       COPY JOBCNTP.
