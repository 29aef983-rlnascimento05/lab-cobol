       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESV002.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * IMPORTACAO DAS RESERVAS FEITAS NO SITE           *
      **************************************************
      * O SITE RECEBE PEDIDOS DE RESERVA, QUE ATE AQUI ERAM
      * REDIGITADOS UM A UM NO SGB-007 (CDRESV). ESTE JOB LE
      * ARQWEB.TXT, O EXTRATO DE PEDIDOS DEIXADO PELO SITE (TEXTO COM
      * CAMPOS SEPARADOS POR ";"):
      *     ID;DOCUMENTO;FILIAL;CATEGORIA;DATAINI;HORAINI;DATAFIM;
      *     HORAFIM
      * COM DATAS DDMMAAAA E HORAS HHMM, COMO NA TELA DO SGB-007. O
      * DOCUMENTO E O CPF (OU CNPJ, OU O NUMERO DE ESTRANGEIRO NA
      * FAIXA 99...) SO COM DIGITOS, OU O PASSAPORTE DE UM
      * ESTRANGEIRO JA CADASTRADO EM ARQESTRG.DAT (CADESTR). CLIENTE
      * DESCONHECIDO E RECUSADO COM O MOTIVO -- O CADASTRO CONTINUA
      * SENDO FEITO NO BALCAO, NUNCA POR AQUI.
      * PARA CADA PEDIDO ACEITO O JOB ESCOLHE A PRIMEIRA BIKE DA
      * FILIAL + CATEGORIA EM OPERACAO (NEM "R", NEM "B", NEM "D")
      * SEM RESERVA ATIVA ENCAVALADA NA JANELA DE DATAS -- A MESMA
      * REGRA DO VERIF-CONFLITO DO SGB-007 -- E GRAVA A RESERVA "A"
      * EM ARQRESV.DAT NA PROXIMA SEQUENCIA DA BIKE. A RESPOSTA VAI
      * PARA RESV002.TXT, UMA LINHA POR PEDIDO, PARA O SITE MANDAR O
      * E-MAIL AO CLIENTE:
      *     ID;ACEITA/RECUSADA;BIKE;SEQUENCIA;MOTIVO
      * PEDIDO IDEMPOTENTE, COMO O TXID DO KIOSK001: O ID DO SITE E
      * CONFERIDO EM ARQWPROC.DAT ANTES DE QUALQUER ACAO, E O PEDIDO
      * REENVIADO RECEBE "JA PROCESSADA" COM O RESULTADO ORIGINAL EM
      * VEZ DE UMA SEGUNDA RESERVA. OS IDS COM MAIS DE RETENCAO-DIAS
      * DIAS SAO EXPURGADOS NO INICIO DE CADA EXECUCAO. FALHA NA
      * GRAVACAO DA RESERVA NAO E GUARDADA NO CONTROLE, PARA O
      * REENVIO DO PEDIDO SER TENTADO DE NOVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQWEB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-WEB.

           SELECT ARQWRESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RSP.

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

           SELECT ARQESTRG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESTR-DOC
                    ALTERNATE RECORD KEY IS ESTR-PASSAPORTE
                    FILE STATUS  IS ST-ERRO-ETR.

           SELECT ARQWPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WPROC-ID
                    FILE STATUS  IS ST-ERRO-WPR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD ARQWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQWEB.TXT".
       01 LINHA-WEB                   PIC X(80).

       FD ARQWRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESV002.TXT".
       01 LINHA-WRESP                 PIC X(80).

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

       FD ARQESTRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTRG.DAT".
       01 REGESTR.
                03 ESTR-DOC             PIC 9(14).
                03 ESTR-PASSAPORTE      PIC X(12).
                03 ESTR-PAIS            PIC X(3).
                03 ESTR-NOME            PIC X(35).
                03 ESTR-DATANASC.
                    05 ESTR-DIA         PIC 9(2).
                    05 ESTR-MES         PIC 9(2).
                    05 ESTR-ANO         PIC 9(4).
                03 ESTR-EMAIL           PIC X(35).
                03 ESTR-TELEFONE.
                   05 ESTR-DDI          PIC 9(03).
                   05 ESTR-TELNUM       PIC 9(11).
                03 ESTR-SITUACAO        PIC X(1).
                   88 ESTR-ATIVO            VALUE "A".
                   88 ESTR-INATIVO          VALUE "I".

       FD ARQWPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQWPROC.DAT".
       01 REGWPROC.
                03 WPROC-ID             PIC X(12).
                03 WPROC-DATA           PIC 9(8).
                03 WPROC-STATUS         PIC X(8).
                03 WPROC-BIKE           PIC 9(4).
                03 WPROC-SEQ            PIC 9(4).
                03 WPROC-MOTIVO         PIC X(40).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY DATAVAL.
       77 ST-ERRO-WEB      PIC X(02) VALUE "00".
       77 ST-ERRO-RSP      PIC X(02) VALUE "00".
       77 ST-ERRO-RSV      PIC X(02) VALUE "00".
       77 ST-ERRO-BIKE     PIC X(02) VALUE "00".
       77 ST-ERRO-CLI      PIC X(02) VALUE "00".
       77 ST-ERRO-PJ       PIC X(02) VALUE "00".
       77 ST-ERRO-ETR      PIC X(02) VALUE "00".
       77 ST-ERRO-WPR      PIC X(02) VALUE "00".
       77 W-PJ-ABERTO      PIC X(01) VALUE "N".
       77 W-ESTR-ABERTO    PIC X(01) VALUE "N".
       77 RETENCAO-DIAS    PIC 9(03) VALUE 90.
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-ACEITOS   PIC 9(06) VALUE ZEROS.
       77 W-CONT-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 W-CONT-DUPLIC    PIC 9(06) VALUE ZEROS.
       77 W-CONT-EXPURGO   PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-PROC      PIC 9(07) VALUE ZEROS.
       77 W-MIN-AGORA      PIC 9(10) VALUE ZEROS.
       77 W-MIN-RETIRADA   PIC 9(10) VALUE ZEROS.
       77 W-MOTIVO         PIC X(40) VALUE SPACES.
       77 W-GUARDAR        PIC X(01) VALUE "S".
       77 W-CLIENTE-DOC    PIC 9(14) VALUE ZEROS.
       77 W-DOC-TAM        PIC 9(02) VALUE ZEROS.
       77 W-DOC-POS        PIC 9(02) VALUE ZEROS.
       77 W-ACHOU-BIKE     PIC X(01) VALUE "N".
       77 W-BIKE-ESCOLHIDA PIC 9(04) VALUE ZEROS.
       77 W-PROX-SEQ       PIC 9(04) VALUE ZEROS.
       77 W-CONFLITO       PIC X(01) VALUE "N".
           88 W-CONFLITO-SIM    VALUE "S".
       77 W-INICIO-AMD     PIC 9(08) VALUE ZEROS.
       77 W-FIM-AMD        PIC 9(08) VALUE ZEROS.
       77 W-RINICIO-AMD    PIC 9(08) VALUE ZEROS.
       77 W-RFIM-AMD       PIC 9(08) VALUE ZEROS.

      * CAMPOS DA LINHA DO SITE; OS NUMERICOS CHEGAM COMO TEXTO E SO
      * SAO USADOS DEPOIS DE TESTADOS
       01 W-CAMPOS.
           03 W-ID              PIC X(12).
           03 W-DOC-TXT         PIC X(14).
           03 W-FILIAL-X        PIC X(01).
           03 W-FILIAL-N REDEFINES W-FILIAL-X
                                PIC 9(01).
           03 W-CATEGORIA       PIC X(01).
           03 W-DATAINI-X       PIC X(08).
           03 W-DATAINI-N REDEFINES W-DATAINI-X
                                PIC 9(08).
           03 W-HORAINI-X       PIC X(04).
           03 W-HORAINI-R REDEFINES W-HORAINI-X.
              05 W-HORAINI-HH   PIC 9(02).
              05 W-HORAINI-MI   PIC 9(02).
           03 W-HORAINI-N REDEFINES W-HORAINI-X
                                PIC 9(04).
           03 W-DATAFIM-X       PIC X(08).
           03 W-DATAFIM-N REDEFINES W-DATAFIM-X
                                PIC 9(08).
           03 W-HORAFIM-X       PIC X(04).
           03 W-HORAFIM-R REDEFINES W-HORAFIM-X.
              05 W-HORAFIM-HH   PIC 9(02).
              05 W-HORAFIM-MI   PIC 9(02).
           03 W-HORAFIM-N REDEFINES W-HORAFIM-X
                                PIC 9(04).

      * DOCUMENTO ALINHADO A DIREITA COM ZEROS: ATE 11 DIGITOS E CPF
      * DE CADCLIENTES, ACIMA DISSO CNPJ DE CADCLIPJ E, NA FAIXA
      * 99..., ESTRANGEIRO DE ARQESTRG (COMO NO KIOSK001)
       01 W-DOC-X               PIC X(14) VALUE ZEROS.
       01 W-DOC-NUM REDEFINES W-DOC-X
                                PIC 9(14).

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

       01 W-AGORA.
          03 W-HH-AGORA     PIC 9(02).
          03 W-MI-AGORA     PIC 9(02).
          03 FILLER         PIC 9(04).

      * CAMPOS PARA COMPARAR DATAS DDMMAAAA EM ORDEM AAAAMMDD
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

       01 LINHA-WRESP-REC.
           03 LW-ID        PIC X(12).
           03 FILLER       PIC X(01) VALUE ";".
           03 LW-STATUS    PIC X(08).
           03 FILLER       PIC X(01) VALUE ";".
           03 LW-BIKE      PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LW-SEQ       PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LW-MOTIVO    PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-AGORA FROM TIME
           MOVE W-DIA-HOJE  TO W-HOJE-DD
           MOVE W-MES-HOJE  TO W-HOJE-MM
           MOVE W-ANO-HOJE  TO W-HOJE-AAAA
           COMPUTE W-DIAS-HOJE =
                   (W-ANO-HOJE * 360) + (W-MES-HOJE * 30) + W-DIA-HOJE
           COMPUTE W-MIN-AGORA = (W-DIAS-HOJE * 1440)
                   + (W-HH-AGORA * 60) + W-MI-AGORA
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM EXPURGAR-PROCESSADAS THRU EXPURGAR-PROCESSADAS-FIM
           PERFORM LER-LINHA THRU LER-LINHA-FIM
           PERFORM PROC-LINHAS THRU PROC-LINHAS-FIM
               UNTIL ST-ERRO-WEB = "10"
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "PEDIDOS LIDOS..........: " W-CONT-LIDOS
           DISPLAY "RESERVAS ACEITAS.......: " W-CONT-ACEITOS
           DISPLAY "PEDIDOS RECUSADOS......: " W-CONT-RECUSADOS
           DISPLAY "JA PROCESSADOS.........: " W-CONT-DUPLIC
           DISPLAY "EXPURGADOS DO CONTROLE.: " W-CONT-EXPURGO
           MOVE W-CONT-LIDOS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * SEM EXTRATO DO SITE NAO HA O QUE IMPORTAR: A ROTINA SEGUE.
      * OS CADASTROS DE EMPRESAS E DE ESTRANGEIROS SAO OPCIONAIS --
      * SEM ELES, O DOCUMENTO CORRESPONDENTE E RECUSADO
       ABRIR-ARQS.
           OPEN INPUT ARQWEB
           IF ST-ERRO-WEB = "30" OR ST-ERRO-WEB = "35"
              DISPLAY "ARQWEB.TXT INEXISTENTE - NENHUM PEDIDO DO SITE"
              MOVE 0 TO RETURN-CODE
              GOBACK.
           IF ST-ERRO-WEB NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO ARQWEB ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT ARQWRESP
           IF ST-ERRO-RSP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE RESPOSTA ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO BIKE ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CLIENTES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT CADCLIPJ
           IF ST-ERRO-PJ = "00"
              MOVE "S" TO W-PJ-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-PJ.
           OPEN INPUT ARQESTRG
           IF ST-ERRO-ETR = "00"
              MOVE "S" TO W-ESTR-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-ETR.
       ABRIR-ARQS-RESV.
           OPEN I-O ARQRESV
           IF ST-ERRO-RSV = "30" OR ST-ERRO-RSV = "35"
              OPEN OUTPUT ARQRESV
              CLOSE ARQRESV
              GO TO ABRIR-ARQS-RESV.
           IF ST-ERRO-RSV NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO RESERVAS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-WPROC.
           OPEN I-O ARQWPROC
           IF ST-ERRO-WPR = "30" OR ST-ERRO-WPR = "35"
              OPEN OUTPUT ARQWPROC
              CLOSE ARQWPROC
              GO TO ABRIR-ARQS-WPROC.
           IF ST-ERRO-WPR NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQ WPROC ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

       LER-LINHA.
           READ ARQWEB
               AT END MOVE "10" TO ST-ERRO-WEB.
       LER-LINHA-FIM.
           EXIT.

       PROC-LINHAS.
           ADD 1 TO W-CONT-LIDOS
           PERFORM QUEBRAR-LINHA THRU QUEBRAR-LINHA-FIM
           MOVE "S" TO W-GUARDAR
           MOVE ZEROS TO W-BIKE-ESCOLHIDA W-PROX-SEQ
           IF W-ID = SPACES
              MOVE "N" TO W-GUARDAR
              MOVE "IDENTIFICADOR DO PEDIDO NAO INFORMADO"
                                                    TO W-MOTIVO
              PERFORM RESP-RECUSA THRU RESP-RECUSA-FIM
              GO TO PROC-LINHAS-PROX.
           MOVE W-ID TO WPROC-ID
           READ ARQWPROC
           IF ST-ERRO-WPR = "00"
              PERFORM RESP-JA-PROCESSADA
                                   THRU RESP-JA-PROCESSADA-FIM
              GO TO PROC-LINHAS-PROX.
           MOVE "00" TO ST-ERRO-WPR
           PERFORM VALIDAR-PEDIDO THRU VALIDAR-PEDIDO-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM RESP-RECUSA THRU RESP-RECUSA-FIM
              GO TO PROC-LINHAS-PROX.
           PERFORM ESCOLHER-BIKE THRU ESCOLHER-BIKE-FIM
           IF W-ACHOU-BIKE NOT = "S"
              MOVE "SEM BIKE LIVRE NA FILIAL/CATEGORIA" TO W-MOTIVO
              PERFORM RESP-RECUSA THRU RESP-RECUSA-FIM
              GO TO PROC-LINHAS-PROX.
           PERFORM GRAVAR-RESERVA THRU GRAVAR-RESERVA-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM RESP-RECUSA THRU RESP-RECUSA-FIM
              GO TO PROC-LINHAS-PROX.
           PERFORM RESP-ACEITA THRU RESP-ACEITA-FIM.
       PROC-LINHAS-PROX.
           PERFORM LER-LINHA THRU LER-LINHA-FIM.
       PROC-LINHAS-FIM.
           EXIT.

      * O DOCUMENTO E REALINHADO A DIREITA COM ZEROS PELO TAMANHO
      * LIDO, PARA O CPF DE 11 DIGITOS NAO VIRAR OUTRO NUMERO
       QUEBRAR-LINHA.
           MOVE SPACES TO W-CAMPOS
           MOVE ZEROS TO W-DOC-TAM
           UNSTRING LINHA-WEB DELIMITED BY ";"
                   INTO W-ID
                        W-DOC-TXT COUNT IN W-DOC-TAM
                        W-FILIAL-X W-CATEGORIA
                        W-DATAINI-X W-HORAINI-X
                        W-DATAFIM-X W-HORAFIM-X
           INSPECT W-CATEGORIA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO W-DOC-X
           IF W-DOC-TAM > 0 AND W-DOC-TAM NOT > 14
              COMPUTE W-DOC-POS = 15 - W-DOC-TAM
              MOVE W-DOC-TXT (1:W-DOC-TAM)
                                TO W-DOC-X (W-DOC-POS:W-DOC-TAM).
       QUEBRAR-LINHA-FIM.
           EXIT.

      * CONFERE OS CAMPOS DO PEDIDO E O CLIENTE; NA RECUSA DEVOLVE O
      * MOTIVO EM W-MOTIVO, QUE VAI PARA O E-MAIL DO CLIENTE
       VALIDAR-PEDIDO.
           MOVE SPACES TO W-MOTIVO
           IF W-FILIAL-X NOT NUMERIC
              MOVE "FILIAL INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-FILIAL-N = 0 OR W-FILIAL-N > 5
              MOVE "FILIAL INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-CATEGORIA = SPACES
              MOVE "CATEGORIA NAO INFORMADA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-DATAINI-X NOT NUMERIC
              MOVE "DATA DA RETIRADA INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           MOVE W-DATAINI-N TO W-DATA-DMA-NUM
           MOVE W-DMA-DD TO DV-DIA
           MOVE W-DMA-MM TO DV-MES
           MOVE W-DMA-AAAA TO DV-ANO
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
           IF NOT DV-DATA-OK
              MOVE "DATA DA RETIRADA INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-HORAINI-X NOT NUMERIC
              MOVE "HORA DA RETIRADA INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-HORAINI-HH > 23 OR W-HORAINI-MI > 59
              MOVE "HORA DA RETIRADA INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-DATAFIM-X NOT NUMERIC
              MOVE "DATA DA DEVOLUCAO INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           MOVE W-DATAFIM-N TO W-DATA-DMA-NUM
           MOVE W-DMA-DD TO DV-DIA
           MOVE W-DMA-MM TO DV-MES
           MOVE W-DMA-AAAA TO DV-ANO
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
           IF NOT DV-DATA-OK
              MOVE "DATA DA DEVOLUCAO INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-HORAFIM-X NOT NUMERIC
              MOVE "HORA DA DEVOLUCAO INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-HORAFIM-HH > 23 OR W-HORAFIM-MI > 59
              MOVE "HORA DA DEVOLUCAO INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           MOVE W-DATAINI-N TO W-DATA-DMA-NUM
           PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
           MOVE W-DATA-AMD-NUM TO W-INICIO-AMD
           COMPUTE W-MIN-RETIRADA = (((W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD) * 1440)
                   + (W-HORAINI-HH * 60) + W-HORAINI-MI
           MOVE W-DATAFIM-N TO W-DATA-DMA-NUM
           PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
           MOVE W-DATA-AMD-NUM TO W-FIM-AMD
           IF W-FIM-AMD < W-INICIO-AMD
              MOVE "DEVOLUCAO ANTES DA RETIRADA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-FIM-AMD = W-INICIO-AMD
              AND W-HORAFIM-N NOT > W-HORAINI-N
              MOVE "DEVOLUCAO ANTES DA RETIRADA" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           IF W-MIN-RETIRADA < W-MIN-AGORA
              MOVE "DATA/HORA DA RETIRADA JA PASSOU" TO W-MOTIVO
              GO TO VALIDAR-PEDIDO-FIM.
           PERFORM IDENTIFICAR-CLIENTE THRU IDENTIFICAR-CLIENTE-FIM.
       VALIDAR-PEDIDO-FIM.
           EXIT.

      * RESOLVE O DOCUMENTO NO CADASTRO; SO DIGITOS E CPF/CNPJ/
      * ESTRANGEIRO, O RESTO (E O NUMERICO NAO ACHADO COMO CPF) E
      * PROCURADO COMO PASSAPORTE. NINGUEM E CADASTRADO AQUI
       IDENTIFICAR-CLIENTE.
           MOVE ZEROS TO W-CLIENTE-DOC
           IF W-DOC-TXT = SPACES
              MOVE "CPF OU PASSAPORTE NAO INFORMADO" TO W-MOTIVO
              GO TO IDENTIFICAR-CLIENTE-FIM.
           IF W-DOC-TAM > 14
              GO TO IDENTIFICAR-PASSAPORTE.
           IF W-DOC-X NOT NUMERIC
              GO TO IDENTIFICAR-PASSAPORTE.
           IF W-DOC-NUM = ZEROS
              GO TO IDENTIFICAR-PASSAPORTE.
           IF W-DOC-NUM NOT < 99000000000000
              GO TO IDENTIFICAR-ESTR.
           IF W-DOC-NUM > 99999999999
              GO TO IDENTIFICAR-PJ.
           MOVE W-DOC-NUM TO CPF
           READ CLIENTES
           IF ST-ERRO-CLI = "00"
              MOVE W-DOC-NUM TO W-CLIENTE-DOC
              GO TO IDENTIFICAR-CLIENTE-FIM.
           MOVE "00" TO ST-ERRO-CLI
           GO TO IDENTIFICAR-PASSAPORTE.
       IDENTIFICAR-PJ.
           IF W-PJ-ABERTO NOT = "S"
              MOVE "EMPRESA NAO CADASTRADA" TO W-MOTIVO
              GO TO IDENTIFICAR-CLIENTE-FIM.
           MOVE W-DOC-NUM TO CNPJ
           READ CADCLIPJ
           IF ST-ERRO-PJ NOT = "00"
              MOVE "00" TO ST-ERRO-PJ
              MOVE "EMPRESA NAO CADASTRADA" TO W-MOTIVO
              GO TO IDENTIFICAR-CLIENTE-FIM.
           MOVE W-DOC-NUM TO W-CLIENTE-DOC
           GO TO IDENTIFICAR-CLIENTE-FIM.
       IDENTIFICAR-ESTR.
           IF W-ESTR-ABERTO NOT = "S"
              MOVE "ESTRANGEIRO NAO CADASTRADO" TO W-MOTIVO
              GO TO IDENTIFICAR-CLIENTE-FIM.
           MOVE W-DOC-NUM TO ESTR-DOC
           READ ARQESTRG
           IF ST-ERRO-ETR NOT = "00"
              MOVE "00" TO ST-ERRO-ETR
              MOVE "ESTRANGEIRO NAO CADASTRADO" TO W-MOTIVO
              GO TO IDENTIFICAR-CLIENTE-FIM.
           GO TO IDENTIFICAR-ESTR-ATIVO.
       IDENTIFICAR-PASSAPORTE.
           IF W-ESTR-ABERTO NOT = "S" OR W-DOC-TAM > 12
              MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO IDENTIFICAR-CLIENTE-FIM.
           MOVE W-DOC-TXT TO ESTR-PASSAPORTE
           READ ARQESTRG KEY IS ESTR-PASSAPORTE
           IF ST-ERRO-ETR NOT = "00"
              MOVE "00" TO ST-ERRO-ETR
              MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO IDENTIFICAR-CLIENTE-FIM.
       IDENTIFICAR-ESTR-ATIVO.
           IF NOT ESTR-ATIVO
              MOVE "CADASTRO DE ESTRANGEIRO INATIVO" TO W-MOTIVO
              GO TO IDENTIFICAR-CLIENTE-FIM.
           MOVE ESTR-DOC TO W-CLIENTE-DOC.
       IDENTIFICAR-CLIENTE-FIM.
           EXIT.

      * PRIMEIRA BIKE DA FILIAL + CATEGORIA EM OPERACAO E SEM
      * CONFLITO DE JANELA; BIKE LOCADA HOJE TAMBEM SERVE, COMO NO
      * SGB-007, PORQUE VOLTA ANTES DA RETIRADA RESERVADA
       ESCOLHER-BIKE.
           MOVE "N" TO W-ACHOU-BIKE
           MOVE ZEROS TO NUMERO
           START ARQBIKE KEY IS NOT LESS NUMERO
               INVALID KEY MOVE "10" TO ST-ERRO-BIKE.
           IF ST-ERRO-BIKE = "10"
              MOVE "00" TO ST-ERRO-BIKE
              GO TO ESCOLHER-BIKE-FIM.
       ESCOLHER-BIKE-LER.
           READ ARQBIKE NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-BIKE.
           IF ST-ERRO-BIKE = "10"
              MOVE "00" TO ST-ERRO-BIKE
              GO TO ESCOLHER-BIKE-FIM.
           IF FILIAL NOT = W-FILIAL-N
              OR CATEGORIA NOT = W-CATEGORIA
              GO TO ESCOLHER-BIKE-LER.
           IF SITUACAO = "R" OR SITUACAO = "B" OR SITUACAO = "D"
              GO TO ESCOLHER-BIKE-LER.
           PERFORM VERIF-CONFLITO THRU VERIF-CONFLITO-FIM
           IF W-CONFLITO-SIM
              GO TO ESCOLHER-BIKE-LER.
           MOVE NUMERO TO W-BIKE-ESCOLHIDA
           MOVE "S" TO W-ACHOU-BIKE.
       ESCOLHER-BIKE-FIM.
           EXIT.

      *-------------------------------------------------------------
      * VERIF-CONFLITO: MESMA REGRA DO SGB-007 -- PERCORRE AS
      * RESERVAS ATIVAS DA BIKE E ACUSA CONFLITO QUANDO A JANELA DE
      * DATAS DO PEDIDO (W-INICIO-AMD/W-FIM-AMD) ENCAVALA COM A DE
      * UMA RESERVA JA EXISTENTE, DE QUALQUER CLIENTE.
      *-------------------------------------------------------------
       VERIF-CONFLITO.
           MOVE "N" TO W-CONFLITO
           MOVE NUMERO TO RESV-NUMERO
           MOVE ZEROS TO RESV-SEQ
           START ARQRESV KEY IS NOT LESS CHAVE-RESV
               INVALID KEY MOVE "10" TO ST-ERRO-RSV.
           IF ST-ERRO-RSV = "10"
              GO TO VERIF-CONFLITO-VOLTA.
       VERIF-CONFLITO-LER.
           READ ARQRESV NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-RSV.
           IF ST-ERRO-RSV = "10"
              GO TO VERIF-CONFLITO-VOLTA.
           IF RESV-NUMERO NOT = NUMERO
              GO TO VERIF-CONFLITO-VOLTA.
           IF NOT RESV-ATIVA
              GO TO VERIF-CONFLITO-LER.
           MOVE RESV-DATAINICIO TO W-DATA-DMA-NUM
           PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
           MOVE W-DATA-AMD-NUM TO W-RINICIO-AMD
           MOVE RESV-DATAFIM TO W-DATA-DMA-NUM
           PERFORM INVERTER-DATA THRU INVERTER-DATA-FIM
           MOVE W-DATA-AMD-NUM TO W-RFIM-AMD
           IF W-INICIO-AMD NOT > W-RFIM-AMD
              AND W-FIM-AMD NOT < W-RINICIO-AMD
              MOVE "S" TO W-CONFLITO
              GO TO VERIF-CONFLITO-VOLTA.
           GO TO VERIF-CONFLITO-LER.
       VERIF-CONFLITO-VOLTA.
           MOVE "00" TO ST-ERRO-RSV.
       VERIF-CONFLITO-FIM.
           EXIT.

      *-------------------------------------------------------------
      * INVERTER-DATA: CONVERTE W-DATA-DMA (DDMMAAAA) PARA
      * W-DATA-AMD (AAAAMMDD), PARA COMPARACAO CRONOLOGICA.
      *-------------------------------------------------------------
       INVERTER-DATA.
           MOVE W-DMA-DD   TO W-AMD-DD
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-AAAA TO W-AMD-AAAA.
       INVERTER-DATA-FIM.
           EXIT.

      * PERCORRE AS RESERVAS DA BIKE ESCOLHIDA PARA ACHAR A PROXIMA
      * SEQUENCIA, MESMO ESQUEMA DO ACHA-PROX-SEQ DO KIOSK001
       ACHA-PROX-SEQ.
           MOVE ZEROS TO W-PROX-SEQ
           MOVE W-BIKE-ESCOLHIDA TO RESV-NUMERO
           MOVE ZEROS TO RESV-SEQ
           START ARQRESV KEY IS NOT LESS CHAVE-RESV
               INVALID KEY MOVE "10" TO ST-ERRO-RSV.
           IF ST-ERRO-RSV = "10" GO TO ACHA-PROX-SEQ-FIM.
       ACHA-PROX-SEQ-LER.
           READ ARQRESV NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-RSV.
           IF ST-ERRO-RSV = "10" GO TO ACHA-PROX-SEQ-FIM.
           IF RESV-NUMERO NOT = W-BIKE-ESCOLHIDA
              GO TO ACHA-PROX-SEQ-FIM.
           MOVE RESV-SEQ TO W-PROX-SEQ
           GO TO ACHA-PROX-SEQ-LER.
       ACHA-PROX-SEQ-FIM.
           ADD 1 TO W-PROX-SEQ
           MOVE "00" TO ST-ERRO-RSV.
           EXIT.

      * GRAVA A RESERVA ATIVA; FALHA NA GRAVACAO VOLTA RECUSADA E
      * NAO ENTRA NO CONTROLE, PARA O REENVIO SER TENTADO DE NOVO
       GRAVAR-RESERVA.
           PERFORM ACHA-PROX-SEQ THRU ACHA-PROX-SEQ-FIM
           MOVE W-BIKE-ESCOLHIDA TO RESV-NUMERO
           MOVE W-PROX-SEQ       TO RESV-SEQ
           MOVE W-CLIENTE-DOC    TO RESV-CPF
           MOVE W-DATAINI-N      TO RESV-DATAINICIO
           MOVE W-HORAINI-N      TO RESV-HORAINICIO
           MOVE W-DATAFIM-N      TO RESV-DATAFIM
           MOVE W-HORAFIM-N      TO RESV-HORAFIM
           MOVE "A"              TO RESV-SITUACAO
           WRITE REGRESV
           IF ST-ERRO-RSV NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DA RESERVA " W-ID
                      ": " ST-ERRO-RSV
              MOVE "00" TO ST-ERRO-RSV
              MOVE "N" TO W-GUARDAR
              MOVE ZEROS TO W-BIKE-ESCOLHIDA W-PROX-SEQ
              MOVE "ERRO NA GRAVACAO - REENVIAR O PEDIDO"
                                                    TO W-MOTIVO.
       GRAVAR-RESERVA-FIM.
           EXIT.

       RESP-ACEITA.
           MOVE SPACES           TO LINHA-WRESP-REC
           MOVE W-ID             TO LW-ID
           MOVE "ACEITA"         TO LW-STATUS
           MOVE W-BIKE-ESCOLHIDA TO LW-BIKE
           MOVE W-PROX-SEQ       TO LW-SEQ
           MOVE "RESERVA CONFIRMADA" TO LW-MOTIVO
           WRITE LINHA-WRESP FROM LINHA-WRESP-REC
           ADD 1 TO W-CONT-ACEITOS
           PERFORM GRAVAR-PROCESSADA THRU GRAVAR-PROCESSADA-FIM.
       RESP-ACEITA-FIM.
           EXIT.

       RESP-RECUSA.
           MOVE SPACES           TO LINHA-WRESP-REC
           MOVE W-ID             TO LW-ID
           MOVE "RECUSADA"       TO LW-STATUS
           MOVE ZEROS            TO LW-BIKE LW-SEQ
           MOVE W-MOTIVO         TO LW-MOTIVO
           WRITE LINHA-WRESP FROM LINHA-WRESP-REC
           ADD 1 TO W-CONT-RECUSADOS
           PERFORM GRAVAR-PROCESSADA THRU GRAVAR-PROCESSADA-FIM.
       RESP-RECUSA-FIM.
           EXIT.

      * RESPOSTA PARA PEDIDO REENVIADO: "JA PROCESSADA", COM O
      * RESULTADO ORIGINAL GUARDADO EM ARQWPROC.DAT
       RESP-JA-PROCESSADA.
           ADD 1 TO W-CONT-DUPLIC
           MOVE SPACES           TO LINHA-WRESP-REC
           MOVE W-ID             TO LW-ID
           MOVE WPROC-STATUS     TO LW-STATUS
           MOVE WPROC-BIKE       TO LW-BIKE
           MOVE WPROC-SEQ        TO LW-SEQ
           MOVE SPACES           TO LW-MOTIVO
           STRING "JA PROCESSADA: " DELIMITED BY SIZE
                  WPROC-MOTIVO DELIMITED BY SIZE
                  INTO LW-MOTIVO
           WRITE LINHA-WRESP FROM LINHA-WRESP-REC.
       RESP-JA-PROCESSADA-FIM.
           EXIT.

      * GUARDA O RESULTADO DO PEDIDO EM ARQWPROC.DAT, PARA UM
      * REENVIO DO MESMO ID NAO SER EXECUTADO DE NOVO
       GRAVAR-PROCESSADA.
           IF W-GUARDAR NOT = "S"
              GO TO GRAVAR-PROCESSADA-FIM.
           MOVE W-ID             TO WPROC-ID
           MOVE W-HOJE-DMA-NUM   TO WPROC-DATA
           MOVE LW-STATUS        TO WPROC-STATUS
           MOVE LW-BIKE          TO WPROC-BIKE
           MOVE LW-SEQ           TO WPROC-SEQ
           MOVE LW-MOTIVO        TO WPROC-MOTIVO
           WRITE REGWPROC
           IF ST-ERRO-WPR NOT = "00" AND "02" AND "22"
              DISPLAY "*** ERRO NA GRAVACAO DO CONTROLE DE IDS ***".
           MOVE "00" TO ST-ERRO-WPR.
       GRAVAR-PROCESSADA-FIM.
           EXIT.

      * EXPURGO DE RETENCAO: APAGA DO CONTROLE OS PEDIDOS
      * PROCESSADOS HA MAIS DE RETENCAO-DIAS DIAS (ANO COMERCIAL).
      * A RETENCAO E MAIOR QUE A DO KIOSK001 PORQUE O SITE ACEITA
      * PEDIDOS COM SEMANAS DE ANTECEDENCIA
       EXPURGAR-PROCESSADAS.
           MOVE SPACES TO WPROC-ID
           START ARQWPROC KEY IS NOT LESS WPROC-ID
               INVALID KEY MOVE "10" TO ST-ERRO-WPR.
           IF ST-ERRO-WPR = "10"
              MOVE "00" TO ST-ERRO-WPR
              GO TO EXPURGAR-PROCESSADAS-FIM.
       EXPURGAR-PROCESSADAS-LER.
           READ ARQWPROC NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-WPR.
           IF ST-ERRO-WPR = "10"
              MOVE "00" TO ST-ERRO-WPR
              GO TO EXPURGAR-PROCESSADAS-FIM.
           MOVE WPROC-DATA TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-PROC = (W-DMA-AAAA * 360)
                   + (W-DMA-MM * 30) + W-DMA-DD
           IF (W-DIAS-HOJE - W-DIAS-PROC) > RETENCAO-DIAS
              DELETE ARQWPROC RECORD
              IF ST-ERRO-WPR = "00"
                 ADD 1 TO W-CONT-EXPURGO.
           GO TO EXPURGAR-PROCESSADAS-LER.
       EXPURGAR-PROCESSADAS-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE ARQWEB
           CLOSE ARQWRESP
           CLOSE ARQBIKE
           CLOSE CLIENTES
           CLOSE ARQRESV
           CLOSE ARQWPROC
           IF W-PJ-ABERTO = "S"
              CLOSE CADCLIPJ.
           IF W-ESTR-ABERTO = "S"
              CLOSE ARQESTRG.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY DATAVALP.

       COPY JOBCNTP.
