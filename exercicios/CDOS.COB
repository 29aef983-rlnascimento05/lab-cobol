      *             PARAMETRO VALORHORAMO; AS HORAS VAO JUNTO PARA O
      *             HISTORICO (MANUT-HORAS) E O REL034 APURA HORAS E
      *             CUSTO POR MECANICO.
      * 2026-10-15  TIPO DE SERVICO DA ORDEM (OS-TIPO-SERV), QUE E A
      *             HABILIDADE DA TABELA THAB (COPY THABIL.) EXIGIDA
      *             DO MECANICO -- BRANCO E SERVICO GERAL. ORDEM QUE
      *             EXIGE HABILIDADE SO E ATRIBUIDA OU CONCLUIDA COM
      *             MECANICO CERTIFICADO EM ARQHABIL.DAT (SGB-046)
      *             DENTRO DA VALIDADE (VERIFICAR-HABILITACAO), E A
      *             ATRIBUICAO MOSTRA OS MECANICOS CERTIFICADOS DA
      *             FILIAL DA BIKE (OFERECER-MECANICOS).
      * 2026-10-15  RECLAMACAO DE GARANTIA: ORDEM EM BIKE DENTRO DA
      *             GARANTIA DO FABRICANTE DO MODELO, OU PECA CONSUMIDA
      *             DENTRO DO PRAZO DE GARANTIA DO SEU ULTIMO
      *             RECEBIMENTO, E SINALIZADA NA CONCLUSAO E PODE ABRIR
      *             UMA RECLAMACAO EM ARQGARAN.DAT (COPY GARVAL.).
      * 2026-10-15  STATUS P (AGUARDANDO PECA), LIGADO E DESLIGADO
      *             PELA F4, E HISTORICO DE STATUS DA ORDEM EM
      *             ARQOSHIS.DAT (GRAVAR-STATUS-OS): CADA MUDANCA DE
      *             STATUS COM DATA E OPERADOR, PARA O REL070 SEPARAR
      *             O TEMPO PARADO ESPERANDO PECA DO TEMPO EM SERVICO.
      * 2026-10-15  SERVICO PADRAO DO CATALOGO ARQSERV.DAT (SGB-052)
      *             NA ABERTURA DA ORDEM (OS-SERVICO): PREENCHE A
      *             DESCRICAO E O TIPO DE SERVICO, MOSTRA AS HORAS
      *             PADRAO E RESERVA O KIT DE PECAS EM ARQOSRES.DAT
      *             (RESERVAR-KIT). NA CONCLUSAO O KIT E SUGERIDO
      *             PECA A PECA, A RESERVA E DESFEITA E O PADRAO X
      *             REALIZADO DE HORAS E PECAS VAI PARA ARQOSVAR.DAT
      *             (COMPARAR-PADRAO), APURADO PELO REL071. PECA
      *             RESERVADA PARA OUTRA ORDEM NAO E CONSUMIDA.
      * 2026-10-15  ORIGEM I: ORDEM ABERTA PELO REGISTRO DE INCIDENTE
      *             COM CLIENTE (SGB-054) QUANDO A BIKE FICA
      *             DANIFICADA.
      * 2026-10-15  A SENHA DO SUPERVISOR NA COBRANCA DE DANO PASSA PELO
      *             CONTROLE DE SEGURANCA (SEGUR001): SENHA ERRADA CONTA
      *             TENTATIVA E BLOQUEIA NO LIMITE E A APROVACAO VAI
      *             PARA O LOG DE SESSOES.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.

           SELECT ARQHABIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-HAB
                    FILE STATUS  IS ST-ERRO-HAB.

           SELECT ARQOSHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-OSH
                    FILE STATUS  IS ST-ERRO-OSH.

           SELECT ARQSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SERV-CODIGO
                    FILE STATUS  IS ST-ERRO-SRV.

           SELECT ARQOSRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-RES
                    FILE STATUS  IS ST-ERRO-RES.

           SELECT ARQOSVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAR-OS
                    FILE STATUS  IS ST-ERRO-VAR.

           SELECT ARQGARAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GAR-NUMERO
                    FILE STATUS  IS ST-ERRO-GAR.

           SELECT CTRLGAR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CGR.

           SELECT ARQGARMOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-GMOD
                    FILE STATUS  IS ST-ERRO-GMD.

           SELECT ARQFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORN-CNPJ
                    FILE STATUS  IS ST-ERRO-GFO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                   88 OS-ORIGEM-REL028      VALUE "R".
                   88 OS-ORIGEM-BALCAO      VALUE "B".
                   88 OS-ORIGEM-DEVOLUCAO   VALUE "D".
                   88 OS-ORIGEM-INCIDENTE   VALUE "I".
                03 OS-MECANICO          PIC X(12).
                03 OS-STATUS            PIC X(01).
                   88 OS-ABERTA             VALUE "A".
                   88 OS-EXECUCAO           VALUE "E".
                   88 OS-AGUARD-PECA        VALUE "P".
                   88 OS-CONCLUIDA          VALUE "C".
                03 OS-DESCRICAO         PIC X(40).
                03 OS-DATA-CONCLUSAO    PIC 9(8).
                03 OS-LOC-SEQ           PIC 9(4).
                03 OS-DANO-COBRADO      PIC X(01).
                03 OS-HORAS             PIC 9(3)V9.
                03 OS-TIPO-SERV         PIC X(02).
                03 OS-SERVICO           PIC X(04).

       FD CTRLOS
               LABEL RECORD IS STANDARD
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       FD ARQMANUT
               LABEL RECORD IS STANDARD
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

       FD ARQCOB
               LABEL RECORD IS STANDARD
                   88 COB-EST-LEMBRETE      VALUE "1".
                   88 COB-EST-NOTIFICACAO   VALUE "2".
                   88 COB-EST-PROTESTO      VALUE "3".
                03 COB-NOSSO-NUM        PIC 9(10).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD ARQPECA
               LABEL RECORD IS STANDARD
                03 PECA-QTD-ESTOQUE     PIC 9(5).
                03 PECA-CUSTO-UNIT      PIC 9(6)V99.
                03 PECA-ESTOQUE-MIN     PIC 9(5).
                03 PECA-GARANTIA-DIAS   PIC 9(3).
                03 PECA-ULT-RECEB       PIC 9(8).
                03 PECA-ULT-PEDIDO      PIC 9(6).
                03 PECA-ULT-FORN        PIC 9(14).

       FD ARQPCMOV
               LABEL RECORD IS STANDARD
       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).

       FD ARQHABIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHABIL.DAT".
       01 REGHABIL.
                03 CHAVE-HAB.
                   05 HAB-HABIL         PIC X(02).
                   05 HAB-CODIGO        PIC X(12).
                03 HAB-FILIAL           PIC 9(02).
                03 HAB-DATA-CERT        PIC 9(08).
                03 HAB-VALIDADE         PIC 9(08).
                03 HAB-CERTIFICADO      PIC X(15).
                03 HAB-DATA             PIC 9(08).
                03 HAB-OPERADOR         PIC X(08).

      * HISTORICO DE STATUS DA ORDEM (NUMERO + SEQUENCIA): O STATUS
      * QUE A ORDEM PASSOU A TER, A DATA E O OPERADOR
       FD ARQOSHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOSHIS.DAT".
       01 REGOSH.
                03 CHAVE-OSH.
                   05 OSH-NUMERO        PIC 9(6).
                   05 OSH-SEQ           PIC 9(3).
                03 OSH-STATUS           PIC X(01).
                03 OSH-DATA             PIC 9(8).
                03 OSH-OPERADOR         PIC X(8).

       FD ARQSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSERV.DAT".
       01 REGSERV.
                03 SERV-CODIGO          PIC X(04).
                03 SERV-DESCRICAO       PIC X(40).
                03 SERV-HORAS           PIC 9(3)V9.
                03 SERV-HABIL           PIC X(02).
                03 SERV-CATEGORIAS      PIC X(05).
                03 SERV-CAT-R REDEFINES SERV-CATEGORIAS.
                   05 SERV-CAT          PIC X(01) OCCURS 5 TIMES.
                03 SERV-KIT OCCURS 6 TIMES.
                   05 SERV-PECA         PIC X(08).
                   05 SERV-QTD          PIC 9(03).
                03 SERV-DATA            PIC 9(08).
                03 SERV-OPERADOR        PIC X(08).

      * RESERVA DO KIT DO SERVICO PADRAO (PECA + ORDEM), GRAVADA NA
      * ABERTURA DA ORDEM E DESFEITA NA CONCLUSAO
       FD ARQOSRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOSRES.DAT".
       01 REGRES.
                03 CHAVE-RES.
                   05 RES-PECA          PIC X(08).
                   05 RES-OS            PIC 9(06).
                03 RES-QTD              PIC 9(03).
                03 RES-DATA             PIC 9(08).

      * PADRAO X REALIZADO DA ORDEM CONCLUIDA COM SERVICO PADRAO:
      * HORAS, CUSTO DAS PECAS, ITENS DO KIT COM QUANTIDADE
      * DIFERENTE DO PADRAO E PECAS FORA DO KIT
       FD ARQOSVAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOSVAR.DAT".
       01 REGVAR.
                03 VAR-OS               PIC 9(06).
                03 VAR-SERVICO          PIC X(04).
                03 VAR-MECANICO         PIC X(12).
                03 VAR-BIKE             PIC 9(04).
                03 VAR-DATA             PIC 9(08).
                03 VAR-HORAS-PAD        PIC 9(3)V9.
                03 VAR-HORAS-REAL       PIC 9(3)V9.
                03 VAR-PECAS-PAD        PIC 9(6)V99.
                03 VAR-PECAS-REAL       PIC 9(6)V99.
                03 VAR-ITENS-DIF        PIC 9(02).
                03 VAR-ITENS-EXTRA      PIC 9(02).

       FD ARQGARAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGARAN.DAT".
       01 REGGAR.
                03 GAR-NUMERO           PIC 9(6).
                03 GAR-TIPO             PIC X(1).
                   88 GAR-DE-PECA           VALUE "P".
                   88 GAR-DE-BIKE           VALUE "B".
                03 GAR-FORNECEDOR       PIC 9(14).
                03 GAR-PECA             PIC X(8).
                03 GAR-QTD              PIC 9(3).
                03 GAR-BIKE             PIC 9(4).
                03 GAR-SEQ              PIC 9(4).
                03 GAR-PEDIDO           PIC 9(6).
                03 GAR-DATA-REF         PIC 9(8).
                03 GAR-DATA-SERV        PIC 9(8).
                03 GAR-VALOR            PIC 9(6)V99.
                03 GAR-DATA-ABERT       PIC 9(8).
                03 GAR-SITUACAO         PIC X(1).
                   88 GAR-ABERTA            VALUE "A".
                   88 GAR-ENVIADA           VALUE "E".
                   88 GAR-CREDITADA         VALUE "C".
                   88 GAR-RECUSADA          VALUE "R".
                03 GAR-VALOR-CRED       PIC 9(6)V99.
                03 GAR-DATA-SIT         PIC 9(8).
                03 GAR-OBS              PIC X(30).
                03 GAR-OPERADOR         PIC X(8).

       FD CTRLGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLGAR.DAT".
       01 REG-CTRLGAR.
                03 CTRL-ULT-GAR         PIC 9(6).

       FD ARQGARMOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGARMOD.DAT".
       01 REGGMOD.
                03 CHAVE-GMOD.
                   05 GMOD-MARCA        PIC X(20).
                   05 GMOD-MODELO       PIC X(20).
                03 GMOD-MESES           PIC 9(3).
                03 GMOD-FORNECEDOR      PIC 9(14).
                03 GMOD-DATA            PIC 9(8).
                03 GMOD-OPERADOR        PIC X(8).

       FD ARQFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORN.DAT".
       01 REGFORN.
                03 FORN-CNPJ            PIC 9(14).
                03 FORN-RAZAO           PIC X(40).
                03 FORN-CONTATO         PIC X(35).
                03 FORN-EMAIL           PIC X(35).
                03 FORN-TELEFONE.
                   05 FORN-DDD          PIC 9(02).
                   05 FORN-TELNUM       PIC 9(9).
                03 FORN-PRAZO-DIAS      PIC 9(3).
                03 FORN-SITUACAO        PIC X(1).
                03 FORN-GARANTIA-DIAS   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       77 W-PROX-COBSEQ PIC 9(04) VALUE ZEROS.
       77 W-SUP-ID     PIC X(08) VALUE SPACES.
       77 W-DANO-ED    PIC ZZZZZ9,99.
      * CAMPOS DA HABILITACAO EXIGIDA PELO TIPO DE SERVICO
       77 ST-ERRO-HAB  PIC X(02) VALUE "00".
       77 W-HAB-ABERTO PIC X(01) VALUE "N".
       77 W-HAB-OK     PIC X(01) VALUE "N".
       77 W-HABIL-DESC PIC X(22) VALUE SPACES.
       77 W-REF-AMD    PIC 9(08) VALUE ZEROS.
       77 W-CERT-AMD   PIC 9(08) VALUE ZEROS.
       77 W-VALID-AMD  PIC 9(08) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-FILIAL-OS  PIC 9(02) VALUE ZEROS.
      * CAMPOS DO HISTORICO DE STATUS DA ORDEM
       77 ST-ERRO-OSH  PIC X(02) VALUE "00".
       77 W-OSH-SEQ    PIC 9(03) VALUE ZEROS.
       77 W-OSH-DATA   PIC 9(08) VALUE ZEROS.
       77 W-STATUS-ANT PIC X(01) VALUE SPACES.
      * CAMPOS DO SERVICO PADRAO DO CATALOGO, DA RESERVA DO KIT E
      * DO PADRAO X REALIZADO
       77 ST-ERRO-SRV  PIC X(02) VALUE "00".
       77 ST-ERRO-RES  PIC X(02) VALUE "00".
       77 ST-ERRO-VAR  PIC X(02) VALUE "00".
       77 W-SRV-ABERTO PIC X(01) VALUE "N".
       77 W-SRV-OK     PIC X(01) VALUE "N".
       77 W-KIT        PIC 9(02) VALUE ZEROS.
       77 W-KIT-SUG    PIC 9(02) VALUE ZEROS.
       77 W-PECA-SUG   PIC X(08) VALUE SPACES.
       77 W-QTD-SUG    PIC 9(03) VALUE ZEROS.
       77 W-RESERVADO  PIC 9(05) VALUE ZEROS.
       77 W-FALTA-KIT  PIC 9(02) VALUE ZEROS.
       77 W-QTD-USADA  PIC 9(03) VALUE ZEROS.
       77 W-ITENS-DIF  PIC 9(02) VALUE ZEROS.
       77 W-ITENS-EXTRA PIC 9(02) VALUE ZEROS.
       77 W-PECAS-PAD  PIC 9(06)V99 VALUE ZEROS.
       77 W-PECAS-ED   PIC ZZZZZ9,99.
       77 W-HORAS-ED   PIC ZZ9,9.
       77 W-HORAS-PAD-ED PIC ZZ9,9.
      * CAMPOS DA RECLAMACAO DE GARANTIA
       77 W-GAR-BIKE   PIC X(01) VALUE "N".
       77 W-GAR-LIM-ED PIC 99/99/9999.
       01 IND          PIC 9(02) VALUE ZEROS.
       COPY THABIL.
       COPY GARVAL.
       COPY PARAMVAL.
       COPY OPERVAL.
       COPY SEGOPER.

       COPY DATAVAL.

          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       01 W-HAB-DMA.
          03 W-HAB-DD       PIC 9(02).
          03 W-HAB-MM       PIC 9(02).
          03 W-HAB-AAAA     PIC 9(04).
       01 W-HAB-DMA-NUM REDEFINES W-HAB-DMA
                                        PIC 9(08).
       01 W-LINHA-MEC.
          03 LM-CODIGO      PIC X(13).
          03 LM-NOME        PIC X(30).
          03 FILLER         PIC X(06) VALUE "VALE: ".
          03 LM-VALIDADE    PIC 9(08).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LINKAGE SECTION.
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP1H.
           OPEN I-O ARQOSHIS
           IF ST-ERRO-OSH NOT = "00"
               IF ST-ERRO-OSH = "30" OR "35"
                      OPEN OUTPUT ARQOSHIS
                      CLOSE ARQOSHIS
                      GO TO INC-OP1H
               ELSE
                      MOVE "ERRO NA ABERTURA DO HISTORICO DE STATUS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP1R.
           OPEN I-O ARQOSRES
           IF ST-ERRO-RES NOT = "00"
               IF ST-ERRO-RES = "30" OR "35"
                      OPEN OUTPUT ARQOSRES
                      CLOSE ARQOSRES
                      GO TO INC-OP1R
               ELSE
                      MOVE "ERRO NA ABERTURA DAS RESERVAS DE PECA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP1V.
           OPEN I-O ARQOSVAR
           IF ST-ERRO-VAR NOT = "00"
               IF ST-ERRO-VAR = "30" OR "35"
                      OPEN OUTPUT ARQOSVAR
                      CLOSE ARQOSVAR
                      GO TO INC-OP1V
               ELSE
                      MOVE "ERRO NA ABERTURA DO PADRAO X REALIZADO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      * SEM O CATALOGO DE SERVICOS A ORDEM E SEMPRE AVULSA
           OPEN INPUT ARQSERV
           IF ST-ERRO-SRV = "00"
              MOVE "S" TO W-SRV-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-SRV.
      * SEM O CADASTRO DE HABILITACOES NINGUEM ESTA CERTIFICADO: SO
      * AS ORDENS DE SERVICO GERAL PODEM SER ATRIBUIDAS
           OPEN INPUT ARQHABIL
           IF ST-ERRO-HAB = "00"
              MOVE "S" TO W-HAB-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-HAB.
           PERFORM ABRIR-GARANTIA THRU ABRIR-GARANTIA-FIM.

       ASK-OPERADOR.
                IF ADDRESS OF LK-OPER NOT = NULL
              GO TO NOVA-OS.
           DISPLAY (07, 05) MARCA
           DISPLAY (07, 27) MODELO.
      * SERVICO DO CATALOGO (SGB-052): A DESCRICAO E O TIPO DE
      * SERVICO VEM DO PADRAO; BRANCO = ORDEM AVULSA, COMO ANTES
       NOVA-OS-SERV.
           MOVE SPACES TO OS-SERVICO OS-DESCRICAO OS-TIPO-SERV
           MOVE "N"    TO W-SRV-OK
           DISPLAY (08, 05) "SERVICO PADRAO (BRANCO=AVULSO):"
           ACCEPT  (08, 37) OS-SERVICO
           IF OS-SERVICO = SPACES
              GO TO NOVA-OS-DESC.
           PERFORM LER-SERVICO THRU LER-SERVICO-FIM
           IF W-SRV-OK NOT = "S"
              MOVE "*** SERVICO PADRAO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVA-OS-SERV.
           PERFORM VERIFICAR-CATEGORIA THRU VERIFICAR-CATEGORIA-FIM
           IF W-SRV-OK NOT = "S"
              MOVE "*** SERVICO NAO SE APLICA A ESTA CATEGORIA ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVA-OS-SERV.
           MOVE SERV-DESCRICAO TO OS-DESCRICAO
           MOVE SERV-HABIL     TO OS-TIPO-SERV
           MOVE SERV-HORAS     TO W-HORAS-PAD-ED
           DISPLAY (08, 43) "HORAS PADRAO:"
           DISPLAY (08, 57) W-HORAS-PAD-ED.
       NOVA-OS-DESC.
           DISPLAY (09, 05) "DESCRICAO DO PROBLEMA:"
           ACCEPT  (09, 28) OS-DESCRICAO WITH UPDATE
           IF OS-DESCRICAO = SPACES
              GO TO NOVA-OS-DESC.
           IF OS-SERVICO NOT = SPACES
              PERFORM BUSCAR-HABIL THRU BUSCAR-HABIL-FIM
              DISPLAY (10, 05) "TIPO DE SERVICO (DO PADRAO)...:"
              DISPLAY (10, 37) OS-TIPO-SERV
              DISPLAY (10, 41) W-HABIL-DESC
              GO TO NOVA-OS-GRAVA.
       NOVA-OS-TIPO.
           MOVE SPACES TO OS-TIPO-SERV
           DISPLAY (10, 05) "TIPO DE SERVICO (BRANCO=GERAL):"
           ACCEPT  (10, 37) OS-TIPO-SERV
           PERFORM BUSCAR-HABIL THRU BUSCAR-HABIL-FIM
           IF OS-TIPO-SERV NOT = SPACES AND W-HABIL-DESC = SPACES
              MOVE "*** TIPO DE SERVICO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVA-OS-TIPO.
           DISPLAY (10, 41) W-HABIL-DESC.
       NOVA-OS-GRAVA.
           PERFORM OBTER-PROX-OS THRU OBTER-PROX-OS-FIM
           MOVE W-PROX-OS      TO OS-NUMERO
              MOVE "ERRO NA GRAVACAO DA ORDEM DE SERVICO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-HOJE-DMA-NUM TO W-OSH-DATA
           PERFORM GRAVAR-STATUS-OS THRU GRAVAR-STATUS-OS-FIM
           DISPLAY (11, 05) "ORDEM ABERTA COM O NUMERO: " W-PROX-OS
           IF OS-SERVICO NOT = SPACES
              PERFORM RESERVAR-KIT THRU RESERVAR-KIT-FIM.
           MOVE "ORDEM DE SERVICO ABERTA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PEDE-OS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-OS.
           DISPLAY (14, 05)
            "F1=ATRIBUIR  F2=CONCLUIR  F3=VOLTAR  F4=AGUARDA PECA"
           ACCEPT  (14, 58) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ATRIBUIR-MEC.
           IF W-ACT = 03 GO TO CONCLUIR-OS.
           IF W-ACT = 04 GO TO PEDE-OS.
           IF W-ACT = 05 GO TO AGUARDAR-PECA.
           GO TO TRABALHAR-OS.
      * F4 LIGA A ESPERA DE PECA; NA ORDEM JA PARADA, DESLIGA E ELA
      * VOLTA PARA EXECUCAO (OU PARA ABERTA, SEM MECANICO AINDA)
       AGUARDAR-PECA.
           IF OS-AGUARD-PECA
              GO TO AGUARDAR-PECA-LIBERA.
           MOVE "P" TO OS-STATUS
           MOVE "ORDEM PARADA AGUARDANDO PECA" TO MENS
           GO TO AGUARDAR-PECA-GRAVA.
       AGUARDAR-PECA-LIBERA.
           IF OS-MECANICO = SPACES
              MOVE "A" TO OS-STATUS
              MOVE "PECA RECEBIDA - ORDEM VOLTA PARA A FILA" TO MENS
           ELSE
              MOVE "E" TO OS-STATUS
              MOVE "PECA RECEBIDA - ORDEM EM EXECUCAO" TO MENS.
       AGUARDAR-PECA-GRAVA.
           REWRITE REGOS
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DA ORDEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-HOJE-DMA-NUM TO W-OSH-DATA
           PERFORM GRAVAR-STATUS-OS THRU GRAVAR-STATUS-OS-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PEDE-OS.
       ATRIBUIR-MEC.
           DISPLAY (15, 05) "TIPO DE SERVICO (BRANCO=GERAL):"
           ACCEPT  (15, 37) OS-TIPO-SERV WITH UPDATE
           PERFORM BUSCAR-HABIL THRU BUSCAR-HABIL-FIM
           IF OS-TIPO-SERV NOT = SPACES AND W-HABIL-DESC = SPACES
              MOVE "*** TIPO DE SERVICO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUIR-MEC.
           DISPLAY (15, 41) W-HABIL-DESC
           PERFORM OFERECER-MECANICOS THRU OFERECER-MECANICOS-FIM.
       ATRIBUIR-MEC-COD.
           DISPLAY (16, 05) "CODIGO DO MECANICO:"
           ACCEPT  (16, 25) W-MECANICO
           IF W-MECANICO = SPACES
              GO TO ATRIBUIR-MEC-COD.
           MOVE W-MECANICO TO CODIGO
           READ FUNCIONARIOS
           IF ST-ERRO-FUN = "23"
              MOVE "*** MECANICO NAO CADASTRADO EM CADFUNC ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUIR-MEC-COD.
           IF SITUACAO-FUN NOT = "A"
              MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUIR-MEC-COD.
           DISPLAY (16, 40) NOME OF REGFUNC
           COMPUTE W-REF-AMD = W-ANO-HOJE * 10000 + W-MES-HOJE * 100
                             + W-DIA-HOJE
           PERFORM VERIFICAR-HABILITACAO
                                  THRU VERIFICAR-HABILITACAO-FIM
           IF W-HAB-OK NOT = "S"
              MOVE "*** MECANICO SEM CERTIFICACAO VALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATRIBUIR-MEC-COD.
      * ORDEM PARADA ESPERANDO PECA CONTINUA PARADA COM O MECANICO
      * NOVO
           MOVE OS-STATUS  TO W-STATUS-ANT
           MOVE W-MECANICO TO OS-MECANICO
           IF NOT OS-AGUARD-PECA
              MOVE "E"     TO OS-STATUS.
           REWRITE REGOS
           IF ST-ERRO = "00" OR "02"
              IF OS-STATUS NOT = W-STATUS-ANT
                 MOVE W-HOJE-DMA-NUM TO W-OSH-DATA
                 PERFORM GRAVAR-STATUS-OS THRU GRAVAR-STATUS-OS-FIM.
           IF ST-ERRO = "00" OR "02"
              MOVE "MECANICO ATRIBUIDO - ORDEM EM EXECUCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** DATA DA CONCLUSAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONCLUIR-DATA.
      * A CERTIFICACAO TEM QUE VALER NA DATA EM QUE O SERVICO FOI
      * CONCLUIDO; VENCIDA, A ORDEM VOLTA PARA OUTRO MECANICO
           MOVE OS-MECANICO TO W-MECANICO
           COMPUTE W-REF-AMD = W-DMA-AAAA * 10000 + W-DMA-MM * 100
                             + W-DMA-DD
           PERFORM VERIFICAR-HABILITACAO
                                  THRU VERIFICAR-HABILITACAO-FIM
           IF W-HAB-OK NOT = "S"
              DISPLAY (15, 05) LIMPA
              MOVE "*** CERTIFICACAO INVALIDA - REATRIBUA A ORDEM ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRABALHAR-OS.
       CONCLUIR-HORAS.
           MOVE ZEROS TO OS-HORAS
           PERFORM LER-SERVICO THRU LER-SERVICO-FIM
           IF W-SRV-OK = "S"
              MOVE SERV-HORAS TO W-HORAS-PAD-ED
              DISPLAY (16, 40) "PADRAO:"
              DISPLAY (16, 48) W-HORAS-PAD-ED.
           DISPLAY (16, 05) "HORAS TRABALHADAS (999,9):"
           ACCEPT  (16, 32) OS-HORAS
           PERFORM ACHA-PROX-MANSEQ THRU ACHA-PROX-MANSEQ-FIM
           PERFORM CHECAR-GARANTIA-BIKE THRU CHECAR-GARANTIA-BIKE-FIM
           PERFORM CONSUMIR-PECAS THRU CONSUMIR-PECAS-FIM.
       CONCLUIR-CUSTO.
      * O CUSTO DA ORDEM DEIXOU DE SER UM VALOR DIGITADO NO OLHO:
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM GRAVAR-HISTORICO THRU GRAVAR-HISTORICO-FIM
           MOVE OS-DATA-CONCLUSAO TO W-OSH-DATA
           PERFORM GRAVAR-STATUS-OS THRU GRAVAR-STATUS-OS-FIM
           PERFORM COMPARAR-PADRAO THRU COMPARAR-PADRAO-FIM
      * BIKE NA GARANTIA DO FABRICANTE: A RECLAMACAO E DA ORDEM
      * INTEIRA, PELO CUSTO COMPOSTO
           IF W-GAR-BIKE = "S"
              MOVE ZEROS    TO GV-QTD
              MOVE OS-CUSTO TO GV-VALOR
              PERFORM PEDIR-RECLAMACAO THRU PEDIR-RECLAMACAO-FIM.
           PERFORM LIBERAR-BIKE THRU LIBERAR-BIKE-FIM
           PERFORM COBRAR-DANO-LOCATARIO
                                  THRU COBRAR-DANO-LOCATARIO-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-HISTORICO-FIM.
           EXIT.
      * ANOTA O STATUS ATUAL DA ORDEM EM ARQOSHIS.DAT, NA PROXIMA
      * SEQUENCIA DA ORDEM, COM A DATA DE W-OSH-DATA
       GRAVAR-STATUS-OS.
           MOVE ZEROS     TO W-OSH-SEQ
           MOVE OS-NUMERO TO OSH-NUMERO
           MOVE ZEROS     TO OSH-SEQ
           START ARQOSHIS KEY IS NOT LESS CHAVE-OSH
               INVALID KEY MOVE "10" TO ST-ERRO-OSH.
           IF ST-ERRO-OSH NOT = "00"
              GO TO GRAVAR-STATUS-OS-REG.
       GRAVAR-STATUS-OS-LER.
           READ ARQOSHIS NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-OSH.
           IF ST-ERRO-OSH NOT = "00"
              GO TO GRAVAR-STATUS-OS-REG.
           IF OSH-NUMERO NOT = OS-NUMERO
              GO TO GRAVAR-STATUS-OS-REG.
           MOVE OSH-SEQ TO W-OSH-SEQ
           GO TO GRAVAR-STATUS-OS-LER.
       GRAVAR-STATUS-OS-REG.
           MOVE "00" TO ST-ERRO-OSH
           ADD 1 TO W-OSH-SEQ
           MOVE OS-NUMERO  TO OSH-NUMERO
           MOVE W-OSH-SEQ  TO OSH-SEQ
           MOVE OS-STATUS  TO OSH-STATUS
           MOVE W-OSH-DATA TO OSH-DATA
           MOVE W-OPERADOR TO OSH-OPERADOR
           WRITE REGOSH
           IF ST-ERRO-OSH NOT = "00" AND "02"
              MOVE "00" TO ST-ERRO-OSH
              MOVE "ERRO NA GRAVACAO DO HISTORICO DE STATUS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-STATUS-OS-FIM.
           EXIT.
      * DEVOLVE A BIKE DE "M" PARA "A" QUANDO A ORDEM E CONCLUIDA
       LIBERAR-BIKE.
           MOVE OS-BIKE TO NUMERO
           DISPLAY (19, 05) "SENHA:"
           MOVE SPACES TO OV-SENHA
           ACCEPT  (19, 12) OV-SENHA
           MOVE W-SUP-ID TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-011" TO W-SEG-PROGRAMA
           READ OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "00" TO ST-ERRO-OPE
              MOVE "N" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COBRAR-DANO-SUPERV-CRED.
           PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
           IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
              MOVE "F" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COBRAR-DANO-SUPERV-CRED.
           IF OPER-NIVEL NOT = 3
              MOVE "*** SOMENTE SUPERVISOR (NIVEL 3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COBRAR-DANO-SUPERV-CRED.
           MOVE "A" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           IF W-SEG-RESP NOT = "OK"
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COBRAR-DANO-SUPERV-CRED.
           CLOSE OPERADORES
           DISPLAY (18, 05) LIMPA
           DISPLAY (19, 05) LIMPA.
           MOVE "A"                TO COB-SITUACAO
           MOVE ZEROS              TO COB-VALOR-PAGO
           MOVE SPACES             TO COB-ESTAGIO
           MOVE ZEROS              TO COB-NOSSO-NUM
           WRITE REGCOB.
           IF ST-ERRO-COB = "00" OR "02"
              MOVE "COB" TO JR-ARQUIVO
      * SEQUENCIA DO HISTORICO, E O TOTAL COMPOE O CUSTO DA ORDEM
      *-------------------------------------------------------------
       CONSUMIR-PECAS.
           MOVE ZEROS TO W-CUSTO-PECAS W-ITENS-EXTRA
           MOVE 1     TO W-KIT-SUG.
       CONSUMIR-PECAS-COD.
           MOVE SPACES TO W-PECA-CONS
           PERFORM SUGERIR-KIT THRU SUGERIR-KIT-FIM
           DISPLAY (17, 05) "PECA CONSUMIDA (BRANCO=FIM):"
           ACCEPT  (17, 34) W-PECA-CONS WITH UPDATE
           IF W-PECA-CONS = SPACES
              DISPLAY (17, 05) LIMPA
              DISPLAY (18, 05) LIMPA
              GO TO CONSUMIR-PECAS-COD.
       CONSUMIR-PECAS-QTD.
           MOVE 1 TO W-QTD-CONS
           DISPLAY (18, 22) LIMPA
           IF W-PECA-SUG NOT = SPACES AND W-PECA-CONS = W-PECA-SUG
              MOVE W-QTD-SUG TO W-QTD-CONS
              DISPLAY (18, 22) "(PECA DO KIT: 0 = NAO USADA)".
           DISPLAY (18, 05) "QUANTIDADE:"
           ACCEPT  (18, 17) W-QTD-CONS WITH UPDATE
           IF W-QTD-CONS = ZEROS
              AND W-PECA-SUG NOT = SPACES AND W-PECA-CONS = W-PECA-SUG
              DISPLAY (18, 22) LIMPA
              GO TO CONSUMIR-PECAS-COD.
           IF W-QTD-CONS = ZEROS
              GO TO CONSUMIR-PECAS-QTD.
           IF W-QTD-CONS > PECA-QTD-ESTOQUE
              MOVE "*** QUANTIDADE ACIMA DO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONSUMIR-PECAS-QTD.
      * O QUE ESTA RESERVADO PARA O KIT DE OUTRA ORDEM NAO SAI AQUI
           PERFORM SOMAR-RESERVAS THRU SOMAR-RESERVAS-FIM
           IF W-QTD-CONS + W-RESERVADO > PECA-QTD-ESTOQUE
              MOVE "*** ESTOQUE RESERVADO PARA OUTRAS ORDENS ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONSUMIR-PECAS-QTD.
           SUBTRACT W-QTD-CONS FROM PECA-QTD-ESTOQUE
           REWRITE REGPECA
           MOVE OS-BIKE         TO PCMOV-NUMERO
           MOVE "00" TO ST-ERRO-PCM
           COMPUTE W-CUSTO-PECAS = W-CUSTO-PECAS
                   + (W-QTD-CONS * PECA-CUSTO-UNIT)
           DISPLAY (18, 22) LIMPA
           IF W-SRV-OK = "S"
              PERFORM ACHAR-NO-KIT THRU ACHAR-NO-KIT-FIM
              IF W-KIT = ZEROS
                 ADD 1 TO W-ITENS-EXTRA.
           IF W-GAR-BIKE NOT = "S"
              PERFORM CHECAR-GARANTIA-PECA
                                 THRU CHECAR-GARANTIA-PECA-FIM.
           GO TO CONSUMIR-PECAS-COD.
       CONSUMIR-PECAS-FIM.
           EXIT.
      *-------------------------------------------------------------
      * GARANTIA: ORDEM EM BIKE DENTRO DA GARANTIA DO FABRICANTE
      * (ARQGARMOD.DAT, POR MARCA/MODELO) OFERECE, NA CONCLUSAO, A
      * RECLAMACAO DA ORDEM INTEIRA PELO CUSTO COMPOSTO -- AS PECAS
      * DELA JA ESTAO NESSE CUSTO E NAO SAO RECLAMADAS DE NOVO. FORA
      * DELA, CADA PECA CONSUMIDA DENTRO DO PRAZO DE GARANTIA DO SEU
      * ULTIMO RECEBIMENTO OFERECE A RECLAMACAO DA PECA AO
      * FORNECEDOR. A RECLAMACAO E ACOMPANHADA NO SGB-048.
      *-------------------------------------------------------------
       CHECAR-GARANTIA-BIKE.
           MOVE "N" TO W-GAR-BIKE
           MOVE OS-BIKE TO NUMERO
           READ ARQBIKE
           IF ST-ERRO-BIKE NOT = "00"
              MOVE "00" TO ST-ERRO-BIKE
              GO TO CHECAR-GARANTIA-BIKE-FIM.
           MOVE W-DATA-INF TO GV-DATA
           PERFORM VERIFICAR-GARANTIA-BIKE
                              THRU VERIFICAR-GARANTIA-BIKE-FIM
           IF GV-EM-GARANTIA = "S"
              MOVE "S" TO W-GAR-BIKE.
       CHECAR-GARANTIA-BIKE-FIM.
           EXIT.
       CHECAR-GARANTIA-PECA.
           MOVE W-DATA-INF TO GV-DATA
           MOVE W-QTD-CONS TO GV-QTD
           PERFORM VERIFICAR-GARANTIA-PECA
                              THRU VERIFICAR-GARANTIA-PECA-FIM
           IF GV-EM-GARANTIA = "S"
              PERFORM PEDIR-RECLAMACAO THRU PEDIR-RECLAMACAO-FIM.
       CHECAR-GARANTIA-PECA-FIM.
           EXIT.
       PEDIR-RECLAMACAO.
           MOVE GV-LIMITE TO W-GAR-LIM-ED
           IF GV-TIPO = "B"
              DISPLAY (20, 05) "BIKE NA GARANTIA DO FABRICANTE ATE"
           ELSE
              DISPLAY (20, 05) "PECA NA GARANTIA DO FORNECEDOR ATE".
           DISPLAY (20, 40) W-GAR-LIM-ED
           DISPLAY (21, 05) "ABRIR RECLAMACAO DE GARANTIA? (S/N):"
           MOVE "S" TO W-OPCAO
           ACCEPT (21, 42) W-OPCAO WITH UPDATE
           DISPLAY (20, 05) LIMPA
           DISPLAY (21, 05) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
              GO TO PEDIR-RECLAMACAO-FIM.
           MOVE OS-BIKE       TO GV-BIKE
           MOVE W-PROX-MANSEQ TO GV-SEQ
           MOVE W-OPERADOR    TO GV-OPERADOR
           PERFORM ABRIR-RECLAMACAO THRU ABRIR-RECLAMACAO-FIM
           IF GV-NUMERO = ZEROS
              MOVE "ERRO NA GRAVACAO DA RECLAMACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDIR-RECLAMACAO-FIM.
           DISPLAY (21, 05) "RECLAMACAO ABERTA NUMERO"
           DISPLAY (21, 30) GV-NUMERO
           MOVE "ACOMPANHE A RECLAMACAO NO SGB-048" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (21, 05) LIMPA.
       PEDIR-RECLAMACAO-FIM.
           EXIT.
      * TIRA O PROXIMO NUMERO SEQUENCIAL DE ORDEM DO ARQUIVO DE
      * CONTROLE CTRLOS.DAT (MESMO ESQUEMA DO CONTROLE DE RECIBOS)
       OBTER-PROX-OS.
           DISPLAY (09, 05) "MECANICO...: " OS-MECANICO
           DISPLAY (10, 05) "STATUS.....: " OS-STATUS
           DISPLAY (11, 05) "DESCRICAO..: " OS-DESCRICAO
           DISPLAY (12, 05) "CONCLUSAO..: " OS-DATA-CONCLUSAO
           DISPLAY (12, 30) "SERVICO PADRAO: " OS-SERVICO
           PERFORM BUSCAR-HABIL THRU BUSCAR-HABIL-FIM
           DISPLAY (13, 05) "SERVICO....: " OS-TIPO-SERV
           DISPLAY (13, 21) W-HABIL-DESC.
       MOSTRAR-OS-FIM.
           EXIT.
      * PROCURA O TIPO DE SERVICO OS-TIPO-SERV NA TABELA THAB;
      * DEVOLVE A DESCRICAO EM W-HABIL-DESC (BRANCO = SERVICO GERAL
      * OU TIPO INEXISTENTE)
       BUSCAR-HABIL.
           MOVE SPACES TO W-HABIL-DESC
           IF OS-TIPO-SERV = SPACES
              GO TO BUSCAR-HABIL-FIM.
           MOVE 1 TO IND.
       BUSCAR-HABIL-LER.
           MOVE THAB(IND) TO ALFAHAB
           IF ALFAHAB-COD = OS-TIPO-SERV
              MOVE ALFAHAB-DESC TO W-HABIL-DESC
              GO TO BUSCAR-HABIL-FIM.
           ADD 1 TO IND
           IF IND NOT > 4
              GO TO BUSCAR-HABIL-LER.
       BUSCAR-HABIL-FIM.
           EXIT.
      *-------------------------------------------------------------
      * VERIFICAR-HABILITACAO: O MECANICO W-MECANICO PODE FAZER O
      * SERVICO OS-TIPO-SERV NA DATA W-REF-AMD (AAAAMMDD)? SERVICO
      * GERAL SEMPRE PODE; O QUE EXIGE HABILIDADE PEDE A HABILITACAO
      * EM ARQHABIL.DAT COM CERTIFICACAO ATE A DATA E VALIDADE NAO
      * VENCIDA. DEVOLVE W-HAB-OK "S"/"N".
      *-------------------------------------------------------------
       VERIFICAR-HABILITACAO.
           MOVE "S" TO W-HAB-OK
           IF OS-TIPO-SERV = SPACES
              GO TO VERIFICAR-HABILITACAO-FIM.
           MOVE "N" TO W-HAB-OK
           IF W-HAB-ABERTO NOT = "S"
              GO TO VERIFICAR-HABILITACAO-FIM.
           MOVE OS-TIPO-SERV TO HAB-HABIL
           MOVE W-MECANICO   TO HAB-CODIGO
           READ ARQHABIL
           IF ST-ERRO-HAB NOT = "00"
              MOVE "00" TO ST-ERRO-HAB
              GO TO VERIFICAR-HABILITACAO-FIM.
           PERFORM CONVERTER-HABIL THRU CONVERTER-HABIL-FIM
           IF W-CERT-AMD NOT > W-REF-AMD
              AND W-VALID-AMD NOT < W-REF-AMD
              MOVE "S" TO W-HAB-OK.
       VERIFICAR-HABILITACAO-FIM.
           EXIT.
      * DATAS DA HABILITACAO LIDA (DDMMAAAA) EM AAAAMMDD
       CONVERTER-HABIL.
           MOVE HAB-DATA-CERT TO W-HAB-DMA-NUM
           COMPUTE W-CERT-AMD = W-HAB-AAAA * 10000 + W-HAB-MM * 100
                              + W-HAB-DD
           MOVE HAB-VALIDADE TO W-HAB-DMA-NUM
           COMPUTE W-VALID-AMD = W-HAB-AAAA * 10000 + W-HAB-MM * 100
                               + W-HAB-DD.
       CONVERTER-HABIL-FIM.
           EXIT.
      *-------------------------------------------------------------
      * SERVICO PADRAO: LE O SERVICO OS-SERVICO NO CATALOGO
      * ARQSERV.DAT (SGB-052); DEVOLVE W-SRV-OK "S" COM O REGISTRO
      * EM REGSERV
      *-------------------------------------------------------------
       LER-SERVICO.
           MOVE "N" TO W-SRV-OK
           IF OS-SERVICO = SPACES OR W-SRV-ABERTO NOT = "S"
              GO TO LER-SERVICO-FIM.
           MOVE OS-SERVICO TO SERV-CODIGO
           READ ARQSERV
           IF ST-ERRO-SRV = "00"
              MOVE "S" TO W-SRV-OK
           ELSE
              MOVE "00" TO ST-ERRO-SRV.
       LER-SERVICO-FIM.
           EXIT.
      * O SERVICO LIDO SE APLICA A CATEGORIA DA BIKE (REGBIKE)?
      * CATEGORIAS EM BRANCO NO CATALOGO = TODAS
       VERIFICAR-CATEGORIA.
           MOVE "S" TO W-SRV-OK
           IF SERV-CATEGORIAS = SPACES
              GO TO VERIFICAR-CATEGORIA-FIM.
           MOVE "N" TO W-SRV-OK
           MOVE 1 TO W-KIT.
       VERIFICAR-CATEGORIA-LER.
           IF SERV-CAT (W-KIT) = CATEGORIA AND CATEGORIA NOT = SPACE
              MOVE "S" TO W-SRV-OK
              GO TO VERIFICAR-CATEGORIA-FIM.
           ADD 1 TO W-KIT
           IF W-KIT NOT > 5
              GO TO VERIFICAR-CATEGORIA-LER.
       VERIFICAR-CATEGORIA-FIM.
           EXIT.
      * RESERVA CADA PECA DO KIT PARA A ORDEM RECEM-ABERTA E AVISA
      * AS QUE NAO TEM ESTOQUE LIVRE (ESTOQUE MENOS O RESERVADO PARA
      * OUTRAS ORDENS) -- A ORDEM PODE SER PARADA COM A F4
       RESERVAR-KIT.
           MOVE ZEROS TO W-FALTA-KIT
           MOVE 11 TO W-LIN
           MOVE 1 TO W-KIT.
       RESERVAR-KIT-ITEM.
           IF W-KIT > 6
              GO TO RESERVAR-KIT-AVISO.
           IF SERV-PECA (W-KIT) = SPACES
              GO TO RESERVAR-KIT-AVISO.
           MOVE SERV-PECA (W-KIT) TO PECA-CODIGO
           READ ARQPECA
           IF ST-ERRO-PEC NOT = "00"
              MOVE "00" TO ST-ERRO-PEC
              GO TO RESERVAR-KIT-PROX.
           PERFORM SOMAR-RESERVAS THRU SOMAR-RESERVAS-FIM
           MOVE SERV-PECA (W-KIT) TO RES-PECA
           MOVE OS-NUMERO         TO RES-OS
           MOVE SERV-QTD (W-KIT)  TO RES-QTD
           MOVE W-HOJE-DMA-NUM    TO RES-DATA
           WRITE REGRES
           IF ST-ERRO-RES NOT = "00" AND "02"
              MOVE "00" TO ST-ERRO-RES
              MOVE "ERRO NA GRAVACAO DA RESERVA DO KIT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RESERVAR-KIT-PROX.
           IF SERV-QTD (W-KIT) + W-RESERVADO > PECA-QTD-ESTOQUE
              ADD 1 TO W-FALTA-KIT
              ADD 1 TO W-LIN
              DISPLAY (W-LIN, 05) "SEM ESTOQUE LIVRE:"
              DISPLAY (W-LIN, 24) PECA-CODIGO
              DISPLAY (W-LIN, 33) PECA-DESCRICAO.
       RESERVAR-KIT-PROX.
           ADD 1 TO W-KIT
           GO TO RESERVAR-KIT-ITEM.
       RESERVAR-KIT-AVISO.
           IF W-FALTA-KIT > ZEROS
              MOVE "FALTA PECA DO KIT - PARE A ORDEM COM A F4" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RESERVAR-KIT-FIM.
           EXIT.
      * SOMA EM W-RESERVADO O QUE ESTA RESERVADO DA PECA PECA-CODIGO
      * PARA OS KITS DAS OUTRAS ORDENS AINDA ABERTAS
       SOMAR-RESERVAS.
           MOVE ZEROS       TO W-RESERVADO
           MOVE PECA-CODIGO TO RES-PECA
           MOVE ZEROS       TO RES-OS
           START ARQOSRES KEY IS NOT LESS CHAVE-RES
               INVALID KEY MOVE "10" TO ST-ERRO-RES.
           IF ST-ERRO-RES NOT = "00"
              GO TO SOMAR-RESERVAS-SAI.
       SOMAR-RESERVAS-LER.
           READ ARQOSRES NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-RES.
           IF ST-ERRO-RES NOT = "00"
              GO TO SOMAR-RESERVAS-SAI.
           IF RES-PECA NOT = PECA-CODIGO
              GO TO SOMAR-RESERVAS-SAI.
           IF RES-OS NOT = OS-NUMERO
              ADD RES-QTD TO W-RESERVADO.
           GO TO SOMAR-RESERVAS-LER.
       SOMAR-RESERVAS-SAI.
           MOVE "00" TO ST-ERRO-RES.
       SOMAR-RESERVAS-FIM.
           EXIT.
      * PROXIMA PECA DO KIT DO SERVICO PADRAO, SUGERIDA NO
      * LANCAMENTO DO CONSUMO (W-PECA-SUG EM BRANCO = KIT ESGOTADO)
       SUGERIR-KIT.
           MOVE SPACES TO W-PECA-SUG
           IF W-SRV-OK NOT = "S" OR W-KIT-SUG > 6
              GO TO SUGERIR-KIT-FIM.
           IF SERV-PECA (W-KIT-SUG) = SPACES
              GO TO SUGERIR-KIT-FIM.
           MOVE SERV-PECA (W-KIT-SUG) TO W-PECA-SUG W-PECA-CONS
           MOVE SERV-QTD (W-KIT-SUG)  TO W-QTD-SUG
           ADD 1 TO W-KIT-SUG.
       SUGERIR-KIT-FIM.
           EXIT.
      * POSICAO DA PECA W-PECA-CONS NO KIT DO SERVICO EM W-KIT
      * (ZERO = PECA FORA DO KIT)
       ACHAR-NO-KIT.
           MOVE 1 TO W-KIT.
       ACHAR-NO-KIT-LER.
           IF SERV-PECA (W-KIT) = W-PECA-CONS
              GO TO ACHAR-NO-KIT-FIM.
           ADD 1 TO W-KIT
           IF W-KIT NOT > 6
              GO TO ACHAR-NO-KIT-LER.
           MOVE ZEROS TO W-KIT.
       ACHAR-NO-KIT-FIM.
           EXIT.
      *-------------------------------------------------------------
      * COMPARAR-PADRAO: NA CONCLUSAO DA ORDEM DE SERVICO PADRAO,
      * COMPARA AS HORAS E AS PECAS LANCADAS COM O PADRAO DO
      * CATALOGO (CUSTO DO KIT PELO CUSTO UNITARIO ATUAL), MOSTRA O
      * DESVIO E GRAVA O PADRAO X REALIZADO EM ARQOSVAR.DAT PARA O
      * REL071. A RESERVA DO KIT E DESFEITA EM QUALQUER CASO.
      *-------------------------------------------------------------
       COMPARAR-PADRAO.
           PERFORM LIBERAR-RESERVAS THRU LIBERAR-RESERVAS-FIM
           IF W-SRV-OK NOT = "S"
              GO TO COMPARAR-PADRAO-FIM.
           MOVE ZEROS TO W-PECAS-PAD W-ITENS-DIF
           MOVE 1 TO W-KIT.
       COMPARAR-PADRAO-KIT.
           IF W-KIT > 6
              GO TO COMPARAR-PADRAO-GRAVA.
           IF SERV-PECA (W-KIT) = SPACES
              GO TO COMPARAR-PADRAO-GRAVA.
           MOVE SERV-PECA (W-KIT) TO PECA-CODIGO
           READ ARQPECA
           IF ST-ERRO-PEC = "00"
              COMPUTE W-PECAS-PAD = W-PECAS-PAD
                      + (SERV-QTD (W-KIT) * PECA-CUSTO-UNIT)
           ELSE
              MOVE "00" TO ST-ERRO-PEC.
           MOVE ZEROS             TO W-QTD-USADA
           MOVE OS-BIKE           TO PCMOV-NUMERO
           MOVE W-PROX-MANSEQ     TO PCMOV-SEQ
           MOVE SERV-PECA (W-KIT) TO PCMOV-PECA
           READ ARQPCMOV
           IF ST-ERRO-PCM = "00"
              MOVE PCMOV-QTD TO W-QTD-USADA
           ELSE
              MOVE "00" TO ST-ERRO-PCM.
           IF W-QTD-USADA NOT = SERV-QTD (W-KIT)
              ADD 1 TO W-ITENS-DIF.
           ADD 1 TO W-KIT
           GO TO COMPARAR-PADRAO-KIT.
       COMPARAR-PADRAO-GRAVA.
           MOVE OS-NUMERO         TO VAR-OS
           MOVE OS-SERVICO        TO VAR-SERVICO
           MOVE OS-MECANICO       TO VAR-MECANICO
           MOVE OS-BIKE           TO VAR-BIKE
           MOVE OS-DATA-CONCLUSAO TO VAR-DATA
           MOVE SERV-HORAS        TO VAR-HORAS-PAD
           MOVE OS-HORAS          TO VAR-HORAS-REAL
           MOVE W-PECAS-PAD       TO VAR-PECAS-PAD
           MOVE W-CUSTO-PECAS     TO VAR-PECAS-REAL
           MOVE W-ITENS-DIF       TO VAR-ITENS-DIF
           MOVE W-ITENS-EXTRA     TO VAR-ITENS-EXTRA
           WRITE REGVAR
           IF ST-ERRO-VAR NOT = "00" AND "02"
              MOVE "00" TO ST-ERRO-VAR
              MOVE "ERRO NA GRAVACAO DO PADRAO X REALIZADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE SERV-HORAS    TO W-HORAS-PAD-ED
           MOVE OS-HORAS      TO W-HORAS-ED
           DISPLAY (20, 05) "HORAS  PADRAO:"
           DISPLAY (20, 20) W-HORAS-PAD-ED
           DISPLAY (20, 27) "REAL:"
           DISPLAY (20, 33) W-HORAS-ED
           MOVE W-PECAS-PAD   TO W-PECAS-ED
           MOVE W-CUSTO-PECAS TO W-CUSTO-ED
           DISPLAY (21, 05) "PECAS  PADRAO:"
           DISPLAY (21, 20) W-PECAS-ED
           DISPLAY (21, 30) "REAL:"
           DISPLAY (21, 36) W-CUSTO-ED
           DISPLAY (21, 46) "ITENS FORA DO PADRAO:"
           DISPLAY (21, 68) W-ITENS-DIF
           DISPLAY (21, 71) W-ITENS-EXTRA
           MOVE "CONFIRA O DESVIO DO SERVICO PADRAO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (20, 05) LIMPA
           DISPLAY (21, 05) LIMPA
           DISPLAY (21, 46) LIMPA.
       COMPARAR-PADRAO-FIM.
           EXIT.
      * DESFAZ AS RESERVAS DE KIT DA ORDEM (PERCORRE ARQOSRES.DAT
      * INTEIRO: A CHAVE COMECA PELA PECA E O SERVICO PODE TER
      * MUDADO NO CATALOGO DESDE A ABERTURA)
       LIBERAR-RESERVAS.
           MOVE SPACES TO RES-PECA
           MOVE ZEROS  TO RES-OS
           START ARQOSRES KEY IS NOT LESS CHAVE-RES
               INVALID KEY MOVE "10" TO ST-ERRO-RES.
           IF ST-ERRO-RES NOT = "00"
              GO TO LIBERAR-RESERVAS-SAI.
       LIBERAR-RESERVAS-LER.
           READ ARQOSRES NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-RES.
           IF ST-ERRO-RES NOT = "00"
              GO TO LIBERAR-RESERVAS-SAI.
           IF RES-OS = OS-NUMERO
              DELETE ARQOSRES RECORD.
           GO TO LIBERAR-RESERVAS-LER.
       LIBERAR-RESERVAS-SAI.
           MOVE "00" TO ST-ERRO-RES.
       LIBERAR-RESERVAS-FIM.
           EXIT.
      *-------------------------------------------------------------
      * OFERECER-MECANICOS: PARA SERVICO QUE EXIGE HABILIDADE, LISTA
      * ATE 4 MECANICOS ATIVOS CERTIFICADOS NA FILIAL DA BIKE E COM
      * A CERTIFICACAO VALENDO HOJE, PARA O ATENDENTE ESCOLHER
      *-------------------------------------------------------------
       OFERECER-MECANICOS.
           MOVE 17 TO W-LIN.
       OFERECER-MECANICOS-LIMPA.
           DISPLAY (W-LIN, 05) LIMPA
           ADD 1 TO W-LIN
           IF W-LIN < 22
              GO TO OFERECER-MECANICOS-LIMPA.
           IF OS-TIPO-SERV = SPACES
              GO TO OFERECER-MECANICOS-FIM.
           MOVE ZEROS TO W-FILIAL-OS
           MOVE OS-BIKE TO NUMERO
           READ ARQBIKE
           IF ST-ERRO-BIKE = "00"
              MOVE FILIAL TO W-FILIAL-OS
           ELSE
              MOVE "00" TO ST-ERRO-BIKE.
           COMPUTE W-REF-AMD = W-ANO-HOJE * 10000 + W-MES-HOJE * 100
                             + W-DIA-HOJE
           DISPLAY (17, 05) "MECANICOS CERTIFICADOS NA FILIAL:"
           MOVE 17 TO W-LIN
           IF W-HAB-ABERTO NOT = "S"
              GO TO OFERECER-MECANICOS-NENHUM.
           MOVE OS-TIPO-SERV TO HAB-HABIL
           MOVE SPACES       TO HAB-CODIGO
           START ARQHABIL KEY IS NOT LESS CHAVE-HAB
               INVALID KEY MOVE "10" TO ST-ERRO-HAB.
       OFERECER-MECANICOS-LER.
           IF ST-ERRO-HAB = "10"
              GO TO OFERECER-MECANICOS-NENHUM.
           READ ARQHABIL NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-HAB.
           IF ST-ERRO-HAB NOT = "00"
              GO TO OFERECER-MECANICOS-NENHUM.
           IF HAB-HABIL NOT = OS-TIPO-SERV
              GO TO OFERECER-MECANICOS-NENHUM.
           IF HAB-FILIAL NOT = W-FILIAL-OS
              GO TO OFERECER-MECANICOS-LER.
           PERFORM CONVERTER-HABIL THRU CONVERTER-HABIL-FIM
           IF W-CERT-AMD > W-REF-AMD OR W-VALID-AMD < W-REF-AMD
              GO TO OFERECER-MECANICOS-LER.
           MOVE HAB-CODIGO TO CODIGO
           READ FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "00" TO ST-ERRO-FUN
              GO TO OFERECER-MECANICOS-LER.
           IF SITUACAO-FUN NOT = "A"
              GO TO OFERECER-MECANICOS-LER.
           ADD 1 TO W-LIN
           MOVE HAB-CODIGO   TO LM-CODIGO
           MOVE NOME         TO LM-NOME
           MOVE HAB-VALIDADE TO LM-VALIDADE
           DISPLAY (W-LIN, 07) W-LINHA-MEC
           IF W-LIN < 21
              GO TO OFERECER-MECANICOS-LER.
       OFERECER-MECANICOS-NENHUM.
           MOVE "00" TO ST-ERRO-HAB
           IF W-LIN = 17
              DISPLAY (18, 07) "NENHUM CERTIFICADO NESTA FILIAL".
       OFERECER-MECANICOS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      *
       ROT-FIM.
                CLOSE ARQOS ARQBIKE FUNCIONARIOS ARQMANUT
                CLOSE ARQLOC ARQCOB ARQPECA ARQPCMOV ARQOSHIS
                CLOSE ARQOSRES ARQOSVAR
                IF W-SRV-ABERTO = "S"
                   CLOSE ARQSERV.
                IF W-HAB-ABERTO = "S"
                   CLOSE ARQHABIL.
                PERFORM FECHAR-GARANTIA THRU FECHAR-GARANTIA-FIM
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       COPY PARAMVALP.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
      *
       COPY JORNALP.
      *
       COPY GARVALP.
