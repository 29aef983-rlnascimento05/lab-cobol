       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL061.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * AUDITORIA DA NUMERACAO DOS RECIBOS               *
      **************************************************
      * O CTRLRECI.DAT DA O PAG-RECIBO A TODOS QUE RECEBEM DINHEIRO
      * (SGB-004 LOCACAO E CAUCAO, SGB-018 QUITACAO, SGB-020 FATURA
      * PJ, SGB-022 ASSINATURA, SGB-025 GRUPO, SGB-033 MENSALIDADE,
      * SGB-036 CARTEIRA E BOLETO002) E O ESTORNO DO SGB-019 REPETE
      * O NUMERO DO RECIBO ORIGINAL. O FISCO QUER A PROVA DE QUE
      * NENHUM NUMERO FOI PULADO OU DADO DUAS VEZES. ESTE RELATORIO
      * PERCORRE A FAIXA DE RECIBOS DA COMPETENCIA (CTRLCMP.DAT DO
      * JOB002, COPY COMPVAL.; SEM O CONTROLE, O MES DA DATA DO
      * DIA): DO NUMERO SEGUINTE AO MAIOR RECIBO DATADO ANTES DO MES
      * ATE O MAIOR RECIBO DATADO NO MES. TODO LANCAMENTO DE
      * ARQPAG.DAT NA FAIXA, OS ESTORNOS DATADOS NO MES E AS LINHAS
      * "RECIBO NR:" IMPRESSAS NA FAIXA ENTRAM NO SORT POR NUMERO, E
      * A SAIDA LISTA:
      *   LACUNA          NUMEROS DA FAIXA SEM NENHUM LANCAMENTO EM
      *                   ARQPAG (EM INTERVALO); NUMERO IMPRESSO SEM
      *                   LANCAMENTO SAI COMO "IMPRESSO S/PAGAMENTO";
      *                   SE NAO HA RECIBO DEPOIS DA FAIXA, OS
      *                   NUMEROS TIRADOS DO CTRLRECI ALEM DELA TAMBEM
      *   NUMERO REPETIDO LANCAMENTOS DO MESMO NUMERO COM DATA,
      *                   OPERADOR OU DOCUMENTO DIFERENTES, OU DE
      *                   ORIGENS DIFERENTES. DIVIDEM O NUMERO DE
      *                   FORMA LEGITIMA: AS LINHAS DE ENCARGO ("U"
      *                   MULTA, "J" JUROS) DO RECIBO PRINCIPAL E AS
      *                   BIKES DE UM MESMO CONTRATO DE GRUPO ("G")
      *   SEM IMAGEM      RECIBO EM ARQPAG SEM A LINHA "RECIBO NR:"
      *                   NEM EM RECIBOS.TXT NEM NAS COPIAS DELE
      *                   GUARDADAS NO CATALOGO (RELCAT.DAT, ID
      *                   RECIBOS). O BOLETO ("B") NAO TEM RECIBO
      *                   IMPRESSO -- A PROVA E O RETORNO DO BANCO
      *   ESTORNO S/APROV CONTRAPARTIDA "E" SEM O ESTORNO APROVADO EM
      *                   ARQESTOR.DAT (MESMA CHAVE-PAG ORIGINAL,
      *                   MESMO RECIBO E MESMO VALOR)
      * O RELATORIO FECHA COM O RESUMO DA FAIXA E O TERMO DE
      * CONFERENCIA PARA O CONTADOR ASSINAR E ARQUIVAR. SAIDA EM
      * REL061.TXT, CATALOGADA; EM SEGUIDA UMA COPIA DO RECIBOS.TXT
      * VAI PARA O CATALOGO (ID RECIBOS), PARA AS IMAGENS DO MES
      * AUDITADO FICAREM GUARDADAS JUNTO COM A AUDITORIA. PASSO
      * MENSAL DO JOB002.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRLCMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CMP.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT ARQESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    FILE STATUS  IS ST-ERRO-EST.

           SELECT CTRLRECI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REC.

           SELECT CATALOGO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CAT.

           SELECT IMAGEM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-IMG.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD CTRLCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCMP.DAT".
       01 REGCMP.
                03 CMP-COMPET           PIC 9(06).

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
                   88 PAG-ORIG-MULTA        VALUE "U".
                   88 PAG-ORIG-JUROS        VALUE "J".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD ARQESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTOR.DAT".
       01 REGESTOR.
                03 CHAVE-EST.
                   05 EST-NUMERO        PIC 9(4).
                   05 EST-SEQ           PIC 9(4).
                03 EST-BIKE             PIC 9(4).
                03 EST-RECIBO           PIC 9(8).
                03 EST-VALOR            PIC 9(6)V99.
                03 EST-MOTIVO           PIC X(40).
                03 EST-DATA             PIC 9(8).
                03 EST-OPERADOR         PIC X(8).

       FD CTRLRECI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLRECI.DAT".
       01 REG-CTRLRECI.
                03 CTRL-ULT-RECIBO      PIC 9(8).

       FD CATALOGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCAT.DAT".
       01 REGCAT.
                03 CAT-ID               PIC X(8).
                03 CAT-EXECUCAO         PIC 9(6).
                03 CAT-DATA             PIC 9(8).
                03 CAT-HORA             PIC 9(4).
                03 CAT-PARMS            PIC X(40).
                03 CAT-PAGINAS          PIC 9(4).
                03 CAT-LINHAS           PIC 9(6).
                03 CAT-ARQ              PIC X(30).

       FD IMAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-IMAGEM.
       01 REG-IMAGEM.
                03 IMG-ROTULO           PIC X(12).
                03 IMG-NUMERO           PIC X(08).
                03 FILLER               PIC X(112).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-RECIBO            PIC 9(08).
                03 WS-TIPO              PIC 9(01).
                03 WS-CHAVE             PIC X(08).
                03 WS-ORIGEM            PIC X(01).
                03 WS-DATA              PIC 9(08).
                03 WS-OPERADOR          PIC X(08).
                03 WS-DOC               PIC 9(14).
                03 WS-VALOR             PIC 9(06)V99.
                03 WS-REF-NUMERO        PIC 9(04).
                03 WS-REF-SEQ           PIC 9(04).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL061.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-EST      PIC X(02) VALUE "00".
       77 ST-ERRO-REC      PIC X(02) VALUE "00".
       77 ST-ERRO-CAT      PIC X(02) VALUE "00".
       77 ST-ERRO-IMG      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       77 W-EST-ABERTO     PIC X(01) VALUE "N".
       77 W-ARQ-IMAGEM     PIC X(30) VALUE SPACES.
       77 W-COMPET-PAG     PIC 9(06) VALUE ZEROS.
       77 W-ULT-CTRL       PIC 9(08) VALUE ZEROS.
       77 W-MAX-ANTERIOR   PIC 9(08) VALUE ZEROS.
       77 W-MIN-MES        PIC 9(08) VALUE ZEROS.
       77 W-MAX-MES        PIC 9(08) VALUE ZEROS.
       77 W-MAX-GERAL      PIC 9(08) VALUE ZEROS.
       77 W-FAIXA-INI      PIC 9(08) VALUE ZEROS.
       77 W-FAIXA-FIM      PIC 9(08) VALUE ZEROS.
       77 W-ULT-VISTO      PIC 9(08) VALUE ZEROS.
       77 W-LAC-INI        PIC 9(08) VALUE ZEROS.
       77 W-LAC-FIM        PIC 9(08) VALUE ZEROS.
       77 W-ORIG           PIC X(01) VALUE SPACE.
       77 W-LINHAS-RECIBOS PIC 9(06) VALUE ZEROS.
       77 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-NUM   PIC 9(06) VALUE ZEROS.
       77 W-CONT-RECIBOS   PIC 9(08) VALUE ZEROS.
       77 W-CONT-LACUNAS   PIC 9(08) VALUE ZEROS.
       77 W-CONT-IMPR-SPAG PIC 9(06) VALUE ZEROS.
       77 W-CONT-REPETIDOS PIC 9(06) VALUE ZEROS.
       77 W-CONT-SEM-IMG   PIC 9(06) VALUE ZEROS.
       77 W-CONT-EST-SAPR  PIC 9(06) VALUE ZEROS.
       77 W-CONT-ESTORNOS  PIC 9(06) VALUE ZEROS.
       77 W-CONT-IMAGENS   PIC 9(06) VALUE ZEROS.
       77 W-CONT-COPIAS    PIC 9(04) VALUE ZEROS.
       77 W-CONT-OCORR     PIC 9(08) VALUE ZEROS.

      * SITUACAO DO NUMERO DE RECIBO EM QUEBRA NA SAIDA DO SORT
       01 W-GRUPO.
           03 G-RECIBO          PIC 9(08).
           03 G-QTD-PAG         PIC 9(04).
           03 G-QTD-IMG         PIC 9(04).
           03 G-QTD-EST         PIC 9(04).
           03 G-REPETIDO        PIC X(01).
           03 G-ORIG-PRINC      PIC X(01).
           03 G-PRIMEIRO.
              05 G-CHAVE        PIC X(08).
              05 G-ORIGEM       PIC X(01).
              05 G-DATA         PIC 9(08).
              05 G-OPERADOR     PIC X(08).
              05 G-DOC          PIC 9(14).
              05 G-VALOR        PIC 9(06)V99.

      * NUMERO DA LINHA "RECIBO NR:" (ZZZZZZZ9) CONVERTIDO
       01 W-IMG-NUM             PIC X(08).
       01 W-IMG-NUM-N REDEFINES W-IMG-NUM PIC 9(08).

       COPY RELPAG.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE.
          03 W-HOJE-AAAAMM  PIC 9(06).
          03 FILLER         PIC 9(02).
       01 W-AGORA.
          03 W-AGORA-HH     PIC 9(02).
          03 W-AGORA-MI     PIC 9(02).
          03 FILLER         PIC 9(04).

       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).

       01 LINHA-PREMISSA.
           03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
           03 LP-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LP-ANO       PIC 9(04).
           03 FILLER       PIC X(10) VALUE "   FAIXA: ".
           03 LP-INI       PIC ZZZZZZZ9.
           03 FILLER       PIC X(03) VALUE " A ".
           03 LP-FIM       PIC ZZZZZZZ9.
           03 FILLER       PIC X(13) VALUE "   CTRLRECI: ".
           03 LP-CTRL      PIC ZZZZZZZ9.

       01 LINHA-DET.
           03 LD-RECIBO    PIC ZZZZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-OCORR     PIC X(26).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DATA      PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-ORIGEM    PIC X(01).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-OPERADOR  PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-DOC       PIC X(14).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-VALOR     PIC ZZZZZ9,99.

       01 LINHA-LACUNA.
           03 LL-INI       PIC ZZZZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LL-OCORR     PIC X(11) VALUE "LACUNA ATE ".
           03 LL-FIM       PIC ZZZZZZZ9.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LL-QTD       PIC ZZZZZZZ9.
           03 FILLER       PIC X(08) VALUE " NUMEROS".
           03 LL-OBS       PIC X(34).

       01 LINHA-NENHUMA.
           03 FILLER       PIC X(40) VALUE
               "NENHUMA OCORRENCIA NA FAIXA AUDITADA".

       01 LINHA-RESUMO.
           03 LR-TEXTO     PIC X(40).
           03 LR-VALOR     PIC ZZ.ZZZ.ZZ9.

       01 LINHA-CONCLUSAO.
           03 FILLER       PIC X(11) VALUE "CONCLUSAO: ".
           03 LC-TEXTO     PIC X(60).

       01 LINHA-EMISSAO.
           03 FILLER       PIC X(11) VALUE "EMITIDO EM ".
           03 LE-DIA       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LE-MES       PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 LE-ANO       PIC 9(04).
           03 FILLER       PIC X(04) VALUE " AS ".
           03 LE-HH        PIC 9(02).
           03 FILLER       PIC X(01) VALUE ":".
           03 LE-MI        PIC 9(02).
           03 FILLER       PIC X(18) VALUE " - PROGRAMA REL061".

       01 LINHA-TERMO-1.
           03 FILLER       PIC X(40) VALUE
               "DECLARO TER CONFERIDO A NUMERACAO DOS RE".
           03 FILLER       PIC X(40) VALUE
               "CIBOS DA FAIXA ACIMA E AS OCORRENCIAS   ".
       01 LINHA-TERMO-2.
           03 FILLER       PIC X(40) VALUE
               "LISTADAS NESTE RELATORIO.               ".
       01 LINHA-TERMO-3.
           03 FILLER       PIC X(40) VALUE
               "CONTADOR: ______________________________".
           03 FILLER       PIC X(40) VALUE
               "  CRC: ______________                   ".
       01 LINHA-TERMO-4.
           03 FILLER       PIC X(40) VALUE
               "ASSINATURA: ____________________________".
           03 FILLER       PIC X(40) VALUE
               "  DATA: ____/____/________              ".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-AGORA FROM TIME
           MOVE W-DIA-HOJE TO LE-DIA
           MOVE W-MES-HOJE TO LE-MES
           MOVE W-ANO-HOJE TO LE-ANO
           MOVE W-AGORA-HH TO LE-HH
           MOVE W-AGORA-MI TO LE-MI
           PERFORM LER-COMPETENCIA THRU LER-COMPETENCIA-FIM
           IF CP-ACHADO = "S"
              MOVE CP-CMP-AAAA TO W-ANO-HOJE
              MOVE CP-CMP-MM   TO W-MES-HOJE
              DISPLAY "COMPETENCIA DO FECHAMENTO (CTRLCMP): "
                      CP-COMPET-N.
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM LER-CTRLRECI THRU LER-CTRLRECI-FIM
           PERFORM DEFINIR-FAIXA THRU DEFINIR-FAIXA-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-RECIBO WS-TIPO
                                           WS-CHAVE
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE IMPRIMIR-SORT THRU IMPRIMIR-SORT-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "FAIXA AUDITADA............: " W-FAIXA-INI
                   " A " W-FAIXA-FIM
           DISPLAY "LACUNAS (NUMEROS).........: " W-CONT-LACUNAS
           DISPLAY "NUMEROS REPETIDOS.........: " W-CONT-REPETIDOS
           DISPLAY "RECIBOS SEM IMAGEM........: " W-CONT-SEM-IMG
           DISPLAY "ESTORNOS SEM APROVACAO....: " W-CONT-EST-SAPR
           IF W-CONT-OCORR > ZEROS
              DISPLAY "*** NUMERACAO DE RECIBOS COM OCORRENCIAS - "
                      "VER REL061.TXT ***".
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO PAG ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
      * ABERTURA TOLERANTE DOS ESTORNOS: SEM O ARQUIVO, NENHUMA
      * CONTRAPARTIDA "E" TEM APROVACAO
           OPEN INPUT ARQESTOR
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO
           ELSE
              MOVE "N" TO W-EST-ABERTO
              MOVE "00" TO ST-ERRO-EST.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * ULTIMO NUMERO ENTREGUE PELO CONTROLE; SEM O ARQUIVO, ZERO
       LER-CTRLRECI.
           MOVE ZEROS TO CTRL-ULT-RECIBO
           OPEN INPUT CTRLRECI
           IF ST-ERRO-REC = "00"
              READ CTRLRECI
                  AT END MOVE ZEROS TO CTRL-ULT-RECIBO.
           IF ST-ERRO-REC NOT = "35" AND "30"
              CLOSE CTRLRECI.
           MOVE CTRL-ULT-RECIBO TO W-ULT-CTRL
           MOVE "00" TO ST-ERRO-REC.
       LER-CTRLRECI-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * PRIMEIRA PASSADA EM ARQPAG: MENOR E MAIOR RECIBO DATADOS NA
      * COMPETENCIA, MAIOR RECIBO DATADO ANTES DELA E MAIOR RECIBO DO
      * ARQUIVO. A FAIXA COMECA NO NUMERO SEGUINTE AO ULTIMO DO MES
      * ANTERIOR (OU NO MENOR DO MES, SE NAO HOUVER ANTERIOR OU SE A
      * DATA DE UM RECIBO FOR RETROATIVA, COMO NO BOLETO002)
      *-----------------------------------------------------------------
       DEFINIR-FAIXA.
           CONTINUE.
       DEFINIR-FAIXA-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO DEFINIR-FAIXA-CALC.
           ADD 1 TO W-CONT-LIDOS
           PERFORM COMPET-DO-PAG THRU COMPET-DO-PAG-FIM
           IF PAG-RECIBO = ZEROS
              IF W-COMPET-PAG = W-HOJE-AAAAMM
                 ADD 1 TO W-CONT-SEM-NUM
                 GO TO DEFINIR-FAIXA-LER
              ELSE
                 GO TO DEFINIR-FAIXA-LER.
           IF PAG-RECIBO > W-MAX-GERAL
              MOVE PAG-RECIBO TO W-MAX-GERAL.
           IF PAG-ORIG-ESTORNO
              GO TO DEFINIR-FAIXA-LER.
           IF W-COMPET-PAG < W-HOJE-AAAAMM
              IF PAG-RECIBO > W-MAX-ANTERIOR
                 MOVE PAG-RECIBO TO W-MAX-ANTERIOR.
           IF W-COMPET-PAG NOT = W-HOJE-AAAAMM
              GO TO DEFINIR-FAIXA-LER.
           IF W-MIN-MES = ZEROS OR PAG-RECIBO < W-MIN-MES
              MOVE PAG-RECIBO TO W-MIN-MES.
           IF PAG-RECIBO > W-MAX-MES
              MOVE PAG-RECIBO TO W-MAX-MES.
           GO TO DEFINIR-FAIXA-LER.
       DEFINIR-FAIXA-CALC.
           MOVE ZEROS TO W-FAIXA-INI W-FAIXA-FIM
           IF W-MAX-MES = ZEROS
              GO TO DEFINIR-FAIXA-FIM.
           MOVE W-MIN-MES TO W-FAIXA-INI
           IF W-MAX-ANTERIOR > ZEROS AND W-MAX-ANTERIOR < W-MIN-MES
              COMPUTE W-FAIXA-INI = W-MAX-ANTERIOR + 1.
           MOVE W-MAX-MES TO W-FAIXA-FIM.
       DEFINIR-FAIXA-FIM.
           EXIT.

      * COMPETENCIA (AAAAMM) DA DATA DO PAGAMENTO, QUE E DDMMAAAA
       COMPET-DO-PAG.
           MOVE PAG-DATA TO W-DATA-DMA-NUM
           COMPUTE W-COMPET-PAG = W-DMA-AAAA * 100 + W-DMA-MM.
       COMPET-DO-PAG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * ENTRADA DO SORT: LANCAMENTOS DE ARQPAG NA FAIXA (TIPO 1),
      * ESTORNOS DATADOS NA COMPETENCIA MESMO DE RECIBO ANTIGO
      * (TIPO 1) E AS IMAGENS IMPRESSAS NA FAIXA (TIPO 2)
      *-----------------------------------------------------------------
       CARREGAR-SORT.
           PERFORM CARREGAR-PAGAMENTOS THRU CARREGAR-PAGAMENTOS-FIM
           IF W-FAIXA-FIM = ZEROS
              GO TO CARREGAR-SORT-FIM.
           MOVE "RECIBOS.TXT" TO W-ARQ-IMAGEM
           PERFORM CARREGAR-IMAGENS THRU CARREGAR-IMAGENS-FIM
           MOVE W-CONT-IMAGENS TO W-LINHAS-RECIBOS
           PERFORM CARREGAR-CATALOGO THRU CARREGAR-CATALOGO-FIM.
       CARREGAR-SORT-FIM.
           EXIT.

       CARREGAR-PAGAMENTOS.
           CLOSE ARQPAG
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              DISPLAY "*** ERRO NA REABERTURA DO ARQUIVO PAG ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CARREGAR-PAGAMENTOS-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO CARREGAR-PAGAMENTOS-FIM.
           IF PAG-RECIBO = ZEROS
              GO TO CARREGAR-PAGAMENTOS-LER.
           IF PAG-RECIBO NOT < W-FAIXA-INI
              AND PAG-RECIBO NOT > W-FAIXA-FIM
              AND W-FAIXA-FIM > ZEROS
              GO TO CARREGAR-PAGAMENTOS-LIBERA.
           IF NOT PAG-ORIG-ESTORNO
              GO TO CARREGAR-PAGAMENTOS-LER.
           PERFORM COMPET-DO-PAG THRU COMPET-DO-PAG-FIM
           IF W-COMPET-PAG NOT = W-HOJE-AAAAMM
              GO TO CARREGAR-PAGAMENTOS-LER.
       CARREGAR-PAGAMENTOS-LIBERA.
           MOVE PAG-RECIBO     TO WS-RECIBO
           MOVE 1              TO WS-TIPO
           MOVE CHAVE-PAG      TO WS-CHAVE
           MOVE PAG-ORIGEM     TO WS-ORIGEM
           IF PAG-ORIGEM = SPACE
              MOVE "L" TO WS-ORIGEM.
           MOVE PAG-DATA       TO WS-DATA
           MOVE PAG-OPERADOR   TO WS-OPERADOR
           MOVE PAG-REF-CPF    TO WS-DOC
           MOVE PAG-VALOR      TO WS-VALOR
           MOVE PAG-REF-NUMERO TO WS-REF-NUMERO
           MOVE PAG-REF-SEQ    TO WS-REF-SEQ
           RELEASE WS-REG
           GO TO CARREGAR-PAGAMENTOS-LER.
       CARREGAR-PAGAMENTOS-FIM.
           EXIT.

      * LINHAS "RECIBO NR: " DO ARQUIVO DE IMAGENS EM W-ARQ-IMAGEM;
      * ARQUIVO AUSENTE NAO E ERRO (SO NAO HA IMAGEM NELE)
       CARREGAR-IMAGENS.
           OPEN INPUT IMAGEM
           IF ST-ERRO-IMG NOT = "00"
              MOVE "00" TO ST-ERRO-IMG
              GO TO CARREGAR-IMAGENS-FIM.
       CARREGAR-IMAGENS-LER.
           READ IMAGEM
               AT END GO TO CARREGAR-IMAGENS-FECHA.
           IF IMG-ROTULO NOT = "RECIBO NR: "
              GO TO CARREGAR-IMAGENS-LER.
           MOVE IMG-NUMERO TO W-IMG-NUM
           INSPECT W-IMG-NUM REPLACING LEADING SPACES BY ZEROS
           IF W-IMG-NUM NOT NUMERIC
              GO TO CARREGAR-IMAGENS-LER.
           ADD 1 TO W-CONT-IMAGENS
           IF W-IMG-NUM-N < W-FAIXA-INI OR W-IMG-NUM-N > W-FAIXA-FIM
              GO TO CARREGAR-IMAGENS-LER.
           MOVE SPACES      TO WS-REG
           MOVE W-IMG-NUM-N TO WS-RECIBO
           MOVE 2           TO WS-TIPO
           MOVE ZEROS       TO WS-DATA WS-DOC WS-VALOR
                               WS-REF-NUMERO WS-REF-SEQ
           RELEASE WS-REG
           GO TO CARREGAR-IMAGENS-LER.
       CARREGAR-IMAGENS-FECHA.
           CLOSE IMAGEM.
       CARREGAR-IMAGENS-FIM.
           EXIT.

      * COPIAS DO RECIBOS.TXT GUARDADAS NO CATALOGO (ID RECIBOS)
       CARREGAR-CATALOGO.
           OPEN INPUT CATALOGO
           IF ST-ERRO-CAT NOT = "00"
              MOVE "00" TO ST-ERRO-CAT
              GO TO CARREGAR-CATALOGO-FIM.
       CARREGAR-CATALOGO-LER.
           READ CATALOGO
               AT END GO TO CARREGAR-CATALOGO-FECHA.
           IF CAT-ID NOT = "RECIBOS"
              GO TO CARREGAR-CATALOGO-LER.
           MOVE CAT-ARQ TO W-ARQ-IMAGEM
           ADD 1 TO W-CONT-COPIAS
           PERFORM CARREGAR-IMAGENS THRU CARREGAR-IMAGENS-FIM
           GO TO CARREGAR-CATALOGO-LER.
       CARREGAR-CATALOGO-FECHA.
           CLOSE CATALOGO.
       CARREGAR-CATALOGO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * SAIDA DO SORT: QUEBRA POR NUMERO DE RECIBO. O SALTO ENTRE UM
      * NUMERO E O SEGUINTE E LACUNA; DENTRO DO NUMERO, CONFERE OS
      * LANCAMENTOS ENTRE SI, OS ESTORNOS E A IMAGEM IMPRESSA
      *-----------------------------------------------------------------
       IMPRIMIR-SORT.
           MOVE "AUDITORIA DA NUMERACAO DOS RECIBOS" TO W-TITULO-REL
           MOVE "RECIBO   OCORRENCIA                 DATA     O OPERADOR
      -         " DOCUMENTO          VALOR"
                                                  TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           MOVE W-MES-HOJE  TO LP-MES
           MOVE W-ANO-HOJE  TO LP-ANO
           MOVE W-FAIXA-INI TO LP-INI
           MOVE W-FAIXA-FIM TO LP-FIM
           MOVE W-ULT-CTRL  TO LP-CTRL
           WRITE LINHA-REL FROM LINHA-PREMISSA
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 2 TO W-LINPAG
           IF W-FAIXA-INI > ZEROS
              COMPUTE W-ULT-VISTO = W-FAIXA-INI - 1.
           MOVE ZEROS TO G-RECIBO
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM IMPRIMIR-LINHAS THRU IMPRIMIR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           IF G-RECIBO > ZEROS
              PERFORM FECHAR-RECIBO THRU FECHAR-RECIBO-FIM.
           PERFORM LACUNA-FINAL THRU LACUNA-FINAL-FIM
           IF W-CONT-OCORR = ZEROS
              PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
              WRITE LINHA-REL FROM LINHA-NENHUMA
              ADD 1 TO W-LINPAG.
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM.
       IMPRIMIR-SORT-FIM.
           EXIT.

       IMPRIMIR-LINHAS.
           IF WS-RECIBO NOT = G-RECIBO
              IF G-RECIBO > ZEROS
                 PERFORM FECHAR-RECIBO THRU FECHAR-RECIBO-FIM
                 PERFORM ABRIR-RECIBO THRU ABRIR-RECIBO-FIM
              ELSE
                 PERFORM ABRIR-RECIBO THRU ABRIR-RECIBO-FIM.
           IF WS-TIPO = 2
              ADD 1 TO G-QTD-IMG
              GO TO IMPRIMIR-LINHAS-PROX.
           IF WS-ORIGEM = "E"
              ADD 1 TO G-QTD-EST
              PERFORM CONFERIR-ESTORNO THRU CONFERIR-ESTORNO-FIM
              GO TO IMPRIMIR-LINHAS-PROX.
           PERFORM CONFERIR-LANCAMENTO THRU CONFERIR-LANCAMENTO-FIM.
       IMPRIMIR-LINHAS-PROX.
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
       IMPRIMIR-LINHAS-FIM.
           EXIT.

      * NOVO NUMERO: O QUE FALTOU ENTRE O ANTERIOR E ELE E LACUNA
      * (SO DENTRO DA FAIXA -- ESTORNO DE RECIBO ANTIGO FICA ANTES)
       ABRIR-RECIBO.
           MOVE WS-RECIBO TO G-RECIBO
           MOVE ZEROS     TO G-QTD-PAG G-QTD-IMG G-QTD-EST
           MOVE "N"       TO G-REPETIDO
           MOVE SPACE     TO G-ORIG-PRINC
           IF W-FAIXA-INI = ZEROS OR G-RECIBO < W-FAIXA-INI
              GO TO ABRIR-RECIBO-FIM.
           IF G-RECIBO > W-ULT-VISTO + 1
              COMPUTE W-LAC-INI = W-ULT-VISTO + 1
              COMPUTE W-LAC-FIM = G-RECIBO - 1
              MOVE SPACES TO LL-OBS
              PERFORM IMPRIMIR-LACUNA THRU IMPRIMIR-LACUNA-FIM.
           MOVE G-RECIBO TO W-ULT-VISTO.
       ABRIR-RECIBO-FIM.
           EXIT.

      * LANCAMENTO DE PAGAMENTO: O PRIMEIRO DO NUMERO E A REFERENCIA;
      * OS SEGUINTES TEM DE SER DA MESMA DATA, OPERADOR E DOCUMENTO,
      * E SO ENCARGO (U/J) OU BIKE DO MESMO GRUPO (G) DIVIDE NUMERO
       CONFERIR-LANCAMENTO.
           ADD 1 TO G-QTD-PAG
           MOVE WS-ORIGEM TO W-ORIG
           IF G-QTD-PAG = 1
              MOVE WS-CHAVE    TO G-CHAVE
              MOVE WS-ORIGEM   TO G-ORIGEM
              MOVE WS-DATA     TO G-DATA
              MOVE WS-OPERADOR TO G-OPERADOR
              MOVE WS-DOC      TO G-DOC
              MOVE WS-VALOR    TO G-VALOR
              IF W-ORIG NOT = "U" AND "J"
                 MOVE W-ORIG TO G-ORIG-PRINC
                 GO TO CONFERIR-LANCAMENTO-FIM
              ELSE
                 GO TO CONFERIR-LANCAMENTO-FIM.
           IF WS-DATA NOT = G-DATA OR WS-OPERADOR NOT = G-OPERADOR
              OR WS-DOC NOT = G-DOC
              GO TO CONFERIR-LANCAMENTO-REPETIDO.
           IF W-ORIG = "U" OR "J"
              GO TO CONFERIR-LANCAMENTO-FIM.
           IF G-ORIG-PRINC = SPACE
              MOVE W-ORIG TO G-ORIG-PRINC
              GO TO CONFERIR-LANCAMENTO-FIM.
           IF W-ORIG = "G" AND G-ORIG-PRINC = "G"
              GO TO CONFERIR-LANCAMENTO-FIM.
       CONFERIR-LANCAMENTO-REPETIDO.
           IF G-REPETIDO = "N"
              MOVE "S" TO G-REPETIDO
              ADD 1 TO W-CONT-REPETIDOS
              ADD 1 TO W-CONT-OCORR
              MOVE "NUMERO REPETIDO"   TO LD-OCORR
              MOVE G-DATA              TO LD-DATA
              MOVE G-ORIGEM            TO LD-ORIGEM
              MOVE G-OPERADOR          TO LD-OPERADOR
              MOVE G-DOC               TO LD-DOC
              MOVE G-VALOR             TO LD-VALOR
              PERFORM IMPRIMIR-DET THRU IMPRIMIR-DET-FIM.
           MOVE "NUMERO REPETIDO (OUTRO)" TO LD-OCORR
           PERFORM MONTAR-DET THRU MONTAR-DET-FIM
           PERFORM IMPRIMIR-DET THRU IMPRIMIR-DET-FIM.
       CONFERIR-LANCAMENTO-FIM.
           EXIT.

      * CONTRAPARTIDA "E": O ESTORNO APROVADO NO SGB-019 FICA EM
      * ARQESTOR.DAT SOB A CHAVE-PAG DO PAGAMENTO ORIGINAL, COM O
      * MESMO RECIBO E O MESMO VALOR
       CONFERIR-ESTORNO.
           ADD 1 TO W-CONT-ESTORNOS
           IF W-EST-ABERTO NOT = "S"
              GO TO CONFERIR-ESTORNO-SEM.
           MOVE WS-REF-NUMERO TO EST-NUMERO
           MOVE WS-REF-SEQ    TO EST-SEQ
           READ ARQESTOR
           IF ST-ERRO-EST NOT = "00"
              MOVE "00" TO ST-ERRO-EST
              GO TO CONFERIR-ESTORNO-SEM.
           IF EST-RECIBO = WS-RECIBO AND EST-VALOR = WS-VALOR
              GO TO CONFERIR-ESTORNO-FIM.
       CONFERIR-ESTORNO-SEM.
           ADD 1 TO W-CONT-EST-SAPR
           ADD 1 TO W-CONT-OCORR
           MOVE "ESTORNO SEM APROVACAO" TO LD-OCORR
           PERFORM MONTAR-DET THRU MONTAR-DET-FIM
           PERFORM IMPRIMIR-DET THRU IMPRIMIR-DET-FIM.
       CONFERIR-ESTORNO-FIM.
           EXIT.

      * FIM DO NUMERO: NUMERO SO IMPRESSO OU SO ESTORNADO, SEM O
      * PAGAMENTO, E LACUNA; LANCAMENTO SEM IMAGEM SO CONTA FORA DO
      * BOLETO
       FECHAR-RECIBO.
           IF W-FAIXA-INI = ZEROS OR G-RECIBO < W-FAIXA-INI
              GO TO FECHAR-RECIBO-FIM.
           IF G-QTD-PAG = ZEROS
              MOVE G-RECIBO TO W-LAC-INI W-LAC-FIM
              IF G-QTD-IMG > ZEROS
                 MOVE "  IMPRESSO S/PAGAMENTO" TO LL-OBS
                 ADD 1 TO W-CONT-IMPR-SPAG
                 PERFORM IMPRIMIR-LACUNA THRU IMPRIMIR-LACUNA-FIM
                 GO TO FECHAR-RECIBO-FIM
              ELSE
                 MOVE "  SO ESTORNO, SEM PAGAMENTO" TO LL-OBS
                 PERFORM IMPRIMIR-LACUNA THRU IMPRIMIR-LACUNA-FIM
                 GO TO FECHAR-RECIBO-FIM.
           ADD 1 TO W-CONT-RECIBOS
           IF G-QTD-IMG > ZEROS OR G-ORIG-PRINC = "B"
              GO TO FECHAR-RECIBO-FIM.
           ADD 1 TO W-CONT-SEM-IMG
           ADD 1 TO W-CONT-OCORR
           MOVE "SEM IMAGEM IMPRESSA" TO LD-OCORR
           MOVE G-DATA              TO LD-DATA
           MOVE G-ORIGEM            TO LD-ORIGEM
           MOVE G-OPERADOR          TO LD-OPERADOR
           MOVE G-DOC               TO LD-DOC
           MOVE G-VALOR             TO LD-VALOR
           PERFORM IMPRIMIR-DET THRU IMPRIMIR-DET-FIM.
       FECHAR-RECIBO-FIM.
           EXIT.

      * DEPOIS DO ULTIMO NUMERO: SE NENHUM RECIBO FOI DADO ALEM DA
      * FAIXA, O QUE O CTRLRECI ENTREGOU A MAIS NUNCA FOI GRAVADO
       LACUNA-FINAL.
           IF W-FAIXA-FIM = ZEROS
              GO TO LACUNA-FINAL-FIM.
           IF W-ULT-VISTO < W-FAIXA-FIM
              COMPUTE W-LAC-INI = W-ULT-VISTO + 1
              MOVE W-FAIXA-FIM TO W-LAC-FIM
              MOVE SPACES TO LL-OBS
              PERFORM IMPRIMIR-LACUNA THRU IMPRIMIR-LACUNA-FIM.
           IF W-MAX-GERAL NOT = W-FAIXA-FIM
              GO TO LACUNA-FINAL-FIM.
           IF W-ULT-CTRL > W-FAIXA-FIM
              COMPUTE W-LAC-INI = W-FAIXA-FIM + 1
              MOVE W-ULT-CTRL TO W-LAC-FIM
              MOVE "  TIRADOS DO CTRLRECI" TO LL-OBS
              PERFORM IMPRIMIR-LACUNA THRU IMPRIMIR-LACUNA-FIM.
       LACUNA-FINAL-FIM.
           EXIT.

       IMPRIMIR-LACUNA.
           COMPUTE LL-QTD = W-LAC-FIM - W-LAC-INI + 1
           COMPUTE W-CONT-LACUNAS =
                   W-CONT-LACUNAS + W-LAC-FIM - W-LAC-INI + 1
           ADD 1 TO W-CONT-OCORR
           MOVE W-LAC-INI TO LL-INI
           MOVE W-LAC-FIM TO LL-FIM
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-LACUNA
           ADD 1 TO W-LINPAG.
       IMPRIMIR-LACUNA-FIM.
           EXIT.

       MONTAR-DET.
           MOVE WS-DATA     TO LD-DATA
           MOVE WS-ORIGEM   TO LD-ORIGEM
           MOVE WS-OPERADOR TO LD-OPERADOR
           MOVE WS-DOC      TO LD-DOC
           MOVE WS-VALOR    TO LD-VALOR.
       MONTAR-DET-FIM.
           EXIT.

       IMPRIMIR-DET.
           MOVE G-RECIBO TO LD-RECIBO
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG.
       IMPRIMIR-DET-FIM.
           EXIT.

      *-----------------------------------------------------------------
      * RESUMO DA FAIXA E TERMO DE CONFERENCIA DO CONTADOR, SEMPRE
      * NUMA PAGINA PROPRIA PARA SER ASSINADA E ARQUIVADA
      *-----------------------------------------------------------------
       IMPRIMIR-RESUMO.
           MOVE "RESUMO DA AUDITORIA DA NUMERACAO DOS RECIBOS"
                                                  TO W-TITULO-REL
           MOVE SPACES TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           WRITE LINHA-REL FROM LINHA-PREMISSA
           WRITE LINHA-REL FROM ESPACOS-REL
           MOVE "LANCAMENTOS LIDOS EM ARQPAG............." TO LR-TEXTO
           MOVE W-CONT-LIDOS TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "NUMEROS DA FAIXA COM LANCAMENTO........." TO LR-TEXTO
           MOVE W-CONT-RECIBOS TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "LACUNAS (NUMEROS SEM LANCAMENTO)........" TO LR-TEXTO
           MOVE W-CONT-LACUNAS TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "  DAS QUAIS IMPRESSAS SEM PAGAMENTO....." TO LR-TEXTO
           MOVE W-CONT-IMPR-SPAG TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "NUMEROS REPETIDOS......................." TO LR-TEXTO
           MOVE W-CONT-REPETIDOS TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "RECIBOS SEM IMAGEM IMPRESSA............." TO LR-TEXTO
           MOVE W-CONT-SEM-IMG TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "ESTORNOS CONFERIDOS....................." TO LR-TEXTO
           MOVE W-CONT-ESTORNOS TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "ESTORNOS SEM APROVACAO EM ARQESTOR......" TO LR-TEXTO
           MOVE W-CONT-EST-SAPR TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "PAGAMENTOS DO MES SEM NUMERO DE RECIBO.." TO LR-TEXTO
           MOVE W-CONT-SEM-NUM TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "LINHAS DE RECIBO EM RECIBOS.TXT........." TO LR-TEXTO
           MOVE W-LINHAS-RECIBOS TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "COPIAS DO RECIBOS.TXT NO CATALOGO......." TO LR-TEXTO
           MOVE W-CONT-COPIAS TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "ULTIMO NUMERO NO CTRLRECI..............." TO LR-TEXTO
           MOVE W-ULT-CTRL TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "MAIOR NUMERO GRAVADO EM ARQPAG.........." TO LR-TEXTO
           MOVE W-MAX-GERAL TO LR-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           WRITE LINHA-REL FROM ESPACOS-REL
      * CONTROLE ATRAS DO ARQUIVO: O PROXIMO RECIBO VAI REPETIR UM
      * NUMERO JA GRAVADO
           IF W-ULT-CTRL < W-MAX-GERAL
              ADD 1 TO W-CONT-OCORR
              MOVE "CTRLRECI ATRAS DO ARQPAG - PROXIMOS NUMEROS REPETEM"
                                                  TO LC-TEXTO
              WRITE LINHA-REL FROM LINHA-CONCLUSAO.
           IF W-FAIXA-FIM = ZEROS
              MOVE "NENHUM RECIBO EMITIDO NA COMPETENCIA" TO LC-TEXTO
           ELSE
              IF W-CONT-OCORR = ZEROS
                 MOVE "NUMERACAO INTEGRA - SEM LACUNA, REPETICAO OU PEND
      -                "ENCIA"                   TO LC-TEXTO
              ELSE
                 MOVE "NUMERACAO COM OCORRENCIAS - VER DETALHE ACIMA"
                                                  TO LC-TEXTO.
           WRITE LINHA-REL FROM LINHA-CONCLUSAO
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-EMISSAO
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-TERMO-1
           WRITE LINHA-REL FROM LINHA-TERMO-2
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-TERMO-3
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-TERMO-4
           ADD 30 TO W-LINPAG.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

      * FECHA E CATALOGA A AUDITORIA; EM SEGUIDA GUARDA NO CATALOGO
      * A COPIA DO RECIBOS.TXT QUE SERVIU DE IMAGEM (PAGINAS ZERO,
      * LINHAS = LINHAS "RECIBO NR:" LIDAS NELE)
       FECHAR-ARQS.
           IF W-EST-ABERTO = "S"
              CLOSE ARQESTOR.
           CLOSE ARQPAG
           CLOSE RELATORIO
           MOVE "REL061  "   TO W-REL-ID
           MOVE "REL061.TXT" TO W-REL-ARQ
           MOVE SPACES       TO W-REL-PARMS
           STRING "AUDITORIA DE RECIBOS " W-ANO-HOJE W-MES-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM
           IF W-LINHAS-RECIBOS = ZEROS
              GO TO FECHAR-ARQS-FIM.
           MOVE "RECIBOS "    TO W-REL-ID
           MOVE "RECIBOS.TXT" TO W-REL-ARQ
           MOVE SPACES        TO W-REL-PARMS
           STRING "IMAGENS DOS RECIBOS ATE " W-ANO-HOJE W-MES-HOJE
                  DELIMITED BY SIZE INTO W-REL-PARMS
           MOVE ZEROS            TO W-REL-PAGINAS
           MOVE W-LINHAS-RECIBOS TO W-REL-LINHAS
           CALL "RELCAT001" USING W-CAT-PARM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY COMPVALP.
