      * GRAVOU O CONTROLE CTRLCMP.DAT (COPY COMPVAL./COMPVALP.), A
      * COMPETENCIA VEM DE LA -- UMA REEXECUCAO ATRASADA AINDA
      * FECHA O MES CERTO; SEM O CONTROLE, TUDO SEGUE COMO SEMPRE.
      * 2026-10-15  DETALHE POR CONDUTOR AUTORIZADO: DENTRO DE CADA
      * EMPRESA AS LOCACOES SAEM AGRUPADAS PELO CONDUTOR (LOC-CONDUTOR,
      * NOME EM ARQCONDU.DAT, COPY CONDVAL.) COM SUBTOTAL NO
      * DEMONSTRATIVO, E CADA SUBTOTAL VAI PARA FATPJCD.TXT
      * (FATURA;CNPJ;CPF;QTDLOC;VALOR, VALOR EM CENTAVOS) PARA O
      * RATEIO INTERNO DA EMPRESA. LOCACAO ANTIGA, SEM CONDUTOR, SAI
      * COMO "CONDUTOR NAO INFORMADO" (CPF ZERO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTR.

           SELECT ARQCONDU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COND
                    FILE STATUS  IS ST-ERRO-CND.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT FATCOND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TCD.

           SELECT FATURAS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TXT.
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
                   88 FAT-ABERTA            VALUE "A".
                   88 FAT-QUITADA           VALUE "Q".
                03 FAT-VALOR-PAGO       PIC 9(8)V99.
                03 FAT-NOSSO-NUM        PIC 9(10).

       FD CTRLFAT
               LABEL RECORD IS STANDARD
       01 REG-CTRLFAT.
                03 CTRL-ULT-FAT         PIC 9(6).

       FD ARQCONDU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONDU.DAT".
       01 REGCOND.
                03 CHAVE-COND.
                   05 COND-CNPJ         PIC 9(14).
                   05 COND-CPF          PIC 9(11).
                03 COND-NOME            PIC X(35).
                03 COND-ATIVO           PIC X(01).
                03 COND-CATEGORIA       PIC X(01).
                03 COND-DATA-ALT        PIC 9(08).
                03 COND-OPERADOR        PIC X(08).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-CNPJ              PIC 9(14).
                03 WS-CONDUTOR          PIC 9(11).
                03 WS-NUMERO            PIC 9(4).
                03 WS-SEQ               PIC 9(4).
                03 WS-DATA              PIC 9(8).

       01 LINHA-FAT                    PIC X(60).

       FD FATCOND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATPJCD.TXT".

       01 LINHA-FCD                    PIC X(60).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATPJREL.TXT".
       77 ST-ERRO-CTR      PIC X(02) VALUE "00".
       77 ST-ERRO-TXT      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 ST-ERRO-TCD      PIC X(02) VALUE "00".
       77 ST-RETORNO       PIC X(02) VALUE "00".
       COPY COMPVAL.
       COPY CONDVAL.
       77 W-COND-ANT       PIC 9(11) VALUE ZEROS.
       77 W-COND-ABERTO    PIC X(01) VALUE "N".
       77 W-TOT-COND       PIC 9(08)V99 VALUE ZEROS.
       77 W-QTD-COND       PIC 9(04) VALUE ZEROS.
       77 W-COMPET         PIC 9(06) VALUE ZEROS.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-CNPJ-ANT       PIC 9(14) VALUE ZEROS.
           03 LL-DATA      PIC XX/XX/XXXX.
           03 FILLER       PIC X(09) VALUE "  VALOR: ".
           03 LL-VALOR     PIC ZZZZZ9,99.
       01 LINHA-FCD-REC.
           03 LC-NUMERO    PIC 9(06).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-CNPJ      PIC 9(14).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-CPF       PIC 9(11).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-QTD       PIC 9(04).
           03 FILLER       PIC X(01) VALUE ";".
           03 LC-VALOR     PIC 9(08)V99.

       01 LIN-CONDUTOR.
           03 FILLER       PIC X(13) VALUE "  CONDUTOR: ".
           03 LD-CPF       PIC 9(11).
           03 FILLER       PIC X(02) VALUE "  ".
           03 LD-NOME      PIC X(35).
       01 LIN-SUB-COND.
           03 FILLER       PIC X(22) VALUE "  SUBTOTAL CONDUTOR..:".
           03 LS-VALOR     PIC ZZZZZZZ9,99.
           03 FILLER       PIC X(13) VALUE "  LOCACOES: ".
           03 LS-QTD       PIC ZZZ9.
       01 LIN-TOTAL.
           03 FILLER       PIC X(22) VALUE "  TOTAL DA FATURA....:".
           03 LT-VALOR     PIC ZZZZZZZ9,99.
       INICIO-SEGUE.
           MOVE W-COMPET TO W-COMPET-NUM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           SORT WORK-SORT ON ASCENDING KEY WS-CNPJ WS-CONDUTOR
                                             WS-NUMERO WS-SEQ
               INPUT PROCEDURE  CARREGAR-SORT THRU CARREGAR-SORT-FIM
               OUTPUT PROCEDURE FATURAR-SORT THRU FATURAR-SORT-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO FATPJ ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT FATCOND
           IF ST-ERRO-TCD NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO FATPJCD ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           PERFORM ABRIR-CONDUTOR THRU ABRIR-CONDUTOR-FIM
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO DEMONSTRATIVO ***"
           IF ST-ERRO-PAG = "00"
              GO TO CARREGAR-SORT-LER.
           MOVE LOC-CPF           TO WS-CNPJ
           MOVE LOC-CONDUTOR      TO WS-CONDUTOR
           MOVE LOC-NUMERO        TO WS-NUMERO
           MOVE LOC-SEQ           TO WS-SEQ
           MOVE LOC-DATADEVOLUCAO TO WS-DATA
           RETURN WORK-SORT AT END MOVE "10" TO ST-RETORNO.
           PERFORM FATURAR-LINHAS THRU FATURAR-LINHAS-FIM
               UNTIL ST-RETORNO = "10"
           IF W-COND-ABERTO = "S"
              PERFORM FECHAR-SUBTOT-COND THRU FECHAR-SUBTOT-COND-FIM.
           IF W-PRIMEIRA = "N" AND W-PULA-CNPJ = "N"
              PERFORM FECHAR-FATURA THRU FECHAR-FATURA-FIM.
       FATURAR-SORT-FIM.
           EXIT.

       FATURAR-LINHAS.
           IF W-COND-ABERTO = "S"
              IF WS-CNPJ NOT = W-CNPJ-ANT
                 OR WS-CONDUTOR NOT = W-COND-ANT
                 PERFORM FECHAR-SUBTOT-COND
                                      THRU FECHAR-SUBTOT-COND-FIM.
           IF W-PRIMEIRA = "S"
              MOVE "N"     TO W-PRIMEIRA
              MOVE WS-CNPJ TO W-CNPJ-ANT
                 ELSE
                    MOVE WS-CNPJ TO W-CNPJ-ANT
                    PERFORM ABRIR-FATURA THRU ABRIR-FATURA-FIM.
           IF W-PULA-CNPJ = "N" AND W-COND-ABERTO = "N"
              PERFORM ABRIR-SUBTOT-COND THRU ABRIR-SUBTOT-COND-FIM.
           IF W-PULA-CNPJ = "N"
              ADD WS-VALOR TO W-TOT-EMPRESA
              ADD 1 TO W-QTD-EMPRESA
              ADD WS-VALOR TO W-TOT-COND
              ADD 1 TO W-QTD-COND
              MOVE WS-NUMERO TO LL-NUMERO
              MOVE WS-SEQ    TO LL-SEQ
              MOVE WS-DATA   TO LL-DATA
       VERIF-JA-FATURADA-FIM.
           EXIT.

      * INICIO DE UM CONDUTOR DENTRO DA EMPRESA: CABECALHO COM O CPF
      * E O NOME DO CADASTRO DE CONDUTORES DO CNPJ
       ABRIR-SUBTOT-COND.
           MOVE WS-CONDUTOR TO W-COND-ANT
           MOVE ZEROS TO W-TOT-COND W-QTD-COND
           MOVE "S" TO W-COND-ABERTO
           MOVE W-COND-ANT TO LD-CPF
           IF W-COND-ANT = ZEROS
              MOVE "CONDUTOR NAO INFORMADO" TO LD-NOME
              GO TO ABRIR-SUBTOT-COND-IMP.
           MOVE W-CNPJ-ANT TO CN-CNPJ
           MOVE W-COND-ANT TO CN-CPF
           PERFORM LER-CONDUTOR THRU LER-CONDUTOR-FIM
           MOVE CN-NOME TO LD-NOME.
       ABRIR-SUBTOT-COND-IMP.
           PERFORM CONTROLAR-QUEBRA-PAG
                                    THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LIN-CONDUTOR
           ADD 1 TO W-LINPAG.
       ABRIR-SUBTOT-COND-FIM.
           EXIT.

      * FIM DE UM CONDUTOR: SUBTOTAL NO DEMONSTRATIVO E A LINHA DO
      * RATEIO EM FATPJCD.TXT
       FECHAR-SUBTOT-COND.
           MOVE "N" TO W-COND-ABERTO
           MOVE W-TOT-COND TO LS-VALOR
           MOVE W-QTD-COND TO LS-QTD
           PERFORM CONTROLAR-QUEBRA-PAG
                                    THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LIN-SUB-COND
           ADD 1 TO W-LINPAG
           MOVE W-PROX-FAT    TO LC-NUMERO
           MOVE W-CNPJ-ANT    TO LC-CNPJ
           MOVE W-COND-ANT    TO LC-CPF
           MOVE W-QTD-COND    TO LC-QTD
           MOVE W-TOT-COND    TO LC-VALOR
           MOVE SPACES        TO LINHA-FCD
           MOVE LINHA-FCD-REC TO LINHA-FCD
           WRITE LINHA-FCD.
       FECHAR-SUBTOT-COND-FIM.
           EXIT.

      * FIM DE UMA EMPRESA: GRAVA A FATURA EM ARQFATPJ.DAT, A LINHA
      * EM FATPJ.TXT E O TOTAL NO DEMONSTRATIVO
       FECHAR-FATURA.
           MOVE W-HOJE-DMA-NUM TO FAT-DATA-EMISSAO
           MOVE "A"            TO FAT-SITUACAO
           MOVE ZEROS          TO FAT-VALOR-PAGO
           MOVE ZEROS          TO FAT-NOSSO-NUM
           WRITE REGFAT
           IF ST-ERRO-FAT NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DA FATURA ***".
           CLOSE CADCLIPJ
           CLOSE ARQFATPJ
           CLOSE FATURAS
           CLOSE FATCOND
           PERFORM FECHAR-CONDUTOR THRU FECHAR-CONDUTOR-FIM
           CLOSE RELATORIO
           MOVE "FATPJ001" TO W-REL-ID
           MOVE "FATPJREL.TXT" TO W-REL-ARQ
       COPY RELPAGP.

       COPY COMPVALP.

       COPY CONDVALP.
