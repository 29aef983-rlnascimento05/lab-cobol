       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL053.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CLIENTES MENORES DE IDADE SEM RESPONSAVEL        *
      **************************************************
      * O CADCLI GUARDA EM CPF-RESPONSAVEL O CLIENTE MAIOR DE IDADE
      * RESPONSAVEL PELO MENOR, E O SGB-004 RECUSA A LOCACAO DO
      * MENOR SEM RESPONSAVEL VALIDO. ESTE RELATORIO PERCORRE
      * CADCLIENTES.DAT E LISTA EM REL053.TXT CADA CLIENTE COM MENOS
      * DE 18 ANOS NA DATA DE HOJE (COPY IDADEVAL.) QUE ESTA SEM
      * RESPONSAVEL, COM O MOTIVO: NENHUM INFORMADO, RESPONSAVEL QUE
      * NAO ESTA MAIS NO CADASTRO OU RESPONSAVEL QUE TAMBEM E MENOR.
      * O RESPONSAVEL E LIDO PELO CLIRESP, O MESMO CADASTRO ABERTO
      * UMA SEGUNDA VEZ, PARA NAO PERDER A POSICAO DA LEITURA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    ALTERNATE RECORD KEY IS RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-CLI.

           SELECT CLIRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSP-CPF
                    ALTERNATE RECORD KEY IS RSP-RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-RSP.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

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
                03 SITUACAO             PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CLIRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.DAT".
       01 REGCLIRESP.
                03 RSP-CPF              PIC 9(11).
                03 RSP-NOME             PIC X(35).
                03 RSP-DATANASC.
                    05 RSP-DIA          PIC 9(2).
                    05 RSP-MES          PIC 9(2).
                    05 RSP-ANO          PIC 9(4).
                03 RSP-RG               PIC X(20).
                03 FILLER               PIC X(70).
                03 RSP-SITUACAO         PIC X(1).
                03 RSP-RESPONSAVEL      PIC 9(11).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL053.TXT".
       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-CLI      PIC X(02) VALUE "00".
       77 ST-ERRO-RSP      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       77 W-TOT-MENORES    PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-RESP   PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO         PIC X(20) VALUE SPACES.

       COPY IDADEVAL.
       COPY RELPAG.

       01 LINHA-DET.
           03 LD-CPF       PIC 999.999.999.99.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-NOME      PIC X(30).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-NASC      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-IDADE     PIC Z9.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LD-MOTIVO    PIC X(20).

       01 LINHA-COL.
           03 FILLER       PIC X(46) VALUE "CPF            NOME".
           03 FILLER       PIC X(24) VALUE "NASCIMENTO ID MOTIVO".

       01 LINHA-TOT.
           03 FILLER       PIC X(30) VALUE
              "MENORES DE IDADE NO CADASTRO: ".
           03 LT-MENORES   PIC ZZZ.ZZ9.
           03 FILLER       PIC X(20) VALUE
              "   SEM RESPONSAVEL: ".
           03 LT-SEM-RESP  PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT ID-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           MOVE "CLIENTES MENORES DE IDADE SEM RESPONSAVEL"
                                                  TO W-TITULO-REL
           MOVE LINHA-COL TO W-CAB-COL
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
           PERFORM LISTAR-MENORES THRU LISTAR-MENORES-FIM
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "MENORES DE IDADE....: " W-TOT-MENORES
           DISPLAY "SEM RESPONSAVEL.....: " W-TOT-SEM-RESP
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ABRIR-ARQS.
           OPEN INPUT CLIENTES
           IF ST-ERRO-CLI NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CLIENTES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT CLIRESP
           IF ST-ERRO-RSP NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO CLIENTES ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       ABRIR-ARQS-FIM.
           EXIT.

      * CADA MENOR CONTA NO TOTAL; SO SAI NA LISTA O QUE ESTA SEM
      * RESPONSAVEL VALIDO
       LISTAR-MENORES.
           CONTINUE.
       LISTAR-MENORES-LER.
           READ CLIENTES NEXT RECORD
               AT END GO TO LISTAR-MENORES-FIM.
           MOVE DIA TO ID-NASC-DIA
           MOVE MES TO ID-NASC-MES
           MOVE ANO TO ID-NASC-ANO
           PERFORM CALCULAR-IDADE THRU CALCULAR-IDADE-FIM
           IF NOT ID-MENOR
              GO TO LISTAR-MENORES-LER.
           ADD 1 TO W-TOT-MENORES
           MOVE ID-IDADE TO LD-IDADE
           PERFORM VERIFICAR-RESPONSAVEL
                                       THRU VERIFICAR-RESPONSAVEL-FIM
           IF W-MOTIVO = SPACES
              GO TO LISTAR-MENORES-LER.
           ADD 1 TO W-TOT-SEM-RESP
           MOVE CPF       TO LD-CPF
           MOVE NOME      TO LD-NOME
           MOVE DATANASC  TO LD-NASC
           MOVE W-MOTIVO  TO LD-MOTIVO
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-LINPAG
           GO TO LISTAR-MENORES-LER.
       LISTAR-MENORES-FIM.
           EXIT.

      * DEVOLVE EM W-MOTIVO POR QUE O MENOR ESTA SEM RESPONSAVEL,
      * OU ESPACOS QUANDO O RESPONSAVEL E UM CLIENTE MAIOR DE IDADE
       VERIFICAR-RESPONSAVEL.
           MOVE SPACES TO W-MOTIVO
           IF CPF-RESPONSAVEL = ZEROS
              MOVE "NENHUM INFORMADO" TO W-MOTIVO
              GO TO VERIFICAR-RESPONSAVEL-FIM.
           MOVE CPF-RESPONSAVEL TO RSP-CPF
           READ CLIRESP
           IF ST-ERRO-RSP NOT = "00"
              MOVE "00" TO ST-ERRO-RSP
              MOVE "NAO CADASTRADO" TO W-MOTIVO
              GO TO VERIFICAR-RESPONSAVEL-FIM.
           MOVE RSP-DIA TO ID-NASC-DIA
           MOVE RSP-MES TO ID-NASC-MES
           MOVE RSP-ANO TO ID-NASC-ANO
           PERFORM CALCULAR-IDADE THRU CALCULAR-IDADE-FIM
           IF ID-MENOR
              MOVE "RESPONSAVEL MENOR" TO W-MOTIVO.
       VERIFICAR-RESPONSAVEL-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-LINPAG
           MOVE W-TOT-MENORES  TO LT-MENORES
           MOVE W-TOT-SEM-RESP TO LT-SEM-RESP
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE CLIENTES
           CLOSE CLIRESP
           CLOSE RELATORIO
           MOVE "REL053  "   TO W-REL-ID
           MOVE "REL053.TXT" TO W-REL-ARQ
           MOVE "MENORES SEM RESPONSAVEL" TO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY RELPAGP.
       COPY IDADEVALP.
