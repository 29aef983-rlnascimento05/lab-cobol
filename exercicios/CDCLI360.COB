      * PELA CHAVE ALTERNATIVA LOC-CPF (PAGINADAS NA TELA, COMO O
      * BROWSE DO SBP012), AS COBRANCAS EM ABERTO DE ARQCOB.DAT E AS
      * ULTIMAS LINHAS DE AUDITORIA DO CPF COM OPERADOR E DATA.
      * MOSTRA TAMBEM QUANTOS CHAMADOS SAC DO CLIENTE (ARQSAC.DAT,
      * SGB-055) AINDA NAO FORAM RESOLVIDOS.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AUDCLI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.

           SELECT ARQSAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAC-NUMERO
                    ALTERNATE RECORD KEY IS SAC-DOC
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-SAC.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CEPS
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

       FD AUDCLI
               LABEL RECORD IS STANDARD
                03 AUD-SIT-NOVA         PIC X(01).
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       FD ARQSAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSAC.DAT".
       01 REGSAC.
                03 SAC-NUMERO           PIC 9(6).
                03 SAC-DOC              PIC 9(14).
                03 SAC-LOC-NUMERO       PIC 9(4).
                03 SAC-LOC-SEQ          PIC 9(4).
                03 SAC-RECIBO           PIC 9(8).
                03 SAC-COB-SEQ          PIC 9(4).
                03 SAC-CATEGORIA        PIC X(01).
                03 SAC-PRIORIDADE       PIC X(01).
                03 SAC-FILIAL           PIC 9(01).
                03 SAC-OPERADOR         PIC X(8).
                03 SAC-ABERTO-POR       PIC X(8).
                03 SAC-DATA-ABERT       PIC 9(8).
                03 SAC-HORA-ABERT       PIC 9(4).
                03 SAC-SITUACAO         PIC X(01).
                   88 SAC-RESOLVIDO         VALUE "R".
                03 SAC-DATA-RESOL       PIC 9(8).
                03 SAC-HORA-RESOL       PIC 9(4).
                03 SAC-RESOLUCAO        PIC 9(01).
                03 SAC-ACAO-SIT         PIC X(01).
                03 SAC-ASSUNTO          PIC X(50).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO-LOC  PIC X(02) VALUE "00".
       77 ST-ERRO-COB  PIC X(02) VALUE "00".
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-SAC  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CPF-PED    PIC 9(11) VALUE ZEROS.
       77 W-CONT-LOC   PIC 9(04) VALUE ZEROS.
       77 W-TOT-COB    PIC 9(08)V99 VALUE ZEROS.
       77 W-QTD-COB    PIC 9(04) VALUE ZEROS.
       77 W-QTD-SAC    PIC 9(04) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZZZ9,99.
       77 W-IA         PIC 9(01) COMP VALUE ZEROS.

                  MOVE "ERRO NA ABERTURA DO ARQUIVO COBRANCAS" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           OPEN INPUT ARQSAC
           IF ST-ERRO-SAC NOT = "00"
              MOVE "XX" TO ST-ERRO-SAC.

       PEDE-CPF.
           DISPLAY (01, 01) ERASE
           MOVE "00" TO ST-ERRO-CEP
           PERFORM MOSTRAR-LOCACOES THRU MOSTRAR-LOCACOES-FIM
           PERFORM MOSTRAR-COBRANCAS THRU MOSTRAR-COBRANCAS-FIM
           PERFORM MOSTRAR-CHAMADOS THRU MOSTRAR-CHAMADOS-FIM
           PERFORM MOSTRAR-AUDITORIA THRU MOSTRAR-AUDITORIA-FIM
           DISPLAY (24, 05) "ENTER PARA NOVA CONSULTA"
           ACCEPT  (24, 31) W-OPCAO
       MOSTRAR-COBRANCAS-FIM.
           EXIT.

      * CHAMADOS SAC DO CPF AINDA NAO RESOLVIDOS, PELA CHAVE
      * ALTERNATIVA SAC-DOC
       MOSTRAR-CHAMADOS.
           MOVE ZEROS TO W-QTD-SAC
           IF ST-ERRO-SAC = "XX"
              GO TO MOSTRAR-CHAMADOS-MOSTRA.
           MOVE W-CPF-PED TO SAC-DOC
           START ARQSAC KEY IS NOT LESS SAC-DOC
               INVALID KEY MOVE "10" TO ST-ERRO-SAC.
           IF ST-ERRO-SAC = "10"
              MOVE "00" TO ST-ERRO-SAC
              GO TO MOSTRAR-CHAMADOS-MOSTRA.
       MOSTRAR-CHAMADOS-LER.
           READ ARQSAC NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-SAC.
           IF ST-ERRO-SAC = "10"
              MOVE "00" TO ST-ERRO-SAC
              GO TO MOSTRAR-CHAMADOS-MOSTRA.
           IF SAC-DOC NOT = W-CPF-PED
              GO TO MOSTRAR-CHAMADOS-MOSTRA.
           IF NOT SAC-RESOLVIDO
              ADD 1 TO W-QTD-SAC.
           GO TO MOSTRAR-CHAMADOS-LER.
       MOSTRAR-CHAMADOS-MOSTRA.
           DISPLAY (22, 50) "CHAMADOS SAC ABERTOS:"
           DISPLAY (22, 72) W-QTD-SAC.
       MOSTRAR-CHAMADOS-FIM.
           EXIT.

      * ULTIMAS 5 LINHAS DE AUDITORIA DO CPF (VARRE A TRILHA
      * SEQUENCIAL INTEIRA GUARDANDO AS 5 MAIS RECENTES)
       MOSTRAR-AUDITORIA.
                CLOSE CLIENTES CEPS ARQLOC
                IF ST-ERRO-COB NOT = "XX"
                   CLOSE ARQCOB.
                IF ST-ERRO-SAC NOT = "XX"
                   CLOSE ARQSAC.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
