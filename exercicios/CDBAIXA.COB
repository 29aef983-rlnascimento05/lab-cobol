      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-09-02  VERSAO INICIAL.
      * 2026-10-15  LOGON AVULSO PASSA PELO CONTROLE DE SEGURANCA
      *             (SEGUR001): SENHA ERRADA CONTA TENTATIVA E BLOQUEIA
      *             O OPERADOR NO LIMITE, SENHA VENCIDA E RECUSADA E O
      *             LOGON/LOGOFF VAI PARA O LOG DE SESSOES.
      * 2026-10-15  BAIXA PEDIDA POR CHAMADO SAC (SGB-055): INFORMADO
      *             O NUMERO DO CHAMADO RESOLVIDO COM BAIXA PENDENTE, A
      *             CHAVE DA COBRANCA E O MOTIVO VEM DO CHAMADO, E
      *             DEPOIS DA BAIXA O CHAMADO FICA COM A BAIXA FEITA E
      *             GANHA NOTA.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.

           SELECT ARQSAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAC-NUMERO
                    ALTERNATE RECORD KEY IS SAC-DOC
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-SAC.

           SELECT ARQSACN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SACN
                    FILE STATUS  IS ST-ERRO-SCN.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                   88 COB-EST-LEMBRETE      VALUE "1".
                   88 COB-EST-NOTIFICACAO   VALUE "2".
                   88 COB-EST-PROTESTO      VALUE "3".
                03 COB-NOSSO-NUM        PIC 9(10).

       FD ARQBXCOB
               LABEL RECORD IS STANDARD
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).

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
                   88 SAC-RES-BAIXA         VALUE 2.
                03 SAC-ACAO-SIT         PIC X(01).
                   88 SAC-ACAO-PENDENTE     VALUE "P".
                03 SAC-ASSUNTO          PIC X(50).

       FD ARQSACN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSACN.DAT".
       01 REGSACN.
                03 CHAVE-SACN.
                   05 SACN-NUMERO       PIC 9(6).
                   05 SACN-SEQ          PIC 9(3).
                03 SACN-DATA            PIC 9(8).
                03 SACN-HORA            PIC 9(4).
                03 SACN-OPERADOR        PIC X(8).
                03 SACN-SITUACAO        PIC X(01).
                03 SACN-TEXTO           PIC X(60).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       COPY SACVAL.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-SEQ-COB    PIC 9(04) VALUE ZEROS.
       77 W-SALDO      PIC 9(06)V99 VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
      * CHAMADO SAC (SGB-055) QUE PEDIU A BAIXA, ZERO SE NENHUM
       77 W-CHAMADO    PIC 9(06) VALUE ZEROS.
       77 W-VALOR-ED   PIC ZZZZZ9,99.

       COPY OPERVAL.
       COPY SEGOPER.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
           PERFORM ABRIR-SAC THRU ABRIR-SAC-FIM.
       ASK-OPERADOR.
           IF ADDRESS OF LK-OPER NOT = NULL
              IF LK-OPER-OK = "S"
           DISPLAY (11, 20) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 31) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-026" TO W-SEG-PROGRAMA
           READ OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              MOVE "N" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "00" TO ST-ERRO-OPE
              GO TO ASK-SUPERVISOR-CRED.
           PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
           IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
              MOVE "F" TO W-SEG-FUNCAO
              PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR-CRED.
           IF OPER-NIVEL NOT = 3
              MOVE "*** SOMENTE SUPERVISOR (NIVEL 3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR-CRED.
           MOVE "E" TO W-SEG-FUNCAO
           PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
           IF W-SEG-RESP NOT = "OK"
              MOVE W-SEG-MENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ASK-SUPERVISOR-CRED.
           CLOSE OPERADORES.
       INC-001.
                MOVE ZEROS  TO W-DOC W-SEQ-COB W-CHAMADO
                MOVE SPACES TO W-MOTIVO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "BAIXA DE COBRANCA INCOBRAVEL"
                DISPLAY (03, 05) "CHAMADO SAC (0=NAO):"
                DISPLAY (04, 05) "CPF/CNPJ DO DEVEDOR:"
                DISPLAY (05, 05) "SEQUENCIA..........:".
      * BAIXA PEDIDA NA RESOLUCAO DE UM CHAMADO SAC: A CHAVE DA
      * COBRANCA E O MOTIVO VEM DO CHAMADO
       INC-000.
                ACCEPT (03, 26) W-CHAMADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-CHAMADO = ZEROS
                   GO TO INC-002.
                MOVE W-CHAMADO TO SC-NUMERO
                PERFORM LER-CHAMADO THRU LER-CHAMADO-FIM
                IF SC-ACHADO NOT = "S"
                   MOVE "*** CHAMADO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-000.
                IF NOT SAC-RES-BAIXA OR NOT SAC-ACAO-PENDENTE
                   MOVE "*** CHAMADO SEM BAIXA PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-000.
                MOVE SAC-DOC     TO W-DOC
                MOVE SAC-COB-SEQ TO W-SEQ-COB
                MOVE SPACES TO W-MOTIVO
                STRING "SAC " W-CHAMADO " - " SAC-ASSUNTO
                       DELIMITED BY SIZE INTO W-MOTIVO
                DISPLAY (04, 26) W-DOC
                DISPLAY (05, 26) W-SEQ-COB
                GO TO INC-003A.
       INC-002.
                ACCEPT (04, 26) W-DOC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-000.
                IF W-DOC = ZEROS
                   GO TO INC-002.
       INC-003.
                ACCEPT (05, 26) W-SEQ-COB
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
       INC-003A.
                MOVE W-DOC     TO COB-CPF
                MOVE W-SEQ-COB TO COB-SEQ
                READ ARQCOB
                DISPLAY (08, 26) COB-ESTAGIO.
       INC-004.
                DISPLAY (10, 05) "MOTIVO DA BAIXA....:"
                ACCEPT  (10, 26) W-MOTIVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-MOTIVO = SPACES
                   MOVE REGCOB TO JR-IMAGEM
                   MOVE W-OPERADOR TO JR-OPERADOR-ID
                   PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM.
                IF (ST-ERRO = "00" OR "02") AND W-CHAMADO > ZEROS
                   MOVE W-CHAMADO TO SC-NUMERO
                   MOVE SPACES TO SC-TEXTO
                   STRING "BAIXA REGISTRADA NO SGB-026 - COBRANCA SEQ "
                          W-SEQ-COB DELIMITED BY SIZE INTO SC-TEXTO
                   MOVE W-OPERADOR TO SC-OPERADOR
                   PERFORM CONCLUIR-ACAO-SAC THRU CONCLUIR-ACAO-SAC-FIM.
                IF ST-ERRO = "00" OR "02"
                    MOVE "COBRANCA BAIXADA COMO INCOBRAVEL" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE ARQCOB ARQBXCOB
                PERFORM FECHAR-SAC THRU FECHAR-SAC-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
                EXIT.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
      *
       COPY JORNALP.
       COPY SACVALP.
