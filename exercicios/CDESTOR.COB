      * 2026-09-02  FECHAMENTO CONTABIL (ARQFECH.DAT, SGB-034): COM O
      * MODULO CAIXA FECHADO ATE HOJE, O PROGRAMA RECUSA QUALQUER
      * MOVIMENTO -- O MES EXPORTADO PELO REL039 NAO MUDA MAIS.
      * 2026-10-15  LOGON AVULSO PASSA PELO CONTROLE DE SEGURANCA
      * (SEGUR001): SENHA ERRADA CONTA TENTATIVA E BLOQUEIA O OPERADOR
      * NO LIMITE, SENHA VENCIDA E RECUSADA E O LOGON/LOGOFF VAI PARA O
      * LOG DE SESSOES.
      * 2026-10-15  ESTORNO PEDIDO POR CHAMADO SAC (SGB-055): INFORMADO
      * O NUMERO DO CHAMADO RESOLVIDO COM ESTORNO PENDENTE, A CHAVE DO
      * PAGAMENTO E O MOTIVO VEM DO CHAMADO, E DEPOIS DA CONTRAPARTIDA
      * O CHAMADO FICA COM O ESTORNO FEITO E GANHA NOTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD ARQFECH
               LABEL RECORD IS STANDARD
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
                   88 SAC-RES-ESTORNO       VALUE 1.
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
       COPY FECHVAL.
       COPY SACVAL.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-VALOR-ED   PIC ZZZZZ9,99.

       COPY OPERVAL.
       COPY SEGOPER.

      * CAMPOS DO PAGAMENTO ORIGINAL, GUARDADOS ANTES DE O REGISTRO
      * DE CONTRAPARTIDA REAPROVEITAR A AREA DO REGPAG
       77 W-ORIG-CPF     PIC 9(14) VALUE ZEROS.
       77 W-ORIG-BIKE    PIC 9(04) VALUE ZEROS.
       77 W-MOTIVO       PIC X(40) VALUE SPACES.
      * CHAMADO SAC (SGB-055) QUE PEDIU O ESTORNO, ZERO SE NENHUM
       77 W-CHAMADO      PIC 9(06) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
           PERFORM ABRIR-SAC THRU ABRIR-SAC-FIM.
      * ESTORNO E OPERACAO DE NIVEL 3: O OPERADOR DO MENU SO PASSA
      * SE FOR SUPERVISOR; SEM MENU, AS CREDENCIAIS SAO PEDIDAS E
      * VALIDADAS CONTRA O ARQOPER.DAT, COMO NO CADOPER
           DISPLAY (11, 20) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 31) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-019" TO W-SEG-PROGRAMA
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
                MOVE ZEROS  TO W-ORIG-NUMERO W-ORIG-SEQ W-CHAMADO
                MOVE SPACES TO W-MOTIVO
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "ESTORNO DE PAGAMENTO"
                DISPLAY (03, 05) "CHAMADO SAC (0=NAO):"
                DISPLAY (04, 05) "NUMERO (CHAVE-PAG).:"
                DISPLAY (05, 05) "SEQUENCIA..........:".
      * ESTORNO PEDIDO NA RESOLUCAO DE UM CHAMADO SAC: A CHAVE DO
      * PAGAMENTO (A MESMA DA LOCACAO) E O MOTIVO VEM DO CHAMADO
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
                IF NOT SAC-RES-ESTORNO OR NOT SAC-ACAO-PENDENTE
                   MOVE "*** CHAMADO SEM ESTORNO PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-000.
                MOVE SAC-LOC-NUMERO TO W-ORIG-NUMERO
                MOVE SAC-LOC-SEQ    TO W-ORIG-SEQ
                MOVE SPACES TO W-MOTIVO
                STRING "SAC " W-CHAMADO " - " SAC-ASSUNTO
                       DELIMITED BY SIZE INTO W-MOTIVO
                DISPLAY (04, 26) W-ORIG-NUMERO
                DISPLAY (05, 26) W-ORIG-SEQ
                GO TO INC-003A.
       INC-002.
                ACCEPT (04, 26) W-ORIG-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-000.
       INC-003.
                ACCEPT (05, 26) W-ORIG-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
       INC-003A.
                MOVE W-ORIG-NUMERO TO PAG-NUMERO
                MOVE W-ORIG-SEQ    TO PAG-SEQ
                READ ARQPAG
                DISPLAY (10, 26) PAG-OPERADOR.
       INC-004.
                DISPLAY (12, 05) "MOTIVO DO ESTORNO..:"
                ACCEPT  (12, 26) W-MOTIVO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-MOTIVO = SPACES
                   MOVE REGPAG TO JR-IMAGEM
                   MOVE W-OPERADOR TO JR-OPERADOR-ID
                   PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM.
                IF (ST-ERRO-PAG = "00" OR "02") AND W-CHAMADO > ZEROS
                   MOVE W-CHAMADO TO SC-NUMERO
                   MOVE SPACES TO SC-TEXTO
                   STRING "ESTORNO REGISTRADO NO SGB-019 - RECIBO "
                          W-ORIG-RECIBO DELIMITED BY SIZE INTO SC-TEXTO
                   MOVE W-OPERADOR TO SC-OPERADOR
                   PERFORM CONCLUIR-ACAO-SAC THRU CONCLUIR-ACAO-SAC-FIM.
                IF ST-ERRO-PAG = "00" OR "02"
                    MOVE "ESTORNO REGISTRADO COM CONTRAPARTIDA"
                                                       TO MENS
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE ARQPAG ARQESTOR
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
       COPY FECHVALP.
       COPY SACVALP.
