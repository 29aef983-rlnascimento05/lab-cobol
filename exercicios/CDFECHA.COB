      *     CAIXA    - PAGAMENTOS, QUITACOES, ESTORNOS E
      *                MENSALIDADES (ARQPAG.DAT E AFINS).
      **************************************
      * 2026-10-15  LOGON AVULSO PASSA PELO CONTROLE DE SEGURANCA
      * (SEGUR001): SENHA ERRADA CONTA TENTATIVA E BLOQUEIA O OPERADOR
      * NO LIMITE, SENHA VENCIDA E RECUSADA E O LOGON/LOGOFF VAI PARA O
      * LOG DE SESSOES.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.

       COPY OPERVAL.
       COPY SEGOPER.
       COPY DATAVAL.

       01 W-HOJE.
           DISPLAY (11, 20) "SENHA...: "
           MOVE SPACES TO OV-SENHA
           ACCEPT  (11, 31) OV-SENHA
           MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
           MOVE "SGB-034" TO W-SEG-PROGRAMA
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
                MOVE SPACES TO FECH-MODULO
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE ARQFECH
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
       COPY DATAVALP.
