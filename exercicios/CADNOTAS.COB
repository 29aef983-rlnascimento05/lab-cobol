      *             QUANDO ELE NAO EXISTE -- AGORA PERGUNTA AO OPERADOR
      *             SE E REALMENTE A PRIMEIRA VEZ (S/N) ANTES DE CRIAR,
      *             E ABORTA COM MENSAGEM SE A RESPOSTA FOR N.
      * 2026-10-15  LOGON AVULSO PASSA PELO CONTROLE DE SEGURANCA
      *             (SEGUR001): SENHA ERRADA CONTA TENTATIVA E BLOQUEIA
      *             O OPERADOR NO LIMITE, SENHA VENCIDA E RECUSADA E O
      *             LOGON/LOGOFF VAI PARA O LOG DE SESSOES.
      * 2026-10-15  CADEIA DE HASH NA TRILHA CADAUDNOTAS.DAT: CADA
      *             LINHA GRAVADA LEVA SEQUENCIA E HASH ENCADEADO NA
      *             LINHA ANTERIOR (SUBPROGRAMA AUDCAD001, COPY
      *             AUDCAD./AUDCADP.), CONFERIDOS PELO AUDVER001.
      * 2026-10-15  FAIXA "*** TREINAMENTO ***" NO LUGAR DO NOME DA
      *             EMPRESA NO CABECALHO QUANDO RODA NA BASE DE
      *             TREINAMENTO (SUBPROGRAMA AMBIEN001).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD ARQALUNO
               LABEL RECORD IS STANDARD
                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).

       FD AUDNOTAS
               LABEL RECORD IS STANDARD
                   88 AUD-EXCLUSAO          VALUE "E".
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       77 W-MEDIA-FINAL PIC 9(02)V99 VALUE ZEROS.
       COPY OPERVAL.
       COPY SEGOPER.
       COPY AUDCAD.
       COPY CABECALHO.
      *-----------------------------------------------------------------
      *
           ACCEPT DATA-EQ FROM DATE YYYYMMDD.
           MOVE   DATA-EQ TO DATA-INV.
           PERFORM INVNOR.
           CALL "AMBIEN001" USING W-EMPRESA.

       INC-OP0.
           OPEN I-O NOTAS
                DISPLAY (13, 20) "SENHA...: "
                MOVE SPACES TO OV-SENHA
                ACCEPT  (13, 31) OV-SENHA
                MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
                MOVE "CADNOTAS" TO W-SEG-PROGRAMA
                READ OPERADORES
                IF ST-ERRO-OPE NOT = "00"
                   MOVE "N" TO W-SEG-FUNCAO
                   PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO-OPE
                   GO TO ASK-OPERADOR.
                PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
                IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
                   MOVE "F" TO W-SEG-FUNCAO
                   PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASK-OPERADOR.
                MOVE "E" TO W-SEG-FUNCAO
                PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                IF W-SEG-RESP NOT = "OK"
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASK-OPERADOR.
                MOVE OPER-NIVEL TO OV-NIVEL
                MOVE RA          TO AUD-RA
                MOVE W-OPERADOR  TO AUD-OPERADOR
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                MOVE "NOTAS" TO W-AUD-TRILHA
                MOVE REGAUDNOTAS (1:30) TO W-AUD-LINHA
                PERFORM ENCADEAR-AUDITORIA THRU ENCADEAR-AUDITORIA-FIM
                MOVE W-AUD-SEQ  TO AUD-SEQ
                MOVE W-AUD-HASH TO AUD-HASH
                WRITE REGAUDNOTAS
                IF ST-ERRO-AUD NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA AUDITORIA"
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE NOTAS
                CLOSE AUDNOTAS
                CLOSE DISCIPLINAS
       ROT-ALFA-FIM.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
       COPY AUDCADP.
