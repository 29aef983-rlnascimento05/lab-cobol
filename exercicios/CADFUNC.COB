      *             AVISAR QUANDO ELE NAO EXISTE -- AGORA PERGUNTA AO
      *             OPERADOR SE E REALMENTE A PRIMEIRA VEZ (S/N) ANTES
      *             DE CRIAR, E ABORTA COM MENSAGEM SE A RESPOSTA FOR N.
      * 2026-10-15  NOVOS CAMPOS ADIANT-PERC/ADIANT-VALOR (PERCENTUAL
      *             DO SALARIO OU VALOR FIXO DO ADIANTAMENTO QUINZENAL
      *             PAGO PELO ADIANT001), DIGITADOS APOS A CONTA EM
      *             READADIANT/READADIANTV. A ALTERACAO (F2) PASSA A
      *             PERCORRER TAMBEM OS DADOS BANCARIOS E O
      *             ADIANTAMENTO.
      * 2026-10-15  LOGON AVULSO PASSA PELO CONTROLE DE SEGURANCA
      *             (SEGUR001): SENHA ERRADA CONTA TENTATIVA E BLOQUEIA
      *             O OPERADOR NO LIMITE, SENHA VENCIDA E RECUSADA E O
      *             LOGON/LOGOFF VAI PARA O LOG DE SESSOES.
      * 2026-10-15  CADEIA DE HASH NA TRILHA CADAUDFUNC.DAT: CADA
      *             LINHA GRAVADA LEVA SEQUENCIA E HASH ENCADEADO NA
      *             LINHA ANTERIOR (SUBPROGRAMA AUDCAD001, COPY
      *             AUDCAD./AUDCADP.), CONFERIDOS PELO AUDVER001.
      * 2026-10-15  FAIXA "*** TREINAMENTO ***" NO LUGAR DO NOME DA
      *             EMPRESA NO CABECALHO QUANDO RODA NA BASE DE
      *             TREINAMENTO (SUBPROGRAMA AMBIEN001).
      *----------------------------------------------------------------
      * NOTA: Search and replace in vi: :%s/foo/bar/g
      * NOTA: O CEP não aceita na mascara o traco, tenho que usar ponto
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       FD DEPARTAMENTOS
               LABEL RECORD IS STANDARD
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD AUDFUNC
               LABEL RECORD IS STANDARD
                   88 AUD-EXCLUSAO          VALUE "E".
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY CABECALHO.
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       COPY OPERVAL.
       COPY SEGOPER.
       COPY AUDCAD.
       COPY DATAVAL.
       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
           ACCEPT DATA-EQ FROM DATE YYYYMMDD.
           MOVE   DATA-EQ TO DATA-INV.
           PERFORM INVNOR.
           CALL "AMBIEN001" USING W-EMPRESA.
      *
       INC-OP0.
           OPEN I-O FUNCIONARIOS
                DISPLAY (13, 20) "SENHA...: "
                MOVE SPACES TO OV-SENHA
                ACCEPT  (13, 31) OV-SENHA
                MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
                MOVE "CADFUNC" TO W-SEG-PROGRAMA
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
                MOVE ZEROS  TO DEPTO.
                MOVE ZEROS  TO BANCO AGENCIA CONTA.
                MOVE SPACES TO CONTA-DV.
                MOVE ZEROS  TO ADIANT-PERC ADIANT-VALOR.
                MOVE "A" TO SITUACAO OF REGFUNC.
                MOVE "ATIVO" TO SITUACAODESCRICAO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (18, 54) "DV:"
                ACCEPT  (18, 58) CONTA-DV.

      * ADIANTAMENTO QUINZENAL (ADIANT001, DIA 20): PERCENTUAL DO
      * SALARIO OU, SEM PERCENTUAL, VALOR FIXO -- OS DOIS ZERADOS,
      * O FUNCIONARIO NAO RECEBE ADIANTAMENTO
       READADIANT.
                DISPLAY (19, 02) "ADIANT. %..:"
                ACCEPT  (19, 15) ADIANT-PERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO READCONTA.
                IF ADIANT-PERC > 100
                   MOVE "*** PERCENTUAL DE ADIANTAMENTO ATE 100 ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO READADIANT.

       READADIANTV.
                MOVE ZEROS TO W-ACT
                IF ADIANT-PERC > ZEROS
                   MOVE ZEROS TO ADIANT-VALOR
                ELSE
                   DISPLAY (19, 25) "OU VALOR FIXO:"
                   ACCEPT  (19, 40) ADIANT-VALOR
                   ACCEPT W-ACT FROM ESCAPE KEY.
                IF W-ACT = 02 GO TO READADIANT.
                IF ADIANT-VALOR > SALARIO
                   MOVE "*** ADIANTAMENTO MAIOR QUE O SALARIO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO READADIANTV.

       INC-OPC.
                IF NOT OV-NIVEL-MANUTENCAO
                   MOVE OV-MSG-NIVEL TO MENS
      * W-ACT = 03 -> O usuário teclou F2 
                IF W-ACT = 03
                   MOVE 02 TO W-SEL
                   PERFORM READNAME THRU READADIANTV
                   GO TO ALT-OPC.
       
       EXC-OPC.
                MOVE CODIGO OF REGFUNC TO AUD-CODIGO
                MOVE W-OPERADOR        TO AUD-OPERADOR
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                MOVE "FUNC" TO W-AUD-TRILHA
                MOVE REGAUDFUNC (1:29) TO W-AUD-LINHA
                PERFORM ENCADEAR-AUDITORIA THRU ENCADEAR-AUDITORIA-FIM
                MOVE W-AUD-SEQ  TO AUD-SEQ
                MOVE W-AUD-HASH TO AUD-HASH
                WRITE REGAUDFUNC
                IF ST-ERRO-AUD NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA AUDITORIA"
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE FUNCIONARIOS
                CLOSE DEPARTAMENTOS
                CLOSE AUDFUNC
       COPY DATAVALP.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
       COPY AUDCADP.
