      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-09-02  VERSAO INICIAL.
      * 2026-10-15  PRAZO PADRAO DE GARANTIA DAS PECAS DO FORNECEDOR,
      *             EM DIAS (FORN-GARANTIA-DIAS), PARA AS RECLAMACOES
      *             DE GARANTIA DO SGB-005 E DO SGB-011.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 FORN-SITUACAO        PIC X(1).
                   88 FORN-ATIVO            VALUE "A".
                   88 FORN-INATIVO          VALUE "I".
                03 FORN-GARANTIA-DIAS   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
                MOVE ZEROS  TO FORN-CNPJ FORN-TELEFONE FORN-PRAZO-DIAS
                MOVE SPACES TO FORN-RAZAO FORN-CONTATO FORN-EMAIL
                MOVE SPACES TO FORN-SITUACAO
                MOVE ZEROS  TO FORN-GARANTIA-DIAS
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CADASTRO DE FORNECEDORES DE PECAS"
                DISPLAY (04, 05) "CNPJ................:"
                DISPLAY (07, 05) "EMAIL...............:"
                DISPLAY (08, 05) "DDD + TELEFONE......:"
                DISPLAY (09, 05) "PRAZO ENTREGA (DIAS):"
                DISPLAY (10, 05) "SITUACAO (A/I)......:"
                DISPLAY (11, 05) "GARANTIA (DIAS).....:".
       INC-002.
                ACCEPT (04, 27) FORN-CNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                        DISPLAY (08, 27) FORN-TELEFONE
                        DISPLAY (09, 27) FORN-PRAZO-DIAS
                        DISPLAY (10, 27) FORN-SITUACAO
                        DISPLAY (11, 27) FORN-GARANTIA-DIAS
                        MOVE "FORNECEDOR EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        MOVE 1 TO W-SEL
                   MOVE "*** SITUACAO DEVE SER A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
      * PRAZO PADRAO DE GARANTIA DAS PECAS DO FORNECEDOR, USADO
      * QUANDO A PECA NAO TEM PRAZO PROPRIO NO SGB-012
       INC-009.
                ACCEPT (11, 27) FORN-GARANTIA-DIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
