      **************************************
      * SGB-012 - CADASTRO DE PECAS DE REPOSICAO
      * MANTEM ARQPECA.DAT (CODIGO, DESCRICAO, QUANTIDADE EM ESTOQUE,
      * CUSTO UNITARIO, ESTOQUE MINIMO E PRAZO DE GARANTIA EM DIAS,
      * MAIS O ULTIMO RECEBIMENTO GRAVADO PELO SGB-027, SO PARA
      * CONSULTA). O SGB-005 BAIXA O ESTOQUE
      * QUANDO UM SERVICO CONSOME PECAS (ARQPCMOV.DAT) E O REL033
      * LISTA AS PECAS NO MINIMO OU ABAIXO DELE PARA REPOSICAO --
      * ACABOU A COMPRA DE PASTILHA DE FREIO NO VAREJO NO MEIO DA
                03 PECA-QTD-ESTOQUE     PIC 9(5).
                03 PECA-CUSTO-UNIT      PIC 9(6)V99.
                03 PECA-ESTOQUE-MIN     PIC 9(5).
                03 PECA-GARANTIA-DIAS   PIC 9(3).
                03 PECA-ULT-RECEB       PIC 9(8).
                03 PECA-ULT-PEDIDO      PIC 9(6).
                03 PECA-ULT-FORN        PIC 9(14).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
               VALUE  "  CUSTO UNITARIO:".
           05  LINE 08  COLUMN 01
               VALUE  "  ESTOQUE MINIMO:".
           05  LINE 09  COLUMN 01
               VALUE  "  GARANTIA (DIAS):".
           05  LINE 10  COLUMN 01
               VALUE  "  ULTIMO RECEBIMENTO:".
           05  LINE 11  COLUMN 01
               VALUE  "  PEDIDO/FORNECEDOR:".
           05  TPECACODIGO
               LINE 04  COLUMN 11  PIC X(08)
               USING  PECA-CODIGO
               LINE 08  COLUMN 19  PIC 9(05)
               USING  PECA-ESTOQUE-MIN
               AUTO          HIGHLIGHT.
           05  TPECAGAR
               LINE 09  COLUMN 20  PIC 9(03)
               USING  PECA-GARANTIA-DIAS
               AUTO          HIGHLIGHT.
           05  TPECARECEB
               LINE 10  COLUMN 23  PIC XX/XX/XXXX
               USING  PECA-ULT-RECEB.
           05  TPECAPED
               LINE 11  COLUMN 22  PIC 9(06)
               USING  PECA-ULT-PEDIDO.
           05  TPECAFORN
               LINE 11  COLUMN 29  PIC 9(14)
               USING  PECA-ULT-FORN.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE SPACES TO PECA-CODIGO PECA-DESCRICAO.
                MOVE ZEROS  TO PECA-QTD-ESTOQUE PECA-CUSTO-UNIT.
                MOVE ZEROS  TO PECA-ESTOQUE-MIN PECA-GARANTIA-DIAS.
                MOVE ZEROS  TO PECA-ULT-RECEB PECA-ULT-PEDIDO.
                MOVE ZEROS  TO PECA-ULT-FORN.
                DISPLAY TELAPECA.
                GO TO INC-002.
       INC-002.
                ACCEPT TPECAMIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
      * PRAZO DE GARANTIA DA PECA, CONTADO DO ULTIMO RECEBIMENTO
      * (SGB-027); ZERO = USA O PRAZO PADRAO DO FORNECEDOR (CADFORN)
       INC-007.
                ACCEPT TPECAGAR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                DISPLAY(23, 40) "DADOS OK? (S / N):".
                ACCEPT(23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                    MOVE "GRAVACAO CANCELADA PELO USUARIO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
