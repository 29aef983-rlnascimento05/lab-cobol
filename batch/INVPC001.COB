                03 PECA-QTD-ESTOQUE     PIC 9(5).
                03 PECA-CUSTO-UNIT      PIC 9(6)V99.
                03 PECA-ESTOQUE-MIN     PIC 9(5).
                03 PECA-GARANTIA-DIAS   PIC 9(3).
                03 PECA-ULT-RECEB       PIC 9(8).
                03 PECA-ULT-PEDIDO      PIC 9(6).
                03 PECA-ULT-FORN        PIC 9(14).

       FD ARQPCMOV
               LABEL RECORD IS STANDARD
