                   88 MENS-EM-ABERTO        VALUE "A".
                   88 MENS-QUITADA          VALUE "Q".
                03 MENS-VALOR-PAGO      PIC 9(6)V99.
                03 MENS-VALOR-BRUTO     PIC 9(6)V99.
                03 MENS-DESCONTO        PIC 9(6)V99.
                03 MENS-BOLSA-TIPO      PIC X(1).
                03 MENS-BOLSA-INICIO    PIC 9(6).

       FD RELATORIO
               LABEL RECORD IS STANDARD
