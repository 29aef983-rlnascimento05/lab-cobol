            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.
       FD ARQFERPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERPG.DAT".
