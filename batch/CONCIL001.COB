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
