                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CEPS
               LABEL RECORD IS STANDARD
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       FD ARQLOCH
               LABEL RECORD IS STANDARD
                03 LOCH-RENOVACOES      PIC 9(2).
                03 LOCH-HORALOCACAO     PIC 9(4).
                03 LOCH-HORADEVOLUCAO   PIC 9(4).
                03 LOCH-CAMPANHA        PIC X(06).
                03 LOCH-DESC-CAMP       PIC 9(4)V99.
                03 LOCH-FILIAL-ORIG     PIC 9(01).
                03 LOCH-FILIAL-DEV      PIC 9(01).
                03 LOCH-TAXA-RET        PIC 9(4)V99.
                03 LOCH-CONTRATO        PIC 9(08).
                03 LOCH-CONDUTOR        PIC 9(11).
                03 LOCH-PARCEIRO        PIC 9(04).

       FD ARQCOB
               LABEL RECORD IS STANDARD
                   88 COB-EST-LEMBRETE      VALUE "1".
                   88 COB-EST-NOTIFICACAO   VALUE "2".
                   88 COB-EST-PROTESTO      VALUE "3".
                03 COB-NOSSO-NUM        PIC 9(10).

       FD ARQPAG
               LABEL RECORD IS STANDARD
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).
                03 AUD-SIT-NOVA         PIC X(01).
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       FD EXPORTA
               LABEL RECORD IS STANDARD
