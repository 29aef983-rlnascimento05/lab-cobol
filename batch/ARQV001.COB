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

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
