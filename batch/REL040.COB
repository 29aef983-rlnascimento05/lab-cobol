      *             DIASUTEIS = 1, CONTAGEM POR DIAS UTEIS PELO
      *             CALENDARIO ARQCALEND.DAT (COPY PARAMVAL./
      *             CALDIAS.).
      * 2026-10-15  REGISTRO DE CADAUDCLI.DAT COM SEQUENCIA E HASH DA
      *             CADEIA NO FIM.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD ARQBIKE
               LABEL RECORD IS STANDARD
                03 AUD-SIT-NOVA         PIC X(01).
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       FD RELATORIO
               LABEL RECORD IS STANDARD
