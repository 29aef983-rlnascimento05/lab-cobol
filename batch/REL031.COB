      * QUATRO DIGITOS (AAAAMMDD); ESTE RELATORIO COMPARA E EXIBE A
      * DATA NOVA. ARQUIVOS ANTIGOS DEVEM PASSAR ANTES PELA
      * CONVERSAO AUDCONV001.
      * 2026-10-15  REGISTROS DAS TRILHAS COM SEQUENCIA E HASH DA
      * CADEIA NO FIM (CONVERSAO AUDCONV002).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 AUD-SIT-NOVA         PIC X(01).
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       FD AUDFUNC
               LABEL RECORD IS STANDARD
                   88 AUD-EXCLUSAO          VALUE "E".
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       FD AUDNOTAS
               LABEL RECORD IS STANDARD
                   88 AUD-EXCLUSAO          VALUE "E".
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       FD AUDBIKE
               LABEL RECORD IS STANDARD
                   88 AUD-EXCLUSAO          VALUE "E".
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       SD WORK-SORT.
       01 WS-REG.
