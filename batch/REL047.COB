                03 TURMA-TOTAL-AULAS    PIC 9(3).
                03 TURMA-LIMITE-FALTAS  PIC 9(3).
                03 TURMA-PERIODO        PIC X(6).
                03 TURMA-VAGAS          PIC 9(3).

       FD FUNCIONARIOS
               LABEL RECORD IS STANDARD
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       SD WORK-SORT.
       01 WS-REG.
