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

       FD ARQFIDEL
               LABEL RECORD IS STANDARD
       77 W-CONT-CLIENTES  PIC 9(06) VALUE ZEROS.
       77 W-CONT-QUALIF    PIC 9(06) VALUE ZEROS.
       77 W-QTD-CPF        PIC 9(04) VALUE ZEROS.
       COPY JOBCNT.
       77 W-CPF-ANT        PIC 9(14) VALUE ZEROS.
       77 W-PRIMEIRA       PIC X(01) VALUE "S".
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
           DISPLAY "LOCACOES LIDAS.......: " W-CONT-LIDOS
           DISPLAY "CLIENTES APURADOS....: " W-CONT-CLIENTES
           DISPLAY "CLIENTES QUALIFICADOS: " W-CONT-QUALIF
           MOVE W-CONT-LIDOS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

           CLOSE ARQFIDEL.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY JOBCNTP.
