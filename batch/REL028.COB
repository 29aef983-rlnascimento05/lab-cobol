                03 OS-LOC-SEQ           PIC 9(4).
                03 OS-DANO-COBRADO      PIC X(01).
                03 OS-HORAS             PIC 9(3)V9.
                03 OS-TIPO-SERV         PIC X(02).
                03 OS-SERVICO           PIC X(04).


       FD ARQCALEND
           MOVE ZEROS          TO OS-LOC-SEQ
           MOVE SPACES         TO OS-DANO-COBRADO
           MOVE ZEROS          TO OS-HORAS
           MOVE SPACES         TO OS-TIPO-SERV
           MOVE SPACES         TO OS-SERVICO
           WRITE REGOS
           IF ST-ERRO-OS NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DA ORDEM ***" NUMERO.
