                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO             PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD ARQMATCH
               LABEL RECORD IS STANDARD
