      * (VER COPY CONSVAL. NA WORKING-STORAGE). ABRIR-CONSENT DEVE
      * SER CHAMADA UMA VEZ NO INICIO; ARQUIVO AUSENTE NAO E ERRO.
      * VERIF-CONSENT LE OS DOIS CANAIS DO DOCUMENTO JA POSTO EM
      * CV-CPF; SO O OPT-OUT GRAVADO ("N") DERRUBA O CANAL. O CANAL
      * DE MARKETING SO FICA LIBERADO COM OPT-IN GRAVADO ("S").
      *-----------------------------------------------------------------
       ABRIR-CONSENT.
           MOVE "N" TO CV-ABERTO
       VERIF-CONSENT.
           MOVE "S" TO CV-EMAIL-OK
           MOVE "S" TO CV-SMS-OK
           MOVE "N" TO CV-MKT-OK
           IF CV-ABERTO NOT = "S"
              GO TO VERIF-CONSENT-FIM.
           MOVE CV-CPF TO CONS-CPF
           READ ARQCONS
           IF ST-ERRO-CNS = "00" AND CONS-OPTIN = "N"
              MOVE "N" TO CV-SMS-OK.
           MOVE "00" TO ST-ERRO-CNS
           MOVE CV-CPF TO CONS-CPF
           MOVE "M"    TO CONS-CANAL
           READ ARQCONS
           IF ST-ERRO-CNS = "00" AND CONS-OPTIN = "S"
              MOVE "S" TO CV-MKT-OK.
           MOVE "00" TO ST-ERRO-CNS.
       VERIF-CONSENT-FIM.
           EXIT.
