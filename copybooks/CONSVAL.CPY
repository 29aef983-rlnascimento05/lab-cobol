      * CV-EMAIL-OK / CV-SMS-OK: "N" SIGNIFICA OPT-OUT REGISTRADO E
      * O CANAL NAO PODE SER USADO NOS EXTRATOS DO GATEWAY -- OS
      * RELATORIOS INTERNOS CONTINUAM LISTANDO O CLIENTE).
      * O CANAL "M" (MARKETING) E O CONTRARIO: SO VALE O OPT-IN
      * GRAVADO ("S"), E CV-MKT-OK VOLTA "N" SEM REGISTRO OU SEM O
      * ARQUIVO -- CAMPANHA SO PARA QUEM ACEITOU EXPRESSAMENTE.
      *-----------------------------------------------------------------
       77 ST-ERRO-CNS      PIC X(02) VALUE "00".
       77 CV-ABERTO        PIC X(01) VALUE "N".
       77 CV-CPF           PIC 9(14) VALUE ZEROS.
       77 CV-EMAIL-OK      PIC X(01) VALUE "S".
       77 CV-SMS-OK        PIC X(01) VALUE "S".
       77 CV-MKT-OK        PIC X(01) VALUE "N".
