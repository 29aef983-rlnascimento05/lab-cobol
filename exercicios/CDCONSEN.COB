      * GATEWAY (NOTIF001 E COBR001, COPY CONSVAL./CONSVALP.)
      * SUPRIMEM O CANAL COM OPT-OUT, E OS RELATORIOS INTERNOS
      * CONTINUAM LISTANDO O CLIENTE NORMALMENTE.
      * 2026-10-15  CANAL "M" = MARKETING: DIFERENTE DOS AVISOS DE
      *             COBRANCA, CAMPANHA SO SAI PARA QUEM ACEITOU
      *             EXPRESSAMENTE (OPT-IN "S" NO CANAL M), COMO PEDE
      *             A LGPD; USADO PELO EXTRATO RFM DO RFM001.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "CONSENTIMENTO DE CONTATO (LGPD)"
                DISPLAY (04, 05) "CPF/CNPJ...........:"
                DISPLAY (05, 05) "CANAL (E/S/M)......:"
                DISPLAY (06, 05) "ACEITA CONTATO(S/N):".
       INC-002.
                ACCEPT (04, 26) CONS-CPF
                ACCEPT (05, 26) CONS-CANAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CONS-CANAL NOT = "E" AND "S" AND "M"
                   MOVE "*** CANAL: E=EMAIL S=SMS M=MARKETING ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       READ-REG.
