      *             "OFICINA") -- QUANDO UM REPARO FALHA UMA SEMANA
      *             DEPOIS, AGORA DA PARA SABER QUEM O FEZ. O REL034
      *             APURA SERVICOS E CUSTO POR MECANICO NO MES.
      * 2026-10-15  RECLAMACAO DE GARANTIA: SERVICO EM BIKE DENTRO DA
      *             GARANTIA DO FABRICANTE DO MODELO, OU PECA CONSUMIDA
      *             DENTRO DO PRAZO DE GARANTIA DO SEU ULTIMO
      *             RECEBIMENTO, E SINALIZADO NA HORA E PODE ABRIR UMA
      *             RECLAMACAO EM ARQGARAN.DAT (COPY GARVAL.), COM
      *             FORNECEDOR, ITEM, PEDIDO DE ORIGEM E VALOR.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGDEPT
                    FILE STATUS  IS ST-ERRO-DEP.

           SELECT ARQGARAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GAR-NUMERO
                    FILE STATUS  IS ST-ERRO-GAR.

           SELECT CTRLGAR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CGR.

           SELECT ARQGARMOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-GMOD
                    FILE STATUS  IS ST-ERRO-GMD.

           SELECT ARQFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORN-CNPJ
                    FILE STATUS  IS ST-ERRO-GFO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 PECA-QTD-ESTOQUE     PIC 9(5).
                03 PECA-CUSTO-UNIT      PIC 9(6)V99.
                03 PECA-ESTOQUE-MIN     PIC 9(5).
                03 PECA-GARANTIA-DIAS   PIC 9(3).
                03 PECA-ULT-RECEB       PIC 9(8).
                03 PECA-ULT-PEDIDO      PIC 9(6).
                03 PECA-ULT-FORN        PIC 9(14).

       FD ARQPCMOV
               LABEL RECORD IS STANDARD
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       FD DEPARTAMENTOS
               LABEL RECORD IS STANDARD
                03 CODIGO-PAI           PIC 9(3).
                03 PAI-DESC             PIC X(25).
                03 SITUACAO-DEP         PIC 9(1).

       FD ARQGARAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGARAN.DAT".
       01 REGGAR.
                03 GAR-NUMERO           PIC 9(6).
                03 GAR-TIPO             PIC X(1).
                   88 GAR-DE-PECA           VALUE "P".
                   88 GAR-DE-BIKE           VALUE "B".
                03 GAR-FORNECEDOR       PIC 9(14).
                03 GAR-PECA             PIC X(8).
                03 GAR-QTD              PIC 9(3).
                03 GAR-BIKE             PIC 9(4).
                03 GAR-SEQ              PIC 9(4).
                03 GAR-PEDIDO           PIC 9(6).
                03 GAR-DATA-REF         PIC 9(8).
                03 GAR-DATA-SERV        PIC 9(8).
                03 GAR-VALOR            PIC 9(6)V99.
                03 GAR-DATA-ABERT       PIC 9(8).
                03 GAR-SITUACAO         PIC X(1).
                   88 GAR-ABERTA            VALUE "A".
                   88 GAR-ENVIADA           VALUE "E".
                   88 GAR-CREDITADA         VALUE "C".
                   88 GAR-RECUSADA          VALUE "R".
                03 GAR-VALOR-CRED       PIC 9(6)V99.
                03 GAR-DATA-SIT         PIC 9(8).
                03 GAR-OBS              PIC X(30).
                03 GAR-OPERADOR         PIC X(8).

       FD CTRLGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLGAR.DAT".
       01 REG-CTRLGAR.
                03 CTRL-ULT-GAR         PIC 9(6).

       FD ARQGARMOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGARMOD.DAT".
       01 REGGMOD.
                03 CHAVE-GMOD.
                   05 GMOD-MARCA        PIC X(20).
                   05 GMOD-MODELO       PIC X(20).
                03 GMOD-MESES           PIC 9(3).
                03 GMOD-FORNECEDOR      PIC 9(14).
                03 GMOD-DATA            PIC 9(8).
                03 GMOD-OPERADOR        PIC X(8).

       FD ARQFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORN.DAT".
       01 REGFORN.
                03 FORN-CNPJ            PIC 9(14).
                03 FORN-RAZAO           PIC X(40).
                03 FORN-CONTATO         PIC X(35).
                03 FORN-EMAIL           PIC X(35).
                03 FORN-TELEFONE.
                   05 FORN-DDD          PIC 9(02).
                   05 FORN-TELNUM       PIC 9(9).
                03 FORN-PRAZO-DIAS      PIC 9(3).
                03 FORN-SITUACAO        PIC X(1).
                03 FORN-GARANTIA-DIAS   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-FUN  PIC X(02) VALUE "00".
       77 ST-ERRO-DEP  PIC X(02) VALUE "00".
       77 DEPTO-OFICINA-DESC PIC X(07) VALUE "OFICINA".
      * CAMPOS DA RECLAMACAO DE GARANTIA
       77 W-GAR-BIKE   PIC X(01) VALUE "N".
       77 W-GAR-LIM-ED PIC 99/99/9999.
       COPY GARVAL.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMANUT.
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP3.
           PERFORM ABRIR-GARANTIA THRU ABRIR-GARANTIA-FIM.
       INC-001.
                MOVE SPACES TO MANUT-DESCRICAO MARCA.
                MOVE SPACES TO MANUT-MECANICO NOME OF REGFUNC.
       INC-GRAVACAO.
                WRITE REGMANUT
                IF ST-ERRO = "00" OR "02"
                    PERFORM CHECAR-GARANTIA-BIKE
                                       THRU CHECAR-GARANTIA-BIKE-FIM
                    PERFORM LANCAR-PECAS THRU LANCAR-PECAS-FIM
                    MOVE "SERVICO GRAVADO COM SUCESSO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO-PECA NOT = "00" AND "02"
                   MOVE "ERRO NA BAIXA DO ESTOQUE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                IF W-GAR-BIKE NOT = "S"
                   PERFORM CHECAR-GARANTIA-PECA
                                      THRU CHECAR-GARANTIA-PECA-FIM.
                GO TO LANCAR-PECAS-COD.
       LANCAR-PECAS-LIMPA.
                DISPLAY (15, 05) LIMPA
                DISPLAY (18, 05) LIMPA.
       LANCAR-PECAS-FIM.
                EXIT.
      *-------------------------------------------------------------
      * GARANTIA: SERVICO EM BIKE DENTRO DA GARANTIA DO FABRICANTE
      * (ARQGARMOD.DAT, POR MARCA/MODELO) OFERECE A RECLAMACAO DO
      * SERVICO INTEIRO PELO CUSTO LANCADO -- AS PECAS DESSE SERVICO
      * JA ESTAO NELE E NAO SAO RECLAMADAS DE NOVO. FORA DELA, CADA
      * PECA CONSUMIDA DENTRO DO PRAZO DE GARANTIA DO SEU ULTIMO
      * RECEBIMENTO OFERECE A RECLAMACAO DA PECA AO FORNECEDOR. A
      * RECLAMACAO E ACOMPANHADA ATE O CREDITO OU A RECUSA NO SGB-048.
      *-------------------------------------------------------------
       CHECAR-GARANTIA-BIKE.
                MOVE "N" TO W-GAR-BIKE
                MOVE MANUT-DATASERVICO TO GV-DATA
                PERFORM VERIFICAR-GARANTIA-BIKE
                                   THRU VERIFICAR-GARANTIA-BIKE-FIM
                IF GV-EM-GARANTIA NOT = "S"
                   GO TO CHECAR-GARANTIA-BIKE-FIM.
                MOVE "S"         TO W-GAR-BIKE
                MOVE ZEROS       TO GV-QTD
                MOVE MANUT-CUSTO TO GV-VALOR
                PERFORM PEDIR-RECLAMACAO THRU PEDIR-RECLAMACAO-FIM.
       CHECAR-GARANTIA-BIKE-FIM.
                EXIT.
       CHECAR-GARANTIA-PECA.
                MOVE MANUT-DATASERVICO TO GV-DATA
                MOVE W-QTD-PED         TO GV-QTD
                PERFORM VERIFICAR-GARANTIA-PECA
                                   THRU VERIFICAR-GARANTIA-PECA-FIM
                IF GV-EM-GARANTIA = "S"
                   PERFORM PEDIR-RECLAMACAO THRU PEDIR-RECLAMACAO-FIM.
       CHECAR-GARANTIA-PECA-FIM.
                EXIT.
       PEDIR-RECLAMACAO.
                MOVE GV-LIMITE TO W-GAR-LIM-ED
                IF GV-TIPO = "B"
                   DISPLAY (20, 05)
                           "BIKE NA GARANTIA DO FABRICANTE ATE"
                ELSE
                   DISPLAY (20, 05)
                           "PECA NA GARANTIA DO FORNECEDOR ATE".
                DISPLAY (20, 40) W-GAR-LIM-ED
                DISPLAY (21, 05) "ABRIR RECLAMACAO DE GARANTIA? (S/N):"
                MOVE "S" TO W-OPCAO
                ACCEPT (21, 42) W-OPCAO WITH UPDATE
                DISPLAY (20, 05) LIMPA
                DISPLAY (21, 05) LIMPA
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO PEDIR-RECLAMACAO-FIM.
                MOVE MANUT-NUMERO TO GV-BIKE
                MOVE MANUT-SEQ    TO GV-SEQ
                MOVE SPACES       TO GV-OPERADOR
                PERFORM ABRIR-RECLAMACAO THRU ABRIR-RECLAMACAO-FIM
                IF GV-NUMERO = ZEROS
                   MOVE "ERRO NA GRAVACAO DA RECLAMACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-RECLAMACAO-FIM.
                DISPLAY (21, 05) "RECLAMACAO ABERTA NUMERO"
                DISPLAY (21, 30) GV-NUMERO
                MOVE "ACOMPANHE A RECLAMACAO NO SGB-048" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (21, 05) LIMPA.
       PEDIR-RECLAMACAO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
       ROT-FIM.
                CLOSE ARQMANUT ARQBIKE ARQPECA ARQPCMOV
                CLOSE FUNCIONARIOS DEPARTAMENTOS
                PERFORM FECHAR-GARANTIA THRU FECHAR-GARANTIA-FIM
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
       COPY GARVALP.
