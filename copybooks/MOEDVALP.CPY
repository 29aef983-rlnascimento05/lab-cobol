      *-----------------------------------------------------------------
      * ROTINAS DO PAGAMENTO EM MOEDA ESTRANGEIRA (VER COPY MOEDVAL.
      * NA WORKING-STORAGE). ABRIR-MOEDA DEVE SER CHAMADA UMA VEZ NO
      * INICIO. SO SE ACEITA MOEDA COM COTACAO CADASTRADA PARA A
      * DATA DO PAGAMENTO -- COTACAO DE OUTRO DIA NAO SERVE. O VALOR
      * NA MOEDA E O VALOR EM REAIS DIVIDIDO PELA COTACAO,
      * ARREDONDADO NO CENTAVO.
      *-----------------------------------------------------------------
       ABRIR-MOEDA.
           MOVE "N" TO MO-ABERTO MO-CAMB-ABERTO
           OPEN INPUT ARQCAMB
           IF ST-ERRO-CMB = "00"
              MOVE "S" TO MO-CAMB-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-CMB.
           OPEN I-O ARQPAGME
           IF ST-ERRO-PME = "30" OR ST-ERRO-PME = "35"
              OPEN OUTPUT ARQPAGME
              CLOSE ARQPAGME
              OPEN I-O ARQPAGME.
           IF ST-ERRO-PME NOT = "00"
              MOVE "00" TO ST-ERRO-PME
              GO TO ABRIR-MOEDA-FIM.
           MOVE "S" TO MO-ABERTO.
       ABRIR-MOEDA-FIM.
           EXIT.

       BUSCAR-COTACAO.
           MOVE "N" TO MO-ACHOU
           MOVE ZEROS TO MO-TAXA MO-VALOR-ORIG
           MOVE SPACES TO MO-MOTIVO
           IF MO-CAMB-ABERTO NOT = "S" OR MO-ABERTO NOT = "S"
              MOVE "*** NAO HA COTACOES CADASTRADAS ***" TO MO-MOTIVO
              GO TO BUSCAR-COTACAO-FIM.
           MOVE MO-MOEDA TO CAMB-MOEDA
           MOVE MO-DATA  TO CAMB-DATA
           READ ARQCAMB
           IF ST-ERRO-CMB NOT = "00"
              MOVE "00" TO ST-ERRO-CMB
              MOVE "*** MOEDA SEM COTACAO DO DIA ***" TO MO-MOTIVO
              GO TO BUSCAR-COTACAO-FIM.
           IF CAMB-TAXA = ZEROS
              MOVE "*** MOEDA SEM COTACAO DO DIA ***" TO MO-MOTIVO
              GO TO BUSCAR-COTACAO-FIM.
           MOVE CAMB-TAXA TO MO-TAXA
           PERFORM CONVERTER-MOEDA THRU CONVERTER-MOEDA-FIM
           MOVE "S" TO MO-ACHOU.
       BUSCAR-COTACAO-FIM.
           EXIT.

       CONVERTER-MOEDA.
           MOVE ZEROS TO MO-VALOR-ORIG
           IF MO-TAXA = ZEROS
              GO TO CONVERTER-MOEDA-FIM.
           COMPUTE MO-VALOR-ORIG ROUNDED = MO-VALOR-BRL / MO-TAXA.
       CONVERTER-MOEDA-FIM.
           EXIT.

      * DEPOIS DO PAGAMENTO GRAVADO EM ARQPAG.DAT: GUARDA A MOEDA, O
      * VALOR ORIGINAL E A COTACAO COM A MESMA CHAVE DO PAGAMENTO
       GRAVAR-PAG-MOEDA.
           IF MO-ABERTO NOT = "S" OR MO-MOEDA = SPACES
              GO TO GRAVAR-PAG-MOEDA-FIM.
           MOVE MO-NUMERO     TO PME-NUMERO
           MOVE MO-SEQ        TO PME-SEQ
           MOVE MO-MOEDA      TO PME-MOEDA
           MOVE MO-VALOR-ORIG TO PME-VALOR-ORIG
           MOVE MO-TAXA       TO PME-TAXA
           MOVE MO-VALOR-BRL  TO PME-VALOR-BRL
           MOVE MO-DATA       TO PME-DATA
           MOVE MO-ORIGEM     TO PME-ORIGEM
           MOVE MO-REF-NUMERO TO PME-REF-NUMERO
           MOVE MO-REF-SEQ    TO PME-REF-SEQ
           MOVE MO-OPERADOR   TO PME-OPERADOR
           WRITE REGPAGME
           IF ST-ERRO-PME = "22"
              REWRITE REGPAGME.
           MOVE "00" TO ST-ERRO-PME.
       GRAVAR-PAG-MOEDA-FIM.
           EXIT.

       LER-PAG-MOEDA.
           MOVE "N" TO MO-ACHOU
           IF MO-ABERTO NOT = "S"
              GO TO LER-PAG-MOEDA-FIM.
           MOVE MO-NUMERO TO PME-NUMERO
           MOVE MO-SEQ    TO PME-SEQ
           READ ARQPAGME
           IF ST-ERRO-PME NOT = "00"
              MOVE "00" TO ST-ERRO-PME
              GO TO LER-PAG-MOEDA-FIM.
           MOVE PME-MOEDA      TO MO-MOEDA
           MOVE PME-VALOR-ORIG TO MO-VALOR-ORIG
           MOVE PME-TAXA       TO MO-TAXA
           MOVE PME-VALOR-BRL  TO MO-VALOR-BRL
           MOVE "S" TO MO-ACHOU.
       LER-PAG-MOEDA-FIM.
           EXIT.

      * A CAUCAO ENTRA SOB O NUMERO RESERVADO 0000 (ORIGEM "D") COM A
      * CHAVE DA LOCACAO NA REFERENCIA; SO OS LANCAMENTOS 0000 EM
      * MOEDA ESTRANGEIRA TEM REGISTRO AQUI, A VARREDURA E CURTA
       BUSCAR-MOEDA-CAUCAO.
           MOVE "N" TO MO-ACHOU
           MOVE SPACES TO MO-MOEDA
           MOVE ZEROS TO MO-TAXA
           IF MO-ABERTO NOT = "S"
              GO TO BUSCAR-MOEDA-CAUCAO-FIM.
           MOVE ZEROS TO CHAVE-PAGME
           START ARQPAGME KEY IS NOT LESS CHAVE-PAGME
               INVALID KEY MOVE "10" TO ST-ERRO-PME.
           IF ST-ERRO-PME = "10"
              GO TO BUSCAR-MOEDA-CAUCAO-VOLTA.
       BUSCAR-MOEDA-CAUCAO-LER.
           READ ARQPAGME NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-PME.
           IF ST-ERRO-PME = "10"
              GO TO BUSCAR-MOEDA-CAUCAO-VOLTA.
           IF PME-NUMERO NOT = ZEROS
              GO TO BUSCAR-MOEDA-CAUCAO-VOLTA.
           IF PME-ORIGEM NOT = "D"
              OR PME-REF-NUMERO NOT = MO-REF-NUMERO
              OR PME-REF-SEQ NOT = MO-REF-SEQ
              GO TO BUSCAR-MOEDA-CAUCAO-LER.
           MOVE PME-MOEDA TO MO-MOEDA
           MOVE PME-TAXA  TO MO-TAXA
           MOVE "S" TO MO-ACHOU
           GO TO BUSCAR-MOEDA-CAUCAO-LER.
       BUSCAR-MOEDA-CAUCAO-VOLTA.
           MOVE "00" TO ST-ERRO-PME.
       BUSCAR-MOEDA-CAUCAO-FIM.
           EXIT.

       MONTAR-LIN-MOEDA.
           MOVE MO-MOEDA      TO MO-RL-MOEDA
           MOVE MO-VALOR-ORIG TO MO-RL-VALOR
           MOVE MO-TAXA       TO MO-RL-TAXA
           MOVE MO-VALOR-BRL  TO MO-RL-BRL.
       MONTAR-LIN-MOEDA-FIM.
           EXIT.

       FECHAR-MOEDA.
           IF MO-CAMB-ABERTO = "S"
              CLOSE ARQCAMB
              MOVE "N" TO MO-CAMB-ABERTO.
           IF MO-ABERTO = "S"
              CLOSE ARQPAGME
              MOVE "N" TO MO-ABERTO.
       FECHAR-MOEDA-FIM.
           EXIT.
