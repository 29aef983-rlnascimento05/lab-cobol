      *-----------------------------------------------------------------
      * ROTINAS DO CONTROLE DE VAGAS DA TURMA (VER COPY VAGAVAL. NA
      * WORKING-STORAGE). QUEM INSCREVE, ADMITE E CONVERTE O
      * CANDIDATO EM ALUNO E O SGB-050; O CDMATRIC RECUSA A MATRICULA
      * ALEM DAS VAGAS E O REL067 LISTA A SITUACAO POR TURMA.
      *-----------------------------------------------------------------
       ABRIR-CANDIDATOS.
           MOVE "N" TO VV-CAND-ABERTO.
       ABRIR-CANDIDATOS-CAN.
           OPEN I-O ARQCAND
           IF ST-ERRO-CAN = "30" OR "35"
              OPEN OUTPUT ARQCAND
              CLOSE ARQCAND
              GO TO ABRIR-CANDIDATOS-CAN.
           IF ST-ERRO-CAN = "00"
              MOVE "S" TO VV-CAND-ABERTO
           ELSE
              MOVE "00" TO ST-ERRO-CAN.
       ABRIR-CANDIDATOS-FIM.
           EXIT.

      * MATRICULADOS: CADNOTAS.DAT ESTA EM ORDEM DE RA, ENTAO OS
      * REGISTROS DE UM MESMO ALUNO VEM JUNTOS E BASTA LEMBRAR O
      * ULTIMO RA CONTADO. DISCIPLINA ENCERRADA POR TRANSFERENCIA DE
      * TURMA (CDMATRIC) NAO OCUPA VAGA NA TURMA DE ORIGEM
       CONTAR-VAGAS.
           MOVE ZEROS  TO VV-MATRIC VV-ADMIT VV-ESPERA VV-LIVRES
                          VV-CAND-RES
           MOVE "N"    TO VV-NA-TURMA VV-RESERVA
           MOVE SPACES TO VV-RA-ANT
           MOVE LOW-VALUES TO CHAVE-NOTAS
           START NOTAS KEY IS NOT LESS CHAVE-NOTAS
               INVALID KEY MOVE "10" TO ST-ERRO-NOT.
           IF ST-ERRO-NOT NOT = "00"
              GO TO CONTAR-VAGAS-CAND.
       CONTAR-VAGAS-NOTAS.
           READ NOTAS NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-NOT.
           IF ST-ERRO-NOT NOT = "00"
              GO TO CONTAR-VAGAS-CAND.
           IF TURMA NOT = VV-TURMA OR RA = VV-RA-ANT
                                   OR SITUACAO = "TRANSFERIDO"
              GO TO CONTAR-VAGAS-NOTAS.
           ADD 1 TO VV-MATRIC
           MOVE RA TO VV-RA-ANT
           IF RA = VV-RA
              MOVE "S" TO VV-NA-TURMA.
           GO TO CONTAR-VAGAS-NOTAS.
      * CANDIDATOS DA TURMA PELA CHAVE DA FILA (TURMA + ORDEM)
       CONTAR-VAGAS-CAND.
           MOVE "00" TO ST-ERRO-NOT
           IF VV-CAND-ABERTO NOT = "S"
              GO TO CONTAR-VAGAS-LIVRES.
           MOVE VV-TURMA TO CAND-TURMA
           MOVE ZEROS    TO CAND-ORDEM
           START ARQCAND KEY IS NOT LESS CAND-FILA
               INVALID KEY MOVE "10" TO ST-ERRO-CAN.
           IF ST-ERRO-CAN NOT = "00"
              GO TO CONTAR-VAGAS-LIVRES.
       CONTAR-VAGAS-CAND-LER.
           READ ARQCAND NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-CAN.
           IF ST-ERRO-CAN NOT = "00"
              GO TO CONTAR-VAGAS-LIVRES.
           IF CAND-TURMA NOT = VV-TURMA
              GO TO CONTAR-VAGAS-LIVRES.
           IF CAND-INSCRITO
              ADD 1 TO VV-ESPERA.
           IF NOT CAND-ADMITIDO
              GO TO CONTAR-VAGAS-CAND-LER.
           ADD 1 TO VV-ADMIT
           IF VV-RA NOT = SPACES AND CAND-RA = VV-RA
              MOVE "S"         TO VV-RESERVA
              MOVE CAND-NUMERO TO VV-CAND-RES.
           GO TO CONTAR-VAGAS-CAND-LER.
       CONTAR-VAGAS-LIVRES.
           MOVE "00" TO ST-ERRO-CAN
           COMPUTE VV-LIVRES = VV-VAGAS - VV-MATRIC - VV-ADMIT.
       CONTAR-VAGAS-FIM.
           EXIT.

       BAIXAR-CANDIDATO.
           IF VV-CAND-ABERTO NOT = "S" OR VV-CAND-RES = ZEROS
              GO TO BAIXAR-CANDIDATO-FIM.
           MOVE VV-CAND-RES TO CAND-NUMERO
           READ ARQCAND
           IF ST-ERRO-CAN NOT = "00"
              MOVE "00" TO ST-ERRO-CAN
              GO TO BAIXAR-CANDIDATO-FIM.
           MOVE "M"     TO CAND-SITUACAO
           MOVE VV-DATA TO CAND-DATA-SIT
           REWRITE REGCAND
           MOVE "00" TO ST-ERRO-CAN.
       BAIXAR-CANDIDATO-FIM.
           EXIT.

       FECHAR-CANDIDATOS.
           IF VV-CAND-ABERTO = "S"
              CLOSE ARQCAND
              MOVE "N" TO VV-CAND-ABERTO.
       FECHAR-CANDIDATOS-FIM.
           EXIT.
