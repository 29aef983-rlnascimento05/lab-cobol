      * 2026-08-22  UM FD POR TRILHA COM O TAMANHO CERTO DO
      *             REGISTRO -- O FD UNICO DE 33 BYTES DESALINHAVA A
      *             LEITURA DAS TRILHAS DE 29/30/21 BYTES.
      * 2026-10-15  CONFERENCIA DA CADEIA DE HASH (COPY AUDCAD./
      *             AUDCADP.): A TRILHA E LIDA NA ORDEM DE GRAVACAO
      *             (.ARC ANTES DO .DAT), CADA LINHA E CONFERIDA CONTRA
      *             A ANTERIOR E O FIM CONTRA O AUDCADEIA.DAT; A
      *             CONSULTA TERMINA DIZENDO SE O HISTORICO MOSTRADO
      *             ESTA INTEGRO E MARCA COM "!" A LINHA QUEBRADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

      * UM FD POR TRILHA, CADA UM COM O TAMANHO CERTO DO REGISTRO --
      * LER TRILHA DE 46/47/38 BYTES EM QUADROS DE 50 DESALINHARIA
      * TODA LINHA DEPOIS DA PRIMEIRA. OS 17 ULTIMOS BYTES SAO A
      * SEQUENCIA E O HASH DA CADEIA
       FD TRCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRCLI                    PIC X(50).

       FD TRFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRFUNC                   PIC X(46).

       FD TRNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRNOTAS                  PIC X(47).

       FD TRBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRBIKE                   PIC X(38).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
      * FRENTE (TAMANHO CONFORME A TRILHA) E O RESTO E OPERACAO +
      * SITUACOES (SO NA TRILHA DE CLIENTES) + DATA + OPERADOR
       01 W-LINHA          PIC X(33) VALUE SPACES.

       COPY AUDCAD.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE 13 TO W-TAM-CHAVE.
           IF W-TIPO = 4
              MOVE 04 TO W-TAM-CHAVE.
           IF W-TIPO = 1
              MOVE "CLI" TO W-AUD-TRILHA.
           IF W-TIPO = 2
              MOVE "FUNC" TO W-AUD-TRILHA.
           IF W-TIPO = 3
              MOVE "NOTAS" TO W-AUD-TRILHA.
           IF W-TIPO = 4
              MOVE "BIKE" TO W-AUD-TRILHA.
           PERFORM INICIAR-CONFERENCIA THRU INICIAR-CONFERENCIA-FIM
      * PASSO 1 = ARQUIVADO (.ARC), PASSO 2 = ARQUIVO VIVO -- A ORDEM
      * EM QUE AS LINHAS FORAM GRAVADAS, QUE E A ORDEM DA CADEIA
           MOVE 1 TO W-PASSO.
       CONSULTAR-PASSO.
           PERFORM MONTAR-NOME THRU MONTAR-NOME-FIM
           IF W-PASSO < 3
              GO TO CONSULTAR-PASSO.
           DISPLAY "LINHAS ENCONTRADAS: " W-CONT-LINHAS
           PERFORM ENCERRAR-CONFERENCIA THRU ENCERRAR-CONFERENCIA-FIM
           IF W-AUD-PROBLEMA NOT = SPACES
              DISPLAY "  ! " W-AUD-PROBLEMA.
           IF W-AUD-QUEBRAS = ZEROS
              DISPLAY "CADEIA DA TRILHA CONFERIDA: INTEGRA ("
                      W-AUD-LIDAS " LINHAS)"
           ELSE
              DISPLAY "*** CADEIA DA TRILHA COM " W-AUD-QUEBRAS
                      " QUEBRA(S) - HISTORICO NAO CONFIAVEL ***"
              DISPLAY "*** DETALHE NO RELATORIO DO AUDVER001 ***".
           MOVE 0 TO RETURN-CODE
           GOBACK.

       MONTAR-NOME.
           MOVE SPACES TO W-ARQ-TRILHA
           IF W-TIPO = 1 AND W-PASSO = 1
              MOVE "CADAUDCLI.ARC" TO W-ARQ-TRILHA.
           IF W-TIPO = 1 AND W-PASSO = 2
              MOVE "CADAUDCLI.DAT" TO W-ARQ-TRILHA.
           IF W-TIPO = 2 AND W-PASSO = 1
              MOVE "CADAUDFUNC.ARC" TO W-ARQ-TRILHA.
           IF W-TIPO = 2 AND W-PASSO = 2
              MOVE "CADAUDFUNC.DAT" TO W-ARQ-TRILHA.
           IF W-TIPO = 3 AND W-PASSO = 1
              MOVE "CADAUDNOTAS.ARC" TO W-ARQ-TRILHA.
           IF W-TIPO = 3 AND W-PASSO = 2
              MOVE "CADAUDNOTAS.DAT" TO W-ARQ-TRILHA.
           IF W-TIPO = 4 AND W-PASSO = 1
              MOVE "AUDBIKE.ARC" TO W-ARQ-TRILHA.
           IF W-TIPO = 4 AND W-PASSO = 2
              MOVE "AUDBIKE.DAT" TO W-ARQ-TRILHA.
       MONTAR-NOME-FIM.
           EXIT.

               AT END CLOSE TRCLI
                      GO TO VARRER-TRILHA-FIM.
           MOVE SPACES TO W-LINHA
           MOVE REG-TRCLI (1:33) TO W-LINHA (1:33)
           MOVE REG-TRCLI (34:8) TO W-AUD-LIN-SEQ
           MOVE REG-TRCLI (42:9) TO W-AUD-LIN-HASH
           PERFORM MOSTRAR-LINHA THRU MOSTRAR-LINHA-FIM
           GO TO VARRER-CLI-LER.
       VARRER-FUNC.
               AT END CLOSE TRFUNC
                      GO TO VARRER-TRILHA-FIM.
           MOVE SPACES TO W-LINHA
           MOVE REG-TRFUNC (1:29) TO W-LINHA (1:29)
           MOVE REG-TRFUNC (30:8) TO W-AUD-LIN-SEQ
           MOVE REG-TRFUNC (38:9) TO W-AUD-LIN-HASH
           PERFORM MOSTRAR-LINHA THRU MOSTRAR-LINHA-FIM
           GO TO VARRER-FUNC-LER.
       VARRER-NOTAS.
               AT END CLOSE TRNOTAS
                      GO TO VARRER-TRILHA-FIM.
           MOVE SPACES TO W-LINHA
           MOVE REG-TRNOTAS (1:30) TO W-LINHA (1:30)
           MOVE REG-TRNOTAS (31:8) TO W-AUD-LIN-SEQ
           MOVE REG-TRNOTAS (39:9) TO W-AUD-LIN-HASH
           PERFORM MOSTRAR-LINHA THRU MOSTRAR-LINHA-FIM
           GO TO VARRER-NOTAS-LER.
       VARRER-BIKE.
               AT END CLOSE TRBIKE
                      GO TO VARRER-TRILHA-FIM.
           MOVE SPACES TO W-LINHA
           MOVE REG-TRBIKE (1:21) TO W-LINHA (1:21)
           MOVE REG-TRBIKE (22:8) TO W-AUD-LIN-SEQ
           MOVE REG-TRBIKE (30:9) TO W-AUD-LIN-HASH
           PERFORM MOSTRAR-LINHA THRU MOSTRAR-LINHA-FIM
           GO TO VARRER-BIKE-LER.
       VARRER-TRILHA-FIM.
           EXIT.

      * TODA LINHA DA TRILHA ENTRA NA CONFERENCIA DA CADEIA; SO AS
      * DA ENTIDADE PEDIDA SAO MOSTRADAS
       MOSTRAR-LINHA.
           MOVE W-LINHA TO W-AUD-LINHA
           PERFORM CONFERIR-ELO THRU CONFERIR-ELO-FIM
           IF W-LINHA (1:W-TAM-CHAVE) NOT = W-CHAVE (1:W-TAM-CHAVE)
              GO TO MOSTRAR-LINHA-FIM.
           ADD 1 TO W-CONT-LINHAS
           DISPLAY "  " W-LINHA
           IF W-AUD-PROBLEMA NOT = SPACES
              DISPLAY "  ! " W-AUD-PROBLEMA.
       MOSTRAR-LINHA-FIM.
           EXIT.

       COPY AUDCADP.
