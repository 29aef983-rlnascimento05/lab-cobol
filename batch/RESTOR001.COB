      * RECARREGA O MESTRE A PARTIR DA GERACAO ESCOLHIDA E RELE O
      * RESULTADO CONFERINDO A CONTAGEM DE REGISTROS, COMO O
      * BACKUP001 FAZ COM AS COPIAS. QUALQUER DIFERENCA DEVOLVE
      * RETURN-CODE 12. TRILHA DE AUDITORIA RESTAURADA PEDE TAMBEM O
      * CONTROLE DA CADEIA (AUDCADEIA) DA MESMA GERACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT AUDCADEIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAD-TRILHA
                    FILE STATUS  IS ST-ERRO.

           SELECT GERACAO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-BKP.
                03 CPF                  PIC 9(11).
                03 FILLER               PIC X(43).
                03 RG                   PIC X(20).
                03 FILLER               PIC X(82).

       FD ARQBIKE
               LABEL RECORD IS STANDARD
                   05 LOC-NUMERO        PIC 9(4).
                   05 LOC-SEQ           PIC 9(4).
                03 LOC-CPF              PIC 9(14).
                03 RESTO-LOC            PIC X(86).

       FD AUDCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDCLI.DAT".
       01 REGAUDCLI                    PIC X(50).

       FD AUDFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDFUNC.DAT".
       01 REGAUDFUNC                   PIC X(46).

       FD AUDNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDNOTAS.DAT".
       01 REGAUDNOTAS                  PIC X(47).

       FD AUDBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDBIKE.DAT".
       01 REGAUDBIKE                   PIC X(38).

       FD ARQMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
            03 CODIGO           PIC X(12).
            03 FILLER           PIC X(245).

       FD DEPARTAMENTOS
               LABEL RECORD IS STANDARD
                   05 LOCH-NUMERO       PIC 9(4).
                   05 LOCH-SEQ          PIC 9(4).
                03 LOCH-CPF             PIC 9(14).
                03 FILLER               PIC X(86).

       FD NOTASH
               LABEL RECORD IS STANDARD
                03 CHAVE-COB.
                   05 COB-CPF           PIC 9(14).
                   05 COB-SEQ           PIC 9(4).
                03 FILLER               PIC X(44).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPER.
                03 OPER-ID              PIC X(8).
                03 FILLER               PIC X(55).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
                03 PARAM-CODIGO         PIC X(12).
                03 FILLER               PIC X(53).

       FD AUDCADEIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDCADEIA.DAT".
       01 REGCADEIA.
                03 CAD-TRILHA           PIC X(8).
                03 FILLER               PIC X(25).

       FD GERACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-BACKUP.
       01 REG-GERACAO                   PIC X(260).

       FD ANTERIOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANT.
       01 REG-ANT                      PIC X(260).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
           DISPLAY "10-CADAUDCLI    11-CADAUDFUNC   12-CADAUDNOTAS"
           DISPLAY "13-AUDBIKE      14-ARQLOCH      15-CADNOTAH"
           DISPLAY "16-ARQPAG       17-ARQCOB       18-CADCLIPJ"
           DISPLAY "19-ARQOPER      20-ARQPARAM     21-AUDCADEIA"
           DISPLAY "QUAL ARQUIVO RESTAURAR (0 = SAIR)?"
           ACCEPT W-OPCAO
           IF W-OPCAO = ZEROS
              GO TO FIM-PROGRAMA.
           IF W-OPCAO > 21
              DISPLAY "OPCAO INVALIDA"
              GO TO FIM-PROGRAMA.
           PERFORM DEFINIR-BASE THRU DEFINIR-BASE-FIM
              PERFORM RESTAURAR-OPER THRU RESTAURAR-OPER-FIM.
           IF W-OPCAO = 20
              PERFORM RESTAURAR-PARAM THRU RESTAURAR-PARAM-FIM.
           IF W-OPCAO = 21
              PERFORM RESTAURAR-CADEIA THRU RESTAURAR-CADEIA-FIM.
           IF W-OPCAO > 9 AND W-OPCAO < 14
              DISPLAY "TRILHA DE AUDITORIA RESTAURADA: RESTAURE TAMBEM"
              DISPLAY "O AUDCADEIA (21) DA MESMA GERACAO, SENAO O"
              DISPLAY "AUDVER001 ACUSA QUEBRA NO FIM DA CADEIA".
           IF W-HOUVE-FALHA = "S"
              DISPLAY "*** RESTAURACAO COM FALHA DE VERIFICACAO ***"
              MOVE 12 TO RETURN-CODE
              MOVE "ARQOPER" TO W-NOME-BASE.
           IF W-OPCAO = 20
              MOVE "ARQPARAM" TO W-NOME-BASE.
           IF W-OPCAO = 21
              MOVE "AUDCADEIA" TO W-NOME-BASE.
       DEFINIR-BASE-FIM.
           EXIT.

              MOVE "S" TO W-HOUVE-FALHA.
       RESTAURAR-PARAM-FIM.
           EXIT.

       RESTAURAR-CADEIA.
           MOVE ZEROS TO W-CONT-GUARDADOS
           OPEN INPUT AUDCADEIA
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO VIVO AUSENTE, NADA A GUARDAR"
              MOVE "00" TO ST-ERRO
              GO TO RESTAURAR-CADEIA-CARGA.
           OPEN OUTPUT ANTERIOR.
       RESTAURAR-CADEIA-GUARDA.
           READ AUDCADEIA NEXT RECORD
               AT END GO TO RESTAURAR-CADEIA-GFECHA.
           WRITE REG-ANT FROM REGCADEIA
           ADD 1 TO W-CONT-GUARDADOS
           GO TO RESTAURAR-CADEIA-GUARDA.
       RESTAURAR-CADEIA-GFECHA.
           CLOSE AUDCADEIA
           CLOSE ANTERIOR
           DISPLAY "ARQUIVO VIVO GUARDADO EM " W-ARQ-ANT ": "
                   W-CONT-GUARDADOS " REGISTROS".
       RESTAURAR-CADEIA-CARGA.
           OPEN INPUT GERACAO
           IF ST-ERRO-BKP NOT = "00"
              DISPLAY "FALHA AO ABRIR " W-ARQ-BACKUP
              MOVE "S" TO W-HOUVE-FALHA
              GO TO RESTAURAR-CADEIA-FIM.
           MOVE ZEROS TO W-CONT-CARGA
           OPEN OUTPUT AUDCADEIA.
       RESTAURAR-CADEIA-LER.
           READ GERACAO
               AT END GO TO RESTAURAR-CADEIA-FECHA.
           WRITE REGCADEIA FROM REG-GERACAO
           IF ST-ERRO NOT = "00"
              DISPLAY "FALHA AO GRAVAR REGISTRO: " ST-ERRO
              MOVE "S" TO W-HOUVE-FALHA
              GO TO RESTAURAR-CADEIA-FECHA.
           ADD 1 TO W-CONT-CARGA
           GO TO RESTAURAR-CADEIA-LER.
       RESTAURAR-CADEIA-FECHA.
           CLOSE GERACAO
           CLOSE AUDCADEIA
           MOVE ZEROS TO W-CONT-RELIDOS
           OPEN INPUT AUDCADEIA
           IF ST-ERRO NOT = "00"
              DISPLAY "FALHA AO RELER O ARQUIVO RESTAURADO"
              MOVE "S" TO W-HOUVE-FALHA
              GO TO RESTAURAR-CADEIA-FIM.
       RESTAURAR-CADEIA-CONF.
           READ AUDCADEIA NEXT RECORD
               AT END GO TO RESTAURAR-CADEIA-CONFERE.
           ADD 1 TO W-CONT-RELIDOS
           GO TO RESTAURAR-CADEIA-CONF.
       RESTAURAR-CADEIA-CONFERE.
           CLOSE AUDCADEIA
           IF W-CONT-RELIDOS = W-CONT-CARGA
              DISPLAY "RESTAURACAO OK: " W-CONT-RELIDOS
                      " REGISTROS"
           ELSE
              DISPLAY "RESTAURACAO NAO CONFERE: " W-CONT-CARGA
                      " X " W-CONT-RELIDOS
              MOVE "S" TO W-HOUVE-FALHA.
       RESTAURAR-CADEIA-FIM.
           EXIT.
