      * OS HISTORICOS ARQUIVADOS (ARQLOCH, CADNOTAH -- QUE GUARDAM
      * O QUE O ARQUIVAMENTO TIROU DOS MESTRES VIVOS), OS ARQUIVOS
      * DE DINHEIRO (ARQPAG, ARQCOB) E OS CADASTROS DE EMPRESAS,
      * OPERADORES E PARAMETROS (CADCLIPJ, ARQOPER, ARQPARAM) E O
      * CONTROLE DA CADEIA DE HASH DAS TRILHAS (AUDCADEIA):
      * COPIA CADA ARQUIVO MESTRE PARA UMA GERACAO DE BACKUP
      * SEQUENCIAL (NOME <ARQUIVO>.G1 A .G<QTD-GERACOES>, ESCOLHIDA
      * PELO DIA CORRIDO MODULO QTD-GERACOES -- AS QTD-GERACOES
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT AUDCADEIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAD-TRILHA
                    FILE STATUS  IS ST-ERRO.

           SELECT BACKUP-SAIDA ASSIGN TO DISK
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

       FD BACKUP-SAIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-BACKUP.
       01 REG-BACKUP                   PIC X(260).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-CONT-RELIDOS   PIC 9(07) VALUE ZEROS.
       77 W-CONT-ARQS      PIC 9(02) VALUE ZEROS.
       77 W-CONT-PULADOS   PIC 9(02) VALUE ZEROS.
       COPY JOBCNT.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-T              PIC 9(07) VALUE ZEROS.
       77 W-HOUVE-FALHA    PIC X(01) VALUE "N".
           PERFORM COPIAR-CLIPJ THRU COPIAR-CLIPJ-FIM
           PERFORM COPIAR-OPER THRU COPIAR-OPER-FIM
           PERFORM COPIAR-PARAM THRU COPIAR-PARAM-FIM
           PERFORM COPIAR-CADEIA THRU COPIAR-CADEIA-FIM
           DISPLAY "ARQUIVOS COPIADOS..: " W-CONT-ARQS
           DISPLAY "ARQUIVOS PULADOS...: " W-CONT-PULADOS
           MOVE W-CONT-ARQS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           IF W-HOUVE-FALHA = "S"
              DISPLAY "*** BACKUP COM FALHA DE VERIFICACAO ***"
              MOVE 12 TO RETURN-CODE
       COPIAR-PARAM-FIM.
           EXIT.

       COPIAR-CADEIA.
           MOVE SPACES TO W-ARQ-BACKUP
           STRING "AUDCADEIA.G" DELIMITED BY SIZE
                  W-GERACAO DELIMITED BY SIZE
                  INTO W-ARQ-BACKUP
           OPEN INPUT AUDCADEIA
           IF ST-ERRO NOT = "00"
              PERFORM PULAR-ARQUIVO THRU PULAR-ARQUIVO-FIM
              GO TO COPIAR-CADEIA-FIM.
           MOVE ZEROS TO W-CONT-COPIADOS
           OPEN OUTPUT BACKUP-SAIDA.
       COPIAR-CADEIA-LER.
           READ AUDCADEIA NEXT RECORD
               AT END GO TO COPIAR-CADEIA-FECHA.
           WRITE REG-BACKUP FROM REGCADEIA
           ADD 1 TO W-CONT-COPIADOS
           GO TO COPIAR-CADEIA-LER.
       COPIAR-CADEIA-FECHA.
           CLOSE AUDCADEIA
           CLOSE BACKUP-SAIDA
           PERFORM VERIFICAR-COPIA THRU VERIFICAR-COPIA-FIM.
       COPIAR-CADEIA-FIM.
           EXIT.

      * RELE A COPIA RECEM GRAVADA E CONFERE A CONTAGEM; DIFERENCA
      * E FALHA DE BACKUP (DERRUBA A ROTINA NOTURNA NO FIM)
       VERIFICAR-COPIA.
           MOVE "00" TO ST-ERRO.
       PULAR-ARQUIVO-FIM.
           EXIT.

       COPY JOBCNTP.
