      * MES APURADO VEM DE LA EM VEZ DA DATA DO DIA -- UMA
      * REEXECUCAO ATRASADA AINDA FECHA O MES CERTO; SEM O
      * CONTROLE, TUDO SEGUE COMO SEMPRE.
      * 2026-10-15  DIA DE AFASTAMENTO NA COMPETENCIA (ARQAFAST.DAT DO
      * SGB-045, COPY AFASVAL./AFASVALP.) NAO CONTA COMO FALTA -- O
      * FUNCIONARIO EM LICENCA MEDICA APARECIA COMO FALTOSO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS CODIGO OF REGDEPT
                    FILE STATUS  IS ST-ERRO-DEP.

           SELECT ARQAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AFA
                    FILE STATUS  IS ST-ERRO-AFA.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT RELATORIO ASSIGN TO DISK
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

       FD DEPARTAMENTOS
               LABEL RECORD IS STANDARD
                03 PAI-DESC             PIC X(25).
                03 SITUACAO-DEP         PIC 9(1).

       FD ARQAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
                03 CHAVE-AFA.
                   05 AFA-CODIGO        PIC X(12).
                   05 AFA-INICIO        PIC 9(08).
                03 AFA-TIPO             PIC X(01).
                03 AFA-PREV-FIM         PIC 9(08).
                03 AFA-RETORNO          PIC 9(08).
                03 AFA-ATESTADO         PIC X(15).
                03 AFA-DATA             PIC 9(08).
                03 AFA-OPERADOR         PIC X(08).

       SD WORK-SORT.
       01 WS-REG.
                03 WS-DEPTO             PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY COMPVAL.
       COPY AFASVAL.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-DEP      PIC X(02) VALUE "00".
                                      THRU CATALOGAR-RELATORIO-FIM
           CLOSE FUNCIONARIOS
           CLOSE DEPARTAMENTOS
           PERFORM FECHAR-AFASTAMENTOS THRU FECHAR-AFASTAMENTOS-FIM
           MOVE 0 TO RETURN-CODE
           GOBACK.

              DISPLAY "*** ERRO NA ABERTURA DO ARQ DEPARTAMENTOS ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           PERFORM ABRIR-AFASTAMENTOS THRU ABRIR-AFASTAMENTOS-FIM
           MOVE "HORAS TRABALHADAS NO MES" TO W-TITULO-REL
           MOVE "CODIGO        NOME                        DIAS   HORAS
      -         "    EXTRAS   FALTAS"                     TO W-CAB-COL
           COMPUTE W-MIN-AUX = W-EXTRA-FUNC / 60
           MOVE W-MIN-AUX TO W-HORAS-ED
           MOVE W-HORAS-ED TO LD-EXTRAS
      * DIAS AFASTADO NO MES COMERCIAL (1 A 30) NAO SAO FALTA
           MOVE W-CODIGO-ANT TO AF-CODIGO
           MOVE W-ANO-HOJE   TO AF-INI-AAAA AF-FIM-AAAA
           MOVE W-MES-HOJE   TO AF-INI-MM AF-FIM-MM
           MOVE 01           TO AF-INI-DD
           MOVE 30           TO AF-FIM-DD
           PERFORM CONTAR-AFASTAMENTO THRU CONTAR-AFASTAMENTO-FIM
           IF AF-DIAS > DIAS-UTEIS-MES
              MOVE DIAS-UTEIS-MES TO AF-DIAS.
           COMPUTE W-FALTAS = DIAS-UTEIS-MES - W-DIAS-FUNC - AF-DIAS
           IF W-FALTAS < ZEROS
              MOVE ZEROS TO W-FALTAS.
           MOVE W-FALTAS TO LD-FALTAS
       COPY RELPAGP.

       COPY COMPVALP.

       COPY AFASVALP.
