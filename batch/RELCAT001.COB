      * PARA UMA COPIA NUMERADA <ID>.R<NUMERO> E GRAVA EM RELCAT.DAT
      * A LINHA DE CATALOGO (ID, DATA, HORA, PARAMETROS USADOS,
      * PAGINAS, LINHAS E O NOME DA COPIA). O RELCAT002 NAVEGA O
      * CATALOGO E REEMITE QUALQUER EXECUCAO GUARDADA. AS LINHAS DO
      * RELATORIO SAO INFORMADAS TAMBEM COMO CONTAGEM DO PASSO, PARA
      * A ESTATISTICA DE EXECUCAO DO JOB001/JOB002 (COPY JOBCNT.).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-ARQ-ORIGEM     PIC X(30) VALUE SPACES.
       77 W-ARQ-COPIA      PIC X(30) VALUE SPACES.
       77 W-PROX-EXEC      PIC 9(06) VALUE ZEROS.
       COPY JOBCNT.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
           PERFORM OBTER-PROX-EXEC THRU OBTER-PROX-EXEC-FIM
           PERFORM COPIAR-SAIDA THRU COPIAR-SAIDA-FIM
           PERFORM GRAVAR-CATALOGO THRU GRAVAR-CATALOGO-FIM
           MOVE LK-REL-LINHAS TO W-CNT-QTD
           PERFORM INFORMAR-CONTAGEM THRU INFORMAR-CONTAGEM-FIM
           GOBACK.

       OBTER-PROX-EXEC.
           CLOSE CATALOGO.
       GRAVAR-CATALOGO-FIM.
           EXIT.

       COPY JOBCNTP.
