      *-----------------------------------------------------------------
      * CAMPOS DA CONTAGEM DE REGISTROS QUE CADA PASSO DE LOTE
      * INFORMA AO JOB QUE O CHAMOU (JOB001/JOB002), PARA A
      * ESTATISTICA DE EXECUCAO DO HISTORICO JOBHIST.DAT. A CONTAGEM
      * FICA GUARDADA NO SUBPROGRAMA JOBCNT001, QUE PERMANECE
      * CARREGADO ENQUANTO A CADEIA RODA: O JOB ZERA ANTES DO CALL DO
      * PASSO ("Z"), O PASSO SOMA O QUE PROCESSOU ("S") E O JOB LE O
      * TOTAL NA VOLTA ("L"). OS RELATORIOS NAO PRECISAM FAZER NADA --
      * O RELCAT001 JA INFORMA AS LINHAS DE CADA RELATORIO
      * CATALOGADO. O PASSO SEM RELATORIO FAZ COPY JOBCNT. E, NA
      * PROCEDURE DIVISION, COPY JOBCNTP.; NO FIM, POE O TOTAL EM
      * W-CNT-QTD E EXECUTA INFORMAR-CONTAGEM. RODANDO FORA DA
      * CADEIA, A CONTAGEM SIMPLESMENTE NAO E LIDA POR NINGUEM.
      *-----------------------------------------------------------------
       01 W-CNT-PARM.
           03 W-CNT-FUNCAO     PIC X(01) VALUE SPACES.
           03 W-CNT-QTD        PIC 9(09) VALUE ZEROS.
