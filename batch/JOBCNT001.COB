       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCNT001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CONTAGEM DE REGISTROS DO PASSO DA CADEIA          *
      **************************************************
      * GUARDA, ENTRE UM CALL E OUTRO, A QUANTIDADE DE REGISTROS QUE
      * O PASSO EM EXECUCAO INFORMOU (COPY JOBCNT./JOBCNTP.). O
      * JOB001 E O JOB002 ZERAM ANTES DE CHAMAR O PASSO E LEEM DEPOIS,
      * PARA GRAVAR A CONTAGEM NO HISTORICO DE EXECUCAO. FUNCOES EM
      * LK-CNT-FUNCAO:
      *     Z = ZERA A CONTAGEM
      *     S = SOMA LK-CNT-QTD A CONTAGEM
      *     L = DEVOLVE A CONTAGEM EM LK-CNT-QTD
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-CONTAGEM       PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-CNT.
           03 LK-CNT-FUNCAO    PIC X(01).
           03 LK-CNT-QTD       PIC 9(09).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CNT.
       INICIO.
           IF LK-CNT-FUNCAO = "Z"
              MOVE ZEROS TO W-CONTAGEM.
           IF LK-CNT-FUNCAO = "S"
              ADD LK-CNT-QTD TO W-CONTAGEM
                  ON SIZE ERROR MOVE 999999999 TO W-CONTAGEM.
           IF LK-CNT-FUNCAO = "L"
              MOVE W-CONTAGEM TO LK-CNT-QTD.
           GOBACK.
