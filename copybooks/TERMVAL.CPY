      *-----------------------------------------------------------------
      * CAMPOS DO TERMO DE RESPONSABILIDADE (CONTRATO) IMPRESSO NA
      * ABERTURA DA LOCACAO. O PROGRAMA QUE FIZER COPY TERMVAL. DEVE
      * TER NA FILE SECTION O CTRLTERM.DAT (REG-CTRLTERM COM
      * CTRL-ULT-TERMO PIC 9(8), FILE STATUS ST-ERRO-CTM), O
      * TERMOS.TXT (LINE SEQUENTIAL, REGISTRO REG-TERMOS PIC X(80),
      * FILE STATUS ST-ERRO-TRM) COM AS CLAUSULAS DE RESPONSABILIDADE
      * EDITAVEIS PELA GERENCIA, E O RELATORIO/LINHA-REL DO COPY
      * RELPAG.; NA PROCEDURE DIVISION, COPY TERMVALP. COM AS
      * ROTINAS OBTER-PROX-TERMO (DEVOLVE O NUMERO EM TM-PROX-TERMO,
      * MESMO ESQUEMA DO CTRLRECI.DAT DOS RECIBOS) E
      * IMPRIMIR-CLAUSULAS (COPIA O TERMOS.TXT PARA O RELATORIO JA
      * ABERTO, COM QUEBRA DE PAGINA; SEM O ARQUIVO, IMPRIME AS
      * CLAUSULAS PADRAO DE TM-TAB-PADRAO).
      *-----------------------------------------------------------------
       77 ST-ERRO-CTM      PIC X(02) VALUE "00".
       77 ST-ERRO-TRM      PIC X(02) VALUE "00".
       77 TM-PROX-TERMO    PIC 9(08) VALUE ZEROS.
       77 TM-IX            PIC 9(02) COMP VALUE ZEROS.

       01 TM-TAB-PADRAO.
           03 FILLER PIC X(80) VALUE
              "1. O LOCATARIO RECEBE A BICICLETA E OS ACESSORIOS".
           03 FILLER PIC X(80) VALUE
              "   ACIMA EM PERFEITO ESTADO E SE OBRIGA A DEVOLVE-LOS".
           03 FILLER PIC X(80) VALUE
              "   NAS MESMAS CONDICOES ATE A DATA PREVISTA.".
           03 FILLER PIC X(80) VALUE
              "2. EM CASO DE ROUBO, FURTO OU PERDA TOTAL, O LOCATARIO".
           03 FILLER PIC X(80) VALUE
              "   PAGARA O VALOR DE REPOSICAO INFORMADO ACIMA,".
           03 FILLER PIC X(80) VALUE
              "   DESCONTADA A CAUCAO RETIDA.".
           03 FILLER PIC X(80) VALUE
              "3. AVARIAS CONSTATADAS NA DEVOLUCAO SERAO COBRADAS".
           03 FILLER PIC X(80) VALUE
              "   PELO CUSTO DO CONSERTO.".
           03 FILLER PIC X(80) VALUE
              "4. A DEVOLUCAO APOS A DATA PREVISTA SUJEITA O".
           03 FILLER PIC X(80) VALUE
              "   LOCATARIO A MULTA POR DIA DE ATRASO.".
           03 FILLER PIC X(80) VALUE
              "5. O USO DA BICICLETA E DE INTEIRA RESPONSABILIDADE DO".
           03 FILLER PIC X(80) VALUE
              "   LOCATARIO, INCLUSIVE PERANTE TERCEIROS.".
       01 TM-TAB-PADRAO-R REDEFINES TM-TAB-PADRAO.
           03 TM-CLAUSULA  PIC X(80) OCCURS 12 TIMES.
