      * DD/MM/AAAA PARA EXIBICAO. A FAMILIA INTEIRA PASSOU A ANO DE
      * QUATRO DIGITOS, COMO OS DEMAIS CAMPOS DE DATA DO SISTEMA --
      * COMPARACAO E ORDENACAO NAO VIRAM MAIS NA TROCA DE SECULO.
      * EM SEGUIDA, EXECUTAR:
      *     CALL "AMBIEN001" USING W-EMPRESA.
      * QUE, NA BASE DE TREINAMENTO (MONTADA PELO TREINO001), TROCA O
      * NOME DA EMPRESA PELA FAIXA "*** TREINAMENTO ***".
      *-----------------------------------------------------------------
       01 W-EMPRESA    PIC X(20) VALUE "FATEC ZL".
      *              *** CAMPOS PARA TRATAMENTO DE DATA ***
