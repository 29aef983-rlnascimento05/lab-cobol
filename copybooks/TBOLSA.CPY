      *-----------------------------------------------------------------
      * TABELA DE TIPOS DE BOLSA/DESCONTO DA MENSALIDADE ESCOLAR,
      * COMPARTILHADA POR SGB-051 (CDBOLSA), CDMENS E REL068, PARA
      * QUE UM NOVO TIPO OU A CORRECAO DE UMA DESCRICAO SO PRECISE
      * SER FEITA NESTE LUGAR. CADA ENTRADA E O CODIGO (1) + A
      * DESCRICAO (23).
      *-----------------------------------------------------------------
       01 TABBOLSA.
           03 TB1 PIC X(48) VALUE
           "BBOLSA DE ESTUDO        IDESCONTO IRMAOS        ".
           03 TB2 PIC X(48) VALUE
           "FFILHO DE FUNCIONARIO   OOUTRO DESCONTO         ".
       01 TABBOL REDEFINES TABBOLSA.
           03 TBOL        PIC X(24) OCCURS 4 TIMES.
       01 ALFABOL.
             03 ALFABOL-COD  PIC X(01).
             03 ALFABOL-DESC PIC X(23).
