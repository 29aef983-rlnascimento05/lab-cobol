      *-----------------------------------------------------------------
      * CAMPOS DA CADEIA DE HASH DAS TRILHAS DE AUDITORIA (SUBPROGRAMA
      * AUDCAD001). AS TRILHAS CADAUDCLI, CADAUDFUNC, CADAUDNOTAS E
      * AUDBIKE SAO SEQUENCIAIS COMUNS: QUEM TINHA ACESSO AO DISCO
      * APAGAVA UMA LINHA E NINGUEM PERCEBIA. CADA LINHA LEVA AGORA NO
      * FIM UM NUMERO DE SEQUENCIA (AUD-SEQ) E UM HASH (AUD-HASH)
      * CALCULADO SOBRE O HASH DA LINHA ANTERIOR, A SEQUENCIA E O
      * CONTEUDO DA LINHA -- MESMO ESPIRITO DO HASH DO COPY OPERVAL:
      * NAO E CRIPTOGRAFIA, MAS LINHA APAGADA, ALTERADA OU TROCADA DE
      * LUGAR QUEBRA A CADEIA. A ULTIMA SEQUENCIA E O ULTIMO HASH DE
      * CADA TRILHA FICAM EM AUDCADEIA.DAT, PARA QUE O CORTE DO FIM
      * DA TRILHA TAMBEM APARECA.
      *
      * O PROGRAMA QUE FIZER COPY AUDCAD. NA WORKING-STORAGE FAZ
      * COPY AUDCADP. NA PROCEDURE DIVISION. PARA GRAVAR UMA LINHA:
      * POE A TRILHA ("CLI", "FUNC", "NOTAS" OU "BIKE") EM
      * W-AUD-TRILHA E A LINHA SEM SEQUENCIA E HASH EM W-AUD-LINHA,
      * EXECUTA ENCADEAR-AUDITORIA E MOVE W-AUD-SEQ E W-AUD-HASH PARA
      * OS DOIS CAMPOS NOVOS DO REGISTRO ANTES DO WRITE. SEM O
      * AUDCADEIA.DAT A LINHA SAI COM SEQUENCIA ZERO (A CONFERENCIA
      * ACUSA) -- A TRILHA NUNCA DEIXA DE SER GRAVADA POR ISSO.
      * PARA CONFERIR: W-AUD-TRILHA, INICIAR-CONFERENCIA, UM
      * CONFERIR-ELO POR LINHA NA ORDEM DE GRAVACAO (O .ARC ANTES DO
      * .DAT; W-AUD-LINHA, W-AUD-LIN-SEQ E W-AUD-LIN-HASH PREENCHIDOS)
      * E ENCERRAR-CONFERENCIA NO FIM. A QUEBRA DA LINHA VEM EM
      * W-AUD-PROBLEMA; O TOTAL, EM W-AUD-QUEBRAS.
      *-----------------------------------------------------------------
       01 W-AUD-PARM.
           03 W-AUD-FUNCAO     PIC X(01).
           03 W-AUD-TRILHA     PIC X(08).
           03 W-AUD-LINHA      PIC X(33).
           03 W-AUD-SEQ        PIC 9(08).
           03 W-AUD-HASH-ANT   PIC 9(09).
           03 W-AUD-HASH       PIC 9(09).
           03 W-AUD-RESP       PIC X(02).
       77 W-AUD-ESPERADA   PIC 9(08) VALUE ZEROS.
       77 W-AUD-ELO-HASH   PIC 9(09) VALUE ZEROS.
       77 W-AUD-LIN-SEQ    PIC 9(08) VALUE ZEROS.
       77 W-AUD-LIN-HASH   PIC 9(09) VALUE ZEROS.
       77 W-AUD-QUEBRAS    PIC 9(05) VALUE ZEROS.
       77 W-AUD-LIDAS      PIC 9(07) VALUE ZEROS.
       01 W-AUD-PROBLEMA   PIC X(40) VALUE SPACES.
