      *-----------------------------------------------------------------
      * CAMPOS DA ESTATISTICA DE EXECUCAO DAS CADEIAS DE LOTE (JOB001
      * NOITE, JOB002 FECHAMENTO MENSAL). A CADA PASSO CHAMADO O JOB
      * GRAVA NO HISTORICO JOBHIST.DAT A HORA DE INICIO, A HORA DE
      * FIM, O TEMPO DECORRIDO EM SEGUNDOS E A CONTAGEM DE REGISTROS
      * QUE O PASSO INFORMOU (COPY JOBCNT.). O HISTORICO GUARDA AS
      * ULTIMAS JE-MAX-EXEC EXECUCOES DE CADA CADEIA; O REL076 TIRA
      * DELE A MEDIA POR PASSO E A PREVISAO DE TERMINO DA CADEIA.
      *
      * O PROGRAMA QUE FIZER COPY JOBEST. DEVE FAZER TAMBEM COPY
      * JOBCNT. E TER NA FILE SECTION O HISTORICO (SELECT JOBHIST
      * ... ORGANIZATION SEQUENTIAL, FILE STATUS ST-ERRO-HIS, FD
      * "JOBHIST.DAT" COM O REGISTRO REGHIST -- LAYOUT NO REL076) E
      * A AREA DE EXPURGO (SELECT JOBHTMP ... SEQUENTIAL, FILE STATUS
      * ST-ERRO-HTM, FD "JOBHIST.TMP" COM 01 REG-HTMP PIC X(65)). NA
      * PROCEDURE DIVISION, COPY JOBESTP. COM AS ROTINAS:
      *     INICIAR-HISTORICO   NO INICIO DA CADEIA (JE-CADEIA JA
      *                         PREENCHIDO) -- MARCA DATA E HORA QUE
      *                         IDENTIFICAM A EXECUCAO
      *     INICIAR-CRONOMETRO  IMEDIATAMENTE ANTES DO CALL DO PASSO
      *     GRAVAR-ESTATISTICA  NA VOLTA DO CALL, COM JE-SEQ,
      *                         JE-PROGRAMA E JE-SITUACAO PREENCHIDOS
      *     EXPURGAR-HISTORICO  NO FIM DA CADEIA
      * FALHA NO HISTORICO SO AVISA NO CONSOLE: A ESTATISTICA NUNCA
      * DERRUBA A CADEIA.
      *-----------------------------------------------------------------
       77 ST-ERRO-HIS      PIC X(02) VALUE "00".
       77 ST-ERRO-HTM      PIC X(02) VALUE "00".
       77 JE-CADEIA        PIC X(05) VALUE SPACES.
       77 JE-MAX-EXEC      PIC 9(03) VALUE 90.
       77 JE-DATA-EXEC     PIC 9(08) VALUE ZEROS.
       77 JE-HORA-EXEC     PIC 9(06) VALUE ZEROS.
       77 JE-HORA-INI      PIC 9(06) VALUE ZEROS.
       77 JE-HORA-FIM      PIC 9(06) VALUE ZEROS.
       77 JE-SEG-INI       PIC 9(06) VALUE ZEROS.
       77 JE-SEG-FIM       PIC 9(06) VALUE ZEROS.
       77 JE-DECORRIDO     PIC 9(06) VALUE ZEROS.
       77 JE-SEQ           PIC 9(02) VALUE ZEROS.
       77 JE-PROGRAMA      PIC X(09) VALUE SPACES.
       77 JE-SITUACAO      PIC X(08) VALUE SPACES.
       77 JE-QTD-EXEC      PIC 9(05) COMP VALUE ZEROS.
       77 JE-DESCARTAR     PIC 9(05) COMP VALUE ZEROS.
       77 JE-ORDEM         PIC 9(05) COMP VALUE ZEROS.
       77 JE-CHAVE         PIC 9(14) VALUE ZEROS.
       77 JE-CHAVE-ANT     PIC 9(14) VALUE ZEROS.
       77 JE-DESCARTE-ED   PIC ZZZZ9.
       01 JE-AGORA.
           03 JE-AGORA-HMS PIC 9(06).
           03 FILLER       PIC 9(02).
       01 JE-HMS.
           03 JE-HH        PIC 9(02).
           03 JE-MM        PIC 9(02).
           03 JE-SS        PIC 9(02).
       01 JE-HMS-NUM REDEFINES JE-HMS PIC 9(06).
