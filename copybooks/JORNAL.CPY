      *
      * O PROGRAMA QUE FIZER COPY JORNAL. DEVE TER NA FILE SECTION O
      * PROPRIO ARQUIVO (SELECT JORNAL ... ORGANIZATION SEQUENTIAL,
      * FILE STATUS ST-ERRO-JRN, FD COM 01 JR-LINHA PIC X(176)) E,
      * NA PROCEDURE DIVISION, COPY JORNALP. COM A ROTINA
      * GRAVAR-JORNAL. ANTES DE CHAMA-LA, O PROGRAMA POE O ARQUIVO
      * ("LOC"/"PAG"/"COB") EM JR-ARQUIVO, A OPERACAO ("W" WRITE,
       77 JR-ARQUIVO       PIC X(03) VALUE SPACES.
       77 JR-OPERACAO      PIC X(01) VALUE SPACE.
       77 JR-OPERADOR-ID   PIC X(08) VALUE SPACES.
       01 JR-IMAGEM        PIC X(150) VALUE SPACES.
       01 JR-AGORA.
           03 JR-AGORA-HMS PIC 9(06).
           03 FILLER       PIC 9(02).
           03 JR-REG-DATA      PIC 9(08).
           03 JR-REG-HORA      PIC 9(06).
           03 JR-REG-OPERADOR  PIC X(08).
           03 JR-REG-IMAGEM    PIC X(150).
