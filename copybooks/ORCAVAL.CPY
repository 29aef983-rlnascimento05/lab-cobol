      *-----------------------------------------------------------------
      * CAMPOS DO ORCAMENTO DE LOCACAO (ARQORCAM.DAT, EMITIDO PELO
      * SGB-037/CDORCAM) HONRADO NA ABERTURA DA LOCACAO. O PROGRAMA
      * QUE FIZER COPY ORCAVAL. DEVE TER NA FILE SECTION O
      * ARQORCAM.DAT (REGORCAM, CHAVE ORC-NUMERO, FILE STATUS
      * ST-ERRO-ORC) E O ARQORCLO.DAT DAS LOCACOES ABERTAS COM
      * ORCAMENTO (REGORCLO, CHAVE CHAVE-ORCLO = OL-NUMERO + OL-SEQ,
      * A MESMA CHAVE DA LOCACAO, FILE STATUS ST-ERRO-ORL) E, NA
      * PROCEDURE DIVISION, COPY ORCAVALP. COM AS ROTINAS
      * ABRIR-ORCAMENTO (ABERTURA TOLERANTE: SEM ARQORCAM.DAT NENHUM
      * ORCAMENTO E ACEITO; O ARQORCLO.DAT E CRIADO NA PRIMEIRA
      * VEZ), VALIDAR-ORCAMENTO (POE O NUMERO EM OR-NUMERO, O
      * DOCUMENTO EM OR-DOC, A FILIAL E A CATEGORIA DA BIKE EM
      * OR-FILIAL/OR-CATEGORIA; DEVOLVE OR-VALIDO = "S" COM AS
      * TARIFAS COTADAS EM OR-DIARIA/OR-HORA, OR-ACORDO,
      * OR-DESC-FIDEL, OR-CAUCAO-BIKE E OS ACESSORIOS, OU O MOTIVO
      * DA RECUSA EM OR-MOTIVO), PRECO-ACESS-ORCAMENTO (CODIGO EM
      * OR-ACE-COD; DEVOLVE OR-ACE-ACHOU = "S" E A DIARIA COTADA EM
      * OR-ACE-DIARIA), USAR-ORCAMENTO (CHAVE DA LOCACAO GRAVADA EM
      * OR-LOC-NUMERO/OR-LOC-SEQ; CONTA A BIKE NO ORCAMENTO, QUE
      * VIRA "U" QUANDO TODAS FORAM RETIRADAS, E AMARRA AS TARIFAS A
      * LOCACAO EM ARQORCLO.DAT), BUSCAR-ORCAM-LOC (CHAVE DA LOCACAO
      * EM OR-LOC-NUMERO/OR-LOC-SEQ; NA DEVOLUCAO REENCONTRA AS
      * TARIFAS COTADAS, OR-APLIC = "S") E FECHAR-ORCAMENTO.
      * OR-APLIC = "S" INDICA QUE A LOCACAO CORRENTE SEGUE UM
      * ORCAMENTO; O PROGRAMA ZERA O CAMPO A CADA LOCACAO NOVA.
      *-----------------------------------------------------------------
       77 ST-ERRO-ORC      PIC X(02) VALUE "00".
       77 ST-ERRO-ORL      PIC X(02) VALUE "00".
       77 OR-ABERTO        PIC X(01) VALUE "N".
       77 OR-APLIC         PIC X(01) VALUE "N".
       77 OR-NUMERO        PIC 9(06) VALUE ZEROS.
       77 OR-DOC           PIC 9(14) VALUE ZEROS.
       77 OR-FILIAL        PIC 9(01) VALUE ZEROS.
       77 OR-CATEGORIA     PIC X(01) VALUE SPACES.
       77 OR-VALIDO        PIC X(01) VALUE "N".
       77 OR-MOTIVO        PIC X(40) VALUE SPACES.
       77 OR-DIARIA        PIC 9(6)V99 VALUE ZEROS.
       77 OR-HORA          PIC 9(6)V99 VALUE ZEROS.
       77 OR-ACORDO        PIC X(01) VALUE "N".
       77 OR-DESC-FIDEL    PIC 9(02) VALUE ZEROS.
       77 OR-CAUCAO-BIKE   PIC 9(6)V99 VALUE ZEROS.
       77 OR-LOC-NUMERO    PIC 9(04) VALUE ZEROS.
       77 OR-LOC-SEQ       PIC 9(04) VALUE ZEROS.
       77 OR-ACE-COD       PIC 9(03) VALUE ZEROS.
       77 OR-ACE-DIARIA    PIC 9(4)V99 VALUE ZEROS.
       77 OR-ACE-ACHOU     PIC X(01) VALUE "N".
       77 OR-IX            PIC 9(01) VALUE ZEROS.
       77 OR-DIAS-HOJE     PIC 9(07) VALUE ZEROS.
       77 OR-DIAS-EMIS     PIC 9(07) VALUE ZEROS.
       01 OR-TAB-ACESS.
          03 OR-ACESS OCCURS 5 TIMES.
             05 OR-TAB-COD    PIC 9(03).
             05 OR-TAB-DIARIA PIC 9(4)V99.
       01 OR-HOJE.
          03 OR-HOJE-AAAA  PIC 9(04).
          03 OR-HOJE-MM    PIC 9(02).
          03 OR-HOJE-DD    PIC 9(02).
       01 OR-DMA.
          03 OR-DMA-DD     PIC 9(02).
          03 OR-DMA-MM     PIC 9(02).
          03 OR-DMA-AAAA   PIC 9(04).
       01 OR-DMA-NUM REDEFINES OR-DMA PIC 9(08).
