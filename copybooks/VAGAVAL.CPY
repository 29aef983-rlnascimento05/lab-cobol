      *-----------------------------------------------------------------
      * CAMPOS DO CONTROLE DE VAGAS DA TURMA. O TETO E TURMA-VAGAS EM
      * ARQTURMA.DAT (CADTURMA; ZERO = TURMA SEM LIMITE). OCUPAM VAGA
      * OS ALUNOS MATRICULADOS NA TURMA (RA DISTINTOS EM CADNOTAS.DAT
      * COM TURMA = A TURMA) E OS CANDIDATOS JA ADMITIDOS PELA
      * ADMISSAO (SGB-050) QUE AINDA NAO FORAM MATRICULADOS -- A VAGA
      * FICA RESERVADA PARA ELES. O PROGRAMA QUE FIZER COPY VAGAVAL.
      * DEVE TER NA FILE SECTION O CADNOTAS.DAT (REGNOTAS, CHAVE
      * CHAVE-NOTAS = RA + DISCIPLINA, CAMPO TURMA, FILE STATUS
      * ST-ERRO-NOT) E O ARQCAND.DAT (REGCAND, CHAVE CAND-NUMERO,
      * CHAVES ALTERNATIVAS CAND-FILA = CAND-TURMA + CAND-ORDEM E
      * CAND-RA COM DUPLICATAS, FILE STATUS ST-ERRO-CAN) E, NA
      * PROCEDURE DIVISION, COPY VAGAVALP. COM AS ROTINAS
      * ABRIR-CANDIDATOS (ARQCAND.DAT ABERTO I-O E CRIADO NA
      * PRIMEIRA VEZ; SE NAO ABRIR, SO CONTAM OS MATRICULADOS),
      * CONTAR-VAGAS (TURMA EM VV-TURMA, TETO EM VV-VAGAS E, QUANDO
      * HOUVER, O RA QUE SE QUER MATRICULAR EM VV-RA; DEVOLVE
      * MATRICULADOS, ADMITIDOS, EM ESPERA E VAGAS LIVRES, MAIS
      * VV-NA-TURMA = "S" SE O RA JA ESTA NA TURMA E VV-RESERVA = "S"
      * SE O RA E DE UM CANDIDATO ADMITIDO NELA, COM O NUMERO DO
      * CANDIDATO EM VV-CAND-RES), BAIXAR-CANDIDATO (PASSA O
      * CANDIDATO VV-CAND-RES PARA MATRICULADO NA DATA VV-DATA) E
      * FECHAR-CANDIDATOS.
      *-----------------------------------------------------------------
       77 ST-ERRO-CAN      PIC X(02) VALUE "00".
       77 VV-CAND-ABERTO   PIC X(01) VALUE "N".
       77 VV-TURMA         PIC X(06) VALUE SPACES.
       77 VV-RA            PIC X(13) VALUE SPACES.
       77 VV-RA-ANT        PIC X(13) VALUE SPACES.
       77 VV-VAGAS         PIC 9(03) VALUE ZEROS.
       77 VV-MATRIC        PIC 9(04) VALUE ZEROS.
       77 VV-ADMIT         PIC 9(04) VALUE ZEROS.
       77 VV-ESPERA        PIC 9(04) VALUE ZEROS.
       77 VV-LIVRES        PIC S9(04) VALUE ZEROS.
       77 VV-NA-TURMA      PIC X(01) VALUE "N".
       77 VV-RESERVA       PIC X(01) VALUE "N".
       77 VV-CAND-RES      PIC 9(06) VALUE ZEROS.
       77 VV-DATA          PIC 9(08) VALUE ZEROS.
