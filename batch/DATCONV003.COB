       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATCONV003.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CONVERSAO UNICA DOS MESTRES PARA O LAYOUT AMPLIADO *
      * (TERCEIRA RODADA)                                  *
      **************************************************
      * A TERCEIRA RODADA DE AMPLIACOES ALARGOU OS MESTRES VIVOS:
      *     ARQLOC.DAT   65 -> 108 (CAMPANHA PROMOCIONAL; FILIAL DE
      *                             RETIRADA E DE DEVOLUCAO E TAXA
      *                             DE DEVOLUCAO EM OUTRA FILIAL;
      *                             NUMERO DO TERMO DE
      *                             RESPONSABILIDADE; CPF DO
      *                             CONDUTOR AUTORIZADO DA EMPRESA;
      *                             CODIGO DO PARCEIRO INDICADOR)
      *     ARQLOCH.DAT  65 -> 108 (IDEM, HISTORICO ARQUIVADO)
      *     ARQTRANSF.DAT 43 -> 44 (TIPO DO MOVIMENTO)
      *     JORNALMV.DAT 106 -> 176 (IMAGEM DO REGISTRO 80 -> 150)
      *     CADCLIENTES.DAT 145 -> 156 (CPF DO RESPONSAVEL LEGAL
      *                             DO CLIENTE MENOR DE IDADE)
      *     LGPDARQ.DAT  145 -> 156 (IDEM, ARQUIVO MORTO DO LGPD001)
      *     ARQCOB.DAT    52 -> 62  (NOSSO NUMERO DO BOLETO)
      *     ARQFATPJ.DAT  59 -> 69  (IDEM, FATURA DE EMPRESA)
      *     ARQOPER.DAT   51 -> 63  (CODIGO DO FUNCIONARIO DO
      *                             OPERADOR NO CADFUNC)
      *     CADFUNC.DAT  243 -> 257 (PERCENTUAL OU VALOR FIXO DO
      *                             ADIANTAMENTO QUINZENAL)
      *     ARQOS.DAT     97 -> 103 (TIPO DE SERVICO DA ORDEM, A
      *                             HABILIDADE EXIGIDA DO MECANICO;
      *                             CODIGO DO SERVICO PADRAO DO
      *                             CATALOGO ARQSERV.DAT)
      *     ARQPECA.DAT   56 -> 87  (PRAZO DE GARANTIA DA PECA E
      *                             DATA, PEDIDO E FORNECEDOR DO
      *                             ULTIMO RECEBIMENTO)
      *     ARQFORN.DAT  139 -> 142 (PRAZO DE GARANTIA PADRAO DO
      *                             FORNECEDOR)
      *     ARQGRADE.DAT   9 -> 11  (CARGA SEMANAL DA DISCIPLINA NA
      *                             GRADE DA TURMA)
      *     ARQTURMA.DAT  18 -> 21  (NUMERO MAXIMO DE VAGAS DA
      *                             TURMA)
      *     ARQMENS.DAT   44 -> 67  (VALOR BRUTO, DESCONTO E BOLSA
      *                             APLICADA NA MENSALIDADE)
      * ARQUIVO INDEXADO GRAVADO NO LAYOUT ANTIGO NAO ABRE NOS
      * PROGRAMAS NOVOS (STATUS 39). ESTE JOB, RODADO UMA UNICA VEZ
      * NA IMPLANTACAO (MESMO MOLDE DO DATCONV002, QUE FICA
      * CONGELADO NA RODADA ANTERIOR), DESCARREGA CADA ARQUIVO VIVO
      * PELO LAYOUT ANTIGO PARA UM .TMP SEQUENCIAL JA AMPLIADO --
      * CAMPOS NOVOS ZERADOS/EM BRANCO -- E RECRIA O ARQUIVO VIVO
      * INDEXADO NO LAYOUT NOVO, CONFERINDO AS CONTAGENS. ARQUIVO
      * AINDA INEXISTENTE (OU JA NO LAYOUT NOVO, QUE TAMBEM NAO
      * ABRE PELO LAYOUT ANTIGO) E PULADO COM AVISO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VELLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-LOC-CHAVE
                    ALTERNATE RECORD KEY IS VEL-LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPLOC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-LOC-CHAVE
                    ALTERNATE RECORD KEY IS NOV-LOC-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELLOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-LOCH-CHAVE
                    ALTERNATE RECORD KEY IS VEL-LOCH-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPLOCH ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVLOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-LOCH-CHAVE
                    ALTERNATE RECORD KEY IS NOV-LOCH-CPF
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELTRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-TRF-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPTRF ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVTRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-TRF-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-CLI-CPF
                    ALTERNATE RECORD KEY IS VEL-CLI-RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPCLI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-CLI-CPF
                    ALTERNATE RECORD KEY IS NOV-CLI-RG
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELLGP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPLGP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVLGP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-COB-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPCOB ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-COB-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELFAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-FAT-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPFAT ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVFAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-FAT-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELOPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-OPR-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPOPR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVOPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-OPR-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-FUNC-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPFUNC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-FUNC-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-OS-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPOS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-OS-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-PECA-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPPECA ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-PECA-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-FORN-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPFORN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-FORN-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-GRADE-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPGRADE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-GRADE-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-TURMA-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPTURMA ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-TURMA-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEL-MENS-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPMENS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-MENS-CHAVE
                    FILE STATUS  IS ST-ERRO-NOV.

           SELECT VELJRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT TMPJRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TMP.

           SELECT NOVJRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-NOV.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD VELLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REG-VELLOC.
                03 VEL-LOC-CHAVE         PIC X(08).
                03 VEL-LOC-CPF           PIC X(14).
                03 FILLER               PIC X(43).

       FD TMPLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.TMP".
       01 REG-TMPLOC              PIC X(108).

       FD NOVLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REG-NOVLOC.
                03 NOV-LOC-CHAVE         PIC X(08).
                03 NOV-LOC-CPF           PIC X(14).
                03 FILLER               PIC X(86).

       FD VELLOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCH.DAT".
       01 REG-VELLOCH.
                03 VEL-LOCH-CHAVE        PIC X(08).
                03 VEL-LOCH-CPF          PIC X(14).
                03 FILLER               PIC X(43).

       FD TMPLOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCH.TMP".
       01 REG-TMPLOCH             PIC X(108).

       FD NOVLOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCH.DAT".
       01 REG-NOVLOCH.
                03 NOV-LOCH-CHAVE        PIC X(08).
                03 NOV-LOCH-CPF          PIC X(14).
                03 FILLER               PIC X(86).

       FD VELTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REG-VELTRF.
                03 VEL-TRF-CHAVE         PIC X(08).
                03 FILLER               PIC X(35).

       FD TMPTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.TMP".
       01 REG-TMPTRF              PIC X(44).

       FD NOVTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REG-NOVTRF.
                03 NOV-TRF-CHAVE         PIC X(08).
                03 FILLER               PIC X(36).

       FD VELCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.DAT".
       01 REG-VELCLI.
                03 VEL-CLI-CPF           PIC X(11).
                03 FILLER               PIC X(43).
                03 VEL-CLI-RG            PIC X(20).
                03 FILLER               PIC X(71).

       FD TMPCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.TMP".
       01 REG-TMPCLI              PIC X(156).

       FD NOVCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLIENTES.DAT".
       01 REG-NOVCLI.
                03 NOV-CLI-CPF           PIC X(11).
                03 FILLER               PIC X(43).
                03 NOV-CLI-RG            PIC X(20).
                03 FILLER               PIC X(82).

       FD VELLGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDARQ.DAT".
       01 REG-VELLGP              PIC X(145).

       FD TMPLGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDARQ.TMP".
       01 REG-TMPLGP              PIC X(156).

       FD NOVLGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDARQ.DAT".
       01 REG-NOVLGP              PIC X(156).

       FD VELCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REG-VELCOB.
                03 VEL-COB-CHAVE         PIC X(18).
                03 FILLER               PIC X(34).

       FD TMPCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.TMP".
       01 REG-TMPCOB              PIC X(62).

       FD NOVCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REG-NOVCOB.
                03 NOV-COB-CHAVE         PIC X(18).
                03 FILLER               PIC X(44).

       FD VELFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFATPJ.DAT".
       01 REG-VELFAT.
                03 VEL-FAT-CHAVE         PIC X(06).
                03 FILLER               PIC X(53).

       FD TMPFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFATPJ.TMP".
       01 REG-TMPFAT              PIC X(69).

       FD NOVFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFATPJ.DAT".
       01 REG-NOVFAT.
                03 NOV-FAT-CHAVE         PIC X(06).
                03 FILLER               PIC X(63).

       FD VELOPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REG-VELOPR.
                03 VEL-OPR-CHAVE         PIC X(08).
                03 FILLER               PIC X(43).

       FD TMPOPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.TMP".
       01 REG-TMPOPR              PIC X(63).

       FD NOVOPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REG-NOVOPR.
                03 NOV-OPR-CHAVE         PIC X(08).
                03 FILLER               PIC X(55).

       FD VELFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REG-VELFUNC.
                03 VEL-FUNC-CHAVE        PIC X(12).
                03 FILLER               PIC X(231).

       FD TMPFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.TMP".
       01 REG-TMPFUNC             PIC X(257).

       FD NOVFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REG-NOVFUNC.
                03 NOV-FUNC-CHAVE        PIC X(12).
                03 FILLER               PIC X(245).

       FD VELOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOS.DAT".
       01 REG-VELOS.
                03 VEL-OS-CHAVE          PIC X(06).
                03 FILLER               PIC X(91).

       FD TMPOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOS.TMP".
       01 REG-TMPOS               PIC X(103).

       FD NOVOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOS.DAT".
       01 REG-NOVOS.
                03 NOV-OS-CHAVE          PIC X(06).
                03 FILLER               PIC X(97).

       FD VELPECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPECA.DAT".
       01 REG-VELPECA.
                03 VEL-PECA-CHAVE        PIC X(08).
                03 FILLER               PIC X(48).

       FD TMPPECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPECA.TMP".
       01 REG-TMPPECA             PIC X(87).

       FD NOVPECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPECA.DAT".
       01 REG-NOVPECA.
                03 NOV-PECA-CHAVE        PIC X(08).
                03 FILLER               PIC X(79).

       FD VELFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORN.DAT".
       01 REG-VELFORN.
                03 VEL-FORN-CHAVE        PIC X(14).
                03 FILLER               PIC X(125).

       FD TMPFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORN.TMP".
       01 REG-TMPFORN             PIC X(142).

       FD NOVFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFORN.DAT".
       01 REG-NOVFORN.
                03 NOV-FORN-CHAVE        PIC X(14).
                03 FILLER               PIC X(128).

       FD VELGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REG-VELGRADE.
                03 VEL-GRADE-CHAVE       PIC X(09).

       FD TMPGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.TMP".
       01 REG-TMPGRADE            PIC X(11).

       FD NOVGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REG-NOVGRADE.
                03 NOV-GRADE-CHAVE       PIC X(09).
                03 FILLER               PIC X(02).

       FD VELTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTURMA.DAT".
       01 REG-VELTURMA.
                03 VEL-TURMA-CHAVE       PIC X(06).
                03 FILLER               PIC X(12).

       FD TMPTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTURMA.TMP".
       01 REG-TMPTURMA            PIC X(21).

       FD NOVTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTURMA.DAT".
       01 REG-NOVTURMA.
                03 NOV-TURMA-CHAVE       PIC X(06).
                03 FILLER               PIC X(15).

       FD VELMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMENS.DAT".
       01 REG-VELMENS.
                03 VEL-MENS-CHAVE        PIC X(19).
                03 FILLER               PIC X(25).

       FD TMPMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMENS.TMP".
       01 REG-TMPMENS             PIC X(67).

       FD NOVMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMENS.DAT".
       01 REG-NOVMENS.
                03 NOV-MENS-CHAVE        PIC X(19).
                03 FILLER               PIC X(48).

       FD VELJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 REG-VELJRN              PIC X(106).

       FD TMPJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.TMP".
       01 REG-TMPJRN              PIC X(176).

       FD NOVJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 REG-NOVJRN              PIC X(176).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 ST-ERRO-TMP      PIC X(02) VALUE "00".
       77 ST-ERRO-NOV      PIC X(02) VALUE "00".
       77 W-CONT-CONV      PIC 9(07) VALUE ZEROS.
       77 W-CONT-VOLTA     PIC 9(07) VALUE ZEROS.
       01 W-NOVA           PIC X(300) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONV-LOC THRU CONV-LOC-FIM
           PERFORM CONV-LOCH THRU CONV-LOCH-FIM
           PERFORM CONV-TRF THRU CONV-TRF-FIM
           PERFORM CONV-JRN THRU CONV-JRN-FIM
           PERFORM CONV-CLI THRU CONV-CLI-FIM
           PERFORM CONV-LGP THRU CONV-LGP-FIM
           PERFORM CONV-COB THRU CONV-COB-FIM
           PERFORM CONV-FAT THRU CONV-FAT-FIM
           PERFORM CONV-OPR THRU CONV-OPR-FIM
           PERFORM CONV-FUNC THRU CONV-FUNC-FIM
           PERFORM CONV-OS THRU CONV-OS-FIM
           PERFORM CONV-PECA THRU CONV-PECA-FIM
           PERFORM CONV-FORN THRU CONV-FORN-FIM
           PERFORM CONV-GRADE THRU CONV-GRADE-FIM
           PERFORM CONV-TURMA THRU CONV-TURMA-FIM
           PERFORM CONV-MENS THRU CONV-MENS-FIM
           DISPLAY "CONVERSAO CONCLUIDA"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * ARQLOC.DAT: 65 PARA 108 BYTES -- CAMPANHA EM BRANCO E
      * DESCONTO DA CAMPANHA, FILIAIS DE RETIRADA/DEVOLUCAO, TAXA
      * DE DEVOLUCAO, NUMERO DO TERMO, CPF DO CONDUTOR E CODIGO DO
      * PARCEIRO ZERADOS NAS LOCACOES ANTIGAS
       CONV-LOC.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELLOC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQLOC.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-LOC-FIM.
           OPEN OUTPUT TMPLOC.
       CONV-LOC-LER.
           READ VELLOC NEXT RECORD
               AT END GO TO CONV-LOC-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELLOC TO W-NOVA (1:65)
           MOVE SPACES TO W-NOVA (66:6)
           MOVE ZEROS TO W-NOVA (72:37)
           WRITE REG-TMPLOC FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-LOC-LER.
       CONV-LOC-RECRIA.
           CLOSE VELLOC
           CLOSE TMPLOC
           OPEN OUTPUT NOVLOC
           OPEN INPUT TMPLOC.
       CONV-LOC-COPIA.
           READ TMPLOC
               AT END GO TO CONV-LOC-FECHA.
           WRITE REG-NOVLOC FROM REG-TMPLOC
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-LOC-COPIA.
       CONV-LOC-FECHA.
           CLOSE NOVLOC
           CLOSE TMPLOC
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQLOC.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQLOC.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-LOC-FIM.
           EXIT.

      * ARQLOCH.DAT: 65 PARA 108 BYTES -- MESMOS CAMPOS NOVOS DO
      * ARQLOC.DAT NAS LOCACOES JA ARQUIVADAS
       CONV-LOCH.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELLOCH
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQLOCH.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-LOCH-FIM.
           OPEN OUTPUT TMPLOCH.
       CONV-LOCH-LER.
           READ VELLOCH NEXT RECORD
               AT END GO TO CONV-LOCH-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELLOCH TO W-NOVA (1:65)
           MOVE SPACES TO W-NOVA (66:6)
           MOVE ZEROS TO W-NOVA (72:37)
           WRITE REG-TMPLOCH FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-LOCH-LER.
       CONV-LOCH-RECRIA.
           CLOSE VELLOCH
           CLOSE TMPLOCH
           OPEN OUTPUT NOVLOCH
           OPEN INPUT TMPLOCH.
       CONV-LOCH-COPIA.
           READ TMPLOCH
               AT END GO TO CONV-LOCH-FECHA.
           WRITE REG-NOVLOCH FROM REG-TMPLOCH
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-LOCH-COPIA.
       CONV-LOCH-FECHA.
           CLOSE NOVLOCH
           CLOSE TMPLOCH
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQLOCH.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQLOCH.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-LOCH-FIM.
           EXIT.

      * ARQTRANSF.DAT: 43 PARA 44 BYTES -- TIPO EM BRANCO (ENVIO
      * NORMAL PELO SGB-010) NAS TRANSFERENCIAS ANTIGAS
       CONV-TRF.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELTRF
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQTRANSF.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-TRF-FIM.
           OPEN OUTPUT TMPTRF.
       CONV-TRF-LER.
           READ VELTRF NEXT RECORD
               AT END GO TO CONV-TRF-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELTRF TO W-NOVA (1:43)
           WRITE REG-TMPTRF FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-TRF-LER.
       CONV-TRF-RECRIA.
           CLOSE VELTRF
           CLOSE TMPTRF
           OPEN OUTPUT NOVTRF
           OPEN INPUT TMPTRF.
       CONV-TRF-COPIA.
           READ TMPTRF
               AT END GO TO CONV-TRF-FECHA.
           WRITE REG-NOVTRF FROM REG-TMPTRF
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-TRF-COPIA.
       CONV-TRF-FECHA.
           CLOSE NOVTRF
           CLOSE TMPTRF
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQTRANSF.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQTRANSF.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-TRF-FIM.
           EXIT.

      * JORNALMV.DAT: 106 PARA 176 BYTES -- A IMAGEM DO REGISTRO
      * CRESCE DE 80 PARA 150 (A LOCACAO AMPLIADA NAO CABIA MAIS) E
      * O RESTO DA IMAGEM SAI EM BRANCO. O JORNAL E SEQUENCIAL E
      * NAO TEM COMO DENUNCIAR O LAYOUT: ESTE PASSO SO PODE RODAR
      * UMA VEZ, ANTES DO PRIMEIRO PROGRAMA NOVO GRAVAR NO JORNAL
       CONV-JRN.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELJRN
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE, PULADO: JORNALMV.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-JRN-FIM.
           OPEN OUTPUT TMPJRN.
       CONV-JRN-LER.
           READ VELJRN
               AT END GO TO CONV-JRN-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELJRN TO W-NOVA (1:106)
           WRITE REG-TMPJRN FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-JRN-LER.
       CONV-JRN-RECRIA.
           CLOSE VELJRN
           CLOSE TMPJRN
           OPEN OUTPUT NOVJRN
           OPEN INPUT TMPJRN.
       CONV-JRN-COPIA.
           READ TMPJRN
               AT END GO TO CONV-JRN-FECHA.
           WRITE REG-NOVJRN FROM REG-TMPJRN
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-JRN-COPIA.
       CONV-JRN-FECHA.
           CLOSE NOVJRN
           CLOSE TMPJRN
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "JORNALMV.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "JORNALMV.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-JRN-FIM.
           EXIT.

      * CADCLIENTES.DAT: 145 PARA 156 BYTES -- CPF DO RESPONSAVEL
      * ZERADO (NENHUM) NOS CLIENTES ANTIGOS
       CONV-CLI.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "CADCLIENTES.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-CLI-FIM.
           OPEN OUTPUT TMPCLI.
       CONV-CLI-LER.
           READ VELCLI NEXT RECORD
               AT END GO TO CONV-CLI-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELCLI TO W-NOVA (1:145)
           MOVE ZEROS TO W-NOVA (146:11)
           WRITE REG-TMPCLI FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-CLI-LER.
       CONV-CLI-RECRIA.
           CLOSE VELCLI
           CLOSE TMPCLI
           OPEN OUTPUT NOVCLI
           OPEN INPUT TMPCLI.
       CONV-CLI-COPIA.
           READ TMPCLI
               AT END GO TO CONV-CLI-FECHA.
           WRITE REG-NOVCLI FROM REG-TMPCLI
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-CLI-COPIA.
       CONV-CLI-FECHA.
           CLOSE NOVCLI
           CLOSE TMPCLI
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "CADCLIENTES.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "CADCLIENTES.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-CLI-FIM.
           EXIT.

      * LGPDARQ.DAT: 145 PARA 156 BYTES -- O ARQUIVO MORTO GUARDA A
      * IMAGEM DO CLIENTE; SEQUENCIAL COMO O JORNAL, SO PODE RODAR
      * UMA VEZ, ANTES DA PRIMEIRA ANONIMIZACAO NO LAYOUT NOVO
       CONV-LGP.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELLGP
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE, PULADO: LGPDARQ.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-LGP-FIM.
           OPEN OUTPUT TMPLGP.
       CONV-LGP-LER.
           READ VELLGP
               AT END GO TO CONV-LGP-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELLGP TO W-NOVA (1:145)
           MOVE ZEROS TO W-NOVA (146:11)
           WRITE REG-TMPLGP FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-LGP-LER.
       CONV-LGP-RECRIA.
           CLOSE VELLGP
           CLOSE TMPLGP
           OPEN OUTPUT NOVLGP
           OPEN INPUT TMPLGP.
       CONV-LGP-COPIA.
           READ TMPLGP
               AT END GO TO CONV-LGP-FECHA.
           WRITE REG-NOVLGP FROM REG-TMPLGP
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-LGP-COPIA.
       CONV-LGP-FECHA.
           CLOSE NOVLGP
           CLOSE TMPLGP
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "LGPDARQ.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "LGPDARQ.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-LGP-FIM.
           EXIT.

      * ARQCOB.DAT: 52 PARA 62 BYTES -- NOSSO NUMERO ZERADO (SEM
      * BOLETO REGISTRADO) NAS COBRANCAS ANTIGAS
       CONV-COB.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELCOB
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQCOB.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-COB-FIM.
           OPEN OUTPUT TMPCOB.
       CONV-COB-LER.
           READ VELCOB NEXT RECORD
               AT END GO TO CONV-COB-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELCOB TO W-NOVA (1:52)
           MOVE ZEROS TO W-NOVA (53:10)
           WRITE REG-TMPCOB FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-COB-LER.
       CONV-COB-RECRIA.
           CLOSE VELCOB
           CLOSE TMPCOB
           OPEN OUTPUT NOVCOB
           OPEN INPUT TMPCOB.
       CONV-COB-COPIA.
           READ TMPCOB
               AT END GO TO CONV-COB-FECHA.
           WRITE REG-NOVCOB FROM REG-TMPCOB
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-COB-COPIA.
       CONV-COB-FECHA.
           CLOSE NOVCOB
           CLOSE TMPCOB
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQCOB.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQCOB.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-COB-FIM.
           EXIT.

      * ARQFATPJ.DAT: 59 PARA 69 BYTES -- NOSSO NUMERO ZERADO NAS
      * FATURAS ANTIGAS
       CONV-FAT.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELFAT
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQFATPJ.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-FAT-FIM.
           OPEN OUTPUT TMPFAT.
       CONV-FAT-LER.
           READ VELFAT NEXT RECORD
               AT END GO TO CONV-FAT-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELFAT TO W-NOVA (1:59)
           MOVE ZEROS TO W-NOVA (60:10)
           WRITE REG-TMPFAT FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-FAT-LER.
       CONV-FAT-RECRIA.
           CLOSE VELFAT
           CLOSE TMPFAT
           OPEN OUTPUT NOVFAT
           OPEN INPUT TMPFAT.
       CONV-FAT-COPIA.
           READ TMPFAT
               AT END GO TO CONV-FAT-FECHA.
           WRITE REG-NOVFAT FROM REG-TMPFAT
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-FAT-COPIA.
       CONV-FAT-FECHA.
           CLOSE NOVFAT
           CLOSE TMPFAT
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQFATPJ.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQFATPJ.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-FAT-FIM.
           EXIT.

      * ARQOPER.DAT: 51 PARA 63 BYTES -- CODIGO DO FUNCIONARIO EM
      * BRANCO (OPERADOR AINDA NAO VINCULADO AO CADFUNC)
       CONV-OPR.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELOPR
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQOPER.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-OPR-FIM.
           OPEN OUTPUT TMPOPR.
       CONV-OPR-LER.
           READ VELOPR NEXT RECORD
               AT END GO TO CONV-OPR-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELOPR TO W-NOVA (1:51)
           WRITE REG-TMPOPR FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-OPR-LER.
       CONV-OPR-RECRIA.
           CLOSE VELOPR
           CLOSE TMPOPR
           OPEN OUTPUT NOVOPR
           OPEN INPUT TMPOPR.
       CONV-OPR-COPIA.
           READ TMPOPR
               AT END GO TO CONV-OPR-FECHA.
           WRITE REG-NOVOPR FROM REG-TMPOPR
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-OPR-COPIA.
       CONV-OPR-FECHA.
           CLOSE NOVOPR
           CLOSE TMPOPR
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQOPER.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQOPER.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-OPR-FIM.
           EXIT.

      * CADFUNC.DAT: 243 PARA 257 BYTES -- PERCENTUAL E VALOR FIXO
      * DO ADIANTAMENTO ZERADOS (FUNCIONARIO SEM ADIANTAMENTO)
       CONV-FUNC.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "CADFUNC.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-FUNC-FIM.
           OPEN OUTPUT TMPFUNC.
       CONV-FUNC-LER.
           READ VELFUNC NEXT RECORD
               AT END GO TO CONV-FUNC-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELFUNC TO W-NOVA (1:243)
           MOVE ZEROS TO W-NOVA (244:14)
           WRITE REG-TMPFUNC FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-FUNC-LER.
       CONV-FUNC-RECRIA.
           CLOSE VELFUNC
           CLOSE TMPFUNC
           OPEN OUTPUT NOVFUNC
           OPEN INPUT TMPFUNC.
       CONV-FUNC-COPIA.
           READ TMPFUNC
               AT END GO TO CONV-FUNC-FECHA.
           WRITE REG-NOVFUNC FROM REG-TMPFUNC
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-FUNC-COPIA.
       CONV-FUNC-FECHA.
           CLOSE NOVFUNC
           CLOSE TMPFUNC
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "CADFUNC.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "CADFUNC.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-FUNC-FIM.
           EXIT.

      * ARQOS.DAT: 97 PARA 103 BYTES -- TIPO DE SERVICO EM BRANCO
      * (SERVICO GERAL, SEM HABILIDADE EXIGIDA) E SEM SERVICO PADRAO
      * DO CATALOGO NAS ORDENS ANTIGAS
       CONV-OS.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELOS
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQOS.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-OS-FIM.
           OPEN OUTPUT TMPOS.
       CONV-OS-LER.
           READ VELOS NEXT RECORD
               AT END GO TO CONV-OS-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELOS TO W-NOVA (1:97)
           WRITE REG-TMPOS FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-OS-LER.
       CONV-OS-RECRIA.
           CLOSE VELOS
           CLOSE TMPOS
           OPEN OUTPUT NOVOS
           OPEN INPUT TMPOS.
       CONV-OS-COPIA.
           READ TMPOS
               AT END GO TO CONV-OS-FECHA.
           WRITE REG-NOVOS FROM REG-TMPOS
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-OS-COPIA.
       CONV-OS-FECHA.
           CLOSE NOVOS
           CLOSE TMPOS
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQOS.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQOS.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-OS-FIM.
           EXIT.

      * ARQPECA.DAT: 56 PARA 87 BYTES -- PRAZO DE GARANTIA E
      * DADOS DO ULTIMO RECEBIMENTO ZERADOS (PECA SEM GARANTIA
      * PROPRIA E SEM RECEBIMENTO REGISTRADO)
       CONV-PECA.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELPECA
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQPECA.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-PECA-FIM.
           OPEN OUTPUT TMPPECA.
       CONV-PECA-LER.
           READ VELPECA NEXT RECORD
               AT END GO TO CONV-PECA-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELPECA TO W-NOVA (1:56)
           MOVE ZEROS TO W-NOVA (57:31)
           WRITE REG-TMPPECA FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-PECA-LER.
       CONV-PECA-RECRIA.
           CLOSE VELPECA
           CLOSE TMPPECA
           OPEN OUTPUT NOVPECA
           OPEN INPUT TMPPECA.
       CONV-PECA-COPIA.
           READ TMPPECA
               AT END GO TO CONV-PECA-FECHA.
           WRITE REG-NOVPECA FROM REG-TMPPECA
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-PECA-COPIA.
       CONV-PECA-FECHA.
           CLOSE NOVPECA
           CLOSE TMPPECA
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQPECA.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQPECA.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-PECA-FIM.
           EXIT.

      * ARQFORN.DAT: 139 PARA 142 BYTES -- PRAZO DE GARANTIA DO
      * FORNECEDOR ZERADO (SEM GARANTIA PADRAO)
       CONV-FORN.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELFORN
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQFORN.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-FORN-FIM.
           OPEN OUTPUT TMPFORN.
       CONV-FORN-LER.
           READ VELFORN NEXT RECORD
               AT END GO TO CONV-FORN-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELFORN TO W-NOVA (1:139)
           MOVE ZEROS TO W-NOVA (140:3)
           WRITE REG-TMPFORN FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-FORN-LER.
       CONV-FORN-RECRIA.
           CLOSE VELFORN
           CLOSE TMPFORN
           OPEN OUTPUT NOVFORN
           OPEN INPUT TMPFORN.
       CONV-FORN-COPIA.
           READ TMPFORN
               AT END GO TO CONV-FORN-FECHA.
           WRITE REG-NOVFORN FROM REG-TMPFORN
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-FORN-COPIA.
       CONV-FORN-FECHA.
           CLOSE NOVFORN
           CLOSE TMPFORN
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQFORN.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQFORN.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-FORN-FIM.
           EXIT.

      * ARQGRADE.DAT: 9 PARA 11 BYTES -- CARGA SEMANAL (AULAS POR
      * SEMANA) ZERADA; A COORDENACAO INFORMA NO CDMATRIC
       CONV-GRADE.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELGRADE
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQGRADE.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-GRADE-FIM.
           OPEN OUTPUT TMPGRADE.
       CONV-GRADE-LER.
           READ VELGRADE NEXT RECORD
               AT END GO TO CONV-GRADE-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELGRADE TO W-NOVA (1:9)
           MOVE ZEROS TO W-NOVA (10:2)
           WRITE REG-TMPGRADE FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-GRADE-LER.
       CONV-GRADE-RECRIA.
           CLOSE VELGRADE
           CLOSE TMPGRADE
           OPEN OUTPUT NOVGRADE
           OPEN INPUT TMPGRADE.
       CONV-GRADE-COPIA.
           READ TMPGRADE
               AT END GO TO CONV-GRADE-FECHA.
           WRITE REG-NOVGRADE FROM REG-TMPGRADE
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-GRADE-COPIA.
       CONV-GRADE-FECHA.
           CLOSE NOVGRADE
           CLOSE TMPGRADE
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQGRADE.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQGRADE.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-GRADE-FIM.
           EXIT.

      * ARQTURMA.DAT: 18 PARA 21 BYTES -- VAGAS ZERADAS (TURMA SEM
      * LIMITE) ATE A SECRETARIA INFORMAR NO CADTURMA
       CONV-TURMA.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELTURMA
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQTURMA.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-TURMA-FIM.
           OPEN OUTPUT TMPTURMA.
       CONV-TURMA-LER.
           READ VELTURMA NEXT RECORD
               AT END GO TO CONV-TURMA-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELTURMA TO W-NOVA (1:18)
           MOVE ZEROS TO W-NOVA (19:3)
           WRITE REG-TMPTURMA FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-TURMA-LER.
       CONV-TURMA-RECRIA.
           CLOSE VELTURMA
           CLOSE TMPTURMA
           OPEN OUTPUT NOVTURMA
           OPEN INPUT TMPTURMA.
       CONV-TURMA-COPIA.
           READ TMPTURMA
               AT END GO TO CONV-TURMA-FECHA.
           WRITE REG-NOVTURMA FROM REG-TMPTURMA
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-TURMA-COPIA.
       CONV-TURMA-FECHA.
           CLOSE NOVTURMA
           CLOSE TMPTURMA
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQTURMA.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQTURMA.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-TURMA-FIM.
           EXIT.

      * ARQMENS.DAT: 44 PARA 67 BYTES -- O VALOR BRUTO DAS
      * MENSALIDADES JA GERADAS E O PROPRIO VALOR COBRADO, SEM
      * DESCONTO NEM BOLSA
       CONV-MENS.
           MOVE ZEROS TO W-CONT-CONV W-CONT-VOLTA
           OPEN INPUT VELMENS
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO, PULADO: "
                      "ARQMENS.DAT"
              MOVE "00" TO ST-ERRO
              GO TO CONV-MENS-FIM.
           OPEN OUTPUT TMPMENS.
       CONV-MENS-LER.
           READ VELMENS NEXT RECORD
               AT END GO TO CONV-MENS-RECRIA.
           MOVE SPACES TO W-NOVA
           MOVE REG-VELMENS TO W-NOVA (1:44)
           MOVE W-NOVA (20:8) TO W-NOVA (45:8)
           MOVE ZEROS TO W-NOVA (53:8)
           MOVE SPACES TO W-NOVA (61:1)
           MOVE ZEROS TO W-NOVA (62:6)
           WRITE REG-TMPMENS FROM W-NOVA
           ADD 1 TO W-CONT-CONV
           GO TO CONV-MENS-LER.
       CONV-MENS-RECRIA.
           CLOSE VELMENS
           CLOSE TMPMENS
           OPEN OUTPUT NOVMENS
           OPEN INPUT TMPMENS.
       CONV-MENS-COPIA.
           READ TMPMENS
               AT END GO TO CONV-MENS-FECHA.
           WRITE REG-NOVMENS FROM REG-TMPMENS
           ADD 1 TO W-CONT-VOLTA
           GO TO CONV-MENS-COPIA.
       CONV-MENS-FECHA.
           CLOSE NOVMENS
           CLOSE TMPMENS
           IF W-CONT-VOLTA = W-CONT-CONV
              DISPLAY "ARQMENS.DAT CONVERTIDO"
              DISPLAY "REGISTROS: " W-CONT-CONV
           ELSE
              DISPLAY "ARQMENS.DAT NAO CONFERE NA RECRIACAO"
              MOVE 12 TO RETURN-CODE
              GOBACK.
       CONV-MENS-FIM.
           EXIT.
