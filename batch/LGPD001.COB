      * COBRANCA EM ABERTO EM ARQCOB.DAT:
      *     1) COPIA O REGISTRO COMPLETO PARA O ARQUIVO MORTO
      *        LGPDARQ.DAT (GUARDA OFFLINE);
      *     2) SOBRESCREVE NOME, RG, EMAIL, TELEFONE, DATA DE
      *        NASCIMENTO E CPF DO RESPONSAVEL (MENOR DE IDADE) NO
      *        PROPRIO REGISTRO, MANTENDO A CHAVE CPF
      *        PARA A INTEGRIDADE COM AS LOCACOES ANTIGAS;
      *     3) GRAVA NA TRILHA CADAUDCLI.DAT UMA LINHA COM O CODIGO
      *        DE OPERACAO PROPRIO "L" (ANONIMIZACAO LGPD), COM
      *        SEQUENCIA E HASH DA CADEIA (COPY AUDCAD./AUDCADP.).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO             PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD ARQLOC
               LABEL RECORD IS STANDARD
                03 LOC-RENOVACOES       PIC 9(2).
                03 LOC-HORALOCACAO      PIC 9(4).
                03 LOC-HORADEVOLUCAO    PIC 9(4).
                03 LOC-CAMPANHA         PIC X(06).
                03 LOC-DESC-CAMP        PIC 9(4)V99.
                03 LOC-FILIAL-ORIG      PIC 9(01).
                03 LOC-FILIAL-DEV       PIC 9(01).
                03 LOC-TAXA-RET         PIC 9(4)V99.
                03 LOC-CONTRATO         PIC 9(08).
                03 LOC-CONDUTOR         PIC 9(11).
                03 LOC-PARCEIRO         PIC 9(04).

       FD ARQLOCH
               LABEL RECORD IS STANDARD
                03 LOCH-RENOVACOES      PIC 9(2).
                03 LOCH-HORALOCACAO     PIC 9(4).
                03 LOCH-HORADEVOLUCAO   PIC 9(4).
                03 LOCH-CAMPANHA        PIC X(06).
                03 LOCH-DESC-CAMP       PIC 9(4)V99.
                03 LOCH-FILIAL-ORIG     PIC 9(01).
                03 LOCH-FILIAL-DEV      PIC 9(01).
                03 LOCH-TAXA-RET        PIC 9(4)V99.
                03 LOCH-CONTRATO        PIC 9(08).
                03 LOCH-CONDUTOR        PIC 9(11).
                03 LOCH-PARCEIRO        PIC 9(04).

       FD ARQCOB
               LABEL RECORD IS STANDARD
                   88 COB-EST-LEMBRETE      VALUE "1".
                   88 COB-EST-NOTIFICACAO   VALUE "2".
                   88 COB-EST-PROTESTO      VALUE "3".
                03 COB-NOSSO-NUM        PIC 9(10).

       FD LGPDARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDARQ.DAT".
       01 REGLGPD                      PIC X(156).

       FD AUDCLI
               LABEL RECORD IS STANDARD
                03 AUD-SIT-NOVA         PIC X(01).
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-TEM-COBRANCA   PIC X(01) VALUE "N".
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-LOC       PIC 9(07) VALUE ZEROS.
       COPY AUDCAD.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
              GOBACK.
           MOVE "*** ANONIMIZADO LGPD ***" TO NOME
           MOVE SPACES TO RG EMAIL COMPLEMENTO
           MOVE ZEROS  TO DATANASC TELEFONE CPF-RESPONSAVEL
           MOVE "I"    TO SITUACAO
           REWRITE REGCLIENTES
           IF ST-ERRO NOT = "00" AND "02"
           MOVE SITUACAO  TO AUD-SIT-NOVA
           MOVE "LGPD001" TO AUD-OPERADOR
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           MOVE "CLI"     TO W-AUD-TRILHA
           MOVE REGAUDCLI (1:33) TO W-AUD-LINHA
           PERFORM ENCADEAR-AUDITORIA THRU ENCADEAR-AUDITORIA-FIM
           MOVE W-AUD-SEQ  TO AUD-SEQ
           MOVE W-AUD-HASH TO AUD-HASH
           WRITE REGAUDCLI
           IF ST-ERRO-AUD NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DA AUDITORIA ***" CPF.
              CLOSE ARQCOB.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY AUDCADP.
