      **************************************
      * HISTORICO DE ALTERACOES
      * 2026-09-02  VERSAO INICIAL.
      * 2026-10-15  MENORES QUE TINHAM O DUPLICADO COMO RESPONSAVEL
      *             (CPF-RESPONSAVEL) PASSAM PARA O SOBREVIVENTE.
      * 2026-10-15  LINHA DA UNIFICACAO NA TRILHA CADAUDCLI.DAT LEVA
      *             SEQUENCIA E HASH DA CADEIA (COPY AUDCAD./AUDCADP.).
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
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

       FD ARQCOB
               LABEL RECORD IS STANDARD
                   88 COB-EST-LEMBRETE      VALUE "1".
                   88 COB-EST-NOTIFICACAO   VALUE "2".
                   88 COB-EST-PROTESTO      VALUE "3".
                03 COB-NOSSO-NUM        PIC 9(10).

       FD ARQPAG
               LABEL RECORD IS STANDARD
                   88 PAG-DINHEIRO          VALUE 1.
                   88 PAG-CARTAO            VALUE 2.
                   88 PAG-PIX               VALUE 3.
                   88 PAG-CREDITO           VALUE 4.
                   88 PAG-BOLETO            VALUE 5.
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).
                03 AUD-SIT-NOVA         PIC X(01).
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       COPY AUDCAD.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO-CLI  PIC X(02) VALUE "00".
       77 W-QTD-COB    PIC 9(05) VALUE ZEROS.
       77 W-QTD-PAG    PIC 9(05) VALUE ZEROS.
       77 W-QTD-VOU    PIC 9(05) VALUE ZEROS.
       77 W-QTD-RSP    PIC 9(05) VALUE ZEROS.
       77 W-PROX-COBSEQ PIC 9(04) VALUE ZEROS.

      * AREA DE SALVAGUARDA DA COBRANCA EM RECHAVEAMENTO: O SCAN DA
      * PROXIMA SEQUENCIA DO SOBREVIVENTE PASSA POR CIMA DO REGCOB
       01 W-REGCOB-SALVO   PIC X(62) VALUE SPACES.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
       INC-001.
                MOVE ZEROS TO W-CPF-SOBRE W-CPF-DUPLI
                MOVE ZEROS TO W-QTD-LOC W-QTD-COB W-QTD-PAG W-QTD-VOU
                MOVE ZEROS TO W-QTD-RSP
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 05) "UNIFICACAO DE CADASTROS DUPLICADOS"
                DISPLAY (04, 05) "CPF SOBREVIVENTE....:"
                PERFORM RECHAVEAR-PAG THRU RECHAVEAR-PAG-FIM
                IF W-VOU-ABERTO = "S"
                   PERFORM RECHAVEAR-VOUCH THRU RECHAVEAR-VOUCH-FIM.
                PERFORM RECHAVEAR-RESP THRU RECHAVEAR-RESP-FIM
                PERFORM ARQUIVAR-DUPLICADO
                                       THRU ARQUIVAR-DUPLICADO-FIM
                DISPLAY (10, 05) "LOCACOES RECHAVEADAS.:"
                DISPLAY (12, 28) W-QTD-PAG
                DISPLAY (13, 05) "VOUCHERS AJUSTADOS...:"
                DISPLAY (13, 28) W-QTD-VOU
                DISPLAY (14, 05) "RESPONSAVEIS AJUSTADOS:"
                DISPLAY (14, 28) W-QTD-RSP
                MOVE "UNIFICACAO CONCLUIDA E AUDITADA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
                MOVE "00" TO ST-ERRO-VOU.
       RECHAVEAR-VOUCH-FIM.
                EXIT.
      * AJUSTA O RESPONSAVEL DOS CLIENTES MENORES DE IDADE
       RECHAVEAR-RESP.
                MOVE ZEROS TO CPF
                START CLIENTES KEY IS NOT LESS CPF
                    INVALID KEY MOVE "10" TO ST-ERRO-CLI.
                IF ST-ERRO-CLI = "10"
                   GO TO RECHAVEAR-RESP-VOLTA.
       RECHAVEAR-RESP-LER.
                READ CLIENTES NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-CLI.
                IF ST-ERRO-CLI = "10"
                   GO TO RECHAVEAR-RESP-VOLTA.
                IF CPF-RESPONSAVEL NOT = W-CPF-DUPLI
                   GO TO RECHAVEAR-RESP-LER.
                MOVE W-CPF-SOBRE TO CPF-RESPONSAVEL
                REWRITE REGCLIENTES
                ADD 1 TO W-QTD-RSP
                GO TO RECHAVEAR-RESP-LER.
       RECHAVEAR-RESP-VOLTA.
                MOVE "00" TO ST-ERRO-CLI.
       RECHAVEAR-RESP-FIM.
                EXIT.
      * INATIVA O CADASTRO DUPLICADO E GRAVA A UNIFICACAO ("U") NA
      * TRILHA, COM A SITUACAO ANTIGA E A NOVA, COMO O CADCLI FAZ
       ARQUIVAR-DUPLICADO.
                MOVE "I"          TO AUD-SIT-NOVA
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                MOVE W-OPERADOR   TO AUD-OPERADOR
                MOVE "CLI"        TO W-AUD-TRILHA
                MOVE REGAUDCLI (1:33) TO W-AUD-LINHA
                PERFORM ENCADEAR-AUDITORIA THRU ENCADEAR-AUDITORIA-FIM
                MOVE W-AUD-SEQ    TO AUD-SEQ
                MOVE W-AUD-HASH   TO AUD-HASH
                WRITE REGAUDCLI
                IF ST-ERRO-AUD NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA AUDITORIA" TO MENS
                EXIT.
      *
       COPY JORNALP.
       COPY AUDCADP.
