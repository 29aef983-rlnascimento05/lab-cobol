      * COMO O SGB-004 E O FATPJ001 JA FAZEM -- ANTES CAIA NO RAMO
      * CNPJ, NUNCA RESOLVIA E O RECIBO FICAVA "SEM TOMADOR" EM
      * TODA REEXECUCAO.
      * 2026-10-15  RECARGA DE CARTEIRA PRE-PAGA (ORIGEM "W", SGB-036)
      * E ADIANTAMENTO, NAO SERVICO: FICA FORA. A NOTA SAI NO
      * PAGAMENTO FEITO COM O CREDITO (FORMA 4).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD CLIENTES
               LABEL RECORD IS STANDARD
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
              GO TO PROC-PAG-PROX.
           ADD 1 TO W-CONT-LIDOS
           IF PAG-ORIG-CAUCAO OR PAG-ORIG-DEVCAUCAO
              OR PAG-ORIG-ESTORNO OR PAG-ORIG-CARTEIRA
              GO TO PROC-PAG-PROX.
           MOVE PAG-RECIBO TO NFSE-RECIBO
           READ NFSECTRL
