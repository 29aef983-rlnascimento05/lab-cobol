      *             SABER QUAL CLERK FEZ CADA MUDANCA. ARQUIVO
      *             COMPARTILHADO COM O SGB-003, QUE GANHOU O MESMO
      *             TRATAMENTO.
      * 2026-10-15  IDENTIFICACAO DA BIKE EM ARQBIKEID.DAT (MESMA
      *             CHAVE NUMERO): NUMERO DO QUADRO (OBRIGATORIO E
      *             UNICO NA FROTA), ID DO RASTREADOR USADO PELO
      *             GPS001, CHAVE DO CADEADO E NOTA FISCAL DE COMPRA,
      *             DIGITADOS NAS LINHAS 16 A 19 E GRAVADOS, ALTERADOS
      *             E EXCLUIDOS JUNTO COM A BIKE. BIKE ANTIGA SEM
      *             IDENTIFICACAO GANHA O REGISTRO NA PROXIMA
      *             ALTERACAO.
      * 2026-10-15  LOGON AVULSO PASSA PELO CONTROLE DE SEGURANCA
      *             (SEGUR001): SENHA ERRADA CONTA TENTATIVA E BLOQUEIA
      *             O OPERADOR NO LIMITE, SENHA VENCIDA E RECUSADA E O
      *             LOGON/LOGOFF VAI PARA O LOG DE SESSOES.
      * 2026-10-15  CADEIA DE HASH NA TRILHA AUDBIKE.DAT: CADA
      *             LINHA GRAVADA LEVA SEQUENCIA E HASH ENCADEADO NA
      *             LINHA ANTERIOR (SUBPROGRAMA AUDCAD001, COPY
      *             AUDCAD./AUDCADP.), CONFERIDOS PELO AUDVER001.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MARCA
                                   WITH DUPLICATES.
           SELECT ARQBIKEID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BID-NUMERO
                    FILE STATUS  IS ST-ERRO-BID
                    ALTERNATE RECORD KEY IS BID-QUADRO
                    ALTERNATE RECORD KEY IS BID-RASTREADOR
                                   WITH DUPLICATES.
       SELECT AUDBIKE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AUD.
                03 FILIAL            PIC 9(01).
                03 FILIALDESCRICAO PIC X(13).

      * IDENTIFICACAO DA BIKE: QUADRO UNICO NA FROTA; O RASTREADOR
      * PODE FICAR EM BRANCO (BIKE SEM GPS), POR ISSO ADMITE
      * DUPLICATAS NA CHAVE E A UNICIDADE E CONFERIDA AQUI
       FD ARQBIKEID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBIKEID.DAT".
       01 REGBIKEID.
                03 BID-NUMERO           PIC 9(4).
                03 BID-QUADRO           PIC X(20).
                03 BID-RASTREADOR       PIC X(15).
                03 BID-CADEADO          PIC X(10).
                03 BID-NF               PIC X(12).
                03 BID-DATA             PIC 9(08).
                03 BID-OPERADOR         PIC X(08).

       FD OPERADORES
               LABEL RECORD IS STANDARD
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD AUDBIKE
               LABEL RECORD IS STANDARD
                   88 AUD-EXCLUSAO          VALUE "E".
                03 AUD-DATA             PIC 9(08).
                03 AUD-OPERADOR         PIC X(08).
                03 AUD-SEQ              PIC 9(08).
                03 AUD-HASH             PIC 9(09).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       COPY FSTATUS.
       77 ST-ERRO-AUD  PIC X(02) VALUE "00".
       77 ST-ERRO-BID  PIC X(02) VALUE "00".
       77 W-BID-EXISTE PIC X(01) VALUE "N".
       77 W-BID-DUP    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 ST-ERRO-OPE  PIC X(02) VALUE "00".
       COPY OPERVAL.
       COPY SEGOPER.
       COPY AUDCAD.
       01 IND          PIC 9(02) VALUE ZEROS.
       01 W-BID-SALVO  PIC X(77) VALUE SPACES.
       01 W-DATA-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).

       01 TABCOR.
          03 T4 PIC X(55) VALUE
               VALUE  "  SITUACAO:".
           05  LINE 15  COLUMN 01
               VALUE  "  FILIAL:".
           05  LINE 16  COLUMN 01
               VALUE  "  NUMERO DO QUADRO:".
           05  LINE 17  COLUMN 01
               VALUE  "  RASTREADOR:".
           05  LINE 18  COLUMN 01
               VALUE  "  CHAVE DO CADEADO:".
           05  LINE 19  COLUMN 01
               VALUE  "  NOTA FISCAL DE COMPRA:".
           05  TNUMERO
               LINE 04  COLUMN 11  PIC 9(04)
               USING  NUMERO
           05  TFILIALDESCRICAO
               LINE 15  COLUMN 12  PIC X(13)
               USING  FILIALDESCRICAO.
           05  TQUADRO
               LINE 16  COLUMN 21  PIC X(20)
               USING  BID-QUADRO
               AUTO          HIGHLIGHT.
           05  TRASTREADOR
               LINE 17  COLUMN 15  PIC X(15)
               USING  BID-RASTREADOR
               AUTO          HIGHLIGHT.
           05  TCADEADO
               LINE 18  COLUMN 21  PIC X(10)
               USING  BID-CADEADO
               AUTO          HIGHLIGHT.
           05  TNF
               LINE 19  COLUMN 26  PIC X(12)
               USING  BID-NF
               AUTO          HIGHLIGHT.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPER.
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       OPEN-BID.
           OPEN I-O ARQBIKEID
           IF ST-ERRO-BID NOT = "00"
               IF ST-ERRO-BID = "30" OR "35"
                      OPEN OUTPUT ARQBIKEID
                      CLOSE ARQBIKEID
                      GO TO OPEN-BID
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. DE IDENTIFICACAO"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       OPEN-AUD.
           OPEN EXTEND AUDBIKE
           IF ST-ERRO-AUD NOT = "00"
                DISPLAY (13, 20) "SENHA...: "
                MOVE SPACES TO OV-SENHA
                ACCEPT  (13, 31) OV-SENHA
                MOVE W-OPERADOR TO OPER-ID W-SEG-OPERADOR
                MOVE "SGB-002" TO W-SEG-PROGRAMA
                READ OPERADORES
                IF ST-ERRO-OPE NOT = "00"
                   MOVE "N" TO W-SEG-FUNCAO
                   PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO-OPE
                   GO TO ASK-OPERADOR.
                PERFORM CALC-HASH-SENHA THRU CALC-HASH-SENHA-FIM
                IF OV-HASH NOT = OPER-HASH OR OPER-ATIVO NOT = "S"
                   MOVE "F" TO W-SEG-FUNCAO
                   PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASK-OPERADOR.
                MOVE "E" TO W-SEG-FUNCAO
                PERFORM CHAMAR-SEGURANCA THRU CHAMAR-SEGURANCA-FIM
                IF W-SEG-RESP NOT = "OK"
                   MOVE W-SEG-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASK-OPERADOR.
                MOVE OPER-NIVEL TO OV-NIVEL
                MOVE SPACES TO FILIALDESCRICAO.
                MOVE ZEROS  TO NUMERO ARO COR VALORCOMPRA VALORLOCACAO.
                MOVE ZEROS  TO DATACOMPRA DATAUTILIZACAO FILIAL.
                MOVE SPACES TO BID-QUADRO BID-RASTREADOR BID-CADEADO.
                MOVE SPACES TO BID-NF.
                MOVE "N" TO W-BID-EXISTE.
                DISPLAY TELABIKE.
                GO TO INC-002.
       INC-002.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQBIKE
                   CLOSE ARQBIKEID
                   CLOSE AUDBIKE
                   GO TO ROT-FIM.
                IF NUMERO = ZEROS
                    GO TO INC-002.
                IF NOT FS-NAO-ENCONTRADO
                    IF FS-OK
                        PERFORM LER-IDENT THRU LER-IDENT-FIM
                        DISPLAY TELABIKE
                        MOVE "BIKE EXISTENTE" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-013.
                MOVE TBFILIAL(FILIAL) TO FILIALDESCRICAO
                DISPLAY TFILIALDESCRICAO.
       INC-014.
                ACCEPT TQUADRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF BID-QUADRO = SPACES
                   MOVE "QUADRO DEVE SER DIFERENTE DE BRANCOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
                PERFORM VERIFICAR-QUADRO THRU VERIFICAR-QUADRO-FIM
                IF W-BID-DUP = "S"
                   MOVE "QUADRO JA CADASTRADO EM OUTRA BIKE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
       INC-015.
                ACCEPT TRASTREADOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                IF BID-RASTREADOR = SPACES
                   GO TO INC-016.
                PERFORM VERIFICAR-RASTREADOR
                                      THRU VERIFICAR-RASTREADOR-FIM
                IF W-BID-DUP = "S"
                   MOVE "RASTREADOR JA INSTALADO EM OUTRA BIKE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-015.
       INC-016.
                ACCEPT TCADEADO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-015.
       INC-017.
                ACCEPT TNF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-016.
       INC-OPC.
                IF NOT OV-NIVEL-MANUTENCAO
                   MOVE OV-MSG-NIVEL TO MENS
       INC-GRAVACAO.
                WRITE REGBIKE
                IF FS-OK
                    PERFORM GRAVAR-IDENT THRU GRAVAR-IDENT-FIM
                    MOVE "I" TO AUD-OPERACAO
                    PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                    MOVE FS-MSG-SGB-GRAVADO TO MENS
       EXC-PROC.
                DELETE ARQBIKE RECORD.
                IF FS-OK
                    MOVE NUMERO TO BID-NUMERO
                    DELETE ARQBIKEID RECORD
                    MOVE "00" TO ST-ERRO-BID
                    MOVE "E" TO AUD-OPERACAO
                    PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                    MOVE FS-MSG-SGB-EXCLUIDO TO MENS
       ALT-PROC.
                REWRITE REGBIKE.
                IF FS-OK
                    PERFORM GRAVAR-IDENT THRU GRAVAR-IDENT-FIM
                    MOVE "A" TO AUD-OPERACAO
                    PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                    MOVE FS-MSG-SGB-ALTERADO TO MENS
                MOVE NUMERO      TO AUD-NUMERO
                MOVE W-OPERADOR  TO AUD-OPERADOR
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                MOVE "BIKE" TO W-AUD-TRILHA
                MOVE REGAUDBIKE (1:21) TO W-AUD-LINHA
                PERFORM ENCADEAR-AUDITORIA THRU ENCADEAR-AUDITORIA-FIM
                MOVE W-AUD-SEQ  TO AUD-SEQ
                MOVE W-AUD-HASH TO AUD-HASH
                WRITE REGAUDBIKE
                IF ST-ERRO-AUD NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA AUDITORIA"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDITORIA-FIM.
                EXIT.
      *-------------------------------------------------------------
      * LER-IDENT: TRAZ A IDENTIFICACAO DA BIKE LIDA; BIKE ANTIGA
      * SEM REGISTRO EM ARQBIKEID.DAT VEM COM OS CAMPOS EM BRANCO
      *-------------------------------------------------------------
       LER-IDENT.
                MOVE NUMERO TO BID-NUMERO
                READ ARQBIKEID
                IF ST-ERRO-BID = "00"
                   MOVE "S" TO W-BID-EXISTE
                ELSE
                   MOVE "N" TO W-BID-EXISTE
                   MOVE "00" TO ST-ERRO-BID
                   MOVE SPACES TO BID-QUADRO BID-RASTREADOR
                   MOVE SPACES TO BID-CADEADO BID-NF.
       LER-IDENT-FIM.
                EXIT.
      *-------------------------------------------------------------
      * VERIFICAR-QUADRO / VERIFICAR-RASTREADOR: PROCURAM O VALOR
      * DIGITADO PELA CHAVE ALTERNATIVA; ACHADO EM OUTRA BIKE E
      * DUPLICIDADE. A AREA DO REGISTRO DIGITADO E PRESERVADA.
      *-------------------------------------------------------------
       VERIFICAR-QUADRO.
                MOVE "N" TO W-BID-DUP
                MOVE REGBIKEID TO W-BID-SALVO
                READ ARQBIKEID KEY IS BID-QUADRO
                IF ST-ERRO-BID = "00" AND BID-NUMERO NOT = NUMERO
                   MOVE "S" TO W-BID-DUP.
                MOVE "00" TO ST-ERRO-BID
                MOVE W-BID-SALVO TO REGBIKEID.
       VERIFICAR-QUADRO-FIM.
                EXIT.

       VERIFICAR-RASTREADOR.
                MOVE "N" TO W-BID-DUP
                MOVE REGBIKEID TO W-BID-SALVO
                START ARQBIKEID KEY IS EQUAL BID-RASTREADOR
                    INVALID KEY MOVE "23" TO ST-ERRO-BID.
       VERIFICAR-RASTREADOR-LER.
                IF ST-ERRO-BID NOT = "00"
                   GO TO VERIFICAR-RASTREADOR-VOLTA.
                READ ARQBIKEID NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-BID.
                IF ST-ERRO-BID NOT = "00"
                   GO TO VERIFICAR-RASTREADOR-VOLTA.
                IF BID-RASTREADOR NOT = W-BID-SALVO (25:15)
                   GO TO VERIFICAR-RASTREADOR-VOLTA.
                IF BID-NUMERO NOT = NUMERO
                   MOVE "S" TO W-BID-DUP
                   GO TO VERIFICAR-RASTREADOR-VOLTA.
                GO TO VERIFICAR-RASTREADOR-LER.
       VERIFICAR-RASTREADOR-VOLTA.
                MOVE "00" TO ST-ERRO-BID
                MOVE W-BID-SALVO TO REGBIKEID.
       VERIFICAR-RASTREADOR-FIM.
                EXIT.
      *-------------------------------------------------------------
      * GRAVAR-IDENT: GRAVA (BIKE NOVA OU ANTIGA SEM REGISTRO) OU
      * REGRAVA A IDENTIFICACAO, COM DATA (DDMMAAAA) E OPERADOR
      *-------------------------------------------------------------
       GRAVAR-IDENT.
                MOVE NUMERO TO BID-NUMERO
                MOVE W-OPERADOR TO BID-OPERADOR
                ACCEPT W-DATA-AMD FROM DATE YYYYMMDD
                MOVE W-AMD-DD   TO W-DMA-DD
                MOVE W-AMD-MM   TO W-DMA-MM
                MOVE W-AMD-AAAA TO W-DMA-AAAA
                MOVE W-DATA-DMA-NUM TO BID-DATA
                IF W-BID-EXISTE = "S"
                   REWRITE REGBIKEID
                ELSE
                   WRITE REGBIKEID.
                IF ST-ERRO-BID NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DA IDENTIFICACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE "00" TO ST-ERRO-BID.
       GRAVAR-IDENT-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-FIM
                CLOSE ARQBIKE
                CLOSE ARQBIKEID
                CLOSE AUDBIKE
                EXIT PROGRAM.
       ROT-FIMP.
       FIM-ROT-TEMPO.
      *
       COPY OPERVALP.
       COPY SEGOPERP.
       COPY AUDCADP.
