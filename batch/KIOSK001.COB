      *             ARQUIVO KIOSK.STOP (O JOB O ESVAZIA AO SUBIR E
      *             AO ENCERRAR). DATA E HORA SAO RECAPTADAS A CADA
      *             CICLO, PARA O LACO ATRAVESSAR A MEIA-NOITE.
      * 2026-10-15  CAMPANHA PROMOCIONAL (ARQCAMP.DAT, SGB-035): A
      *             LINHA DO TOTEM ACEITA UM QUINTO CAMPO OPCIONAL
      *             COM O CODIGO DA CAMPANHA. NO CHECKOUT O CODIGO E
      *             VALIDADO (COPY CAMPVAL.) COMO NO SGB-004 --
      *             CAMPANHA INVALIDA RECUSA A TRANSACAO COM O
      *             MOTIVO -- E O DESCONTO ABATE DA DIARIA, FICANDO
      *             CARIMBADO EM LOC-CAMPANHA/LOC-DESC-CAMP; A
      *             DEVOLUCAO REAPLICA A CAMPANHA SOBRE O VALOR POR
      *             HORAS.
      * 2026-10-15  FILIAL DE RETIRADA GRAVADA NA LOCACAO
      *             (LOC-FILIAL-ORIG). O TOTEM NAO TEM FILIAL DE
      *             OPERADOR: A DEVOLUCAO POR AQUI E SEMPRE NA
      *             PROPRIA FILIAL DE RETIRADA, SEM TAXA DE RETORNO.
      * 2026-10-15  CLIENTE MENOR DE IDADE (COPY IDADEVAL.) E
      *             RECUSADO NO CHECKOUT DO TOTEM, MESMO COM
      *             RESPONSAVEL CADASTRADO -- MENOR SO LOCA NO BALCAO.
      * 2026-10-15  CHECKOUT DE CNPJ EXIGE O CPF DO CONDUTOR NUM SEXTO
      *             CAMPO DA LINHA DO TOTEM: PRECISA SER CONDUTOR
      *             AUTORIZADO DA EMPRESA, ATIVO E LIBERADO PARA A
      *             CATEGORIA DA BIKE (ARQCONDU.DAT, COPY CONDVAL.),
      *             E FICA GRAVADO EM LOC-CONDUTOR. A EMPRESA VALIDADA
      *             NAO CAI MAIS NA CONFERENCIA DE ESTRANGEIRO.
      * 2026-10-15  CREDITO DA EMPRESA (COPY LIMPJVAL.): CHECKOUT DE
      *             CNPJ, QUE SEMPRE VAI PARA A FATURA DO MES, E
      *             RECUSADO SE A EMPRESA TIVER FATURA VENCIDA HA MAIS
      *             DE PJDIASATR DIAS OU SE A EXPOSICAO MAIS UMA DIARIA
      *             PASSAR DO LIMITE DO ARQLIMPJ.DAT. NO TOTEM NAO HA
      *             LIBERACAO -- SO NO BALCAO, COM O NIVEL 3.
      * 2026-10-15  SETIMO CAMPO OPCIONAL NA LINHA DO TOTEM: CODIGO DO
      *             PARCEIRO INDICADOR (HOTEL, AGENCIA). CODIGO
      *             INFORMADO PRECISA SER PARCEIRO ATIVO DO
      *             ARQPARC.DAT (COPY PARCVAL.), SENAO O CHECKOUT E
      *             RECUSADO; FICA GRAVADO EM LOC-PARCEIRO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS KPROC-TXID
                    FILE STATUS  IS ST-ERRO-KPR.

           SELECT ARQCAMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAMP-CODIGO
                    FILE STATUS  IS ST-ERRO-CMP.

           SELECT ARQCAMPU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CAMPU
                    FILE STATUS  IS ST-ERRO-CMU.

           SELECT ARQCONDU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-COND
                    FILE STATUS  IS ST-ERRO-CND.

           SELECT ARQPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARC-CODIGO
                    FILE STATUS  IS ST-ERRO-PRC.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT ARQLIMPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LIM-CNPJ
                    FILE STATUS  IS ST-ERRO-LIM.

           SELECT ARQFATPJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FAT-NUMERO
                    FILE STATUS  IS ST-ERRO-FAT.

           SELECT AUDLIMPJ ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-ALM.

           SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
       FD ARQKIOSK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIOSK.TXT".
       01 LINHA-TX                    PIC X(80).

       FD ARQRESP
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

       FD ARQBIKE
               LABEL RECORD IS STANDARD
                   05 DDD               PIC 9(02).
                   05 TELNUM            PIC 9(9).
                03 SITUACAO-CLI         PIC X(1).
                03 CPF-RESPONSAVEL      PIC 9(11).

       FD CADCLIPJ
               LABEL RECORD IS STANDARD
                   88 RESV-ATIVA             VALUE "A".
                   88 RESV-CUMPRIDA          VALUE "C".
                   88 RESV-CANCELADA         VALUE "X".
                   88 RESV-NOSHOW            VALUE "N".

       FD ARQPRECO
               LABEL RECORD IS STANDARD
                03 KPROC-STATUS         PIC X(4).
                03 KPROC-MENS           PIC X(40).

       FD ARQCAMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMP.DAT".
       01 REGCAMP.
                03 CAMP-CODIGO          PIC X(06).
                03 CAMP-DESCRICAO       PIC X(30).
                03 CAMP-INICIO          PIC 9(8).
                03 CAMP-FIM             PIC 9(8).
                03 CAMP-FILIAL          PIC 9(01).
                03 CAMP-CATEGORIA       PIC X(01).
                03 CAMP-DIASEM          PIC 9(01).
                03 CAMP-TIPO            PIC X(01).
                   88 CAMP-PERCENTUAL       VALUE "P".
                   88 CAMP-VALOR-FIXO       VALUE "V".
                03 CAMP-PERC            PIC 9(03).
                03 CAMP-VALOR           PIC 9(4)V99.
                03 CAMP-MAX-USOS        PIC 9(05).
                03 CAMP-MAX-CPF         PIC 9(03).
                03 CAMP-USOS            PIC 9(05).
                03 CAMP-SITUACAO        PIC X(01).
                   88 CAMP-ATIVA            VALUE "A".
                   88 CAMP-INATIVA          VALUE "I".

       FD ARQCAMPU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMPU.DAT".
       01 REGCAMPU.
                03 CHAVE-CAMPU.
                   05 CAMPU-CODIGO      PIC X(06).
                   05 CAMPU-CPF         PIC 9(14).
                03 CAMPU-USOS           PIC 9(03).
                03 CAMPU-DATA-ULT       PIC 9(08).

       FD ARQCONDU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONDU.DAT".
       01 REGCOND.
                03 CHAVE-COND.
                   05 COND-CNPJ         PIC 9(14).
                   05 COND-CPF          PIC 9(11).
                03 COND-NOME            PIC X(35).
                03 COND-ATIVO           PIC X(01).
                03 COND-CATEGORIA       PIC X(01).
                03 COND-DATA-ALT        PIC 9(08).
                03 COND-OPERADOR        PIC X(08).

       FD ARQPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARC.DAT".
       01 REGPARC.
                03 PARC-CODIGO          PIC 9(04).
                03 PARC-CNPJ            PIC 9(14).
                03 PARC-NOME            PIC X(40).
                03 PARC-PERC-COMIS      PIC 9(02)V99.
                03 PARC-BANCO           PIC 9(03).
                03 PARC-AGENCIA         PIC 9(05).
                03 PARC-CONTA           PIC X(12).
                03 PARC-SITUACAO        PIC X(01).
                03 PARC-DATA-ALT        PIC 9(08).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNALMV.DAT".
       01 JR-LINHA                     PIC X(176).

       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG.
                03 CHAVE-PAG.
                   05 PAG-NUMERO        PIC 9(4).
                   05 PAG-SEQ           PIC 9(4).
                03 PAG-RECIBO           PIC 9(8).
                03 PAG-VALOR            PIC 9(6)V99.
                03 PAG-FORMA            PIC 9(1).
                   88 PAG-DINHEIRO          VALUE 1.
                   88 PAG-CARTAO            VALUE 2.
                   88 PAG-PIX               VALUE 3.
                   88 PAG-CREDITO           VALUE 4.
                   88 PAG-BOLETO            VALUE 5.
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-LOCACAO      VALUES "L" " ".
                   88 PAG-ORIG-COBRANCA     VALUE "C".
                   88 PAG-ORIG-CAUCAO       VALUE "D".
                   88 PAG-ORIG-DEVCAUCAO    VALUE "V".
                   88 PAG-ORIG-ESTORNO      VALUE "E".
                   88 PAG-ORIG-FATURA       VALUE "F".
                   88 PAG-ORIG-ASSINAT      VALUE "A".
                   88 PAG-ORIG-GRUPO        VALUE "G".
                   88 PAG-ORIG-MENSESC      VALUE "M".
                   88 PAG-ORIG-CARTEIRA     VALUE "W".
                   88 PAG-ORIG-BOLETO       VALUE "B".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD ARQLIMPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLIMPJ.DAT".
       01 REGLIMPJ.
                03 LIM-CNPJ             PIC 9(14).
                03 LIM-VALOR            PIC 9(08)V99.
                03 LIM-DATA-ALT         PIC 9(08).
                03 LIM-OPERADOR         PIC X(08).

       FD ARQFATPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFATPJ.DAT".
       01 REGFAT.
                03 FAT-NUMERO           PIC 9(6).
                03 FAT-CNPJ             PIC 9(14).
                03 FAT-COMPET           PIC 9(6).
                03 FAT-QTD-LOC          PIC 9(4).
                03 FAT-VALOR            PIC 9(8)V99.
                03 FAT-DATA-EMISSAO     PIC 9(8).
                03 FAT-SITUACAO         PIC X(01).
                   88 FAT-ABERTA            VALUE "A".
                   88 FAT-QUITADA           VALUE "Q".
                03 FAT-VALOR-PAGO       PIC 9(8)V99.
                03 FAT-NOSSO-NUM        PIC 9(10).

       FD AUDLIMPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDLIMPJ.DAT".
       01 REGAUDLIM.
                03 ALM-DATA             PIC 9(08).
                03 ALM-HORA             PIC 9(06).
                03 ALM-PROGRAMA         PIC X(08).
                03 ALM-CNPJ             PIC 9(14).
                03 ALM-TIPO             PIC X(01).
                03 ALM-EXPOSICAO        PIC 9(9)V99.
                03 ALM-ACRESCIMO        PIC 9(8)V99.
                03 ALM-LIMITE           PIC 9(8)V99.
                03 ALM-ATRASO           PIC 9(05).
                03 ALM-MOTIVO           PIC X(40).
                03 ALM-OPERADOR         PIC X(08).

       FD PARADA
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       COPY CAMPVAL.
       COPY IDADEVAL.
       COPY CONDVAL.
       COPY PARCVAL.
       COPY PARAMVAL.
       COPY LIMPJVAL.
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-TX       PIC X(02) VALUE "00".
       77 ST-ERRO-STOP     PIC X(02) VALUE "00".
       77 W-MODO-RES       PIC X(01) VALUE "N".
           03 W-CPF             PIC X(14).
           03 W-TIPO            PIC X(01).
           03 W-TXID            PIC X(12).
           03 W-CAMPANHA        PIC X(06).
           03 W-CONDUTOR        PIC X(11).
           03 W-PARCEIRO        PIC X(04).

      * DOCUMENTO DA LINHA COMO NUMERO: ATE 11 DIGITOS E CPF DE
      * CADCLIENTES, ACIMA DISSO E CNPJ DE CADCLIPJ (COMO NO CDLOC)
       01 W-DOC-X               PIC X(14) VALUE ZEROS.
       01 W-DOC-NUM REDEFINES W-DOC-X
                                PIC 9(14).
      * CPF DO CONDUTOR AUTORIZADO, SEXTO CAMPO DA LINHA (SO CNPJ)
       01 W-COND-X              PIC X(11) VALUE ZEROS.
       01 W-COND-NUM REDEFINES W-COND-X
                                PIC 9(11).
      * PARCEIRO INDICADOR, SETIMO CAMPO DA LINHA (OPCIONAL)
       01 W-PARC-X              PIC X(04) VALUE ZEROS.
       01 W-PARC-NUM REDEFINES W-PARC-X
                                PIC 9(04).

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO ARQ PRECOS ***"
                 STOP RUN.
       ABRIR-ARQ-CAMP.
           PERFORM ABRIR-CAMPANHA THRU ABRIR-CAMPANHA-FIM.
       ABRIR-ARQ-COND.
           PERFORM ABRIR-CONDUTOR THRU ABRIR-CONDUTOR-FIM.
           PERFORM ABRIR-PARCEIRO THRU ABRIR-PARCEIRO-FIM.
      * PAGAMENTOS, PARAMETROS, LIMITES E FATURAS PJ SO PARA O CALCULO
      * DA EXPOSICAO DA EMPRESA NO CHECKOUT DE CNPJ
       ABRIR-ARQ-PAG.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
               IF ST-ERRO-PAG = "30" OR "35"
                      OPEN OUTPUT ARQPAG
                      CLOSE ARQPAG
                      GO TO ABRIR-ARQ-PAG
               ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO ARQ PAGTOS ***"
                      STOP RUN
           ELSE
                    NEXT SENTENCE.
       ABRIR-ARQ-LIMPJ.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           PERFORM ABRIR-LIMITE-PJ THRU ABRIR-LIMITE-PJ-FIM
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       ABRIR-ARQS-FIM.
           EXIT.

       QUEBRAR-LINHA.
           MOVE SPACES TO W-CAMPOS
           UNSTRING LINHA-TX DELIMITED BY ";"
                   INTO W-NUMERO W-CPF W-TIPO W-TXID W-CAMPANHA
                        W-CONDUTOR W-PARCEIRO
           MOVE W-CPF TO W-DOC-X
           INSPECT W-DOC-X CONVERTING " " TO "0"
           MOVE W-CONDUTOR TO W-COND-X
           INSPECT W-COND-X CONVERTING " " TO "0"
           MOVE W-PARCEIRO TO W-PARC-X
           INSPECT W-PARC-X CONVERTING " " TO "0".
       QUEBRAR-LINHA-FIM.
           EXIT.

              MOVE "CLIENTE NAO CADASTRADO" TO LR-MENS
              PERFORM RESP-ERRO THRU RESP-ERRO-FIM
              GO TO TX-CHECKOUT-FIM.
           MOVE W-HOJE TO ID-HOJE
           MOVE DIA TO ID-NASC-DIA
           MOVE MES TO ID-NASC-MES
           MOVE ANO TO ID-NASC-ANO
           PERFORM CALCULAR-IDADE THRU CALCULAR-IDADE-FIM
           IF ID-MENOR
              MOVE "MENOR DE IDADE - LOCAR NO BALCAO" TO LR-MENS
              PERFORM RESP-ERRO THRU RESP-ERRO-FIM
              GO TO TX-CHECKOUT-FIM.
           GO TO TX-CHECKOUT-COMUM.
      * DOCUMENTO COM MAIS DE 11 DIGITOS E CNPJ: RESOLVE EM
      * CADCLIPJ.DAT, COMO O CDLOC FAZ NO BALCAO, EM VEZ DE
              MOVE "EMPRESA NAO CADASTRADA" TO LR-MENS
              PERFORM RESP-ERRO THRU RESP-ERRO-FIM
              GO TO TX-CHECKOUT-FIM.
      * QUEM VAI PEDALAR PRECISA SER CONDUTOR AUTORIZADO DA EMPRESA,
      * ATIVO E LIBERADO PARA A CATEGORIA DA BIKE, COMO NO SGB-004
           MOVE W-DOC-NUM  TO CN-CNPJ
           MOVE W-COND-NUM TO CN-CPF
           MOVE CATEGORIA  TO CN-CATEGORIA
           PERFORM VALIDAR-CONDUTOR THRU VALIDAR-CONDUTOR-FIM
           IF CN-VALIDO NOT = "S"
              MOVE CN-MOTIVO TO LR-MENS
              PERFORM RESP-ERRO THRU RESP-ERRO-FIM
              GO TO TX-CHECKOUT-FIM.
           GO TO TX-CHECKOUT-COMUM.
      * DOCUMENTO NA FAIXA RESERVADA 99... E ESTRANGEIRO: PRECISA
      * ESTAR CADASTRADO E ATIVO EM ARQESTRG.DAT (CADESTR)
       TX-CHECKOUT-ESTR.
              MOVE "BIKE RESERVADA PARA OUTRO CLIENTE" TO LR-MENS
              PERFORM RESP-ERRO THRU RESP-ERRO-FIM
              GO TO TX-CHECKOUT-FIM.
           IF W-CAMPANHA NOT = SPACES
              MOVE W-CAMPANHA     TO CA-CODIGO
              MOVE W-DOC-NUM      TO CA-CPF
              MOVE W-HOJE-DMA-NUM TO CA-DATA-NUM
              MOVE FILIAL         TO CA-FILIAL
              MOVE CATEGORIA      TO CA-CATEGORIA
              PERFORM VALIDAR-CAMPANHA THRU VALIDAR-CAMPANHA-FIM
              IF CA-VALIDA NOT = "S"
                 MOVE CA-MOTIVO TO LR-MENS
                 PERFORM RESP-ERRO THRU RESP-ERRO-FIM
                 GO TO TX-CHECKOUT-FIM.
           IF W-PARC-NUM NOT = ZEROS
              MOVE W-PARC-NUM TO PC-CODIGO
              PERFORM VALIDAR-PARCEIRO THRU VALIDAR-PARCEIRO-FIM
              IF PC-VALIDO NOT = "S"
                 MOVE PC-MOTIVO TO LR-MENS
                 PERFORM RESP-ERRO THRU RESP-ERRO-FIM
                 GO TO TX-CHECKOUT-FIM.
           PERFORM ACHA-PROX-SEQ THRU ACHA-PROX-SEQ-FIM
           MOVE NUMERO              TO LOC-NUMERO
           MOVE W-PROX-SEQ          TO LOC-SEQ
           MOVE ZEROS               TO LOC-DATADEVOLUCAO
           PERFORM BUSCAR-PRECO THRU BUSCAR-PRECO-FIM
           MOVE W-TAB-DIARIA        TO LOC-VALORLOCACAO
           MOVE W-CAMPANHA          TO LOC-CAMPANHA
           MOVE ZEROS               TO LOC-DESC-CAMP
           IF LOC-CAMPANHA NOT = SPACES
              MOVE LOC-VALORLOCACAO TO CA-BASE
              PERFORM CALC-DESC-CAMPANHA THRU CALC-DESC-CAMPANHA-FIM
              MOVE CA-DESCONTO TO LOC-DESC-CAMP
              SUBTRACT CA-DESCONTO FROM LOC-VALORLOCACAO.
           PERFORM VERIF-ASSINATURA THRU VERIF-ASSINATURA-FIM
           IF W-ASSIN-APLIC = "S"
              MOVE ZEROS TO LOC-VALORLOCACAO.
      * LOCACAO DE CNPJ NO TOTEM ENTRA NA FATURA DO MES: EMPRESA RETIDA
      * POR FATURA VENCIDA OU QUE PASSARIA DO LIMITE COM MAIS ESTA
      * DIARIA E RECUSADA (A LIBERACAO SO EXISTE NO BALCAO)
           IF W-DOC-NUM > 99999999999
              AND W-DOC-NUM < 99000000000000
              MOVE W-DOC-NUM        TO LP-CNPJ
              MOVE LOC-VALORLOCACAO TO LP-ACRESCIMO
              PERFORM VERIF-LIMITE-PJ THRU VERIF-LIMITE-PJ-FIM
              IF LP-RETIDA = "S" OR LP-EXCEDE = "S"
                 MOVE LP-MOTIVO TO LR-MENS
                 PERFORM RESP-ERRO THRU RESP-ERRO-FIM
                 GO TO TX-CHECKOUT-FIM.
           MOVE "A"                 TO LOC-SITUACAO
           MOVE ZEROS               TO LOC-DATAPREVISTA
           MOVE ZEROS               TO LOC-RENOVACOES
           MOVE W-AGORA-HHMM        TO LOC-HORALOCACAO
           MOVE ZEROS               TO LOC-HORADEVOLUCAO
           MOVE FILIAL              TO LOC-FILIAL-ORIG
           MOVE ZEROS               TO LOC-FILIAL-DEV
           MOVE ZEROS               TO LOC-TAXA-RET
           MOVE ZEROS               TO LOC-CONTRATO
           MOVE ZEROS               TO LOC-CONDUTOR
           IF W-DOC-NUM > 99999999999
              AND W-DOC-NUM < 99000000000000
              MOVE W-COND-NUM       TO LOC-CONDUTOR.
           MOVE W-PARC-NUM          TO LOC-PARCEIRO
           WRITE REGLOC.
           IF ST-ERRO-LOC = "00" OR "02"
              MOVE "LOC" TO JR-ARQUIVO
           REWRITE REGBIKE
           PERFORM CUMPRIR-RESERVA THRU CUMPRIR-RESERVA-FIM
           PERFORM USAR-ASSINATURA THRU USAR-ASSINATURA-FIM
           MOVE LOC-CAMPANHA TO CA-CODIGO
           PERFORM USAR-CAMPANHA THRU USAR-CAMPANHA-FIM
           MOVE "LOCACAO ABERTA"    TO LR-MENS
           PERFORM RESP-OK THRU RESP-OK-FIM.
       TX-CHECKOUT-FIM.
           MOVE W-HOJE-DMA-NUM      TO LOC-DATADEVOLUCAO
           MOVE W-AGORA-HHMM        TO LOC-HORADEVOLUCAO
           MOVE "F"                 TO LOC-SITUACAO
           IF LOC-FILIAL-ORIG = ZEROS
              MOVE FILIAL           TO LOC-FILIAL-ORIG.
           MOVE LOC-FILIAL-ORIG     TO LOC-FILIAL-DEV
           MOVE ZEROS               TO LOC-TAXA-RET
           PERFORM CALC-VALOR-HORAS THRU CALC-VALOR-HORAS-FIM
           MOVE W-VALOR-CALC        TO LOC-VALORLOCACAO
           IF W-ASSIN-APLIC = "S"
           COMPUTE W-VALOR-CAP = W-DIAS-COBR * W-TAB-DIARIA
           IF W-VALOR-CALC > W-VALOR-CAP
              MOVE W-VALOR-CAP TO W-VALOR-CALC.
           IF LOC-CAMPANHA NOT = SPACES
              MOVE LOC-CAMPANHA  TO CA-CODIGO
              MOVE W-VALOR-CALC  TO CA-BASE
              MOVE LOC-DESC-CAMP TO CA-DESCONTO
              PERFORM REAPLICAR-CAMPANHA THRU REAPLICAR-CAMPANHA-FIM
              MOVE CA-DESCONTO TO LOC-DESC-CAMP
              SUBTRACT CA-DESCONTO FROM W-VALOR-CALC.
       CALC-VALOR-HORAS-FIM.
           EXIT.

              CLOSE ARQESTRG.
           IF W-BLOQ-ABERTO NOT = "N"
              CLOSE ARQBLOQ.
           CLOSE ARQKPROC
           CLOSE ARQPAG
           PERFORM FECHAR-CAMPANHA THRU FECHAR-CAMPANHA-FIM
           PERFORM FECHAR-CONDUTOR THRU FECHAR-CONDUTOR-FIM
           PERFORM FECHAR-PARCEIRO THRU FECHAR-PARCEIRO-FIM
           PERFORM FECHAR-LIMITE-PJ THRU FECHAR-LIMITE-PJ-FIM.
       FECHAR-ARQS-FIM.
           EXIT.
      *
       COPY JORNALP.
       COPY CAMPVALP.
       COPY IDADEVALP.
       COPY CONDVALP.
       COPY PARCVALP.
       COPY PARAMVALP.
       COPY LIMPJVALP.
