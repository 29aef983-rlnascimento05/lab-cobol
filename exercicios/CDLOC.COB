      *             DEVOLUCAO QUE GERA PAGAMENTO) E RECUSADA --
      *             DIGITACAO RETROATIVA NAO MUDA MAIS O MES JA
      *             EXPORTADO PELO REL039.
      * 2026-10-15  CAMPANHA PROMOCIONAL (ARQCAMP.DAT, SGB-035): O
      *             CODIGO INFORMADO NA ABERTURA (INC-004B) E
      *             VALIDADO CONTRA VALIDADE, FILIAL, CATEGORIA, DIA
      *             DA SEMANA E LIMITES DE USO (COPY CAMPVAL.), ABATE
      *             DA DIARIA ANTES DA FIDELIDADE E DO VOUCHER E FICA
      *             CARIMBADO EM LOC-CAMPANHA/LOC-DESC-CAMP; NA
      *             DEVOLUCAO O CALCULO POR HORAS REAPLICA A MESMA
      *             CAMPANHA.
      * 2026-10-15  CARTEIRA DE CREDITO PRE-PAGO (ARQCARTE.DAT,
      *             SGB-036): FORMA DE PAGAMENTO 4 NA DEVOLUCAO
      *             DEBITA O SALDO DO DOCUMENTO DA LOCACAO (COPY
      *             CARTVAL.) E E RECUSADA COM SALDO INSUFICIENTE.
      * 2026-10-15  DEVOLUCAO EM OUTRA FILIAL: A LOCACAO GUARDA A
      *             FILIAL DE RETIRADA (LOC-FILIAL-ORIG) E, NA
      *             DEVOLUCAO, A FILIAL DO OPERADOR (LOC-FILIAL-DEV).
      *             SENDO DIFERENTES, SOMA A TAXA DE RETORNO DO PAR
      *             ORIGEM/DESTINO (PARAMETROS TXRETORNOod OU
      *             TXRETORNO), MUDA A FILIAL DA BIKE E GRAVA NO
      *             ARQTRANSF.DAT UM MOVIMENTO TIPO "U" JA RECEBIDO.
      * 2026-10-15  TERMO DE RESPONSABILIDADE: A ABERTURA DA
      *             LOCACAO TIRA UM NUMERO DE TERMO (CTRLTERM.DAT),
      *             GUARDA EM LOC-CONTRATO E IMPRIME O CONTRATO EM
      *             CONTRATO.TXT (LOCATARIO, BIKE, VALOR DE REPOSICAO,
      *             DATA PREVISTA, VALOR, CAUCAO, ACESSORIOS E AS
      *             CLAUSULAS DO TERMOS.TXT), CATALOGADO COMO
      *             "CONTRATO" PARA REEMISSAO PELO RELCAT002.
      * 2026-10-15  CLIENTE MENOR DE IDADE (COPY IDADEVAL.) SO LOCA
      *             COM RESPONSAVEL MAIOR CADASTRADO NO CADCLI
      *             (CPF-RESPONSAVEL); O NOME DO RESPONSAVEL SAI NO
      *             RECIBO E NO CONTRATO, E A MULTA DE ATRASO E
      *             LANCADA NO ARQCOB.DAT CONTRA O CPF DELE.
      * 2026-10-15  ORCAMENTO (SGB-037, COPY ORCAVAL.): NA ABERTURA
      *             ACEITA O NUMERO DE UM ORCAMENTO VALIDO DO MESMO
      *             CLIENTE, FILIAL E CATEGORIA E HONRA A DIARIA, A
      *             TARIFA HORARIA, O ACORDO, O NIVEL DE FIDELIDADE
      *             (SE MELHOR QUE O ATUAL), A CAUCAO E AS DIARIAS DOS
      *             ACESSORIOS COTADOS; AS TARIFAS FICAM AMARRADAS A
      *             LOCACAO EM ARQORCLO.DAT PARA O RECALCULO DA
      *             DEVOLUCAO.
      * 2026-10-15  DINHEIRO EM MOEDA ESTRANGEIRA (COPY MOEDVAL.) NO
      *             PAGAMENTO DA DEVOLUCAO E NA CAUCAO, PELA COTACAO
      *             DO DIA DO SGB-038; A MOEDA, O VALOR ORIGINAL E A
      *             COTACAO FICAM EM ARQPAGME.DAT E SAEM NO RECIBO. A
      *             CAUCAO EM MOEDA E DEVOLVIDA NA MESMA MOEDA, PELA
      *             COTACAO DO DIA EM QUE FOI RETIDA.
      * 2026-10-15  LOCACAO DE CNPJ EXIGE UM CONDUTOR AUTORIZADO DA
      *             EMPRESA (ARQCONDU.DAT, MANTIDO PELO CADCLI; COPY
      *             CONDVAL.): CPF CADASTRADO, ATIVO E LIBERADO PARA
      *             A CATEGORIA DA BIKE. O CPF DO CONDUTOR FICA EM
      *             LOC-CONDUTOR E SAI NO TERMO DE RESPONSABILIDADE.
      *             A EMPRESA VALIDADA NAO CAI MAIS NA CONFERENCIA DE
      *             ESTRANGEIRO (INC-004-ESTR).
      * 2026-10-15  LIMITE DE CREDITO DA EMPRESA (COPY LIMPJVAL.):
      *             CNPJ COM FATURA VENCIDA HA MAIS DE PJDIASATR DIAS
      *             NAO ABRE LOCACAO, E "FATURAR NO MES" NA DEVOLUCAO
      *             SO PASSA SE A EXPOSICAO (FATURAS EM ABERTO +
      *             LOCACOES NAO FATURADAS + LOCACOES ABERTAS) COUBER
      *             NO LIMITE DO ARQLIMPJ.DAT. OPERADOR NIVEL 3 LIBERA
      *             A EXCECAO UMA VEZ, COM MOTIVO GRAVADO EM
      *             AUDLIMPJ.DAT.
      * 2026-10-15  PARCEIRO INDICADOR (ARQPARC.DAT, CADPARC; COPY
      *             PARCVAL.): A ABERTURA ACEITA O CODIGO OPCIONAL DO
      *             HOTEL OU AGENCIA QUE MANDOU O CLIENTE, SO DE
      *             PARCEIRO ATIVO, GRAVADO EM LOC-PARCEIRO PARA A
      *             COMISSAO DO COMIS001.
      * 2026-10-15  KM PERCORRIDOS NA LOCACAO (ARQLOCKM.DAT, SOMADO
      *             PELO GPS001 A PARTIR DAS POSICOES DO RASTREADOR)
      *             SAEM NO RECIBO DA DEVOLUCAO.
      * 2026-10-15  BATERIA DA BIKE ELETRICA (ARQBAT.DAT, SGB-056;
      *             COPY BATVAL.): BIKE DE CATEGORIA "E" SO E LOCADA
      *             COM BATERIA INSTALADA, E O CHECKLIST DA DEVOLUCAO
      *             CONFERE A BATERIA, SOMA NELA AS HORAS DA LOCACAO
      *             E MARCA A DATA EM QUE FOI VISTA; BATERIA QUE NAO
      *             CONFERE CONTA COMO AVARIA.
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAVE-CHECK
                    FILE STATUS  IS ST-ERRO-CHK.

           SELECT ARQBAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BAT-SERIE
                    ALTERNATE RECORD KEY IS BAT-BIKE
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO-BAT.

           SELECT ARQBATM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BATM
                    FILE STATUS  IS ST-ERRO-BTM.

           SELECT ARQOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CAUC
                    FILE STATUS  IS ST-ERRO-CAU.

           SELECT ARQORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO-ORC.

           SELECT ARQORCLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-ORCLO
                    FILE STATUS  IS ST-ERRO-ORL.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
           SELECT CTRLTERM ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CTM.
           SELECT ARQTERMOS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TRM.
           SELECT ARQCALEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-MODULO
                    FILE STATUS  IS ST-ERRO-FEC.

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

           SELECT ARQCARTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CART-DOC
                    FILE STATUS  IS ST-ERRO-CRT.

           SELECT ARQCARTM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CARTM
                    FILE STATUS  IS ST-ERRO-CRM.

           SELECT ARQTRANSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TRANSF
                    FILE STATUS  IS ST-ERRO-TRF.

           SELECT ARQCAMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CAMB
                    FILE STATUS  IS ST-ERRO-CMB.

           SELECT ARQPAGME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAGME
                    FILE STATUS  IS ST-ERRO-PME.

           SELECT ARQLOCKM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LKM
                    FILE STATUS  IS ST-ERRO-LKM.

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

       FD ARQRESV
               LABEL RECORD IS STANDARD
                   88 RESV-ATIVA             VALUE "A".
                   88 RESV-CUMPRIDA          VALUE "C".
                   88 RESV-CANCELADA         VALUE "X".
                   88 RESV-NOSHOW            VALUE "N".

       FD ARQPRECO
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
                   88 COB-EST-LEMBRETE      VALUE "1".
                   88 COB-EST-NOTIFICACAO   VALUE "2".
                   88 COB-EST-PROTESTO      VALUE "3".
                03 COB-NOSSO-NUM        PIC 9(10).

       FD ARQFIDEL
               LABEL RECORD IS STANDARD
                03 CHECK-DATA           PIC 9(8).
                03 CHECK-OPERADOR       PIC X(8).

       FD ARQBAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBAT.DAT".
       01 REGBAT.
                03 BAT-SERIE            PIC X(15).
                03 BAT-CAPACIDADE       PIC 9(4).
                03 BAT-DATA-COMPRA      PIC 9(8).
                03 BAT-FORNECEDOR       PIC 9(14).
                03 BAT-FILIAL           PIC 9(1).
                03 BAT-CICLOS           PIC 9(5).
                03 BAT-SITUACAO         PIC X(1).
                03 BAT-BIKE             PIC 9(4).
                03 BAT-HORAS-LOC        PIC 9(6).
                03 BAT-ULT-VISTA        PIC 9(8).
                03 BAT-DATA-ALT         PIC 9(8).
                03 BAT-OPERADOR         PIC X(8).

       FD ARQBATM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBATM.DAT".
       01 REGBATM.
                03 CHAVE-BATM.
                   05 BATM-SERIE        PIC X(15).
                   05 BATM-SEQ          PIC 9(4).
                03 BATM-TIPO            PIC X(1).
                03 BATM-DATA            PIC 9(8).
                03 BATM-HORA            PIC 9(4).
                03 BATM-BIKE            PIC 9(4).
                03 BATM-HORAS           PIC 9(4).
                03 BATM-CONFERE         PIC X(1).
                03 BATM-OPERADOR        PIC X(8).
                03 BATM-TEXTO           PIC X(40).

       FD ARQOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOS.DAT".
                03 OS-LOC-SEQ           PIC 9(4).
                03 OS-DANO-COBRADO      PIC X(01).
                03 OS-HORAS             PIC 9(3)V9.
                03 OS-TIPO-SERV         PIC X(02).
                03 OS-SERVICO           PIC X(04).

       FD CTRLOS
               LABEL RECORD IS STANDARD
                   88 CAUC-DEVOLVIDA        VALUE "D".
                   88 CAUC-ABATIDA          VALUE "A".

       FD ARQORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCAM.DAT".
       01 REGORCAM.
                03 ORC-NUMERO           PIC 9(06).
                03 ORC-DOC              PIC 9(14).
                03 ORC-FILIAL           PIC 9(01).
                03 ORC-CATEGORIA        PIC X(01).
                03 ORC-DATA-INI         PIC 9(08).
                03 ORC-HORA-INI         PIC 9(04).
                03 ORC-DATA-FIM         PIC 9(08).
                03 ORC-HORA-FIM         PIC 9(04).
                03 ORC-QTD-BIKES        PIC 9(02).
                03 ORC-QTD-USADA        PIC 9(02).
                03 ORC-DIARIA           PIC 9(6)V99.
                03 ORC-HORA             PIC 9(6)V99.
                03 ORC-ACORDO           PIC X(01).
                03 ORC-DESC-FIDEL       PIC 9(02).
                03 ORC-QTD-ASSIN        PIC 9(02).
                03 ORC-DIAS             PIC 9(04).
                03 ORC-HORAS            PIC 9(05).
                03 ORC-VALOR-BIKES      PIC 9(7)V99.
                03 ORC-ACESSORIOS OCCURS 5 TIMES.
                   05 ORC-ACE-COD       PIC 9(03).
                   05 ORC-ACE-QTDE      PIC 9(02).
                   05 ORC-ACE-DIARIA    PIC 9(4)V99.
                03 ORC-VALOR-ACESS      PIC 9(7)V99.
                03 ORC-CAUCAO-BIKE      PIC 9(6)V99.
                03 ORC-CAUCAO           PIC 9(7)V99.
                03 ORC-TOTAL            PIC 9(7)V99.
                03 ORC-EMISSAO          PIC 9(08).
                03 ORC-PRAZO-DIAS       PIC 9(03).
                03 ORC-OPERADOR         PIC X(08).
                03 ORC-SITUACAO         PIC X(01).
                   88 ORC-ABERTO            VALUE "A".
                   88 ORC-USADO             VALUE "U".

       FD ARQORCLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCLO.DAT".
       01 REGORCLO.
                03 CHAVE-ORCLO.
                   05 OL-NUMERO         PIC 9(4).
                   05 OL-SEQ            PIC 9(4).
                03 OL-ORCAMENTO         PIC 9(06).
                03 OL-DIARIA            PIC 9(6)V99.
                03 OL-HORA              PIC 9(6)V99.
                03 OL-ACORDO            PIC X(01).
                03 OL-DESC-FIDEL        PIC 9(02).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-REL.
       01 LINHA-REL                    PIC X(80).
       FD CTRLTERM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTERM.DAT".
       01 REG-CTRLTERM.
                03 CTRL-ULT-TERMO       PIC 9(8).
       FD ARQTERMOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERMOS.TXT".
       01 REG-TERMOS                   PIC X(80).
       FD ARQCALEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCALEND.DAT".
                03 FECH-DATA-ALT        PIC 9(08).
                03 FECH-OPERADOR        PIC X(08).

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

       FD ARQCARTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARTE.DAT".
       01 REGCARTE.
                03 CART-DOC             PIC 9(14).
                03 CART-SALDO           PIC 9(7)V99.
                03 CART-TOT-CRED        PIC 9(8)V99.
                03 CART-TOT-DEB         PIC 9(8)V99.
                03 CART-ULT-SEQ         PIC 9(06).
                03 CART-DATA-ULT        PIC 9(08).

       FD ARQCARTM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARTM.DAT".
       01 REGCARTM.
                03 CHAVE-CARTM.
                   05 CARTM-DOC         PIC 9(14).
                   05 CARTM-SEQ         PIC 9(06).
                03 CARTM-DATA           PIC 9(08).
                03 CARTM-TIPO           PIC X(01).
                   88 CARTM-RECARGA         VALUE "C".
                   88 CARTM-DEBITO          VALUE "D".
                03 CARTM-VALOR          PIC 9(6)V99.
                03 CARTM-SALDO          PIC 9(7)V99.
                03 CARTM-RECIBO         PIC 9(08).
                03 CARTM-ORIGEM         PIC X(01).
                03 CARTM-OPERADOR       PIC X(08).

       FD ARQTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REGTRANSF.
                03 CHAVE-TRANSF.
                   05 TRANSF-NUMERO     PIC 9(4).
                   05 TRANSF-SEQ        PIC 9(4).
                03 TRANSF-FILIAL-ORIG   PIC 9(1).
                03 TRANSF-FILIAL-DEST   PIC 9(1).
                03 TRANSF-DATA-ENVIO    PIC 9(8).
                03 TRANSF-OPER-ENVIO    PIC X(8).
                03 TRANSF-DATA-RECEB    PIC 9(8).
                03 TRANSF-OPER-RECEB    PIC X(8).
                03 TRANSF-SITUACAO      PIC X(01).
                   88 TRANSF-EM-TRANSITO    VALUE "T".
                   88 TRANSF-RECEBIDA       VALUE "R".
                03 TRANSF-TIPO          PIC X(01).
                   88 TRANSF-TIPO-ENVIO     VALUES " " "E".
                   88 TRANSF-TIPO-RETORNO   VALUE "U".

       FD ARQCAMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMB.DAT".
       01 REGCAMB.
                03 CHAVE-CAMB.
                   05 CAMB-MOEDA        PIC X(03).
                   05 CAMB-DATA         PIC 9(08).
                03 CAMB-TAXA            PIC 9(03)V9(06).
                03 CAMB-DATA-ALT        PIC 9(08).
                03 CAMB-OPERADOR        PIC X(08).

       FD ARQPAGME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGME.DAT".
       01 REGPAGME.
                03 CHAVE-PAGME.
                   05 PME-NUMERO        PIC 9(4).
                   05 PME-SEQ           PIC 9(4).
                03 PME-MOEDA            PIC X(03).
                03 PME-VALOR-ORIG       PIC 9(7)V99.
                03 PME-TAXA             PIC 9(03)V9(06).
                03 PME-VALOR-BRL        PIC 9(6)V99.
                03 PME-DATA             PIC 9(08).
                03 PME-ORIGEM           PIC X(01).
                03 PME-REF-NUMERO       PIC 9(04).
                03 PME-REF-SEQ          PIC 9(04).
                03 PME-OPERADOR         PIC X(08).

       FD ARQLOCKM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOCKM.DAT".
       01 REGLOCKM.
                03 CHAVE-LKM.
                   05 LKM-NUMERO        PIC 9(4).
                   05 LKM-SEQ           PIC 9(4).
                03 LKM-KM               PIC 9(5)V999.
                03 LKM-TRECHOS          PIC 9(5).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY JORNAL.
       77 ST-ERRO-REL    PIC X(02) VALUE "00".
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-PROX-RECIBO  PIC 9(08) VALUE ZEROS.
      * ARQUIVO DE SAIDA DO RELATORIO: RECIBOS.TXT, TROCADO PARA
      * CONTRATO.TXT SO DURANTE A IMPRESSAO DO TERMO DA ABERTURA
       77 W-ARQ-REL      PIC X(30) VALUE "RECIBOS.TXT".
       77 W-PAG-SALVA    PIC 9(04) COMP VALUE ZEROS.
       77 W-LIN-SALVA    PIC 9(04) COMP VALUE ZEROS.
       77 W-CTR-CPF      PIC 9(11) VALUE ZEROS.
       77 W-CTR-ACESS    PIC 9(02) VALUE ZEROS.
       01 W-LINHA-CTR    PIC X(80) VALUE SPACES.
       01 W-MENS-TERMO.
           03 FILLER     PIC X(09) VALUE "TERMO NR ".
           03 W-MT-TERMO PIC 9(08).
           03 FILLER     PIC X(24) VALUE " EMITIDO EM CONTRATO.TXT".

      * CAMPOS DA GRAVACAO DA MULTA DE ATRASO COMO COBRANCA (MESMO
      * PRAZO PADRAO E MESMA CONTA DE DIAS DO REL021)
       77 W-COB-JA-EXISTE PIC X(01) VALUE "N".
       COPY PARAMVAL.
       COPY FECHVAL.
       COPY CAMPVAL.
       COPY CARTVAL.
       COPY MOEDVAL.
       COPY CONDVAL.
       COPY PARCVAL.
       COPY BATVAL.
       COPY TERMVAL.
       COPY CALDIAS.
       COPY ORCAVAL.
       COPY LIMPJVAL.

      * CAMPOS DA CAUCAO (ARQCAUC.DAT): DEPOSITO DE GARANTIA PRESO
      * A CHAVE DA LOCACAO, DEVOLVIDO OU ABATIDO NA DEVOLUCAO
       77 W-MOV-CAUC-FORMA PIC 9(01) VALUE ZEROS.
       77 W-MOV-CAUC-DATA  PIC 9(08) VALUE ZEROS.
       77 W-MOV-CAUC-ORIGEM PIC X(01) VALUE SPACES.
       77 W-MOEDA-ED     PIC ZZZZZZ9,99.
       77 W-MOEDA-CONF   PIC X(01) VALUE SPACES.

      * FATURAMENTO MENSAL PJ (FATPJ001/SGB-020)
       77 W-PJ-PAGA      PIC 9(01) VALUE ZEROS.
       77 W-ACE-DIAS     PIC 9(04) VALUE ZEROS.
       77 W-ACE-ED       PIC ZZZZZ9,99.

      * DEVOLUCAO EM OUTRA FILIAL: FILIAL DO OPERADOR (0 = MATRIZ OU
      * SEM MENU, DEVOLVE NA PROPRIA FILIAL DE RETIRADA), TAXA DE
      * RETORNO POR PAR ORIGEM/DESTINO CARREGADA DO ARQPARAM.DAT NO
      * INICIO (TXRETORNOod, NA FALTA DELE TXRETORNO, EM REAIS) E O
      * MOVIMENTO "U" GRAVADO NO ARQTRANSF.DAT QUANDO A BIKE MUDA
      * DE FILIAL
       77 ST-ERRO-TRF    PIC X(02) VALUE "00".
       77 W-TRF-ABERTO   PIC X(01) VALUE "N".
       77 ST-ERRO-LKM    PIC X(02) VALUE "00".
       77 W-PROX-TRFSEQ  PIC 9(04) VALUE ZEROS.
       77 W-FILIAL-OPER  PIC 9(02) VALUE ZEROS.
       77 W-NIVEL-OPER   PIC 9(01) VALUE ZEROS.
       77 W-LIB-PJ       PIC X(01) VALUE "N".
       77 W-TXRET-PADRAO PIC 9(04)V99 VALUE ZEROS.
       77 W-IX-TXO       PIC 9(01) VALUE ZEROS.
       77 W-IX-TXD       PIC 9(01) VALUE ZEROS.
       01 W-COD-TXRET.
           03 FILLER       PIC X(09) VALUE "TXRETORNO".
           03 W-COD-TXO    PIC 9(01) VALUE ZEROS.
           03 W-COD-TXD    PIC 9(01) VALUE ZEROS.
           03 FILLER       PIC X(01) VALUE SPACES.
       01 W-TAB-TXRET.
           03 W-TXRET-ORIG OCCURS 5 TIMES.
              05 W-TXRET-DEST PIC 9(04)V99 OCCURS 5 TIMES.
       COPY TFILIAL.

      * ASSINATURA MENSAL (ARQPLANO.DAT / ARQASSIN.DAT, SGB-022 E
      * SGB-023): ASSINANTE ATIVO DENTRO DA COTA ABRE LOCACAO SEM
      * COBRANCA
       77 W-DESC-FIDEL   PIC 9(02) VALUE ZEROS.
       77 W-NIVEL-FIDEL  PIC X(06) VALUE SPACES.

      * CAMPOS DO RESPONSAVEL PELO CLIENTE MENOR DE IDADE
       COPY IDADEVAL.
       77 W-CLI-MENOR    PIC X(01) VALUE "N".
       77 W-RESP-CPF     PIC 9(11) VALUE ZEROS.
       77 W-RESP-NOME    PIC X(35) VALUE SPACES.
       77 W-COB-DOC      PIC 9(14) VALUE ZEROS.

      * CAMPOS DO CHECKLIST DE CONDICAO NA DEVOLUCAO
       77 ST-ERRO-CHK    PIC X(02) VALUE "00".
       77 ST-ERRO-OS     PIC X(02) VALUE "00".
       77 ST-ERRO-CTR    PIC X(02) VALUE "00".
       77 W-TEM-AVARIA   PIC X(01) VALUE "N".
       77 W-PROX-OS      PIC 9(06) VALUE ZEROS.
      * HORAS DA LOCACAO SOMADAS NA BATERIA DA BIKE ELETRICA
       77 W-BAT-DIAS-I   PIC 9(07) VALUE ZEROS.
       77 W-BAT-DIAS-F   PIC 9(07) VALUE ZEROS.
       77 W-BAT-MIN      PIC S9(07) VALUE ZEROS.

      * CAMPOS DA LISTA DE BLOQUEIO (ARQBLOQ.DAT / SYNC005)
       77 ST-ERRO-BLQ    PIC X(02) VALUE "00".
           03 RL-VALOR     PIC ZZZZZ9,99.
           03 FILLER       PIC X(09) VALUE "  FORMA: ".
           03 RL-FORMA     PIC X(08).
       01 REC-LIN-RSP.
           03 FILLER       PIC X(13) VALUE "RESPONSAVEL: ".
           03 RL-RESP-NOME PIC X(35).
           03 FILLER       PIC X(07) VALUE "  CPF: ".
           03 RL-RESP-CPF  PIC 9(11).
       01 REC-LIN-OPER.
           03 FILLER       PIC X(10) VALUE "OPERADOR: ".
           03 RL-OPERADOR  PIC X(08).
       01 REC-LIN-ACE.
           03 FILLER       PIC X(20) VALUE "ACESSORIOS........: ".
           03 RL-ACESS     PIC ZZZZZ9,99.
       01 REC-LIN-TXR.
           03 FILLER       PIC X(20) VALUE "TAXA DE RETORNO...: ".
           03 RL-TAXA-RET  PIC ZZZZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 RL-FIL-ORIG  PIC X(13).
           03 FILLER       PIC X(04) VALUE " -> ".
           03 RL-FIL-DEV   PIC X(13).
       01 REC-LIN-KM.
           03 FILLER       PIC X(20) VALUE "KM PERCORRIDOS....: ".
           03 RL-KM        PIC ZZ.ZZ9,9.
           03 FILLER       PIC X(18) VALUE "  (RASTREADOR GPS)".
      * LINHAS DO TERMO DE RESPONSABILIDADE (CONTRATO.TXT)
       01 CTR-LIN-NUM.
           03 FILLER       PIC X(10) VALUE "TERMO NR: ".
           03 TR-TERMO     PIC 9(08).
           03 FILLER       PIC X(11) VALUE "  LOCACAO: ".
           03 TR-NUMERO    PIC 9(04).
           03 FILLER       PIC X(01) VALUE "/".
           03 TR-SEQ       PIC 9(04).
           03 FILLER       PIC X(08) VALUE "  DATA: ".
           03 TR-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(08) VALUE "  HORA: ".
           03 TR-HORA      PIC 9(04).
       01 CTR-LIN-CLI.
           03 FILLER       PIC X(11) VALUE "LOCATARIO: ".
           03 TR-NOME      PIC X(40).
       01 CTR-LIN-RSP.
           03 FILLER       PIC X(13) VALUE "RESPONSAVEL: ".
           03 TR-RESP-NOME PIC X(35).
           03 FILLER       PIC X(07) VALUE "  CPF: ".
           03 TR-RESP-CPF  PIC 9(11).
       01 CTR-LIN-CND.
           03 FILLER       PIC X(10) VALUE "CONDUTOR: ".
           03 TR-COND-NOME PIC X(35).
           03 FILLER       PIC X(07) VALUE "  CPF: ".
           03 TR-COND-CPF  PIC 9(11).
       01 CTR-LIN-DOC.
           03 FILLER       PIC X(11) VALUE "DOCUMENTO: ".
           03 TR-DOC-TIPO  PIC X(11).
           03 TR-DOC       PIC X(14).
       01 CTR-LIN-BIK.
           03 FILLER       PIC X(11) VALUE "BICICLETA: ".
           03 TR-BIKE      PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 TR-MARCA     PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 TR-MODELO    PIC X(20).
       01 CTR-LIN-CAT.
           03 FILLER       PIC X(11) VALUE "CATEGORIA: ".
           03 TR-CATEGORIA PIC X(01).
           03 FILLER       PIC X(07) VALUE "  COR: ".
           03 TR-COR       PIC X(13).
           03 FILLER       PIC X(10) VALUE "  FILIAL: ".
           03 TR-FILIAL    PIC X(13).
       01 CTR-LIN-REP.
           03 FILLER       PIC X(35) VALUE
              "VALOR DE REPOSICAO DA BICICLETA..: ".
           03 TR-REPOSICAO PIC ZZZ.ZZ9,99.
       01 CTR-LIN-PRV.
           03 FILLER       PIC X(35) VALUE
              "DEVOLUCAO PREVISTA...............: ".
           03 TR-PREVISTA  PIC 99/99/9999.
           03 TR-PREVISTA-X REDEFINES TR-PREVISTA PIC X(10).
       01 CTR-LIN-VAL.
           03 FILLER       PIC X(35) VALUE
              "VALOR ACORDADO DA LOCACAO........: ".
           03 TR-VALOR     PIC ZZZ.ZZ9,99.
       01 CTR-LIN-CAU.
           03 FILLER       PIC X(35) VALUE
              "CAUCAO RETIDA....................: ".
           03 TR-CAUCAO    PIC ZZZ.ZZ9,99.
           03 TR-CAUCAO-X REDEFINES TR-CAUCAO PIC X(10).
       01 CTR-LIN-ACE.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 TR-ACE-COD   PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 TR-ACE-DESC  PIC X(20).
           03 FILLER       PIC X(08) VALUE "  QTDE: ".
           03 TR-ACE-QTDE  PIC Z9.
       01 CTR-LIN-ASS.
           03 FILLER       PIC X(35) VALUE ALL "_".
           03 FILLER       PIC X(05) VALUE SPACES.
           03 FILLER       PIC X(35) VALUE ALL "_".
       01 CTR-LIN-ASN.
           03 FILLER       PIC X(40) VALUE "LOCATARIO".
           03 FILLER       PIC X(10) VALUE "OPERADOR: ".
           03 TR-OPERADOR  PIC X(08).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       INICIO.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM ABRIR-FECHAMENTO THRU ABRIR-FECHAMENTO-FIM
           PERFORM ABRIR-CAMPANHA THRU ABRIR-CAMPANHA-FIM
           PERFORM ABRIR-CARTEIRA THRU ABRIR-CARTEIRA-FIM
           PERFORM ABRIR-MOEDA THRU ABRIR-MOEDA-FIM
           PERFORM ABRIR-CONDUTOR THRU ABRIR-CONDUTOR-FIM
           PERFORM ABRIR-PARCEIRO THRU ABRIR-PARCEIRO-FIM
           PERFORM ABRIR-BATERIA THRU ABRIR-BATERIA-FIM
           PERFORM ABRIR-ORCAMENTO THRU ABRIR-ORCAMENTO-FIM
           IF CD-USAR = "S"
              PERFORM ABRIR-CALENDARIO THRU ABRIR-CALENDARIO-FIM.
      *
                 MOVE "ERRO NA ABERTURA DO ARQ DE ACORDOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP1T.
           OPEN I-O ARQTRANSF
           IF ST-ERRO-TRF NOT = "00"
               IF ST-ERRO-TRF = "30" OR "35"
                      OPEN OUTPUT ARQTRANSF
                      CLOSE ARQTRANSF
                      GO TO INC-OP1T
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ TRANSFERENCIAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    MOVE "S" TO W-TRF-ABERTO.
       INC-OP2.
           OPEN INPUT ARQPRECO
           IF ST-ERRO-PRECO = "00"
                IF ADDRESS OF LK-OPER NOT = NULL
                   IF LK-OPER-OK = "S"
                      MOVE LK-OPER-ID TO W-OPERADOR
                      MOVE LK-OPER-FILIAL TO W-FILIAL-OPER
                      MOVE LK-OPER-NIVEL TO W-NIVEL-OPER
                      GO TO INC-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (10, 20) "IDENTIFICACAO DO OPERADOR"
                MOVE ZEROS  TO LOC-VALORLOCACAO.
                MOVE ZEROS  TO LOC-DATAPREVISTA LOC-RENOVACOES.
                MOVE ZEROS  TO LOC-HORALOCACAO LOC-HORADEVOLUCAO.
                MOVE SPACES TO LOC-CAMPANHA.
                MOVE ZEROS  TO LOC-DESC-CAMP.
                MOVE ZEROS  TO LOC-FILIAL-ORIG LOC-FILIAL-DEV.
                MOVE ZEROS  TO LOC-TAXA-RET LOC-CONTRATO.
                MOVE ZEROS  TO LOC-CONDUTOR LOC-PARCEIRO.
                MOVE ZEROS  TO W-VOUCHER-NUM W-VOUCHER-VALOR.
                MOVE ZEROS  TO W-CAUCAO-ABATE W-RESTO-CAUC.
                MOVE "N"    TO W-ASSIN-APLIC.
                MOVE ZEROS  TO W-ACESS-TOTAL.
                MOVE "N"    TO OR-APLIC.
                UNLOCK ARQLOC
                UNLOCK ARQBIKE
                DISPLAY TELALOC.
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
      * BIKE ELETRICA SO SAI COM BATERIA INSTALADA (SGB-056)
                IF CATEGORIA = "E"
                   MOVE NUMERO TO BT-BIKE
                   PERFORM BUSCAR-BATERIA-BIKE
                                     THRU BUSCAR-BATERIA-BIKE-FIM
                   IF BT-ACHOU NOT = "S"
                      MOVE "*** BIKE ELETRICA SEM BATERIA INSTALADA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002.
                PERFORM VERIF-FILIAL-OPER THRU VERIF-FILIAL-OPER-FIM
                IF W-FIL-BLOQ = "S"
                   GO TO INC-002.
                MOVE VALORLOCACAO TO LOC-VALORLOCACAO
                MOVE FILIAL TO LOC-FILIAL-ORIG.
       INC-004.
                ACCEPT TLOCCPF
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM BUSCAR-RESPONSAVEL THRU BUSCAR-RESPONSAVEL-FIM
                IF W-CLI-MENOR = "S" AND W-RESP-CPF = ZEROS
                   MOVE "*** MENOR DE IDADE SEM RESPONSAVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY TLOCNOME
                GO TO INC-004-COMUM.
      * DOCUMENTO COM MAIS DE 11 DIGITOS E CNPJ: A EMPRESA PRECISA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE RAZAO-SOCIAL TO NOME
                DISPLAY TLOCNOME
      * EMPRESA COM FATURA VENCIDA ALEM DA TOLERANCIA FICA RETIDA:
      * NAO ABRE LOCACAO, SALVO LIBERACAO AVULSA DO NIVEL 3
                MOVE LOC-CPF TO LP-CNPJ
                MOVE ZEROS   TO LP-ACRESCIMO
                PERFORM VERIF-LIMITE-PJ THRU VERIF-LIMITE-PJ-FIM
                IF LP-RETIDA = "S"
                   MOVE "R" TO LP-TIPO
                   PERFORM LIBERAR-EXCECAO-PJ
                                       THRU LIBERAR-EXCECAO-PJ-FIM
                   IF W-LIB-PJ NOT = "S"
                      GO TO INC-004.
      * LOCACAO DE CNPJ: QUEM VAI PEDALAR PRECISA SER UM CONDUTOR
      * AUTORIZADO DA EMPRESA, ATIVO E LIBERADO PARA A CATEGORIA DA
      * BIKE (ARQCONDU.DAT, MANTIDO NO CADCLI)
       INC-004-COND.
                MOVE ZEROS TO CN-CPF
                DISPLAY (22, 10) "CPF DO CONDUTOR AUTORIZADO:"
                ACCEPT  (22, 38) CN-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (22, 10) LIMPA
                   GO TO INC-004.
                MOVE LOC-CPF   TO CN-CNPJ
                MOVE CATEGORIA TO CN-CATEGORIA
                PERFORM VALIDAR-CONDUTOR THRU VALIDAR-CONDUTOR-FIM
                IF CN-VALIDO NOT = "S"
                   MOVE CN-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004-COND.
                MOVE CN-CPF TO LOC-CONDUTOR
                DISPLAY (22, 10) LIMPA
                GO TO INC-004-COMUM.
      * DOCUMENTO NA FAIXA RESERVADA 99... E ESTRANGEIRO: PRECISA
      * ESTAR CADASTRADO E ATIVO EM ARQESTRG.DAT (CADESTR), COM O
      * NOME DO PASSAPORTE NO LUGAR DO NOME
       INC-004A.
                MOVE ZEROS TO W-VOUCHER-NUM W-VOUCHER-VALOR
                IF W-VOUCH-ABERTO NOT = "S"
                   GO TO INC-004B.
                DISPLAY (22, 10) "VOUCHER DE INDICACAO (0=NENHUM):"
                ACCEPT  (22, 43) W-VOUCHER-NUM
                IF W-VOUCHER-NUM = ZEROS
                   DISPLAY (22, 10) LIMPA
                   GO TO INC-004B.
                PERFORM VALIDAR-VOUCHER THRU VALIDAR-VOUCHER-FIM
                IF W-VOUCHER-VALOR = ZEROS
                   MOVE "*** VOUCHER INVALIDO OU VENCIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
                DISPLAY (22, 10) LIMPA.
      * CAMPANHA PROMOCIONAL (SGB-035): SO O CODIGO E PEDIDO AQUI;
      * A VALIDACAO DEPENDE DA DATA DA LOCACAO E E FEITA EM INC-005
       INC-004B.
                MOVE SPACES TO LOC-CAMPANHA
                MOVE ZEROS  TO LOC-DESC-CAMP
                IF CA-ABERTO NOT = "S"
                   GO TO INC-004C.
                DISPLAY (22, 10) "CAMPANHA PROMOCIONAL (BRANCO=NAO):"
                ACCEPT  (22, 45) LOC-CAMPANHA
                DISPLAY (22, 10) LIMPA.
      * ORCAMENTO EMITIDO PELO SGB-037: VALIDO, DO MESMO CLIENTE E DA
      * FILIAL/CATEGORIA DA BIKE, PASSA AS TARIFAS COTADAS PARA A
      * LOCACAO (BUSCAR-PRECO); O CLIENTE FICA COM O MELHOR NIVEL DE
      * FIDELIDADE ENTRE O COTADO E O ATUAL
       INC-004C.
                MOVE "N" TO OR-APLIC
                IF OR-ABERTO NOT = "S"
                   GO TO INC-004D.
                MOVE ZEROS TO OR-NUMERO
                DISPLAY (22, 10) "ORCAMENTO (0=NENHUM):"
                ACCEPT  (22, 32) OR-NUMERO
                IF OR-NUMERO = ZEROS
                   DISPLAY (22, 10) LIMPA
                   GO TO INC-004D.
                MOVE LOC-CPF   TO OR-DOC
                MOVE FILIAL    TO OR-FILIAL
                MOVE CATEGORIA TO OR-CATEGORIA
                PERFORM VALIDAR-ORCAMENTO THRU VALIDAR-ORCAMENTO-FIM
                IF OR-VALIDO NOT = "S"
                   MOVE OR-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004C.
                MOVE "S" TO OR-APLIC
                IF OR-DESC-FIDEL > W-DESC-FIDEL
                   MOVE OR-DESC-FIDEL TO W-DESC-FIDEL.
                DISPLAY (22, 10) LIMPA.
      * PARCEIRO INDICADOR (HOTEL/AGENCIA, CADPARC): CODIGO OPCIONAL,
      * SO DE PARCEIRO ATIVO; VAI PARA LOC-PARCEIRO E ENTRA NA
      * COMISSAO DO MES (COMIS001)
       INC-004D.
                MOVE ZEROS TO LOC-PARCEIRO
                IF PC-ABERTO NOT = "S"
                   GO TO INC-005.
                MOVE ZEROS TO PC-CODIGO
                DISPLAY (22, 10) "PARCEIRO INDICADOR (0=NENHUM):"
                ACCEPT  (22, 41) PC-CODIGO
                IF PC-CODIGO = ZEROS
                   DISPLAY (22, 10) LIMPA
                   GO TO INC-005.
                PERFORM VALIDAR-PARCEIRO THRU VALIDAR-PARCEIRO-FIM
                IF PC-VALIDO NOT = "S"
                   MOVE PC-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004D.
                MOVE PC-CODIGO TO LOC-PARCEIRO
                DISPLAY (22, 10) LIMPA.
       INC-005.
                ACCEPT TLOCDATALOC
                ACCEPT W-ACT FROM ESCAPE KEY
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF LOC-CAMPANHA NOT = SPACES
                   MOVE LOC-CAMPANHA    TO CA-CODIGO
                   MOVE LOC-CPF         TO CA-CPF
                   MOVE LOC-DATALOCACAO TO CA-DATA-NUM
                   MOVE FILIAL          TO CA-FILIAL
                   MOVE CATEGORIA       TO CA-CATEGORIA
                   PERFORM VALIDAR-CAMPANHA THRU VALIDAR-CAMPANHA-FIM
                   IF CA-VALIDA NOT = "S"
                      MOVE CA-MOTIVO TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004B.
                PERFORM BUSCAR-PRECO THRU BUSCAR-PRECO-FIM
                MOVE W-TAB-DIARIA TO LOC-VALORLOCACAO
                PERFORM APLICAR-DESC-CAMP THRU APLICAR-DESC-CAMP-FIM
                PERFORM APLICAR-DESC-FIDEL THRU APLICAR-DESC-FIDEL-FIM
                PERFORM ABATER-VOUCHER THRU ABATER-VOUCHER-FIM
                PERFORM VERIF-ASSINATURA THRU VERIF-ASSINATURA-FIM
                IF LOC-DATADEVOLUCAO = ZEROS
                   MOVE "A" TO LOC-SITUACAO
                   MOVE ZEROS TO LOC-HORADEVOLUCAO
                   MOVE ZEROS TO LOC-FILIAL-DEV LOC-TAXA-RET
                ELSE
                   MOVE "F" TO LOC-SITUACAO.
                DISPLAY TLOCSITUACAO.
                IF W-DIARIA-SNAP NOT = "S"
                   MOVE LOC-VALORLOCACAO TO W-DIARIA-MULTA
                   MOVE "S" TO W-DIARIA-SNAP.
      * A TARIFA E A DA FILIAL ONDE A BIKE FOI RETIRADA, MESMO QUE
      * UMA DEVOLUCAO ANTERIOR JA A TENHA MUDADO DE FILIAL
                IF LOC-FILIAL-ORIG NOT = ZEROS
                   MOVE LOC-FILIAL-ORIG TO FILIAL.
                PERFORM CALC-VALOR-HORAS THRU CALC-VALOR-HORAS-FIM
                MOVE W-VALOR-CALC TO LOC-VALORLOCACAO
                PERFORM APLICAR-TAXA-RETORNO
                                       THRU APLICAR-TAXA-RETORNO-FIM
                DISPLAY TLOCVALOR.
       INC-OPC.
                MOVE "S" TO W-OPCAO.
                IF W-SEL = 03
                    GO TO ALT-OPC.
       INC-GRAVACAO.
                IF LOC-ABERTA AND LOC-CONTRATO = ZEROS
                   PERFORM OBTER-PROX-TERMO THRU OBTER-PROX-TERMO-FIM
                   MOVE TM-PROX-TERMO TO LOC-CONTRATO.
                WRITE REGLOC.
                IF ST-ERRO = "00" OR "02"
                   MOVE "LOC" TO JR-ARQUIVO
                    PERFORM ATUALIZA-BIKE THRU ATUALIZA-BIKE-FIM
                    PERFORM CUMPRIR-RESERVA THRU CUMPRIR-RESERVA-FIM
                    PERFORM USAR-VOUCHER THRU USAR-VOUCHER-FIM
                    MOVE LOC-CAMPANHA TO CA-CODIGO
                    PERFORM USAR-CAMPANHA THRU USAR-CAMPANHA-FIM
                    MOVE LOC-NUMERO TO OR-LOC-NUMERO
                    MOVE LOC-SEQ    TO OR-LOC-SEQ
                    PERFORM USAR-ORCAMENTO THRU USAR-ORCAMENTO-FIM
                    PERFORM CAPTAR-CAUCAO THRU CAPTAR-CAUCAO-FIM
                    PERFORM USAR-ASSINATURA THRU USAR-ASSINATURA-FIM
                    PERFORM CAPTAR-ACESSORIOS
                                          THRU CAPTAR-ACESSORIOS-FIM
                    PERFORM IMPRIMIR-CONTRATO
                                          THRU IMPRIMIR-CONTRATO-FIM
                    PERFORM GRAVAR-MULTA-ATRASO
                                          THRU GRAVAR-MULTA-ATRASO-FIM
                    PERFORM TRATAR-CAUCAO THRU TRATAR-CAUCAO-FIM
                ELSE
                   MOVE "A" TO SITUACAO
                   MOVE "ATIVA" TO SITUACAODESCRICAO.
                IF LOC-FECHADA AND LOC-FILIAL-DEV NOT = ZEROS
                                AND LOC-FILIAL-DEV NOT = FILIAL
                   PERFORM GRAVAR-TRANSF-RETORNO
                                       THRU GRAVAR-TRANSF-RETORNO-FIM
                   MOVE LOC-FILIAL-DEV TO FILIAL
                   MOVE TBFILIAL (FILIAL) TO FILIALDESCRICAO.
                MOVE LOC-DATALOCACAO TO DATAUTILIZACAO
                REWRITE REGBIKE.
       ATUALIZA-BIKE-FIM.
                EXIT.
      *-------------------------------------------------------------
      * APLICAR-TAXA-RETORNO: NA DEVOLUCAO, A FILIAL DO OPERADOR E A
      * FILIAL DE DEVOLUCAO; OPERADOR DA MATRIZ (FILIAL 0) OU
      * LOCACAO ANTERIOR AO CAMPO DE ORIGEM DEVOLVEM NA PROPRIA
      * ORIGEM. SENDO OUTRA FILIAL, A TAXA DO PAR ORIGEM/DESTINO
      * ENTRA NO VALOR JA RECALCULADO DA LOCACAO
      *-------------------------------------------------------------
       APLICAR-TAXA-RETORNO.
                MOVE ZEROS TO LOC-TAXA-RET
                MOVE LOC-FILIAL-ORIG TO LOC-FILIAL-DEV
                IF LOC-FILIAL-ORIG = ZEROS OR LOC-FILIAL-ORIG > 5
                   GO TO APLICAR-TAXA-RETORNO-FIM.
                IF W-FILIAL-OPER = ZEROS OR W-FILIAL-OPER > 5
                   GO TO APLICAR-TAXA-RETORNO-FIM.
                MOVE W-FILIAL-OPER TO LOC-FILIAL-DEV
                IF LOC-FILIAL-DEV = LOC-FILIAL-ORIG
                   GO TO APLICAR-TAXA-RETORNO-FIM.
                MOVE W-TXRET-DEST (LOC-FILIAL-ORIG, LOC-FILIAL-DEV)
                                                 TO LOC-TAXA-RET
                ADD LOC-TAXA-RET TO LOC-VALORLOCACAO
                MOVE "DEVOLUCAO EM OUTRA FILIAL - TAXA DE RETORNO"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APLICAR-TAXA-RETORNO-FIM.
                EXIT.
      *-------------------------------------------------------------
      * GRAVAR-TRANSF-RETORNO: A BIKE DEVOLVIDA EM OUTRA FILIAL MUDA
      * DE FILIAL SEM PASSAR PELO SGB-010; O MOVIMENTO ENTRA NO
      * ARQTRANSF.DAT COMO TIPO "U", JA RECEBIDO, PARA O HISTORICO
      * DE TRANSFERENCIAS DA BIKE FICAR COMPLETO. REGBIKE AINDA
      * ESTA COM A FILIAL DE ORIGEM
      *-------------------------------------------------------------
       GRAVAR-TRANSF-RETORNO.
                IF W-TRF-ABERTO NOT = "S"
                   GO TO GRAVAR-TRANSF-RETORNO-FIM.
                PERFORM ACHA-PROX-TRFSEQ THRU ACHA-PROX-TRFSEQ-FIM
                MOVE LOC-NUMERO        TO TRANSF-NUMERO
                MOVE W-PROX-TRFSEQ     TO TRANSF-SEQ
                MOVE FILIAL            TO TRANSF-FILIAL-ORIG
                MOVE LOC-FILIAL-DEV    TO TRANSF-FILIAL-DEST
                MOVE LOC-DATALOCACAO   TO TRANSF-DATA-ENVIO
                MOVE W-OPERADOR        TO TRANSF-OPER-ENVIO
                MOVE LOC-DATADEVOLUCAO TO TRANSF-DATA-RECEB
                MOVE W-OPERADOR        TO TRANSF-OPER-RECEB
                MOVE "R"               TO TRANSF-SITUACAO
                MOVE "U"               TO TRANSF-TIPO
                WRITE REGTRANSF
                IF ST-ERRO-TRF NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA TRANSFERENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-ERRO-TRF.
       GRAVAR-TRANSF-RETORNO-FIM.
                EXIT.

      * PROXIMA SEQUENCIA DE TRANSFERENCIA DA BIKE, MESMO ESQUEMA DO
      * ACHA-TRANSF-ABERTA DO SGB-010
       ACHA-PROX-TRFSEQ.
                MOVE ZEROS TO W-PROX-TRFSEQ
                MOVE LOC-NUMERO TO TRANSF-NUMERO
                MOVE ZEROS TO TRANSF-SEQ
                START ARQTRANSF KEY IS NOT LESS CHAVE-TRANSF
                    INVALID KEY MOVE "10" TO ST-ERRO-TRF.
                IF ST-ERRO-TRF = "10" GO TO ACHA-PROX-TRFSEQ-FIM.
       ACHA-PROX-TRFSEQ-LER.
                READ ARQTRANSF NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-TRF.
                IF ST-ERRO-TRF = "10" GO TO ACHA-PROX-TRFSEQ-FIM.
                IF TRANSF-NUMERO NOT = LOC-NUMERO
                   GO TO ACHA-PROX-TRFSEQ-FIM.
                MOVE TRANSF-SEQ TO W-PROX-TRFSEQ
                GO TO ACHA-PROX-TRFSEQ-LER.
       ACHA-PROX-TRFSEQ-FIM.
                ADD 1 TO W-PROX-TRFSEQ
                MOVE "00" TO ST-ERRO-TRF.
                EXIT.
      * CONSULTA AS RESERVAS ATIVAS DA BIKE EM ARQRESV.DAT: SE A DATA
      * DA LOCACAO CAI NA JANELA DE UMA RESERVA DE OUTRO CPF, A
      * ABERTURA E RECUSADA; SE A RESERVA E DO PROPRIO CLIENTE, ELA
                COMPUTE W-VALOR-CAP = W-DIAS-COBR * W-TAB-DIARIA
                IF W-VALOR-CALC > W-VALOR-CAP
                   MOVE W-VALOR-CAP TO W-VALOR-CALC.
                IF LOC-CAMPANHA NOT = SPACES
                   MOVE LOC-CAMPANHA  TO CA-CODIGO
                   MOVE W-VALOR-CALC  TO CA-BASE
                   MOVE LOC-DESC-CAMP TO CA-DESCONTO
                   PERFORM REAPLICAR-CAMPANHA
                                         THRU REAPLICAR-CAMPANHA-FIM
                   MOVE CA-DESCONTO TO LOC-DESC-CAMP
                   SUBTRACT CA-DESCONTO FROM W-VALOR-CALC.
                IF W-DESC-FIDEL > ZEROS
                   COMPUTE W-VALOR-CALC ROUNDED = W-VALOR-CALC *
                           (100 - W-DESC-FIDEL) / 100.
      * SEMANA CADASTRADA, ELA PREVALECE. SEM LINHA NA TABELA (OU
      * SEM O ARQUIVO), VALE O VALOR GRAVADO NA PROPRIA BIKE
       BUSCAR-PRECO.
                IF OR-APLIC = "S"
                   MOVE OR-DIARIA TO W-TAB-DIARIA
                   MOVE OR-HORA   TO W-TAB-HORA
                   MOVE OR-ACORDO TO W-ACORDO-APLIC
                   GO TO BUSCAR-PRECO-FIM.
                MOVE VALORLOCACAO TO W-TAB-DIARIA
                COMPUTE W-TAB-HORA ROUNDED =
                        W-TAB-DIARIA / HORAS-POR-DIARIA
                MOVE ZEROS TO W-VOUCHER-VALOR W-VOUCHER-NUM.
       USAR-VOUCHER-FIM.
                EXIT.
      * ABATE O DESCONTO DA CAMPANHA JA VALIDADA EM INC-005 (REGCAMP
      * LIDO) DA DIARIA DE TABELA/ACORDO, ANTES DA FIDELIDADE E DO
      * VOUCHER, E GUARDA O VALOR ABATIDO NA LOCACAO PARA O REL051
       APLICAR-DESC-CAMP.
                IF LOC-CAMPANHA = SPACES
                   GO TO APLICAR-DESC-CAMP-FIM.
                MOVE LOC-VALORLOCACAO TO CA-BASE
                PERFORM CALC-DESC-CAMPANHA THRU CALC-DESC-CAMPANHA-FIM
                MOVE CA-DESCONTO TO LOC-DESC-CAMP
                SUBTRACT CA-DESCONTO FROM LOC-VALORLOCACAO.
       APLICAR-DESC-CAMP-FIM.
                EXIT.
      * ABATE O PERCENTUAL DE DESCONTO DO NIVEL DE FIDELIDADE DO
      * VALOR DA LOCACAO
       APLICAR-DESC-FIDEL.
                                          THRU BUSCAR-VOUCHER-LOC-FIM
                    PERFORM VERIF-ASSIN-DEV
                                          THRU VERIF-ASSIN-DEV-FIM
                    PERFORM BUSCAR-ORCAM-DEV
                                          THRU BUSCAR-ORCAM-DEV-FIM
                    MOVE "N" TO W-DIARIA-SNAP
                    GO TO INC-007.
      * RENOVACAO: SO PARA LOCACAO AINDA ABERTA -- ESTENDE A DATA
                IF W-DIARIA-SNAP NOT = "S"
                   MOVE LOC-VALORLOCACAO TO W-DIARIA-MULTA.
                COMPUTE W-MULTA = W-DIAS-ATRASO * W-DIARIA-MULTA
                PERFORM DEFINIR-DOC-COB THRU DEFINIR-DOC-COB-FIM
                PERFORM ACHA-PROX-COBSEQ THRU ACHA-PROX-COBSEQ-FIM
                IF W-COB-JA-EXISTE = "S"
                   GO TO GRAVAR-MULTA-ATRASO-FIM.
                MOVE W-COB-DOC      TO COB-CPF
                MOVE W-PROX-COBSEQ  TO COB-SEQ
                MOVE LOC-NUMERO     TO COB-NUMERO
                MOVE LOC-SEQ        TO COB-LOCSEQ
                MOVE "A"            TO COB-SITUACAO
                MOVE ZEROS          TO COB-VALOR-PAGO
                MOVE SPACES         TO COB-ESTAGIO
                MOVE ZEROS          TO COB-NOSSO-NUM
                WRITE REGCOB.
                IF ST-ERRO-COB = "00" OR "02"
                   MOVE "COB" TO JR-ARQUIVO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-MULTA-ATRASO-FIM.
                EXIT.
      * A COBRANCA DE LOCACAO DE MENOR DE IDADE E LANCADA CONTRA O
      * CPF DO RESPONSAVEL; AS DEMAIS, CONTRA O DOCUMENTO DA LOCACAO
       DEFINIR-DOC-COB.
                PERFORM BUSCAR-RESPONSAVEL THRU BUSCAR-RESPONSAVEL-FIM
                IF W-RESP-CPF NOT = ZEROS
                   MOVE W-RESP-CPF TO W-COB-DOC
                ELSE
                   MOVE LOC-CPF TO W-COB-DOC.
       DEFINIR-DOC-COB-FIM.
                EXIT.
      *-------------------------------------------------------------
      * BUSCAR-RESPONSAVEL: PARA LOCACAO EM CPF, LIGA W-CLI-MENOR SE
      * O CLIENTE TEM MENOS DE 18 ANOS E, NESSE CASO, DEVOLVE EM
      * W-RESP-CPF/W-RESP-NOME O RESPONSAVEL INFORMADO NO CADCLI,
      * DESDE QUE AINDA CADASTRADO E MAIOR DE IDADE (ZERADO QUANDO
      * NAO HA RESPONSAVEL VALIDO). O REGISTRO DO CLIENTE DA
      * LOCACAO E RELIDO NO FIM, PARA NAO PERDER O NOME NA TELA.
      *-------------------------------------------------------------
       BUSCAR-RESPONSAVEL.
                MOVE "N"    TO W-CLI-MENOR
                MOVE ZEROS  TO W-RESP-CPF
                MOVE SPACES TO W-RESP-NOME
                IF LOC-CPF > 99999999999
                   GO TO BUSCAR-RESPONSAVEL-FIM.
                ACCEPT ID-HOJE FROM DATE YYYYMMDD
                MOVE LOC-CPF TO CPF
                READ CLIENTES
                IF ST-ERRO-CLI NOT = "00"
                   MOVE "00" TO ST-ERRO-CLI
                   GO TO BUSCAR-RESPONSAVEL-FIM.
                MOVE DIA TO ID-NASC-DIA
                MOVE MES TO ID-NASC-MES
                MOVE ANO TO ID-NASC-ANO
                PERFORM CALCULAR-IDADE THRU CALCULAR-IDADE-FIM
                IF NOT ID-MENOR
                   GO TO BUSCAR-RESPONSAVEL-FIM.
                MOVE "S" TO W-CLI-MENOR
                IF CPF-RESPONSAVEL = ZEROS
                   GO TO BUSCAR-RESPONSAVEL-FIM.
                MOVE CPF-RESPONSAVEL TO CPF
                READ CLIENTES
                IF ST-ERRO-CLI NOT = "00"
                   MOVE "00" TO ST-ERRO-CLI
                   GO TO BUSCAR-RESPONSAVEL-RELE.
                MOVE DIA TO ID-NASC-DIA
                MOVE MES TO ID-NASC-MES
                MOVE ANO TO ID-NASC-ANO
                PERFORM CALCULAR-IDADE THRU CALCULAR-IDADE-FIM
                IF ID-MENOR
                   GO TO BUSCAR-RESPONSAVEL-RELE.
                MOVE CPF  TO W-RESP-CPF
                MOVE NOME TO W-RESP-NOME.
       BUSCAR-RESPONSAVEL-RELE.
                MOVE LOC-CPF TO CPF
                READ CLIENTES
                MOVE "00" TO ST-ERRO-CLI.
       BUSCAR-RESPONSAVEL-FIM.
                EXIT.
      * PERCORRE AS COBRANCAS DO CPF PARA ACHAR A PROXIMA SEQUENCIA,
      * MESMO ESQUEMA DO ACHA-PROX-SEQ DO KIOSK001
       ACHA-PROX-COBSEQ.
                MOVE "N" TO W-COB-JA-EXISTE
                MOVE ZEROS TO W-PROX-COBSEQ
                MOVE W-COB-DOC TO COB-CPF
                MOVE ZEROS TO COB-SEQ
                START ARQCOB KEY IS NOT LESS CHAVE-COB
                    INVALID KEY MOVE "10" TO ST-ERRO-COB.
                READ ARQCOB NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-COB.
                IF ST-ERRO-COB = "10" GO TO ACHA-PROX-COBSEQ-FIM.
                IF COB-CPF NOT = W-COB-DOC GO TO ACHA-PROX-COBSEQ-FIM.
                IF COB-NUMERO = LOC-NUMERO AND COB-LOCSEQ = LOC-SEQ
                   MOVE "S" TO W-COB-JA-EXISTE.
                MOVE COB-SEQ TO W-PROX-COBSEQ
                   MOVE "COM CAUCAO/ACESSORIOS SO PAGAR AGORA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-PAG-PJ.
      * FATURAR NO MES SO DENTRO DO LIMITE DE CREDITO E SEM FATURA
      * VENCIDA ALEM DA TOLERANCIA; ESTA LOCACAO, JA FECHADA E SEM
      * PAGAMENTO, JA ESTA NA EXPOSICAO. RECUSADO, A EMPRESA PAGA
      * AGORA, SALVO LIBERACAO AVULSA DO NIVEL 3
                IF W-PJ-PAGA = 2
                   MOVE LOC-CPF TO LP-CNPJ
                   MOVE ZEROS   TO LP-ACRESCIMO
                   PERFORM VERIF-LIMITE-PJ THRU VERIF-LIMITE-PJ-FIM
                   MOVE LOC-NUMERO TO PAG-NUMERO
                   MOVE LOC-SEQ    TO PAG-SEQ
                   MOVE "S" TO W-LIB-PJ
                   IF LP-RETIDA = "S" OR LP-EXCEDE = "S"
                      PERFORM REG-PAG-PJ-LIBERAR
                                       THRU REG-PAG-PJ-LIBERAR-FIM.
                IF W-PJ-PAGA = 2 AND W-LIB-PJ NOT = "S"
                   GO TO REG-PAG-PJ.
                IF W-PJ-PAGA = 2
                   MOVE "LOCACAO ENTRA NO FATURAMENTO MENSAL PJ"
                                                       TO MENS
                   GO TO REGISTRAR-PAGAMENTO-FIM.
       REG-PAG-FORMA.
                MOVE ZEROS TO PAG-FORMA
                MOVE SPACES TO MO-MOEDA
                DISPLAY (24, 10)
                 "FORMA PAGTO (1-DINHEIRO 2-CARTAO 3-PIX 4-CREDITO):"
                ACCEPT  (24, 61) PAG-FORMA
                IF PAG-FORMA < 1 OR PAG-FORMA > 4
                   GO TO REG-PAG-FORMA.
                COMPUTE PAG-VALOR = LOC-VALORLOCACAO
                        - W-CAUCAO-ABATE + W-ACESS-TOTAL
      * CREDITO PRE-PAGO: O SALDO DA CARTEIRA DO DOCUMENTO DA
      * LOCACAO TEM DE COBRIR O VALOR INTEIRO, SENAO OUTRA FORMA
                IF PAG-CREDITO
                   MOVE LOC-CPF TO CT-DOC
                   PERFORM CONSULTAR-CARTEIRA
                                       THRU CONSULTAR-CARTEIRA-FIM
                   IF CT-SALDO < PAG-VALOR
                      MOVE "*** SALDO INSUFICIENTE NA CARTEIRA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO REG-PAG-FORMA.
      * DINHEIRO PODE VIR EM MOEDA ESTRANGEIRA (BRANCO = REAIS): SO
      * COM A COTACAO DO DIA CADASTRADA NO SGB-038; O OPERADOR VE O
      * VALOR NA MOEDA E CONFIRMA ANTES DE GRAVAR
       REG-PAG-MOEDA.
                MOVE SPACES TO MO-MOEDA
                IF NOT PAG-DINHEIRO
                   GO TO REG-PAG-GRAVAR.
                DISPLAY (24, 10) LIMPA
                DISPLAY (24, 10) "MOEDA (BRANCO=R$):"
                ACCEPT  (24, 29) MO-MOEDA
                INSPECT MO-MOEDA CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                IF MO-MOEDA = SPACES OR MO-MOEDA = "BRL"
                   MOVE SPACES TO MO-MOEDA
                   GO TO REG-PAG-GRAVAR.
                MOVE PAG-VALOR         TO MO-VALOR-BRL
                MOVE LOC-DATADEVOLUCAO TO MO-DATA
                PERFORM BUSCAR-COTACAO THRU BUSCAR-COTACAO-FIM
                IF MO-ACHOU NOT = "S"
                   MOVE MO-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REG-PAG-MOEDA.
                PERFORM CONFIRMAR-MOEDA THRU CONFIRMAR-MOEDA-FIM
                IF W-MOEDA-CONF NOT = "S"
                   GO TO REG-PAG-FORMA.
       REG-PAG-GRAVAR.
                MOVE LOC-DATADEVOLUCAO TO PAG-DATA
                MOVE W-OPERADOR        TO PAG-OPERADOR
                MOVE "L"               TO PAG-ORIGEM
                   MOVE REGPAG TO JR-IMAGEM
                   MOVE W-OPERADOR TO JR-OPERADOR-ID
                   PERFORM GRAVAR-JORNAL THRU GRAVAR-JORNAL-FIM.
                IF (ST-ERRO-PAG = "00" OR "02")
                   AND MO-MOEDA NOT = SPACES
                   PERFORM REG-PAG-MOEDA-GRAVAR
                                       THRU REG-PAG-MOEDA-GRAVAR-FIM.
                IF (ST-ERRO-PAG = "00" OR "02") AND PAG-CREDITO
                   MOVE LOC-CPF     TO CT-DOC
                   MOVE PAG-VALOR   TO CT-VALOR
                   MOVE PAG-DATA    TO CT-DATA
                   MOVE PAG-RECIBO  TO CT-RECIBO
                   MOVE PAG-ORIGEM  TO CT-ORIGEM
                   MOVE W-OPERADOR  TO CT-OPERADOR
                   PERFORM DEBITAR-CARTEIRA THRU DEBITAR-CARTEIRA-FIM.
                IF ST-ERRO-PAG = "00" OR "02"
                   PERFORM IMPRIMIR-RECIBO THRU IMPRIMIR-RECIBO-FIM
                   MOVE "PAGAMENTO REGISTRADO - RECIBO EMITIDO"
                DISPLAY (24, 10) LIMPA.
       REGISTRAR-PAGAMENTO-FIM.
                EXIT.

       REG-PAG-PJ-LIBERAR.
                IF LP-RETIDA = "S"
                   MOVE "R" TO LP-TIPO
                ELSE
                   MOVE "L" TO LP-TIPO.
                PERFORM LIBERAR-EXCECAO-PJ THRU LIBERAR-EXCECAO-PJ-FIM.
       REG-PAG-PJ-LIBERAR-FIM.
                EXIT.

      *-------------------------------------------------------------
      * LIBERACAO AVULSA DA RETENCAO OU DO LIMITE DE CREDITO DA
      * EMPRESA (LP-TIPO "R" OU "L"): MOSTRA O MOTIVO DA RECUSA E,
      * SO PARA OPERADOR NIVEL 3, PERGUNTA SE LIBERA ESTA VEZ; A
      * JUSTIFICATIVA E OBRIGATORIA E VAI PARA AUDLIMPJ.DAT COM A
      * EXPOSICAO, O LIMITE E O ATRASO DO MOMENTO. DEVOLVE W-LIB-PJ.
      *-------------------------------------------------------------
       LIBERAR-EXCECAO-PJ.
                MOVE "N" TO W-LIB-PJ
                MOVE LP-MOTIVO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-NIVEL-OPER NOT = 3
                   GO TO LIBERAR-EXCECAO-PJ-FIM.
       LIBERAR-EXCECAO-PJ-OPCAO.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 10) "LIBERAR EXCECAO (S/N)?"
                ACCEPT  (22, 33) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (22, 10) LIMPA
                   GO TO LIBERAR-EXCECAO-PJ-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO LIBERAR-EXCECAO-PJ-OPCAO.
       LIBERAR-EXCECAO-PJ-MOTIVO.
                MOVE SPACES TO LP-JUSTIFICATIVA
                DISPLAY (22, 10) LIMPA
                DISPLAY (22, 10) "MOTIVO:"
                ACCEPT  (22, 18) LP-JUSTIFICATIVA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (22, 10) LIMPA
                   GO TO LIBERAR-EXCECAO-PJ-FIM.
                IF LP-JUSTIFICATIVA = SPACES
                   MOVE "*** MOTIVO DA LIBERACAO OBRIGATORIO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIBERAR-EXCECAO-PJ-MOTIVO.
                MOVE "SGB-004"  TO LP-PROGRAMA
                MOVE W-OPERADOR TO LP-OPERADOR
                PERFORM GRAVAR-LIBERACAO-PJ THRU GRAVAR-LIBERACAO-PJ-FIM
                MOVE "S" TO W-LIB-PJ
                DISPLAY (22, 10) LIMPA
                MOVE "*** EXCECAO LIBERADA PARA ESTA LOCACAO ***"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIBERAR-EXCECAO-PJ-FIM.
                EXIT.
      * MOSTRA O VALOR A RECEBER NA MOEDA ESTRANGEIRA E PEDE A
      * CONFIRMACAO DO OPERADOR (W-MOEDA-CONF = "S")
       CONFIRMAR-MOEDA.
                MOVE MO-VALOR-ORIG TO W-MOEDA-ED
                DISPLAY (24, 10) LIMPA
                DISPLAY (24, 10) "RECEBER EM"
                DISPLAY (24, 21) MO-MOEDA
                DISPLAY (24, 25) W-MOEDA-ED
                DISPLAY (24, 37) "CONFIRMA (S/N):"
                MOVE "S" TO W-MOEDA-CONF
                ACCEPT  (24, 53) W-MOEDA-CONF WITH UPDATE
                IF W-MOEDA-CONF = "s"
                   MOVE "S" TO W-MOEDA-CONF.
                DISPLAY (24, 10) LIMPA.
       CONFIRMAR-MOEDA-FIM.
                EXIT.
      * GUARDA EM ARQPAGME.DAT A MOEDA, O VALOR ORIGINAL E A COTACAO
      * DO LANCAMENTO QUE ACABOU DE SER GRAVADO EM ARQPAG.DAT
       REG-PAG-MOEDA-GRAVAR.
                MOVE PAG-NUMERO     TO MO-NUMERO
                MOVE PAG-SEQ        TO MO-SEQ
                MOVE PAG-ORIGEM     TO MO-ORIGEM
                MOVE PAG-REF-NUMERO TO MO-REF-NUMERO
                MOVE PAG-REF-SEQ    TO MO-REF-SEQ
                MOVE PAG-DATA       TO MO-DATA
                MOVE W-OPERADOR     TO MO-OPERADOR
                PERFORM GRAVAR-PAG-MOEDA THRU GRAVAR-PAG-MOEDA-FIM.
       REG-PAG-MOEDA-GRAVAR-FIM.
                EXIT.
      * TIRA O PROXIMO NUMERO SEQUENCIAL DE RECIBO DO ARQUIVO DE
      * CONTROLE CTRLRECI.DAT, REGRAVANDO O CONTROLE JA COM O NUMERO
      * USADO (MESMO ESQUEMA DE REGRAVACAO DO ARQUIVO DE CHECKPOINT
                   MOVE "CARTAO"   TO RL-FORMA.
                IF PAG-PIX
                   MOVE "PIX"      TO RL-FORMA.
                IF PAG-CREDITO
                   MOVE "CREDITO"  TO RL-FORMA.
                MOVE W-OPERADOR        TO RL-OPERADOR
                WRITE LINHA-REL FROM REC-LIN-NUM
                WRITE LINHA-REL FROM REC-LIN-LOC
                PERFORM BUSCAR-RESPONSAVEL THRU BUSCAR-RESPONSAVEL-FIM
                IF W-RESP-CPF NOT = ZEROS
                   MOVE W-RESP-NOME TO RL-RESP-NOME
                   MOVE W-RESP-CPF  TO RL-RESP-CPF
                   WRITE LINHA-REL FROM REC-LIN-RSP.
                WRITE LINHA-REL FROM REC-LIN-VAL
                IF MO-MOEDA NOT = SPACES
                   PERFORM MONTAR-LIN-MOEDA THRU MONTAR-LIN-MOEDA-FIM
                   WRITE LINHA-REL FROM MO-LIN-RECIBO.
                IF W-CAUCAO-ABATE > ZEROS
                   MOVE W-CAUCAO-ABATE TO RL-CAUCAO
                   WRITE LINHA-REL FROM REC-LIN-CAU.
                IF W-ACESS-TOTAL > ZEROS
                   MOVE W-ACESS-TOTAL TO RL-ACESS
                   WRITE LINHA-REL FROM REC-LIN-ACE.
                IF LOC-TAXA-RET > ZEROS
                   MOVE LOC-TAXA-RET TO RL-TAXA-RET
                   MOVE TBFILIAL (LOC-FILIAL-ORIG) TO RL-FIL-ORIG
                   MOVE TBFILIAL (LOC-FILIAL-DEV)  TO RL-FIL-DEV
                   WRITE LINHA-REL FROM REC-LIN-TXR.
                PERFORM BUSCAR-KM-LOC THRU BUSCAR-KM-LOC-FIM
                IF LKM-KM > ZEROS
                   MOVE LKM-KM TO RL-KM
                   WRITE LINHA-REL FROM REC-LIN-KM.
                WRITE LINHA-REL FROM REC-LIN-OPER
                WRITE LINHA-REL FROM ESPACOS-REL
                CLOSE RELATORIO.
       IMPRIMIR-RECIBO-FIM.
                EXIT.
      * KM DA LOCACAO SOMADOS PELO GPS001 (SEM O ARQUIVO OU SEM
      * TRECHO GRAVADO, O RECIBO SAI SEM A LINHA)
       BUSCAR-KM-LOC.
                MOVE ZEROS TO LKM-KM
                OPEN INPUT ARQLOCKM
                IF ST-ERRO-LKM NOT = "00"
                   MOVE "00" TO ST-ERRO-LKM
                   GO TO BUSCAR-KM-LOC-FIM.
                MOVE PAG-NUMERO TO LKM-NUMERO
                MOVE PAG-SEQ    TO LKM-SEQ
                READ ARQLOCKM
                IF ST-ERRO-LKM NOT = "00"
                   MOVE "00" TO ST-ERRO-LKM
                   MOVE ZEROS TO LKM-KM.
                CLOSE ARQLOCKM.
       BUSCAR-KM-LOC-FIM.
                EXIT.
      *-------------------------------------------------------------
      * IMPRIMIR-CONTRATO: NA ABERTURA, IMPRIME EM CONTRATO.TXT O
      * TERMO DE RESPONSABILIDADE NUMERADO (LOC-CONTRATO) COM O
      * LOCATARIO, A BIKE E O VALOR DE REPOSICAO, A DATA PREVISTA,
      * O VALOR ACORDADO, A CAUCAO E OS ACESSORIOS ENTREGUES, MAIS AS
      * CLAUSULAS DO TERMOS.TXT (COPY TERMVAL.), E CATALOGA A SAIDA
      * COMO "CONTRATO" PARA A REEMISSAO PELO RELCAT002. O
      * RELATORIO VOLTA DEPOIS PARA RECIBOS.TXT COM A PAGINACAO
      * DOS RECIBOS COMO ESTAVA.
      *-------------------------------------------------------------
       IMPRIMIR-CONTRATO.
                IF NOT LOC-ABERTA OR LOC-CONTRATO = ZEROS
                   GO TO IMPRIMIR-CONTRATO-FIM.
                MOVE W-PAGINA TO W-PAG-SALVA
                MOVE W-LINPAG TO W-LIN-SALVA
                MOVE "CONTRATO.TXT" TO W-ARQ-REL
                OPEN OUTPUT RELATORIO
                IF ST-ERRO-REL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO CONTRATO.TXT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMPRIMIR-CONTRATO-VOLTA.
                MOVE ZEROS TO W-PAGINA
                MOVE "TERMO DE RESPONSABILIDADE - LOCACAO DE BICICLETA"
                                                  TO W-TITULO-REL
                MOVE SPACES TO W-CAB-COL
                PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM
                MOVE LOC-CONTRATO     TO TR-TERMO
                MOVE LOC-NUMERO       TO TR-NUMERO
                MOVE LOC-SEQ          TO TR-SEQ
                MOVE LOC-DATALOCACAO  TO TR-DATA
                MOVE LOC-HORALOCACAO  TO TR-HORA
                MOVE CTR-LIN-NUM TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE NOME TO TR-NOME
                MOVE CTR-LIN-CLI TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                IF LOC-CPF NOT < 99000000000000
                   MOVE "PASSAPORTE " TO TR-DOC-TIPO
                   MOVE ESTR-PASSAPORTE TO TR-DOC
                ELSE
                   IF LOC-CPF > 99999999999
                      MOVE "CNPJ       " TO TR-DOC-TIPO
                      MOVE LOC-CPF TO TR-DOC
                   ELSE
                      MOVE "CPF        " TO TR-DOC-TIPO
                      MOVE LOC-CPF TO W-CTR-CPF
                      MOVE W-CTR-CPF TO TR-DOC.
                MOVE CTR-LIN-DOC TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                PERFORM BUSCAR-RESPONSAVEL THRU BUSCAR-RESPONSAVEL-FIM
                IF W-RESP-CPF NOT = ZEROS
                   MOVE W-RESP-NOME TO TR-RESP-NOME
                   MOVE W-RESP-CPF  TO TR-RESP-CPF
                   MOVE CTR-LIN-RSP TO W-LINHA-CTR
                   PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM.
                IF LOC-CONDUTOR NOT = ZEROS
                   MOVE LOC-CPF      TO CN-CNPJ
                   MOVE LOC-CONDUTOR TO CN-CPF
                   PERFORM LER-CONDUTOR THRU LER-CONDUTOR-FIM
                   MOVE CN-NOME      TO TR-COND-NOME
                   MOVE LOC-CONDUTOR TO TR-COND-CPF
                   MOVE CTR-LIN-CND  TO W-LINHA-CTR
                   PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM.
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE LOC-NUMERO TO NUMERO
                READ ARQBIKE
                MOVE NUMERO          TO TR-BIKE
                MOVE MARCA           TO TR-MARCA
                MOVE MODELO          TO TR-MODELO
                MOVE CATEGORIA       TO TR-CATEGORIA
                MOVE CORDESCRICAO    TO TR-COR
                MOVE FILIALDESCRICAO TO TR-FILIAL
                MOVE VALORCOMPRA     TO TR-REPOSICAO
                MOVE CTR-LIN-BIK TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-CAT TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-REP TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                IF LOC-DATAPREVISTA = ZEROS
                   MOVE "EM ABERTO" TO TR-PREVISTA-X
                ELSE
                   MOVE LOC-DATAPREVISTA TO TR-PREVISTA.
                MOVE CTR-LIN-PRV TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE LOC-VALORLOCACAO TO TR-VALOR
                MOVE CTR-LIN-VAL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE LOC-NUMERO TO CAUC-NUMERO
                MOVE LOC-SEQ    TO CAUC-SEQ
                READ ARQCAUC
                IF ST-ERRO-CAU = "00" AND CAUC-RETIDA
                   MOVE CAUC-VALOR TO TR-CAUCAO
                ELSE
                   MOVE "00" TO ST-ERRO-CAU
                   MOVE "   NENHUMA" TO TR-CAUCAO-X.
                MOVE CTR-LIN-CAU TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE "ACESSORIOS ENTREGUES:" TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                PERFORM LISTAR-ACESS-CTR THRU LISTAR-ACESS-CTR-FIM
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                PERFORM IMPRIMIR-CLAUSULAS THRU IMPRIMIR-CLAUSULAS-FIM
                MOVE ESPACOS-REL TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE CTR-LIN-ASS TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                MOVE W-OPERADOR TO TR-OPERADOR
                MOVE CTR-LIN-ASN TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                CLOSE RELATORIO
                MOVE "CONTRATO"     TO W-REL-ID
                MOVE "CONTRATO.TXT" TO W-REL-ARQ
                MOVE SPACES         TO W-REL-PARMS
                STRING "TERMO " LOC-CONTRATO " LOCACAO "
                       LOC-NUMERO "/" LOC-SEQ
                       DELIMITED BY SIZE INTO W-REL-PARMS
                PERFORM CATALOGAR-RELATORIO
                                       THRU CATALOGAR-RELATORIO-FIM
                MOVE LOC-CONTRATO TO W-MT-TERMO
                MOVE W-MENS-TERMO TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIMIR-CONTRATO-VOLTA.
                MOVE "RECIBOS.TXT" TO W-ARQ-REL
                MOVE W-PAG-SALVA TO W-PAGINA
                MOVE W-LIN-SALVA TO W-LINPAG.
       IMPRIMIR-CONTRATO-FIM.
                EXIT.
      * ACESSORIOS AMARRADOS A LOCACAO EM ARQLOCAC.DAT, COM A
      * DESCRICAO DO CADASTRO DA FILIAL
       LISTAR-ACESS-CTR.
                MOVE ZEROS TO W-CTR-ACESS
                IF W-ACESS-ABERTO NOT = "S"
                   GO TO LISTAR-ACESS-CTR-NENHUM.
                MOVE LOC-NUMERO TO LA-NUMERO
                MOVE LOC-SEQ    TO LA-SEQ
                MOVE ZEROS      TO LA-ITEM
                START ARQLOCAC KEY IS NOT LESS CHAVE-LOCAC
                    INVALID KEY MOVE "10" TO ST-ERRO-LAC.
                IF ST-ERRO-LAC = "10"
                   GO TO LISTAR-ACESS-CTR-NENHUM.
       LISTAR-ACESS-CTR-LER.
                READ ARQLOCAC NEXT RECORD
                    AT END MOVE "10" TO ST-ERRO-LAC.
                IF ST-ERRO-LAC = "10"
                   GO TO LISTAR-ACESS-CTR-NENHUM.
                IF LA-NUMERO NOT = LOC-NUMERO
                   OR LA-SEQ NOT = LOC-SEQ
                   GO TO LISTAR-ACESS-CTR-NENHUM.
                MOVE LA-FILIAL TO ACESS-FILIAL
                MOVE LA-CODIGO TO ACESS-CODIGO
                READ ARQACESS
                IF ST-ERRO-ACE NOT = "00"
                   MOVE "00" TO ST-ERRO-ACE
                   MOVE SPACES TO ACESS-DESCRICAO.
                MOVE LA-CODIGO       TO TR-ACE-COD
                MOVE ACESS-DESCRICAO TO TR-ACE-DESC
                MOVE LA-QTDE         TO TR-ACE-QTDE
                MOVE CTR-LIN-ACE TO W-LINHA-CTR
                PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM
                ADD 1 TO W-CTR-ACESS
                GO TO LISTAR-ACESS-CTR-LER.
       LISTAR-ACESS-CTR-NENHUM.
                MOVE "00" TO ST-ERRO-LAC
                IF W-CTR-ACESS = ZEROS
                   MOVE "    NENHUM" TO W-LINHA-CTR
                   PERFORM GRAVAR-LINHA-CTR THRU GRAVAR-LINHA-CTR-FIM.
       LISTAR-ACESS-CTR-FIM.
                EXIT.
       GRAVAR-LINHA-CTR.
                PERFORM CONTROLAR-QUEBRA-PAG
                                       THRU CONTROLAR-QUEBRA-PAG-FIM
                WRITE LINHA-REL FROM W-LINHA-CTR
                ADD 1 TO W-LINPAG.
       GRAVAR-LINHA-CTR-FIM.
                EXIT.
      *-------------------------------------------------------------
      * CHECKLIST-DEVOLUCAO: NA DEVOLUCAO, PERGUNTA ITEM A ITEM SE
      * PNEUS/FREIOS/QUADRO/LUZES ESTAO OK (S/N) E UMA OBSERVACAO
      * LIVRE, GRAVANDO TUDO EM ARQCHECK.DAT COM A CHAVE DA LOCACAO.
      * QUALQUER "N" VIRA A BIKE PARA "M" (MANUTENCAO) E SEMEIA UM
      * SERVICO PENDENTE EM ARQMANUT.DAT COM A AVARIA RELATADA.
      * BIKE COM BATERIA INSTALADA (ELETRICA) TEM A BATERIA CONFERIDA
      * PELA SERIE; A CONFERENCIA E AS HORAS DA LOCACAO VAO PARA A
      * BATERIA (REGISTRAR-DEVOL-BATERIA).
      *-------------------------------------------------------------
       CHECKLIST-DEVOLUCAO.
                IF LOC-SITUACAO NOT = "F"
       CHK-OBS.
                DISPLAY (22, 05) "OBSERVACAO.:"
                ACCEPT  (22, 18) CHECK-OBS.
       CHK-BATERIA.
                MOVE LOC-NUMERO TO BT-BIKE
                PERFORM BUSCAR-BATERIA-BIKE
                                  THRU BUSCAR-BATERIA-BIKE-FIM
                IF BT-ACHOU NOT = "S"
                   GO TO CHK-GRAVA.
                DISPLAY (18, 26) "BATERIA....:"
                DISPLAY (18, 39) BT-SERIE
                MOVE "S" TO BT-CONFERE.
       CHK-BAT-CONFERE.
                DISPLAY (19, 26) "CONFERE?...:"
                ACCEPT  (19, 39) BT-CONFERE WITH UPDATE
                IF BT-CONFERE = "s"
                   MOVE "S" TO BT-CONFERE.
                IF BT-CONFERE = "n"
                   MOVE "N" TO BT-CONFERE.
                IF BT-CONFERE NOT = "S" AND "N"
                   GO TO CHK-BAT-CONFERE.
                IF BT-CONFERE = "N" AND CHECK-OBS = SPACES
                   MOVE "BATERIA NAO CONFERE" TO CHECK-OBS.
       CHK-GRAVA.
                MOVE LOC-DATADEVOLUCAO TO CHECK-DATA
                MOVE W-OPERADOR        TO CHECK-OPERADOR
                   MOVE "S" TO W-TEM-AVARIA.
                IF CHECK-LUZES = "N" OR CHECK-LUZES = "n"
                   MOVE "S" TO W-TEM-AVARIA.
      * CHECKLIST JA GRAVADO (ALTERACAO DA LOCACAO DEVOLVIDA) NAO
      * SOMA DE NOVO AS HORAS NA BATERIA
                IF BT-ACHOU = "S" AND ST-ERRO-CHK NOT = "22"
                   PERFORM DEVOLVER-BATERIA THRU DEVOLVER-BATERIA-FIM
                   IF BT-CONFERE = "N"
                      MOVE "S" TO W-TEM-AVARIA.
                IF W-TEM-AVARIA = "S"
                   PERFORM MARCAR-BIKE-MANUT THRU MARCAR-BIKE-MANUT-FIM
                   PERFORM ABRIR-OS-DEVOLUCAO
                DISPLAY (22, 05) LIMPA.
       CHECKLIST-DEVOLUCAO-FIM.
                EXIT.
      * HORAS CORRIDAS DA LOCACAO (ARREDONDADAS PARA CIMA, NO ANO
      * COMERCIAL COMO O CALC-VALOR-HORAS) PARA A BATERIA DA BIKE,
      * COM A CONFERENCIA FEITA NO CHECKLIST
       DEVOLVER-BATERIA.
                MOVE LOC-DATALOCACAO TO W-DATA-DMA-NUM
                COMPUTE W-BAT-DIAS-I = (W-DMA-AAAA * 360)
                        + (W-DMA-MM * 30) + W-DMA-DD
                MOVE LOC-DATADEVOLUCAO TO W-DATA-DMA-NUM
                COMPUTE W-BAT-DIAS-F = (W-DMA-AAAA * 360)
                        + (W-DMA-MM * 30) + W-DMA-DD
                MOVE LOC-HORALOCACAO TO W-HORA-HHMM-NUM
                COMPUTE W-BAT-MIN = ((W-BAT-DIAS-F - W-BAT-DIAS-I)
                        * 1440) - (W-HORA-HH * 60) - W-HORA-MM
                MOVE LOC-HORADEVOLUCAO TO W-HORA-HHMM-NUM
                COMPUTE W-BAT-MIN = W-BAT-MIN + (W-HORA-HH * 60)
                        + W-HORA-MM
                IF W-BAT-MIN < 1
                   MOVE 1 TO W-BAT-MIN.
                COMPUTE BT-HORAS = (W-BAT-MIN + 59) / 60
                MOVE LOC-NUMERO TO BT-BIKE
                MOVE W-OPERADOR TO BT-OPERADOR
                MOVE SPACES TO BT-TEXTO
                STRING "LOCACAO " DELIMITED BY SIZE
                       LOC-NUMERO DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       LOC-SEQ DELIMITED BY SIZE
                       INTO BT-TEXTO
                PERFORM REGISTRAR-DEVOL-BATERIA
                                  THRU REGISTRAR-DEVOL-BATERIA-FIM.
       DEVOLVER-BATERIA-FIM.
                EXIT.
      * VIRA A BIKE DEVOLVIDA COM AVARIA PARA SITUACAO "M", POR CIMA
      * DO "A" QUE O ATUALIZA-BIKE ACABOU DE GRAVAR
       MARCAR-BIKE-MANUT.
                MOVE LOC-SEQ           TO OS-LOC-SEQ
                MOVE SPACES            TO OS-DANO-COBRADO
                MOVE ZEROS             TO OS-HORAS
                MOVE SPACES            TO OS-TIPO-SERV
                MOVE SPACES            TO OS-SERVICO
                WRITE REGOS
                IF ST-ERRO-OS NOT = "00" AND "02"
                   MOVE "ERRO NA ABERTURA DA ORDEM DE SERVICO" TO MENS
                PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
                IF PV-ACHADO = "S"
                   MOVE PV-VALOR TO POLITICA-FILIAL.
                MOVE "TXRETORNO" TO PV-CODIGO
                PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
                IF PV-ACHADO = "S"
                   MOVE PV-VALOR TO W-TXRET-PADRAO.
                MOVE 1 TO W-IX-TXO.
      * TAXA DE RETORNO POR PAR: TXRETORNO13 = RETIRADA NA FILIAL 1,
      * DEVOLUCAO NA 3; PAR SEM PARAMETRO PROPRIO FICA COM A GERAL
       LER-PARAMETROS-TXO.
                MOVE 1 TO W-IX-TXD.
       LER-PARAMETROS-TXD.
                MOVE W-IX-TXO TO W-COD-TXO
                MOVE W-IX-TXD TO W-COD-TXD
                MOVE W-COD-TXRET TO PV-CODIGO
                PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
                IF PV-ACHADO = "S"
                   MOVE PV-VALOR TO W-TXRET-DEST (W-IX-TXO, W-IX-TXD)
                ELSE
                   MOVE W-TXRET-PADRAO
                                   TO W-TXRET-DEST (W-IX-TXO, W-IX-TXD).
                IF W-IX-TXD < 5
                   ADD 1 TO W-IX-TXD
                   GO TO LER-PARAMETROS-TXD.
                IF W-IX-TXO < 5
                   ADD 1 TO W-IX-TXO
                   GO TO LER-PARAMETROS-TXO.
                PERFORM ABRIR-LIMITE-PJ THRU ABRIR-LIMITE-PJ-FIM
                IF PV-ABERTO = "S"
                   CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
                MOVE "00" TO ST-ERRO-VOU.
       BUSCAR-VOUCHER-LOC-FIM.
                EXIT.

      * REENCONTRA AS TARIFAS DO ORCAMENTO HONRADO NA ABERTURA DESTA
      * LOCACAO (ARQORCLO.DAT), PARA QUE O RECALCULO DA DEVOLUCAO
      * CONTINUE PELO PRECO COTADO
       BUSCAR-ORCAM-DEV.
                MOVE LOC-NUMERO TO OR-LOC-NUMERO
                MOVE LOC-SEQ    TO OR-LOC-SEQ
                PERFORM BUSCAR-ORCAM-LOC THRU BUSCAR-ORCAM-LOC-FIM
                IF OR-APLIC = "S"
                   AND OR-DESC-FIDEL > W-DESC-FIDEL
                   MOVE OR-DESC-FIDEL TO W-DESC-FIDEL.
       BUSCAR-ORCAM-DEV-FIM.
                EXIT.
      *-------------------------------------------------------------
      * CAPTAR-CAUCAO: NA ABERTURA, OFERECE A CAPTURA DE UM DEPOSITO
      * DE GARANTIA (0 = SEM CAUCAO). O DEPOSITO FICA RETIDO EM
                IF ST-ERRO-CAU = "00"
                   GO TO CAPTAR-CAUCAO-FIM.
                MOVE ZEROS TO W-CAUCAO-VALOR
                IF OR-APLIC = "S"
                   MOVE OR-CAUCAO-BIKE TO W-CAUCAO-VALOR.
                DISPLAY (24, 10) "CAUCAO (VALOR, 0=SEM):"
                ACCEPT  (24, 33) W-CAUCAO-VALOR WITH UPDATE
                IF W-CAUCAO-VALOR = ZEROS
                   DISPLAY (24, 10) LIMPA
                   GO TO CAPTAR-CAUCAO-FIM.
       CAPTAR-CAUCAO-FORMA.
                MOVE ZEROS TO W-CAUCAO-FORMA
                MOVE SPACES TO MO-MOEDA
                DISPLAY (24, 10)
                 "FORMA DA CAUCAO (1-DINHEIRO 2-CARTAO 3-PIX):   "
                ACCEPT  (24, 55) W-CAUCAO-FORMA
                IF W-CAUCAO-FORMA < 1 OR W-CAUCAO-FORMA > 3
                   GO TO CAPTAR-CAUCAO-FORMA.
      * CAUCAO EM DINHEIRO PODE VIR EM MOEDA ESTRANGEIRA, COMO O
      * PAGAMENTO DA DEVOLUCAO
       CAPTAR-CAUCAO-MOEDA.
                MOVE SPACES TO MO-MOEDA
                IF W-CAUCAO-FORMA NOT = 1
                   GO TO CAPTAR-CAUCAO-GRAVAR.
                DISPLAY (24, 10) LIMPA
                DISPLAY (24, 10) "MOEDA (BRANCO=R$):"
                ACCEPT  (24, 29) MO-MOEDA
                INSPECT MO-MOEDA CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                IF MO-MOEDA = SPACES OR MO-MOEDA = "BRL"
                   MOVE SPACES TO MO-MOEDA
                   GO TO CAPTAR-CAUCAO-GRAVAR.
                MOVE W-CAUCAO-VALOR  TO MO-VALOR-BRL
                MOVE LOC-DATALOCACAO TO MO-DATA
                PERFORM BUSCAR-COTACAO THRU BUSCAR-COTACAO-FIM
                IF MO-ACHOU NOT = "S"
                   MOVE MO-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAPTAR-CAUCAO-MOEDA.
                PERFORM CONFIRMAR-MOEDA THRU CONFIRMAR-MOEDA-FIM
                IF W-MOEDA-CONF NOT = "S"
                   GO TO CAPTAR-CAUCAO-FORMA.
       CAPTAR-CAUCAO-GRAVAR.
                MOVE LOC-NUMERO       TO CAUC-NUMERO
                MOVE LOC-SEQ          TO CAUC-SEQ
                MOVE W-CAUCAO-VALOR   TO CAUC-VALOR
                   GO TO TRATAR-CAUCAO-FIM.
                IF NOT CAUC-RETIDA
                   GO TO TRATAR-CAUCAO-FIM.
                MOVE CAUC-VALOR TO W-CAUC-ED
      * CAUCAO RETIDA EM MOEDA ESTRANGEIRA VOLTA NA MESMA MOEDA E
      * PELA MESMA COTACAO DA RETENCAO, PARA A GAVETA DA MOEDA FECHAR
                MOVE SPACES TO MO-MOEDA
                IF CAUC-FORMA = 1
                   MOVE LOC-NUMERO TO MO-REF-NUMERO
                   MOVE LOC-SEQ    TO MO-REF-SEQ
                   PERFORM BUSCAR-MOEDA-CAUCAO
                                       THRU BUSCAR-MOEDA-CAUCAO-FIM.
       TRATAR-CAUCAO-OPC.
                DISPLAY (24, 10) "CAUCAO RETIDA:"
                DISPLAY (24, 25) W-CAUC-ED
      * GRAVAR, OU UMA ANTERIOR), ACUMULANDO EM COB-VALOR-PAGO COMO
      * O SGB-018 FAZ
       ABATER-CAUCAO-COB.
                PERFORM DEFINIR-DOC-COB THRU DEFINIR-DOC-COB-FIM
                MOVE W-COB-DOC TO COB-CPF
                MOVE ZEROS   TO COB-SEQ
                START ARQCOB KEY IS NOT LESS CHAVE-COB
                    INVALID KEY MOVE "10" TO ST-ERRO-COB.
                    AT END MOVE "10" TO ST-ERRO-COB.
                IF ST-ERRO-COB = "10"
                   GO TO ABATER-CAUCAO-COB-VOLTA.
                IF COB-CPF NOT = W-COB-DOC
                   GO TO ABATER-CAUCAO-COB-VOLTA.
                IF COB-NUMERO NOT = LOC-NUMERO
                   OR COB-LOCSEQ NOT = LOC-SEQ
                IF ST-ERRO-PAG NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO MOVIMENTO DE CAUCAO"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVAR-MOV-CAUCAO-FIM.
                IF MO-MOEDA = SPACES
                   GO TO GRAVAR-MOV-CAUCAO-FIM.
                MOVE PAG-VALOR TO MO-VALOR-BRL
                PERFORM CONVERTER-MOEDA THRU CONVERTER-MOEDA-FIM
                PERFORM REG-PAG-MOEDA-GRAVAR
                                       THRU REG-PAG-MOEDA-GRAVAR-FIM
                IF PAG-ORIG-DEVCAUCAO
                   MOVE MO-VALOR-ORIG TO W-MOEDA-ED
                   MOVE SPACES TO MENS
                   STRING "DEVOLVER EM " MO-MOEDA ": " W-MOEDA-ED
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-MOV-CAUCAO-FIM.
                EXIT.
                WRITE LINHA-REL FROM REC-LIN-NUM
                WRITE LINHA-REL FROM REC-LIN-LOC
                WRITE LINHA-REL FROM REC-LIN-VAL
                IF MO-MOEDA NOT = SPACES
                   PERFORM MONTAR-LIN-MOEDA THRU MONTAR-LIN-MOEDA-FIM
                   WRITE LINHA-REL FROM MO-LIN-RECIBO.
                WRITE LINHA-REL FROM REC-LIN-OPER
                WRITE LINHA-REL FROM ESPACOS-REL
                CLOSE RELATORIO.
                MOVE ACESS-CODIGO  TO LA-CODIGO
                MOVE W-ACE-QTDE    TO LA-QTDE
                MOVE ACESS-DIARIA  TO LA-DIARIA
                MOVE ACESS-CODIGO  TO OR-ACE-COD
                PERFORM PRECO-ACESS-ORCAMENTO
                                   THRU PRECO-ACESS-ORCAMENTO-FIM
                IF OR-ACE-ACHOU = "S"
                   MOVE OR-ACE-DIARIA TO LA-DIARIA.
                MOVE "N"           TO LA-DEVOLVIDO
                WRITE REGLOCAC
                IF ST-ERRO-LAC NOT = "00" AND "02"
                   CLOSE ARQACESS ARQLOCAC.
                IF W-ESP-ABERTO = "S"
                   CLOSE ARQESPERA.
                IF W-TRF-ABERTO = "S"
                   CLOSE ARQTRANSF.
                PERFORM FECHAR-CALENDARIO THRU FECHAR-CALENDARIO-FIM
                PERFORM FECHAR-CAMPANHA THRU FECHAR-CAMPANHA-FIM
                PERFORM FECHAR-CARTEIRA THRU FECHAR-CARTEIRA-FIM
                PERFORM FECHAR-MOEDA THRU FECHAR-MOEDA-FIM
                PERFORM FECHAR-CONDUTOR THRU FECHAR-CONDUTOR-FIM
                PERFORM FECHAR-PARCEIRO THRU FECHAR-PARCEIRO-FIM
                PERFORM FECHAR-BATERIA THRU FECHAR-BATERIA-FIM
                PERFORM FECHAR-ORCAMENTO THRU FECHAR-ORCAMENTO-FIM
                PERFORM FECHAR-LIMITE-PJ THRU FECHAR-LIMITE-PJ-FIM
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       COPY RELPAGP.
      *
       COPY DATAVALP.
       COPY IDADEVALP.
      *
       COPY PARAMVALP.
       COPY FECHVALP.
       COPY CAMPVALP.
       COPY CARTVALP.
       COPY MOEDVALP.
       COPY CONDVALP.
       COPY PARCVALP.
       COPY BATVALP.
       COPY LIMPJVALP.
       COPY ORCAVALP.
       COPY TERMVALP.
      *
       COPY CALDIASP.
      *
