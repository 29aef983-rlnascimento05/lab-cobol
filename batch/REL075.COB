       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL075.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * REVISAO TRIMESTRAL DE ACESSOS DOS OPERADORES      *
      **************************************************
      * EVIDENCIA PARA A AUDITORIA DE QUEM TEM ACESSO A QUE: LISTA
      * TODO OPERADOR DE ARQOPER.DAT COM NIVEL, FILIAL, SITUACAO,
      * ULTIMO LOGON (ARQOPERS.DAT, GRAVADO PELO SEGUR001) E AS
      * TRANSACOES SENSIVEIS QUE ELE FEZ NO TRIMESTRE INFORMADO NO
      * CONSOLE (AAAAT; ZEROS = TRIMESTRE ANTERIOR AO DA DATA DO
      * DIA): RECEBIMENTOS EM ARQPAG.DAT, ESTORNOS EM ARQESTOR.DAT
      * (SGB-019), BAIXAS DE COBRANCA EM ARQBXCOB.DAT (SGB-026),
      * FECHAMENTOS DE PERIODO EM ARQFECH.DAT (SGB-034), LINHAS NAS
      * TRILHAS DE AUDITORIA DE CLIENTES, FUNCIONARIOS, NOTAS E
      * BIKES (ARQUIVO VIVO E .ARC DO AUDARQ001) E DISPENSAS DE
      * ENCARGOS APROVADAS COMO SUPERVISOR (AUDENCAR.DAT).
      * O RELATORIO TEM QUATRO PARTES:
      *   1 - CONFLITOS DE SEGREGACAO: ESTORNO DO TRIMESTRE FEITO
      *       PELO MESMO OPERADOR QUE RECEBEU O PAGAMENTO ORIGINAL,
      *       OU QUE DEPOIS DO ESTORNO RECEBEU DE NOVO NA MESMA
      *       LOCACAO;
      *   2 - OPERADORES, COM OS ALERTAS: NIVEL 3 (ESTORNO, BAIXA E
      *       FECHAMENTO) E NIVEL 3 SEM NENHUM USO NO TRIMESTRE;
      *       OPERADOR ATIVO QUE NUNCA ENTROU OU ESTA SEM LOGON HA
      *       MAIS DE REVINATIV DIAS (CDPARAM, PADRAO 90); OPERADOR
      *       ATIVO SEM FUNCIONARIO, COM FUNCIONARIO QUE NAO ESTA NO
      *       CADFUNC.DAT OU QUE NAO ESTA ATIVO; CONFLITO DA PARTE 1.
      *       QUEM APARECE NOS MOVIMENTOS SEM ESTAR NO ARQOPER.DAT
      *       SAI NO FIM DA LISTA;
      *   3 - TOTAIS DA REVISAO;
      *   4 - VISTO DO GERENTE.
      * RODA SOB DEMANDA NO FECHAMENTO DO TRIMESTRE E SAI EM
      * REL075.TXT PELAS ROTINAS COPY RELPAG./RELPAGP., COM
      * CATALOGO. SEM O ARQOPER.DAT NAO HA O QUE REVISAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-ID
                    FILE STATUS  IS ST-ERRO-OPE.

           SELECT ARQOPERS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPS-ID
                    FILE STATUS  IS ST-ERRO-OPS.

           SELECT FUNCIONARIOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-FUN.

           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAG
                    FILE STATUS  IS ST-ERRO-PAG.

           SELECT ARQESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    FILE STATUS  IS ST-ERRO-EST.

           SELECT ARQBXCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-BX
                    FILE STATUS  IS ST-ERRO-BX.

           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-MODULO
                    FILE STATUS  IS ST-ERRO-FEC.

           SELECT TRCLI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TR.

           SELECT TRFUNC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TR.

           SELECT TRNOTAS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TR.

           SELECT TRBIKE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TR.

           SELECT AUDENCAR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-AEN.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.

           SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD OPERADORES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPER.
                03 OPER-ID              PIC X(8).
                03 OPER-NOME            PIC X(30).
                03 OPER-HASH            PIC 9(9).
                03 OPER-ATIVO           PIC X(1).
                03 OPER-NIVEL           PIC 9(1).
                03 OPER-FILIAL          PIC 9(02).
                03 OPER-FUNC            PIC X(12).

       FD ARQOPERS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPERS.DAT".
       01 REGOPERS.
                03 OPS-ID               PIC X(8).
                03 OPS-TENTATIVAS       PIC 9(2).
                03 OPS-BLOQUEADO        PIC X(1).
                03 OPS-DATA-BLOQ        PIC 9(8).
                03 OPS-HORA-BLOQ        PIC 9(4).
                03 OPS-DATA-SENHA       PIC 9(8).
                03 OPS-HIST-HASH        PIC 9(9) OCCURS 6 TIMES.
                03 OPS-ULT-DATA         PIC 9(8).
                03 OPS-ULT-HORA         PIC 9(4).
                03 OPS-ULT-PROG         PIC X(8).

       FD FUNCIONARIOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
            03 CODIGO           PIC X(12).
            03 NOME             PIC X(35).
            03 CARTRAB.
                05 CARNUM       PIC 9(05).
                05 CARSERIE     PIC 9(03).
                05 UF           PIC X(02).
                05 UFDESCRICAO  PIC X(20).
            03 CPF              PIC 9(11).
            03 DATANASC.
                05 DIA          PIC 9(02).
                05 MES          PIC 9(02).
                05 ANO          PIC 9(04).
            03 TELEFONE.
                05 DDD          PIC 9(02).
                05 NUMTEL       PIC 9(09).
            03 EMAIL            PIC X(30).
            03 SEXO             PIC X(01).
            03 SEXODESCRICAO    PIC X(11).
            03 OPCAOSEX         PIC 9(01).
            03 OPCAOSEXDESCRICAO PIC X(20).
            03 DEPTO            PIC 9(03).
            03 DEPTODESCRICAO   PIC X(25).
            03 SITUACAO-FUN     PIC X(01).
            03 SITUACAODESC-FUN PIC X(10).
            03 SALARIO          PIC 9(07)V99.
            03 DATA-ADMISSAO    PIC 9(08).
            03 TIPO-CONTRATO    PIC X(01).
            03 BANCO            PIC 9(03).
            03 AGENCIA          PIC 9(04).
            03 CONTA            PIC 9(08).
            03 CONTA-DV         PIC X(01).
            03 ADIANT-PERC      PIC 9(03)V99.
            03 ADIANT-VALOR     PIC 9(07)V99.

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
                03 PAG-DATA             PIC 9(8).
                03 PAG-OPERADOR         PIC X(8).
                03 PAG-ORIGEM           PIC X(01).
                   88 PAG-ORIG-ESTORNO      VALUE "E".
                03 PAG-REF-CPF          PIC 9(14).
                03 PAG-REF-NUMERO       PIC 9(04).
                03 PAG-REF-SEQ          PIC 9(04).

       FD ARQESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTOR.DAT".
       01 REGESTOR.
                03 CHAVE-EST.
                   05 EST-NUMERO        PIC 9(4).
                   05 EST-SEQ           PIC 9(4).
                03 EST-BIKE             PIC 9(4).
                03 EST-RECIBO           PIC 9(8).
                03 EST-VALOR            PIC 9(6)V99.
                03 EST-MOTIVO           PIC X(40).
                03 EST-DATA             PIC 9(8).
                03 EST-OPERADOR         PIC X(8).

       FD ARQBXCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBXCOB.DAT".
       01 REGBX.
                03 CHAVE-BX.
                   05 BX-CPF            PIC 9(14).
                   05 BX-SEQ            PIC 9(4).
                03 BX-BIKE              PIC 9(4).
                03 BX-VALOR             PIC 9(6)V99.
                03 BX-MOTIVO            PIC X(40).
                03 BX-DATA              PIC 9(8).
                03 BX-OPERADOR          PIC X(8).

       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
                03 FECH-MODULO          PIC X(08).
                03 FECH-DATA-LIMITE     PIC 9(08).
                03 FECH-DATA-ALT        PIC 9(08).
                03 FECH-OPERADOR        PIC X(08).

      * TRILHAS DE AUDITORIA: UM FD POR TRILHA COM O TAMANHO CERTO DO
      * REGISTRO (COMO NO AUDCONS001); AS QUATRO TERMINAM EM DATA
      * AAAAMMDD + OPERADOR
       FD TRCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRCLI.
                03 FILLER               PIC X(17).
                03 TRC-DATA             PIC 9(08).
                03 TRC-OPERADOR         PIC X(08).
                03 FILLER               PIC X(17).

       FD TRFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRFUNC.
                03 FILLER               PIC X(13).
                03 TRF-DATA             PIC 9(08).
                03 TRF-OPERADOR         PIC X(08).
                03 FILLER               PIC X(17).

       FD TRNOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRNOTAS.
                03 FILLER               PIC X(14).
                03 TRN-DATA             PIC 9(08).
                03 TRN-OPERADOR         PIC X(08).
                03 FILLER               PIC X(17).

       FD TRBIKE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TRILHA.
       01 REG-TRBIKE.
                03 FILLER               PIC X(05).
                03 TRB-DATA             PIC 9(08).
                03 TRB-OPERADOR         PIC X(08).
                03 FILLER               PIC X(17).

       FD AUDENCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDENCAR.DAT".
       01 REGAUDENC.
                03 AEN-DATA             PIC 9(08).
                03 AEN-HORA             PIC 9(06).
                03 AEN-ORIGEM           PIC X(01).
                03 AEN-DOC              PIC 9(14).
                03 AEN-REF              PIC 9(06).
                03 AEN-RECIBO           PIC 9(08).
                03 AEN-DIAS             PIC 9(05).
                03 AEN-MULTA            PIC 9(6)V99.
                03 AEN-JUROS            PIC 9(6)V99.
                03 AEN-MOTIVO           PIC X(40).
                03 AEN-SUPERVISOR       PIC X(08).
                03 AEN-OPERADOR         PIC X(08).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REL075.TXT".

       01 LINHA-REL                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-OPE      PIC X(02) VALUE "00".
       77 ST-ERRO-OPS      PIC X(02) VALUE "00".
       77 ST-ERRO-FUN      PIC X(02) VALUE "00".
       77 ST-ERRO-PAG      PIC X(02) VALUE "00".
       77 ST-ERRO-EST      PIC X(02) VALUE "00".
       77 ST-ERRO-BX       PIC X(02) VALUE "00".
       77 ST-ERRO-FEC      PIC X(02) VALUE "00".
       77 ST-ERRO-TR       PIC X(02) VALUE "00".
       77 ST-ERRO-AEN      PIC X(02) VALUE "00".
       77 ST-ERRO-REL      PIC X(02) VALUE "00".
       COPY PARAMVAL.
       77 W-OPS-ABERTO     PIC X(01) VALUE "N".
       77 W-FUN-ABERTO     PIC X(01) VALUE "N".
       77 W-PAG-ABERTO     PIC X(01) VALUE "N".
       77 W-DIAS-INATIV    PIC 9(04) VALUE 90.
       77 W-MES-INI        PIC 9(02) VALUE ZEROS.
       77 W-MES-FIM        PIC 9(02) VALUE ZEROS.
       77 W-NO-TRIM        PIC X(01) VALUE "N".
       77 W-ARQ-TRILHA     PIC X(20) VALUE SPACES.
       77 W-TRILHA         PIC 9(01) VALUE ZEROS.
       77 W-PASSO          PIC 9(01) VALUE ZEROS.
       77 W-OPER-BUSCA     PIC X(08) VALUE SPACES.
       77 W-EST-AMD        PIC 9(08) VALUE ZEROS.
       77 W-CONFLITO       PIC 9(01) VALUE ZEROS.
       77 W-SEQ-REPAG      PIC 9(04) VALUE ZEROS.
       77 W-TEM-ALERTA     PIC X(01) VALUE "N".
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-ULT       PIC 9(07) VALUE ZEROS.
       77 W-QTD-SENS       PIC 9(05) VALUE ZEROS.
       77 W-IND            PIC 9(03) COMP VALUE ZEROS.
       77 W-J              PIC 9(03) COMP VALUE ZEROS.
       77 W-QTD-OP         PIC 9(03) COMP VALUE ZEROS.
       77 W-CONT-OPER      PIC 9(05) VALUE ZEROS.
       77 W-CONT-ATIVOS    PIC 9(05) VALUE ZEROS.
       77 W-CONT-NIVEL3    PIC 9(05) VALUE ZEROS.
       77 W-CONT-ALERTA    PIC 9(05) VALUE ZEROS.
       77 W-CONT-NAOCAD    PIC 9(05) VALUE ZEROS.
       77 W-CONT-ESTOR     PIC 9(05) VALUE ZEROS.
       77 W-CONT-CONFL     PIC 9(05) VALUE ZEROS.
       77 W-CONT-LIDOS     PIC 9(07) VALUE ZEROS.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-PERIODO.
          03 W-PER-AAAA     PIC 9(04).
          03 W-PER-TRIM     PIC 9(01).
       01 W-PERIODO-NUM REDEFINES W-PERIODO
                                        PIC 9(05).
       01 W-DATA-DMA.
          03 W-DMA-DD       PIC 9(02).
          03 W-DMA-MM       PIC 9(02).
          03 W-DMA-AAAA     PIC 9(04).
       01 W-DATA-DMA-NUM REDEFINES W-DATA-DMA
                                        PIC 9(08).
       01 W-DATA-AMD.
          03 W-AMD-AAAA     PIC 9(04).
          03 W-AMD-MM       PIC 9(02).
          03 W-AMD-DD       PIC 9(02).
       01 W-DATA-AMD-NUM REDEFINES W-DATA-AMD
                                        PIC 9(08).
       01 W-DATA-ED         PIC 99/99/9999.

      * UMA ENTRADA POR OPERADOR: OS DO ARQOPER.DAT NA ORDEM DA
      * CHAVE E, DEPOIS DELES, QUEM SO APARECE NOS MOVIMENTOS
      * (OP-CAD = "N")
       01 TAB-OPERADORES.
           03 OP-ENT OCCURS 300 TIMES.
               05 OP-ID         PIC X(08).
               05 OP-CAD        PIC X(01).
               05 OP-RECEB      PIC 9(05).
               05 OP-ESTOR      PIC 9(04).
               05 OP-BAIXA      PIC 9(04).
               05 OP-FECH       PIC 9(03).
               05 OP-AUDIT      PIC 9(05).
               05 OP-APROV      PIC 9(04).
               05 OP-CONFL      PIC 9(03).

       COPY RELPAG.

       01 LINHA-PARTE.
           03 LP-TEXTO     PIC X(60).
       01 LINHA-CONFL.
           03 LC-NUMERO    PIC 9(04).
           03 FILLER       PIC X(01) VALUE "/".
           03 LC-SEQ       PIC 9(04).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LC-DATA      PIC 99/99/9999.
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LC-VALOR     PIC ZZZ.ZZ9,99.
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LC-OPERADOR  PIC X(08).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LC-TEXTO     PIC X(36).
       01 LINHA-OPER.
           03 LO-ID        PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-NOME      PIC X(20).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-NIVEL     PIC 9(01).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LO-FILIAL    PIC 9(02).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LO-ATIVO     PIC X(01).
           03 FILLER       PIC X(02) VALUE SPACES.
           03 LO-ULT       PIC X(10).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-PROG      PIC X(08).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LO-FUNC      PIC X(12).
       01 LINHA-QTD.
           03 FILLER       PIC X(15) VALUE "         RECEB ".
           03 LQ-RECEB     PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " ESTOR ".
           03 LQ-ESTOR     PIC ZZZ9.
           03 FILLER       PIC X(07) VALUE " BAIXA ".
           03 LQ-BAIXA     PIC ZZZ9.
           03 FILLER       PIC X(06) VALUE " FECH ".
           03 LQ-FECH      PIC ZZ9.
           03 FILLER       PIC X(07) VALUE " AUDIT ".
           03 LQ-AUDIT     PIC ZZZZ9.
           03 FILLER       PIC X(07) VALUE " APROV ".
           03 LQ-APROV     PIC ZZZ9.
       01 LINHA-ALERTA.
           03 FILLER       PIC X(13) VALUE "         *** ".
           03 LA-NIVEL     PIC X(15).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LA-LOGON     PIC X(18).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LA-FUNC      PIC X(15).
           03 FILLER       PIC X(01) VALUE SPACES.
           03 LA-SOD       PIC X(12).
       01 LINHA-TOT.
           03 LT-TEXTO     PIC X(40).
           03 LT-QTD       PIC ZZZZ9.
       01 LINHA-VISTO      PIC X(80).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "TRIMESTRE (AAAAT, ZEROS = TRIMESTRE ANTERIOR): "
           ACCEPT W-PERIODO-NUM
           IF W-PERIODO-NUM = ZEROS
              PERFORM TRIMESTRE-ANTERIOR THRU TRIMESTRE-ANTERIOR-FIM.
           IF W-PER-TRIM < 1 OR W-PER-TRIM > 4
              DISPLAY "*** TRIMESTRE INVALIDO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           COMPUTE W-MES-INI = (W-PER-TRIM - 1) * 3 + 1
           COMPUTE W-MES-FIM = W-PER-TRIM * 3
           COMPUTE W-DIAS-HOJE =
                   (W-ANO-HOJE * 360) + (W-MES-HOJE * 30) + W-DIA-HOJE
           MOVE ZEROS TO TAB-OPERADORES
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM ABRIR-ARQS THRU ABRIR-ARQS-FIM
           PERFORM CARREGAR-OPERADORES THRU CARREGAR-OPERADORES-FIM
           PERFORM CONTAR-PAGAMENTOS THRU CONTAR-PAGAMENTOS-FIM
           PERFORM CONTAR-BAIXAS THRU CONTAR-BAIXAS-FIM
           PERFORM CONTAR-FECHAMENTOS THRU CONTAR-FECHAMENTOS-FIM
           MOVE 1 TO W-TRILHA.
       INICIO-TRILHA.
           MOVE 1 TO W-PASSO.
       INICIO-TRILHA-PASSO.
           PERFORM CONTAR-TRILHA THRU CONTAR-TRILHA-FIM
           ADD 1 TO W-PASSO
           IF W-PASSO < 3
              GO TO INICIO-TRILHA-PASSO.
           ADD 1 TO W-TRILHA
           IF W-TRILHA < 5
              GO TO INICIO-TRILHA.
           PERFORM CONTAR-DISPENSAS THRU CONTAR-DISPENSAS-FIM
           PERFORM LISTAR-CONFLITOS THRU LISTAR-CONFLITOS-FIM
           PERFORM LISTAR-OPERADORES THRU LISTAR-OPERADORES-FIM
           PERFORM IMPRIMIR-RESUMO THRU IMPRIMIR-RESUMO-FIM
           PERFORM IMPRIMIR-VISTO THRU IMPRIMIR-VISTO-FIM
           PERFORM FECHAR-ARQS THRU FECHAR-ARQS-FIM
           DISPLAY "OPERADORES REVISADOS......: " W-CONT-OPER
           DISPLAY "OPERADORES COM ALERTA.....: " W-CONT-ALERTA
           DISPLAY "ESTORNOS NO TRIMESTRE.....: " W-CONT-ESTOR
           DISPLAY "CONFLITOS DE SEGREGACAO...: " W-CONT-CONFL
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * TRIMESTRE FECHADO ANTERIOR AO DA DATA DO DIA
       TRIMESTRE-ANTERIOR.
           MOVE W-ANO-HOJE TO W-PER-AAAA
           COMPUTE W-PER-TRIM = (W-MES-HOJE - 1) / 3
           IF W-PER-TRIM = ZEROS
              MOVE 4 TO W-PER-TRIM
              SUBTRACT 1 FROM W-PER-AAAA.
       TRIMESTRE-ANTERIOR-FIM.
           EXIT.

      * DIAS SEM LOGON QUE TORNAM SUSPEITA A CONTA ATIVA
       LER-PARAMETROS.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "REVINATIV" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > ZEROS
                              AND PV-VALOR < 10000
              MOVE PV-VALOR TO W-DIAS-INATIV.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
           EXIT.

      * SEM ARQOPERS.DAT O ULTIMO LOGON SAI COMO NUNCA; SEM O
      * CADFUNC.DAT O VINCULO COM FUNCIONARIO NAO E CONFERIDO
       ABRIR-ARQS.
           OPEN INPUT OPERADORES
           IF ST-ERRO-OPE NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQOPER.DAT ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           OPEN INPUT ARQOPERS
           IF ST-ERRO-OPS = "00"
              MOVE "S" TO W-OPS-ABERTO
           ELSE
              DISPLAY "ARQOPERS.DAT AINDA NAO EXISTE - SEM LOGONS"
              MOVE "00" TO ST-ERRO-OPS.
           OPEN INPUT FUNCIONARIOS
           IF ST-ERRO-FUN = "00"
              MOVE "S" TO W-FUN-ABERTO
           ELSE
              DISPLAY "CADFUNC.DAT NAO ABRIU - VINCULO NAO CONFERIDO"
              MOVE "00" TO ST-ERRO-FUN.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              MOVE 12 TO RETURN-CODE
              GOBACK.
           MOVE SPACES TO W-TITULO-REL
           STRING "REVISAO DE ACESSOS DOS OPERADORES - TRIMESTRE "
                  W-PER-TRIM "/" W-PER-AAAA
                  DELIMITED BY SIZE INTO W-TITULO-REL
           MOVE "OPERADOR NOME" TO W-CAB-COL
           MOVE "N  FL  A  ULT.LOGON  PROGRAMA FUNCIONARIO"
                                              TO W-CAB-COL (31:41)
           PERFORM IMPRIMIR-CABECALHO-PAG
                                       THRU IMPRIMIR-CABECALHO-PAG-FIM.
       ABRIR-ARQS-FIM.
           EXIT.

       CARREGAR-OPERADORES.
           READ OPERADORES NEXT RECORD
               AT END GO TO CARREGAR-OPERADORES-FIM.
           IF W-QTD-OP NOT < 300
              DISPLAY "*** TABELA DE OPERADORES CHEIA (300) ***"
              GO TO CARREGAR-OPERADORES-FIM.
           ADD 1 TO W-QTD-OP
           MOVE OPER-ID TO OP-ID (W-QTD-OP)
           MOVE "S"     TO OP-CAD (W-QTD-OP)
           GO TO CARREGAR-OPERADORES.
       CARREGAR-OPERADORES-FIM.
           EXIT.

      * POSICAO DO OPERADOR W-OPER-BUSCA NA TABELA EM W-J; QUEM NAO
      * ESTA NO ARQOPER.DAT ENTRA NO FIM. OPERADOR EM BRANCO (MOVIMENTO
      * ANTERIOR AO CONTROLE DE OPERADOR) OU TABELA CHEIA DA W-J = 0
       ACHAR-OPERADOR.
           MOVE ZEROS TO W-J
           IF W-OPER-BUSCA = SPACES
              GO TO ACHAR-OPERADOR-FIM.
           MOVE 1 TO W-J.
       ACHAR-OPERADOR-LOOP.
           IF W-J > W-QTD-OP
              GO TO ACHAR-OPERADOR-NOVO.
           IF OP-ID (W-J) = W-OPER-BUSCA
              GO TO ACHAR-OPERADOR-FIM.
           ADD 1 TO W-J
           GO TO ACHAR-OPERADOR-LOOP.
       ACHAR-OPERADOR-NOVO.
           IF W-QTD-OP NOT < 300
              MOVE ZEROS TO W-J
              GO TO ACHAR-OPERADOR-FIM.
           ADD 1 TO W-QTD-OP
           MOVE W-QTD-OP     TO W-J
           MOVE W-OPER-BUSCA TO OP-ID (W-J)
           MOVE "N"          TO OP-CAD (W-J).
       ACHAR-OPERADOR-FIM.
           EXIT.

      * W-NO-TRIM = "S" QUANDO A DATA AAAAMMDD EM W-DATA-AMD CAI NO
      * TRIMESTRE PEDIDO; DATAS DDMMAAAA PASSAM ANTES POR
      * CONVERTER-DMA
       CONVERTER-DMA.
           MOVE W-DMA-AAAA TO W-AMD-AAAA
           MOVE W-DMA-MM   TO W-AMD-MM
           MOVE W-DMA-DD   TO W-AMD-DD.
       CONVERTER-DMA-FIM.
           EXIT.

       VERIFICAR-TRIMESTRE.
           MOVE "N" TO W-NO-TRIM
           IF W-AMD-AAAA = W-PER-AAAA
                         AND W-AMD-MM NOT < W-MES-INI
                         AND W-AMD-MM NOT > W-MES-FIM
              MOVE "S" TO W-NO-TRIM.
       VERIFICAR-TRIMESTRE-FIM.
           EXIT.

      * RECEBIMENTOS: TODO LANCAMENTO DE ARQPAG.DAT MENOS A
      * CONTRAPARTIDA DE ESTORNO (ORIGEM "E"), CONTADA PELO ARQESTOR
       CONTAR-PAGAMENTOS.
           OPEN INPUT ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              DISPLAY "ARQPAG.DAT NAO ABRIU - SEM RECEBIMENTOS"
              MOVE "00" TO ST-ERRO-PAG
              GO TO CONTAR-PAGAMENTOS-FIM.
           MOVE "S" TO W-PAG-ABERTO.
       CONTAR-PAGAMENTOS-LER.
           READ ARQPAG NEXT RECORD
               AT END GO TO CONTAR-PAGAMENTOS-FIM.
           ADD 1 TO W-CONT-LIDOS
           IF PAG-ORIG-ESTORNO
              GO TO CONTAR-PAGAMENTOS-LER.
           MOVE PAG-DATA TO W-DATA-DMA-NUM
           PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
           PERFORM VERIFICAR-TRIMESTRE THRU VERIFICAR-TRIMESTRE-FIM
           IF W-NO-TRIM NOT = "S"
              GO TO CONTAR-PAGAMENTOS-LER.
           MOVE PAG-OPERADOR TO W-OPER-BUSCA
           PERFORM ACHAR-OPERADOR THRU ACHAR-OPERADOR-FIM
           IF W-J > ZEROS
              ADD 1 TO OP-RECEB (W-J).
           GO TO CONTAR-PAGAMENTOS-LER.
       CONTAR-PAGAMENTOS-FIM.
           EXIT.

       CONTAR-BAIXAS.
           OPEN INPUT ARQBXCOB
           IF ST-ERRO-BX NOT = "00"
              MOVE "00" TO ST-ERRO-BX
              GO TO CONTAR-BAIXAS-FIM.
       CONTAR-BAIXAS-LER.
           READ ARQBXCOB NEXT RECORD
               AT END GO TO CONTAR-BAIXAS-FECHA.
           ADD 1 TO W-CONT-LIDOS
           MOVE BX-DATA TO W-DATA-DMA-NUM
           PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
           PERFORM VERIFICAR-TRIMESTRE THRU VERIFICAR-TRIMESTRE-FIM
           IF W-NO-TRIM NOT = "S"
              GO TO CONTAR-BAIXAS-LER.
           MOVE BX-OPERADOR TO W-OPER-BUSCA
           PERFORM ACHAR-OPERADOR THRU ACHAR-OPERADOR-FIM
           IF W-J > ZEROS
              ADD 1 TO OP-BAIXA (W-J).
           GO TO CONTAR-BAIXAS-LER.
       CONTAR-BAIXAS-FECHA.
           CLOSE ARQBXCOB.
       CONTAR-BAIXAS-FIM.
           EXIT.

      * ARQFECH.DAT GUARDA SO O ULTIMO FECHAMENTO DE CADA MODULO
       CONTAR-FECHAMENTOS.
           OPEN INPUT ARQFECH
           IF ST-ERRO-FEC NOT = "00"
              MOVE "00" TO ST-ERRO-FEC
              GO TO CONTAR-FECHAMENTOS-FIM.
       CONTAR-FECHAMENTOS-LER.
           READ ARQFECH NEXT RECORD
               AT END GO TO CONTAR-FECHAMENTOS-FECHA.
           ADD 1 TO W-CONT-LIDOS
           MOVE FECH-DATA-ALT TO W-DATA-AMD-NUM
           PERFORM VERIFICAR-TRIMESTRE THRU VERIFICAR-TRIMESTRE-FIM
           IF W-NO-TRIM NOT = "S"
              GO TO CONTAR-FECHAMENTOS-LER.
           MOVE FECH-OPERADOR TO W-OPER-BUSCA
           PERFORM ACHAR-OPERADOR THRU ACHAR-OPERADOR-FIM
           IF W-J > ZEROS
              ADD 1 TO OP-FECH (W-J).
           GO TO CONTAR-FECHAMENTOS-LER.
       CONTAR-FECHAMENTOS-FECHA.
           CLOSE ARQFECH.
       CONTAR-FECHAMENTOS-FIM.
           EXIT.

      * UMA TRILHA (W-TRILHA 1=CLIENTE 2=FUNC 3=NOTAS 4=BIKE) NO
      * ARQUIVO VIVO (W-PASSO 1) OU NO ARQUIVADO .ARC (W-PASSO 2);
      * TRILHA QUE NAO EXISTE E PULADA
       CONTAR-TRILHA.
           MOVE SPACES TO W-ARQ-TRILHA
           IF W-TRILHA = 1 AND W-PASSO = 1
              MOVE "CADAUDCLI.DAT" TO W-ARQ-TRILHA.
           IF W-TRILHA = 1 AND W-PASSO = 2
              MOVE "CADAUDCLI.ARC" TO W-ARQ-TRILHA.
           IF W-TRILHA = 2 AND W-PASSO = 1
              MOVE "CADAUDFUNC.DAT" TO W-ARQ-TRILHA.
           IF W-TRILHA = 2 AND W-PASSO = 2
              MOVE "CADAUDFUNC.ARC" TO W-ARQ-TRILHA.
           IF W-TRILHA = 3 AND W-PASSO = 1
              MOVE "CADAUDNOTAS.DAT" TO W-ARQ-TRILHA.
           IF W-TRILHA = 3 AND W-PASSO = 2
              MOVE "CADAUDNOTAS.ARC" TO W-ARQ-TRILHA.
           IF W-TRILHA = 4 AND W-PASSO = 1
              MOVE "AUDBIKE.DAT" TO W-ARQ-TRILHA.
           IF W-TRILHA = 4 AND W-PASSO = 2
              MOVE "AUDBIKE.ARC" TO W-ARQ-TRILHA.
           GO TO CONTAR-TR-CLI CONTAR-TR-FUNC CONTAR-TR-NOTAS
                 CONTAR-TR-BIKE DEPENDING ON W-TRILHA.
       CONTAR-TR-CLI.
           OPEN INPUT TRCLI
           IF ST-ERRO-TR NOT = "00"
              MOVE "00" TO ST-ERRO-TR
              GO TO CONTAR-TRILHA-FIM.
       CONTAR-TR-CLI-LER.
           READ TRCLI
               AT END CLOSE TRCLI
                      GO TO CONTAR-TRILHA-FIM.
           MOVE TRC-DATA     TO W-DATA-AMD-NUM
           MOVE TRC-OPERADOR TO W-OPER-BUSCA
           PERFORM CONTAR-LINHA-TRILHA THRU CONTAR-LINHA-TRILHA-FIM
           GO TO CONTAR-TR-CLI-LER.
       CONTAR-TR-FUNC.
           OPEN INPUT TRFUNC
           IF ST-ERRO-TR NOT = "00"
              MOVE "00" TO ST-ERRO-TR
              GO TO CONTAR-TRILHA-FIM.
       CONTAR-TR-FUNC-LER.
           READ TRFUNC
               AT END CLOSE TRFUNC
                      GO TO CONTAR-TRILHA-FIM.
           MOVE TRF-DATA     TO W-DATA-AMD-NUM
           MOVE TRF-OPERADOR TO W-OPER-BUSCA
           PERFORM CONTAR-LINHA-TRILHA THRU CONTAR-LINHA-TRILHA-FIM
           GO TO CONTAR-TR-FUNC-LER.
       CONTAR-TR-NOTAS.
           OPEN INPUT TRNOTAS
           IF ST-ERRO-TR NOT = "00"
              MOVE "00" TO ST-ERRO-TR
              GO TO CONTAR-TRILHA-FIM.
       CONTAR-TR-NOTAS-LER.
           READ TRNOTAS
               AT END CLOSE TRNOTAS
                      GO TO CONTAR-TRILHA-FIM.
           MOVE TRN-DATA     TO W-DATA-AMD-NUM
           MOVE TRN-OPERADOR TO W-OPER-BUSCA
           PERFORM CONTAR-LINHA-TRILHA THRU CONTAR-LINHA-TRILHA-FIM
           GO TO CONTAR-TR-NOTAS-LER.
       CONTAR-TR-BIKE.
           OPEN INPUT TRBIKE
           IF ST-ERRO-TR NOT = "00"
              MOVE "00" TO ST-ERRO-TR
              GO TO CONTAR-TRILHA-FIM.
       CONTAR-TR-BIKE-LER.
           READ TRBIKE
               AT END CLOSE TRBIKE
                      GO TO CONTAR-TRILHA-FIM.
           MOVE TRB-DATA     TO W-DATA-AMD-NUM
           MOVE TRB-OPERADOR TO W-OPER-BUSCA
           PERFORM CONTAR-LINHA-TRILHA THRU CONTAR-LINHA-TRILHA-FIM
           GO TO CONTAR-TR-BIKE-LER.
       CONTAR-TRILHA-FIM.
           EXIT.

       CONTAR-LINHA-TRILHA.
           ADD 1 TO W-CONT-LIDOS
           PERFORM VERIFICAR-TRIMESTRE THRU VERIFICAR-TRIMESTRE-FIM
           IF W-NO-TRIM NOT = "S"
              GO TO CONTAR-LINHA-TRILHA-FIM.
           PERFORM ACHAR-OPERADOR THRU ACHAR-OPERADOR-FIM
           IF W-J > ZEROS
              ADD 1 TO OP-AUDIT (W-J).
       CONTAR-LINHA-TRILHA-FIM.
           EXIT.

      * DISPENSA DE MULTA/JUROS APROVADA: CONTA PARA O SUPERVISOR
       CONTAR-DISPENSAS.
           OPEN INPUT AUDENCAR
           IF ST-ERRO-AEN NOT = "00"
              MOVE "00" TO ST-ERRO-AEN
              GO TO CONTAR-DISPENSAS-FIM.
       CONTAR-DISPENSAS-LER.
           READ AUDENCAR
               AT END GO TO CONTAR-DISPENSAS-FECHA.
           ADD 1 TO W-CONT-LIDOS
           MOVE AEN-DATA TO W-DATA-AMD-NUM
           PERFORM VERIFICAR-TRIMESTRE THRU VERIFICAR-TRIMESTRE-FIM
           IF W-NO-TRIM NOT = "S"
              GO TO CONTAR-DISPENSAS-LER.
           MOVE AEN-SUPERVISOR TO W-OPER-BUSCA
           PERFORM ACHAR-OPERADOR THRU ACHAR-OPERADOR-FIM
           IF W-J > ZEROS
              ADD 1 TO OP-APROV (W-J).
           GO TO CONTAR-DISPENSAS-LER.
       CONTAR-DISPENSAS-FECHA.
           CLOSE AUDENCAR.
       CONTAR-DISPENSAS-FIM.
           EXIT.

      * PARTE 1: CADA ESTORNO DO TRIMESTRE E CONTADO PARA QUEM O FEZ
      * E CONFERIDO CONTRA O PAGAMENTO ORIGINAL (MESMA CHAVE) E OS
      * RECEBIMENTOS SEGUINTES DA MESMA LOCACAO EM ARQPAG.DAT
       LISTAR-CONFLITOS.
           MOVE "1 - CONFLITOS: MESMO OPERADOR RECEBEU E ESTORNOU"
                                                       TO LP-TEXTO
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           MOVE "ESTORNO    DATA" TO LINHA-VISTO
           MOVE "VALOR  OPERADOR  SITUACAO" TO LINHA-VISTO (28:25)
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           OPEN INPUT ARQESTOR
           IF ST-ERRO-EST NOT = "00"
              MOVE "00" TO ST-ERRO-EST
              GO TO LISTAR-CONFLITOS-TOTAL.
       LISTAR-CONFLITOS-LER.
           READ ARQESTOR NEXT RECORD
               AT END GO TO LISTAR-CONFLITOS-FECHA.
           ADD 1 TO W-CONT-LIDOS
           MOVE EST-DATA TO W-DATA-DMA-NUM
           PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
           PERFORM VERIFICAR-TRIMESTRE THRU VERIFICAR-TRIMESTRE-FIM
           IF W-NO-TRIM NOT = "S"
              GO TO LISTAR-CONFLITOS-LER.
           MOVE W-DATA-AMD-NUM TO W-EST-AMD
           ADD 1 TO W-CONT-ESTOR
           MOVE EST-OPERADOR TO W-OPER-BUSCA
           PERFORM ACHAR-OPERADOR THRU ACHAR-OPERADOR-FIM
           IF W-J > ZEROS
              ADD 1 TO OP-ESTOR (W-J).
           PERFORM VERIFICAR-CONFLITO THRU VERIFICAR-CONFLITO-FIM
           GO TO LISTAR-CONFLITOS-LER.
       LISTAR-CONFLITOS-FECHA.
           CLOSE ARQESTOR.
       LISTAR-CONFLITOS-TOTAL.
           WRITE LINHA-REL FROM ESPACOS-REL
           ADD 1 TO W-LINPAG
           MOVE "ESTORNOS NO TRIMESTRE.................:" TO LT-TEXTO
           MOVE W-CONT-ESTOR TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "CONFLITOS DE SEGREGACAO...............:" TO LT-TEXTO
           MOVE W-CONT-CONFL TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM.
       LISTAR-CONFLITOS-FIM.
           EXIT.

       VERIFICAR-CONFLITO.
           IF W-PAG-ABERTO NOT = "S" OR EST-OPERADOR = SPACES
              GO TO VERIFICAR-CONFLITO-FIM.
           MOVE EST-NUMERO TO PAG-NUMERO
           MOVE EST-SEQ    TO PAG-SEQ
           READ ARQPAG
           IF ST-ERRO-PAG NOT = "00"
              MOVE "00" TO ST-ERRO-PAG
              GO TO VERIFICAR-CONFLITO-REPAG.
           IF PAG-OPERADOR = EST-OPERADOR
              MOVE "RECEBEU O PAGAMENTO E O ESTORNOU" TO LC-TEXTO
              PERFORM IMPRIMIR-CONFLITO THRU IMPRIMIR-CONFLITO-FIM.
      * DEPOIS DO ESTORNO, NOVO RECEBIMENTO DA MESMA LOCACAO PELO
      * MESMO OPERADOR (O PRIMEIRO QUE APARECER)
       VERIFICAR-CONFLITO-REPAG.
           MOVE EST-NUMERO TO PAG-NUMERO
           MOVE ZEROS      TO PAG-SEQ
           START ARQPAG KEY IS NOT LESS CHAVE-PAG
           IF ST-ERRO-PAG NOT = "00"
              MOVE "00" TO ST-ERRO-PAG
              GO TO VERIFICAR-CONFLITO-FIM.
       VERIFICAR-CONFLITO-LER.
           READ ARQPAG NEXT RECORD
               AT END MOVE "00" TO ST-ERRO-PAG
                      GO TO VERIFICAR-CONFLITO-FIM.
           IF PAG-NUMERO NOT = EST-NUMERO
              GO TO VERIFICAR-CONFLITO-FIM.
           IF PAG-SEQ = EST-SEQ OR PAG-ORIG-ESTORNO
              GO TO VERIFICAR-CONFLITO-LER.
           IF PAG-OPERADOR NOT = EST-OPERADOR
              GO TO VERIFICAR-CONFLITO-LER.
           MOVE PAG-DATA TO W-DATA-DMA-NUM
           PERFORM CONVERTER-DMA THRU CONVERTER-DMA-FIM
           IF W-DATA-AMD-NUM < W-EST-AMD
              GO TO VERIFICAR-CONFLITO-LER.
           MOVE PAG-SEQ TO W-SEQ-REPAG
           MOVE SPACES TO LC-TEXTO
           STRING "ESTORNOU E RECEBEU DE NOVO SEQ " W-SEQ-REPAG
                  DELIMITED BY SIZE INTO LC-TEXTO
           PERFORM IMPRIMIR-CONFLITO THRU IMPRIMIR-CONFLITO-FIM.
       VERIFICAR-CONFLITO-FIM.
           EXIT.

       IMPRIMIR-CONFLITO.
           ADD 1 TO W-CONT-CONFL
           IF W-J > ZEROS
              ADD 1 TO OP-CONFL (W-J).
           MOVE EST-NUMERO   TO LC-NUMERO
           MOVE EST-SEQ      TO LC-SEQ
           MOVE EST-DATA     TO LC-DATA
           MOVE EST-VALOR    TO LC-VALOR
           MOVE EST-OPERADOR TO LC-OPERADOR
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-CONFL
           ADD 1 TO W-LINPAG.
       IMPRIMIR-CONFLITO-FIM.
           EXIT.

      * PARTE 2: UM BLOCO POR OPERADOR DA TABELA -- DADOS DO
      * CADASTRO, QUANTIDADES DO TRIMESTRE E, SE HOUVER, OS ALERTAS
       LISTAR-OPERADORES.
           MOVE "2 - OPERADORES, TRANSACOES SENSIVEIS E ALERTAS"
                                                       TO LP-TEXTO
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           MOVE 1 TO W-IND.
       LISTAR-OPERADORES-LOOP.
           IF W-IND > W-QTD-OP
              GO TO LISTAR-OPERADORES-FIM.
           PERFORM IMPRIMIR-OPERADOR THRU IMPRIMIR-OPERADOR-FIM
           ADD 1 TO W-IND
           GO TO LISTAR-OPERADORES-LOOP.
       LISTAR-OPERADORES-FIM.
           EXIT.

       IMPRIMIR-OPERADOR.
           ADD 1 TO W-CONT-OPER
           MOVE "N"    TO W-TEM-ALERTA
           MOVE SPACES TO LA-NIVEL LA-LOGON LA-FUNC LA-SOD
           MOVE SPACES TO LO-NOME LO-ATIVO LO-ULT LO-PROG LO-FUNC
           MOVE ZEROS  TO LO-NIVEL LO-FILIAL
           MOVE OP-ID (W-IND) TO LO-ID
           IF OP-CAD (W-IND) = "S"
              MOVE OP-ID (W-IND) TO OPER-ID
              READ OPERADORES
              IF ST-ERRO-OPE NOT = "00"
                 MOVE "00" TO ST-ERRO-OPE
                 MOVE "N" TO OP-CAD (W-IND).
           IF OP-CAD (W-IND) NOT = "S"
              ADD 1 TO W-CONT-NAOCAD
              MOVE "*** NAO CADASTRADO" TO LO-NOME
              MOVE "NAO CADASTRADO" TO LA-NIVEL
              MOVE "S" TO W-TEM-ALERTA
              GO TO IMPRIMIR-OPERADOR-SOD.
           MOVE OPER-NOME   TO LO-NOME
           MOVE OPER-NIVEL  TO LO-NIVEL
           MOVE OPER-FILIAL TO LO-FILIAL
           MOVE OPER-ATIVO  TO LO-ATIVO
           MOVE OPER-FUNC   TO LO-FUNC
           IF OPER-ATIVO = "S"
              ADD 1 TO W-CONT-ATIVOS.
           PERFORM VERIFICAR-NIVEL THRU VERIFICAR-NIVEL-FIM
           PERFORM VERIFICAR-LOGON THRU VERIFICAR-LOGON-FIM
           PERFORM VERIFICAR-FUNCIONARIO THRU VERIFICAR-FUNCIONARIO-FIM.
       IMPRIMIR-OPERADOR-SOD.
           IF OP-CONFL (W-IND) > ZEROS
              MOVE "CONFLITO SOD" TO LA-SOD
              MOVE "S" TO W-TEM-ALERTA.
           IF W-TEM-ALERTA = "S"
              ADD 1 TO W-CONT-ALERTA.
           MOVE OP-RECEB (W-IND) TO LQ-RECEB
           MOVE OP-ESTOR (W-IND) TO LQ-ESTOR
           MOVE OP-BAIXA (W-IND) TO LQ-BAIXA
           MOVE OP-FECH  (W-IND) TO LQ-FECH
           MOVE OP-AUDIT (W-IND) TO LQ-AUDIT
           MOVE OP-APROV (W-IND) TO LQ-APROV
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-OPER
           WRITE LINHA-REL FROM LINHA-QTD
           ADD 2 TO W-LINPAG
           IF LA-NIVEL NOT = SPACES OR LA-LOGON NOT = SPACES
                         OR LA-FUNC NOT = SPACES OR LA-SOD NOT = SPACES
              WRITE LINHA-REL FROM LINHA-ALERTA
              ADD 1 TO W-LINPAG.
       IMPRIMIR-OPERADOR-FIM.
           EXIT.

      * NIVEL 3 SAI SEMPRE NA LISTA; SEM NENHUM ESTORNO, BAIXA,
      * FECHAMENTO OU APROVACAO NO TRIMESTRE O NIVEL E QUESTIONADO
       VERIFICAR-NIVEL.
           IF OPER-NIVEL NOT = 3
              GO TO VERIFICAR-NIVEL-FIM.
           ADD 1 TO W-CONT-NIVEL3
           COMPUTE W-QTD-SENS = OP-ESTOR (W-IND) + OP-BAIXA (W-IND)
                              + OP-FECH (W-IND) + OP-APROV (W-IND)
           IF W-QTD-SENS > ZEROS
              MOVE "NIVEL 3" TO LA-NIVEL
           ELSE
              MOVE "NIVEL 3 SEM USO" TO LA-NIVEL
              MOVE "S" TO W-TEM-ALERTA.
       VERIFICAR-NIVEL-FIM.
           EXIT.

      * ULTIMO LOGON (DDMMAAAA EM ARQOPERS.DAT); CONTA ATIVA QUE NUNCA
      * ENTROU OU ESTA PARADA HA MAIS DE W-DIAS-INATIV DIAS E ALERTA
       VERIFICAR-LOGON.
           MOVE "NUNCA" TO LO-ULT
           IF W-OPS-ABERTO NOT = "S"
              GO TO VERIFICAR-LOGON-ALERTA.
           MOVE OPER-ID TO OPS-ID
           READ ARQOPERS
           IF ST-ERRO-OPS NOT = "00"
              MOVE "00" TO ST-ERRO-OPS
              GO TO VERIFICAR-LOGON-ALERTA.
           IF OPS-ULT-DATA = ZEROS
              GO TO VERIFICAR-LOGON-ALERTA.
           MOVE OPS-ULT-DATA TO W-DATA-ED
           MOVE W-DATA-ED    TO LO-ULT
           MOVE OPS-ULT-PROG TO LO-PROG
           IF OPER-ATIVO NOT = "S"
              GO TO VERIFICAR-LOGON-FIM.
           MOVE OPS-ULT-DATA TO W-DATA-DMA-NUM
           COMPUTE W-DIAS-ULT =
                   (W-DMA-AAAA * 360) + (W-DMA-MM * 30) + W-DMA-DD
           IF W-DIAS-HOJE - W-DIAS-ULT > W-DIAS-INATIV
              MOVE "SEM LOGON NO PRAZO" TO LA-LOGON
              MOVE "S" TO W-TEM-ALERTA.
           GO TO VERIFICAR-LOGON-FIM.
       VERIFICAR-LOGON-ALERTA.
           IF OPER-ATIVO = "S"
              MOVE "NUNCA LOGOU" TO LA-LOGON
              MOVE "S" TO W-TEM-ALERTA.
       VERIFICAR-LOGON-FIM.
           EXIT.

      * CONTA ATIVA PRECISA DE FUNCIONARIO ATIVO NO CADFUNC.DAT
       VERIFICAR-FUNCIONARIO.
           IF OPER-ATIVO NOT = "S"
              GO TO VERIFICAR-FUNCIONARIO-FIM.
           IF OPER-FUNC = SPACES
              MOVE "SEM FUNCIONARIO" TO LA-FUNC
              MOVE "S" TO W-TEM-ALERTA
              GO TO VERIFICAR-FUNCIONARIO-FIM.
           IF W-FUN-ABERTO NOT = "S"
              GO TO VERIFICAR-FUNCIONARIO-FIM.
           MOVE OPER-FUNC TO CODIGO
           READ FUNCIONARIOS
           IF ST-ERRO-FUN NOT = "00"
              MOVE "00" TO ST-ERRO-FUN
              MOVE "FUNC NAO ACHADO" TO LA-FUNC
              MOVE "S" TO W-TEM-ALERTA
              GO TO VERIFICAR-FUNCIONARIO-FIM.
           IF SITUACAO-FUN NOT = "A"
              MOVE "FUNC NAO ATIVO" TO LA-FUNC
              MOVE "S" TO W-TEM-ALERTA.
       VERIFICAR-FUNCIONARIO-FIM.
           EXIT.

      * PARTE 3: TOTAIS DA REVISAO
       IMPRIMIR-RESUMO.
           MOVE "3 - TOTAIS DA REVISAO" TO LP-TEXTO
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           MOVE "OPERADORES REVISADOS..................:" TO LT-TEXTO
           MOVE W-CONT-OPER TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "OPERADORES ATIVOS.....................:" TO LT-TEXTO
           MOVE W-CONT-ATIVOS TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "OPERADORES COM NIVEL 3................:" TO LT-TEXTO
           MOVE W-CONT-NIVEL3 TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "OPERADORES NAO CADASTRADOS............:" TO LT-TEXTO
           MOVE W-CONT-NAOCAD TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "OPERADORES COM ALERTA.................:" TO LT-TEXTO
           MOVE W-CONT-ALERTA TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM
           MOVE "CONFLITOS DE SEGREGACAO...............:" TO LT-TEXTO
           MOVE W-CONT-CONFL TO LT-QTD
           PERFORM IMPRIMIR-TOTAL THRU IMPRIMIR-TOTAL-FIM.
       IMPRIMIR-RESUMO-FIM.
           EXIT.

      * PARTE 4: VISTO DO GERENTE, SEMPRE NUMA PAGINA SO
       IMPRIMIR-VISTO.
           IF W-LINPAG + 14 > W-MAX-LINHAS
              MOVE W-MAX-LINHAS TO W-LINPAG.
           MOVE "4 - VISTO DO GERENTE" TO LP-TEXTO
           PERFORM IMPRIMIR-PARTE THRU IMPRIMIR-PARTE-FIM
           MOVE "DECLARO QUE REVISEI OS ACESSOS ACIMA E QUE:"
                                                    TO LINHA-VISTO
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           MOVE "  [ ] OS ACESSOS ESTAO CORRETOS PARA AS FUNCOES"
                                                    TO LINHA-VISTO
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           MOVE "  [ ] PEDI OS AJUSTES ABAIXO NO CADOPER:"
                                                    TO LINHA-VISTO
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           MOVE ALL "_" TO LINHA-VISTO
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           MOVE SPACES TO LINHA-VISTO
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           MOVE "GERENTE: ______________________________" TO LINHA-VISTO
           MOVE "DATA: ___/___/_____" TO LINHA-VISTO (43:19)
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           MOVE SPACES TO LINHA-VISTO
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM
           MOVE "ASSINATURA: ___________________________" TO LINHA-VISTO
           PERFORM IMPRIMIR-LINHA-VISTO THRU IMPRIMIR-LINHA-VISTO-FIM.
       IMPRIMIR-VISTO-FIM.
           EXIT.

       IMPRIMIR-LINHA-VISTO.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-VISTO
           ADD 1 TO W-LINPAG.
       IMPRIMIR-LINHA-VISTO-FIM.
           EXIT.

       IMPRIMIR-PARTE.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM ESPACOS-REL
           WRITE LINHA-REL FROM LINHA-PARTE
           ADD 2 TO W-LINPAG.
       IMPRIMIR-PARTE-FIM.
           EXIT.

       IMPRIMIR-TOTAL.
           PERFORM CONTROLAR-QUEBRA-PAG THRU CONTROLAR-QUEBRA-PAG-FIM
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-LINPAG.
       IMPRIMIR-TOTAL-FIM.
           EXIT.

       FECHAR-ARQS.
           CLOSE OPERADORES RELATORIO
           IF W-OPS-ABERTO = "S"
              CLOSE ARQOPERS.
           IF W-FUN-ABERTO = "S"
              CLOSE FUNCIONARIOS.
           IF W-PAG-ABERTO = "S"
              CLOSE ARQPAG.
           MOVE "REL075" TO W-REL-ID
           MOVE "REL075.TXT" TO W-REL-ARQ
           MOVE SPACES TO W-REL-PARMS
           STRING "TRIM " W-PER-TRIM "/" W-PER-AAAA " INATIV "
                  W-DIAS-INATIV DELIMITED BY SIZE INTO W-REL-PARMS
           PERFORM CATALOGAR-RELATORIO
                                      THRU CATALOGAR-RELATORIO-FIM.
       FECHAR-ARQS-FIM.
           EXIT.

       COPY PARAMVALP.

       COPY RELPAGP.
