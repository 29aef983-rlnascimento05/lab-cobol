      * DEPOIS DO NOTIF001.
      * 2026-09-02  PASSO NOTIF002 (ALERTA DE FREQUENCIA AOS
      * RESPONSAVEIS) NA CADEIA, SO EM DIA UTIL.
      * 2026-10-15  PASSO REL052 (EXTRATO DAS CARTEIRAS PRE-PAGAS E
      * PASSIVO DO CREDITO NAO UTILIZADO) NA CADEIA, TODO DIA.
      * 2026-10-15  PASSO RESV001 (EXPIRACAO DAS RESERVAS NAO
      * CUMPRIDAS) NA CADEIA, TODO DIA, ANTES DO REL021 E DA REGUA
      * DE COBRANCA -- A TAXA DE NO-SHOW JA ENTRA NA REGUA DA NOITE.
      * 2026-10-15  PASSO RESV002 (IMPORTACAO DAS RESERVAS DO SITE)
      * NA CADEIA, TODO DIA, LOGO DEPOIS DO RESV001 -- AS BIKES
      * LIBERADAS PELO NO-SHOW JA SERVEM AOS PEDIDOS DO SITE.
      * 2026-10-15  PASSO REL055 (CONTAS A PAGAR A VENCER EM 30 DIAS)
      * NO FIM DA CADEIA, COM O NOVO CODIGO DE CALENDARIO "S": SO NA
      * SEGUNDA-FEIRA (ZELLER H=2) -- O RELATORIO E SEMANAL.
      * 2026-10-15  PASSO REL057 (PREVISAO DE CAIXA DAS PROXIMAS 13
      * SEMANAS) NO FIM DA CADEIA, TAMBEM SO NA SEGUNDA-FEIRA ("S").
      * 2026-10-15  PASSO REL059 (CONCILIACAO COFRE X DEPOSITO
      * BANCARIO POR FILIAL) NA CADEIA, TODO DIA, DEPOIS DO REL052.
      * 2026-10-15  PASSO REL060 (EXPOSICAO DE CREDITO DIARIA POR
      * EMPRESA) NA CADEIA, TODO DIA, DEPOIS DO REL059.
      * 2026-10-15  PASSO PONTO002 (APURACAO DO PONTO DO DIA CONTRA A
      * ESCALA DE TRABALHO) NA CADEIA, TODO DIA, DEPOIS DO REL040 --
      * A ESCALA TAMBEM TEM TURNO NO FIM DE SEMANA.
      * 2026-10-15  PASSO REL062 (AFASTADOS E RETORNOS PREVISTOS NA
      * SEMANA) NA CADEIA, NOS DIAS UTEIS, DEPOIS DO REL043.
      * 2026-10-15  PASSO REL074 (SEGURANCA DOS OPERADORES: BLOQUEIOS
      * E LOGONS FORA DO EXPEDIENTE) NA CADEIA, TODO DIA, NO FIM.
      * 2026-10-15  PASSO AUDVER001 (CONFERENCIA DA CADEIA DE HASH DAS
      * TRILHAS DE AUDITORIA) NA CADEIA, TODO DIA, NO FIM.
      * 2026-10-15  ESTATISTICA DE EXECUCAO: CADA PASSO CHAMADO GRAVA
      * NO HISTORICO JOBHIST.DAT A HORA DE INICIO E DE FIM, O TEMPO
      * DECORRIDO E A CONTAGEM DE REGISTROS QUE INFORMOU (COPY JOBCNT./
      * JOBEST./JOBESTP.); NO FIM DA CADEIA O HISTORICO E EXPURGADO
      * PARA AS ULTIMAS 90 EXECUCOES. PASSO REL076 (TEMPOS MEDIOS POR
      * PASSO E PREVISAO DE TERMINO DAS CADEIAS CONTRA O PRAZO DO
      * CDPARAM) NA CADEIA, TODO DIA, NO FIM.
      * 2026-10-15  PASSO BI001 (EXTRATO EM ESTRELA DE FATOS E
      * DIMENSOES PARA A FERRAMENTA DE PAINEIS) NA CADEIA, TODO DIA,
      * ANTES DO REL076.
      * 2026-10-15  PASSOS NPS002 (IMPORTACAO DAS RESPOSTAS DA
      * PESQUISA DE SATISFACAO) E NPS001 (EXTRATO DA PESQUISA DAS
      * DEVOLUCOES DE ONTEM PARA O GATEWAY) NA CADEIA, TODO DIA,
      * DEPOIS DO NOTIF002.
      * 2026-10-15  PASSO REL078 (CHAMADOS SAC COM SLA VENCIDO POR
      * CATEGORIA E FILIAL) NA CADEIA, SO NA SEGUNDA-FEIRA ("S"),
      * DEPOIS DO REL057.
      * 2026-10-15  PASSO REL079 (BATERIAS DAS BIKES ELETRICAS NO FIM
      * DA VIDA UTIL E SEM SER VISTAS HA 7 DIAS) NA CADEIA, SO NA
      * SEGUNDA-FEIRA ("S"), DEPOIS DO REL078.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOGNOITE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LOG.

           SELECT JOBHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-HIS.

           SELECT JOBHTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-HTM.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               VALUE OF FILE-ID IS "JOBNOITE.LOG".

       01 LINHA-LOG                    PIC X(80).

       FD JOBHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOBHIST.DAT".
       01 REGHIST.
                03 HIST-CADEIA          PIC X(05).
                03 HIST-DATA            PIC 9(08).
                03 HIST-HORA-EXEC       PIC 9(06).
                03 HIST-SEQ             PIC 9(02).
                03 HIST-PROGRAMA        PIC X(09).
                03 HIST-SITUACAO        PIC X(08).
                03 HIST-HORA-INI        PIC 9(06).
                03 HIST-HORA-FIM        PIC 9(06).
                03 HIST-SEGUNDOS        PIC 9(06).
                03 HIST-QTD             PIC 9(09).

       FD JOBHTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOBHIST.TMP".
       01 REG-HTMP                     PIC X(65).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-LOG      PIC X(02).

       77 W-DATA-LOG       PIC 9(06).
       COPY JOBCNT.
       COPY JOBEST.
       77 W-IND            PIC 9(02) COMP VALUE ZEROS.
       77 W-COD-RETORNO    PIC S9(04) COMP VALUE ZEROS.
       77 W-HOUVE-ERRO     PIC X(01) VALUE "N".
           88 HOUVE-ERRO       VALUE "S".
       77 W-J              PIC 9(02) COMP VALUE ZEROS.
       77 W-EH-FDS         PIC X(01) VALUE "N".
       77 W-EH-SEGUNDA     PIC X(01) VALUE "N".
       77 W-ZC-M           PIC 9(02) VALUE ZEROS.
       77 W-ZC-A           PIC 9(04) VALUE ZEROS.
       77 W-ZC-J           PIC 9(02) VALUE ZEROS.
               05 FILLER       PIC X(40) VALUE
                   "EXTRATO DA FOLHA DE PAGAMENTO".
               05 FILLER       PIC X(01) VALUE "U".
           03 PASSO-04A.
               05 FILLER       PIC X(09) VALUE "RESV001  ".
               05 FILLER       PIC X(40) VALUE
                   "EXPIRACAO DAS RESERVAS NAO CUMPRIDAS".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-04B.
               05 FILLER       PIC X(09) VALUE "RESV002  ".
               05 FILLER       PIC X(40) VALUE
                   "IMPORTACAO DAS RESERVAS DO SITE".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-05.
               05 FILLER       PIC X(09) VALUE "REL021   ".
               05 FILLER       PIC X(40) VALUE
               05 FILLER       PIC X(40) VALUE
                   "ALERTA DE FREQUENCIA AOS RESPONSAVEIS".
               05 FILLER       PIC X(01) VALUE "U".
           03 PASSO-05D.
               05 FILLER       PIC X(09) VALUE "NPS002   ".
               05 FILLER       PIC X(40) VALUE
                   "IMPORTACAO DAS RESPOSTAS DA PESQUISA NPS".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-05E.
               05 FILLER       PIC X(09) VALUE "NPS001   ".
               05 FILLER       PIC X(40) VALUE
                   "EXTRATO DA PESQUISA DE SATISFACAO (NPS)".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-06.
               05 FILLER       PIC X(09) VALUE "REL040   ".
               05 FILLER       PIC X(40) VALUE
                   "PAINEL DIARIO DE OPERACAO POR FILIAL".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-06A.
               05 FILLER       PIC X(09) VALUE "PONTO002 ".
               05 FILLER       PIC X(40) VALUE
                   "APURACAO DO PONTO CONTRA A ESCALA".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-07.
               05 FILLER       PIC X(09) VALUE "REL043   ".
               05 FILLER       PIC X(40) VALUE
                   "ALERTA DE FERIAS A VENCER POR DEPTO".
               05 FILLER       PIC X(01) VALUE "U".
           03 PASSO-07A.
               05 FILLER       PIC X(09) VALUE "REL062   ".
               05 FILLER       PIC X(40) VALUE
                   "AFASTADOS E RETORNOS PREVISTOS NA SEMANA".
               05 FILLER       PIC X(01) VALUE "U".
           03 PASSO-08.
               05 FILLER       PIC X(09) VALUE "REL052   ".
               05 FILLER       PIC X(40) VALUE
                   "EXTRATO E PASSIVO DAS CARTEIRAS PREPAGAS".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-08A.
               05 FILLER       PIC X(09) VALUE "REL059   ".
               05 FILLER       PIC X(40) VALUE
                   "CONCILIACAO COFRE X DEPOSITO BANCARIO".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-08B.
               05 FILLER       PIC X(09) VALUE "REL060   ".
               05 FILLER       PIC X(40) VALUE
                   "EXPOSICAO DE CREDITO DIARIA POR EMPRESA".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-09.
               05 FILLER       PIC X(09) VALUE "REL055   ".
               05 FILLER       PIC X(40) VALUE
                   "CONTAS A PAGAR A VENCER EM 30 DIAS".
               05 FILLER       PIC X(01) VALUE "S".
           03 PASSO-10.
               05 FILLER       PIC X(09) VALUE "REL057   ".
               05 FILLER       PIC X(40) VALUE
                   "PREVISAO DE CAIXA - PROXIMAS 13 SEMANAS".
               05 FILLER       PIC X(01) VALUE "S".
           03 PASSO-10A.
               05 FILLER       PIC X(09) VALUE "REL078   ".
               05 FILLER       PIC X(40) VALUE
                   "CHAMADOS SAC COM SLA VENCIDO".
               05 FILLER       PIC X(01) VALUE "S".
           03 PASSO-10B.
               05 FILLER       PIC X(09) VALUE "REL079   ".
               05 FILLER       PIC X(40) VALUE
                   "BATERIAS E-BIKE: CICLOS E SUMIDAS".
               05 FILLER       PIC X(01) VALUE "S".
           03 PASSO-11.
               05 FILLER       PIC X(09) VALUE "REL074   ".
               05 FILLER       PIC X(40) VALUE
                   "SEGURANCA: BLOQUEIOS E LOGONS FORA HORA".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-12.
               05 FILLER       PIC X(09) VALUE "AUDVER001".
               05 FILLER       PIC X(40) VALUE
                   "CONFERENCIA DA CADEIA DAS TRILHAS AUDIT.".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-12A.
               05 FILLER       PIC X(09) VALUE "BI001    ".
               05 FILLER       PIC X(40) VALUE
                   "EXTRATO EM ESTRELA PARA OS PAINEIS (BI)".
               05 FILLER       PIC X(01) VALUE "D".
           03 PASSO-13.
               05 FILLER       PIC X(09) VALUE "REL076   ".
               05 FILLER       PIC X(40) VALUE
                   "TEMPOS DOS PASSOS E PREVISAO DE TERMINO".
               05 FILLER       PIC X(01) VALUE "D".

       01 TAB-PASSOS-R REDEFINES TAB-PASSOS.
           03 PASSO-OCR OCCURS 31 TIMES.
               05 PASSO-PROGRAMA   PIC X(09).
               05 PASSO-DESCRICAO  PIC X(40).
               05 PASSO-CALEND     PIC X(01).

      * PASSOS JA GRAVADOS "OK" NO LOG DE HOJE (REEXECUCAO)
       01 TAB-FEITOS.
           03 PASSO-FEITO      PIC X(01) OCCURS 31 TIMES.

       01 REGLOG.
           03 LOG-DATA             PIC 9(06).
           MOVE ALL "N" TO TAB-FEITOS
           PERFORM LER-LOG-ANTERIOR THRU LER-LOG-ANTERIOR-FIM
           PERFORM ABRIR-LOG THRU ABRIR-LOG-FIM
           MOVE "NOITE" TO JE-CADEIA
           PERFORM INICIAR-HISTORICO THRU INICIAR-HISTORICO-FIM
           PERFORM EXECUTAR-PASSO THRU EXECUTAR-PASSO-FIM
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND > 31 OR HOUVE-ERRO
           CLOSE LOGNOITE
           PERFORM EXPURGAR-HISTORICO THRU EXPURGAR-HISTORICO-FIM
           IF HOUVE-ERRO
              DISPLAY "*** ROTINA NOTURNA INTERROMPIDA POR ERRO ***"
              MOVE 12 TO RETURN-CODE
              MOVE "CALEND  " TO LOG-SITUACAO
              WRITE LINHA-LOG FROM REGLOG
              GO TO EXECUTAR-PASSO-FIM.
           IF PASSO-CALEND (W-IND) = "S" AND W-EH-SEGUNDA = "N"
              MOVE "CALEND  " TO LOG-SITUACAO
              WRITE LINHA-LOG FROM REGLOG
              GO TO EXECUTAR-PASSO-FIM.
           PERFORM INICIAR-CRONOMETRO THRU INICIAR-CRONOMETRO-FIM
           CALL PASSO-PROGRAMA (W-IND)
           MOVE RETURN-CODE TO W-COD-RETORNO
           IF W-COD-RETORNO = ZEROS
           ELSE
              MOVE "ERRO    " TO LOG-SITUACAO
              MOVE "S" TO W-HOUVE-ERRO.
           WRITE LINHA-LOG FROM REGLOG
           MOVE W-IND                  TO JE-SEQ
           MOVE PASSO-PROGRAMA (W-IND) TO JE-PROGRAMA
           MOVE LOG-SITUACAO           TO JE-SITUACAO
           PERFORM GRAVAR-ESTATISTICA THRU GRAVAR-ESTATISTICA-FIM.
       EXECUTAR-PASSO-FIM.
           EXIT.

              GO TO LER-LOG-ANTERIOR-LER.
           MOVE 1 TO W-J.
       LER-LOG-ANTERIOR-BUSCA.
           IF W-J > 31
              GO TO LER-LOG-ANTERIOR-LER.
           IF PASSO-PROGRAMA (W-J) = WL-PROGRAMA
              MOVE "S" TO PASSO-FEITO (W-J)

      * DESCOBRE SE HOJE E SABADO OU DOMINGO, PELA CONGRUENCIA DE
      * ZELLER (H=0 SABADO, H=1 DOMINGO), COMO NO BUSCAR-PRECO DO
      * SGB-004, E SE E SEGUNDA-FEIRA (H=2) PARA OS PASSOS SEMANAIS
       CALC-DIA-SEMANA.
           MOVE "N" TO W-EH-FDS W-EH-SEGUNDA
           MOVE W-MES-COMP TO W-ZC-M
           MOVE W-ANO-COMP TO W-ZC-A
           IF W-ZC-M < 3
           COMPUTE W-ZC-H = W-ZC-H - (W-ZC-T4 * 7)
           IF W-ZC-H = 0 OR W-ZC-H = 1
              MOVE "S" TO W-EH-FDS.
           IF W-ZC-H = 2
              MOVE "S" TO W-EH-SEGUNDA.
       CALC-DIA-SEMANA-FIM.
           EXIT.

       COPY JOBESTP.
