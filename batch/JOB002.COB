      * AVULSAS DOS MESMOS JOBS VOLTAREM AO CALENDARIO PROPRIO.
      * AUDARQ001, REL043 E FERIAS001 SAO DIRIGIDOS POR DATA DE
      * CORTE/ANIVERSARIO E NAO DEPENDEM DA COMPETENCIA.
      * 2026-10-15  PASSO REL054 (TAXA MENSAL DE NO-SHOW DAS
      * RESERVAS POR FILIAL) NO FIM DA CADEIA, NA COMPETENCIA DO
      * CONTROLE.
      * 2026-10-15  PASSO REL058 (ORCADO X REALIZADO POR FILIAL E
      * CONTA, CONTRA AS METAS DO SGB-040) NO FIM DA CADEIA, NA
      * COMPETENCIA DO CONTROLE.
      * 2026-10-15  PASSO REL061 (AUDITORIA DA NUMERACAO DOS
      * RECIBOS DA COMPETENCIA, COM O TERMO DE CONFERENCIA DO
      * CONTADOR) NO FIM DA CADEIA.
      * 2026-10-15  PASSO COMIS001 (COMISSAO DOS PARCEIROS
      * INDICADORES, COM A CONTA A PAGAR DE CADA UM) ANTES DO REL039,
      * PARA A COMISSAO DA COMPETENCIA ENTRAR NO EXTRATO CONTABIL.
      * 2026-10-15  PASSO RFM001 (SEGMENTACAO RFM DOS CLIENTES, COM O
      * EXTRATO DE MARKETING DE QUEM DEU OPT-IN) NO FIM DA CADEIA.
      * 2026-10-15  PASSO COMVD001 (COMISSAO DE VENDA DOS
      * ATENDENTES DO BALCAO) ANTES DO FOLHA001, QUE LEVA A COMISSAO
      * APURADA PARA O CONTRACHEQUE.
      * 2026-10-15  PASSO BENEF001 (COMPRA DO VALE-TRANSPORTE E DO
      * VALE-REFEICAO DO MES, COM O PEDIDO PARA A OPERADORA) ANTES DO
      * FOLHA001, QUE DESCONTA OS VALES NO CONTRACHEQUE.
      * 2026-10-15  PASSO GUIA001 (DECLARACAO DE FGTS E INSS DA FOLHA,
      * COM O RELATORIO DE CONFERENCIA) LOGO APOS O FOLHA001.
      * 2026-10-15  PASSO REL063 (CERTIFICACOES DE MECANICOS A VENCER
      * NOS PROXIMOS 60 DIAS) NO FIM DA CADEIA.
      * 2026-10-15  PASSO REL064 (QUILOMETRAGEM DO MES POR BIKE E
      * CATEGORIA, DO HODOMETRO DO GPS001) NO FIM DA CADEIA.
      * 2026-10-15  PASSO REL065 (VALOR RECUPERADO EM GARANTIA POR
      * FORNECEDOR, DAS RECLAMACOES DO SGB-048) NO FIM DA CADEIA.
      * 2026-10-15  PASSO REL068 (DESCONTOS DE MENSALIDADE POR TIPO DE
      * BOLSA, DAS MENSALIDADES GERADAS PELO MENS001) NO FIM DA CADEIA.
      * 2026-10-15  PASSO REL070 (BIKES PARADAS NA OFICINA E RECEITA
      * PERDIDA, DAS ORDENS DO SGB-011) NO FIM DA CADEIA.
      * 2026-10-15  PASSO REL071 (DESVIO DO PADRAO POR SERVICO E
      * MECANICO, DO CATALOGO SGB-052) NO FIM DA CADEIA.
      * 2026-10-15  ESTATISTICA DE EXECUCAO: CADA PASSO CHAMADO GRAVA
      * NO HISTORICO JOBHIST.DAT A HORA DE INICIO E DE FIM, O TEMPO
      * DECORRIDO E A CONTAGEM DE REGISTROS QUE INFORMOU (COPY JOBCNT./
      * JOBEST./JOBESTP.), COMO NO JOB001; NO FIM DA CADEIA O
      * HISTORICO E EXPURGADO PARA AS ULTIMAS 90 EXECUCOES. O REL076
      * DA NOITE LISTA OS TEMPOS E A PREVISAO DE TERMINO.
      * 2026-10-15  PASSO QUAL001 (PLACAR DE QUALIDADE DOS CADASTROS,
      * COM O MES ANTERIOR DO HISTORICO ARQQUAL.DAT E AS FALHAS EM
      * QUALDET.TXT) NO FIM DA CADEIA.
      * 2026-10-15  PASSO REL077 (NPS DO MES POR FILIAL, CATEGORIA E
      * OPERADOR, COMENTARIOS DOS DETRATORES E ABERTURA DO
      * ACOMPANHAMENTO EM ARQNPSA.DAT) NO FIM DA CADEIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTRLCMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CMP.

           SELECT JOBHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-HIS.

           SELECT JOBHTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-HTM.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               VALUE OF FILE-ID IS "CTRLCMP.DAT".
       01 REGCMP.
                03 CMP-COMPET           PIC 9(06).

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
       77 W-HOUVE-ERRO     PIC X(01) VALUE "N".
           88 HOUVE-ERRO       VALUE "S".
       77 W-J              PIC 9(02) COMP VALUE ZEROS.
       COPY JOBCNT.
       COPY JOBEST.

       01 W-COMPET.
          03 W-CMP-ANO      PIC 9(04).
               05 FILLER       PIC X(40) VALUE
                   "GERACAO DAS MENSALIDADES ESCOLARES".
           03 PASSO-03.
               05 FILLER       PIC X(09) VALUE "COMVD001 ".
               05 FILLER       PIC X(40) VALUE
                   "COMISSAO DE VENDA DOS ATENDENTES".
           03 PASSO-04.
               05 FILLER       PIC X(09) VALUE "BENEF001 ".
               05 FILLER       PIC X(40) VALUE
                   "COMPRA DE VALE-TRANSPORTE E REFEICAO".
           03 PASSO-05.
               05 FILLER       PIC X(09) VALUE "FOLHA001 ".
               05 FILLER       PIC X(40) VALUE
                   "FOLHA DE PAGAMENTO DO MES".
           03 PASSO-06.
               05 FILLER       PIC X(09) VALUE "GUIA001  ".
               05 FILLER       PIC X(40) VALUE
                   "GUIAS DE FGTS E INSS DA FOLHA".
           03 PASSO-07.
               05 FILLER       PIC X(09) VALUE "REL042   ".
               05 FILLER       PIC X(40) VALUE
                   "FECHAMENTO DE HORAS DO PONTO".
           03 PASSO-08.
               05 FILLER       PIC X(09) VALUE "REL043   ".
               05 FILLER       PIC X(40) VALUE
                   "ALERTA DE FERIAS A VENCER POR DEPTO".
           03 PASSO-09.
               05 FILLER       PIC X(09) VALUE "FERIAS001".
               05 FILLER       PIC X(40) VALUE
                   "APURACAO DE FERIAS DOS FUNCIONARIOS".
           03 PASSO-10.
               05 FILLER       PIC X(09) VALUE "COMIS001 ".
               05 FILLER       PIC X(40) VALUE
                   "COMISSAO DOS PARCEIROS INDICADORES".
           03 PASSO-11.
               05 FILLER       PIC X(09) VALUE "REL039   ".
               05 FILLER       PIC X(40) VALUE
                   "EXTRATO CONTABIL DO MES".
           03 PASSO-12.
               05 FILLER       PIC X(09) VALUE "REL050   ".
               05 FILLER       PIC X(40) VALUE
                   "RESULTADO MENSAL POR FILIAL".
           03 PASSO-13.
               05 FILLER       PIC X(09) VALUE "REL054   ".
               05 FILLER       PIC X(40) VALUE
                   "TAXA DE NO-SHOW DAS RESERVAS POR FILIAL".
           03 PASSO-14.
               05 FILLER       PIC X(09) VALUE "REL058   ".
               05 FILLER       PIC X(40) VALUE
                   "ORCADO X REALIZADO POR FILIAL E CONTA".
           03 PASSO-15.
               05 FILLER       PIC X(09) VALUE "REL061   ".
               05 FILLER       PIC X(40) VALUE
                   "AUDITORIA DA NUMERACAO DOS RECIBOS".
           03 PASSO-16.
               05 FILLER       PIC X(09) VALUE "RFM001   ".
               05 FILLER       PIC X(40) VALUE
                   "SEGMENTACAO RFM DOS CLIENTES".
           03 PASSO-17.
               05 FILLER       PIC X(09) VALUE "REL063   ".
               05 FILLER       PIC X(40) VALUE
                   "CERTIFICACOES DE MECANICOS A VENCER".
           03 PASSO-18.
               05 FILLER       PIC X(09) VALUE "REL064   ".
               05 FILLER       PIC X(40) VALUE
                   "QUILOMETRAGEM POR BIKE E CATEGORIA".
           03 PASSO-19.
               05 FILLER       PIC X(09) VALUE "REL065   ".
               05 FILLER       PIC X(40) VALUE
                   "GARANTIA RECUPERADA POR FORNECEDOR".
           03 PASSO-20.
               05 FILLER       PIC X(09) VALUE "REL068   ".
               05 FILLER       PIC X(40) VALUE
                   "DESCONTOS DE MENSALIDADE POR BOLSA".
           03 PASSO-21.
               05 FILLER       PIC X(09) VALUE "REL070   ".
               05 FILLER       PIC X(40) VALUE
                   "BIKES PARADAS NA OFICINA E RECEITA".
           03 PASSO-22.
               05 FILLER       PIC X(09) VALUE "REL071   ".
               05 FILLER       PIC X(40) VALUE
                   "DESVIO DO PADRAO POR SERVICO/MECANICO".
           03 PASSO-23.
               05 FILLER       PIC X(09) VALUE "QUAL001  ".
               05 FILLER       PIC X(40) VALUE
                   "PLACAR DE QUALIDADE DOS CADASTROS".
           03 PASSO-24.
               05 FILLER       PIC X(09) VALUE "REL077   ".
               05 FILLER       PIC X(40) VALUE
                   "NPS DO MES E ACOMPANHAMENTO DETRATORES".

       01 TAB-PASSOS-R REDEFINES TAB-PASSOS.
           03 PASSO-OCR OCCURS 25 TIMES.
               05 PASSO-PROGRAMA   PIC X(09).
               05 PASSO-DESCRICAO  PIC X(40).

      * PASSOS JA GRAVADOS "OK" NO LOG DA COMPETENCIA (REEXECUCAO)
       01 TAB-FEITOS.
           03 PASSO-FEITO      PIC X(01) OCCURS 25 TIMES.

       01 REGLOG.
           03 LOG-COMPET           PIC 9(06).
           MOVE ALL "N" TO TAB-FEITOS
           PERFORM LER-LOG-ANTERIOR THRU LER-LOG-ANTERIOR-FIM
           PERFORM ABRIR-LOG THRU ABRIR-LOG-FIM
           MOVE "MES" TO JE-CADEIA
           PERFORM INICIAR-HISTORICO THRU INICIAR-HISTORICO-FIM
           PERFORM EXECUTAR-PASSO THRU EXECUTAR-PASSO-FIM
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND > 25 OR HOUVE-ERRO
           CLOSE LOGMES
           PERFORM EXPURGAR-HISTORICO THRU EXPURGAR-HISTORICO-FIM
           PERFORM LIMPAR-COMPETENCIA THRU LIMPAR-COMPETENCIA-FIM
           IF HOUVE-ERRO
              DISPLAY "*** FECHAMENTO INTERROMPIDO POR ERRO ***"
              MOVE "JA-OK   " TO LOG-SITUACAO
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
           IF W-J > 25
              GO TO LER-LOG-ANTERIOR-LER.
           IF PASSO-PROGRAMA (W-J) = WL-PROGRAMA
              MOVE "S" TO PASSO-FEITO (W-J)
           CLOSE LOGMES.
       LER-LOG-ANTERIOR-FIM.
           EXIT.

       COPY JOBESTP.
