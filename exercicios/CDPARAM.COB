      * INICIO (COPY PARAMVAL./PARAMVALP.) E IMPRIMEM NO CABECALHO O
      * VALOR REALMENTE USADO. CODIGOS EM USO:
      *     LIMDIASLOC = PRAZO PADRAO DE LOCACAO (REL021)
      *     VIDAUTIL   = VIDA UTIL EM ANOS (REL023/35/36/39/73)
      *     RESIDPERC  = PERCENTUAL RESIDUAL (REL023/35/36/39/73)
      *     LIMDIASMAN = DIAS SEM USO P/ MANUTENCAO (REL028)
      *     LIMPERCMAN = PERCENTUAL DO VALOR CONTABIL QUE MARCA A
      *                  BIKE COMO CANDIDATA A BAIXA (REL035/REL073)
      *     CKPTINTERV = INTERVALO DE CHECKPOINT (REL003/16/23/27)
      *     DIASUTEIS  = 1 CONTA SO DIAS UTEIS PELO CALENDARIO
      *                  ARQCALEND.DAT (REL021/REL028)
      *     TXRETORNO  = TAXA DE RETORNO (EM REAIS) DA BIKE DEVOLVIDA
      *                  EM OUTRA FILIAL (SGB-004)
      *     TXRETORNOod = IDEM, SO PARA RETIRADA NA FILIAL o E
      *                  DEVOLUCAO NA d (EX. TXRETORNO13)
      *     CAUCAOBIKE = CAUCAO POR BIKE (EM REAIS) COTADA NO
      *                  ORCAMENTO (SGB-037)
      *     ORCVALIDADE = PRAZO DE VALIDADE DO ORCAMENTO EM DIAS
      *                  (SGB-037)
      *     NOSHOWTOL  = HORAS DE TOLERANCIA DEPOIS DA RETIRADA
      *                  MARCADA ANTES DE A RESERVA EXPIRAR (RESV001)
      *     TXNOSHOW   = TAXA (EM REAIS) DO NAO COMPARECIMENTO E DO
      *                  CANCELAMENTO FORA DO PRAZO (RESV001/SGB-007)
      *     CANCHORAS  = HORAS ANTES DA RETIRADA EM QUE O
      *                  CANCELAMENTO JA PAGA A TAXA (SGB-007)
      *     MULTAPERC  = MULTA DE ATRASO NA QUITACAO, EM CENTESIMOS
      *                  DE PONTO (200 = 2,00%) (SGB-018/SGB-020)
      *     JUROSMES   = JUROS DE MORA AO MES PRO RATA DIA, EM
      *                  CENTESIMOS DE PONTO (100 = 1,00%)
      *                  (SGB-018/SGB-020)
      *     FATPRAZO   = DIAS ENTRE A EMISSAO E O VENCIMENTO DA
      *                  FATURA PJ (SGB-020, SGB-004, SGB-025,
      *                  KIOSK001, REL060)
      *     PJDIASATR  = DIAS DE ATRASO DE FATURA PJ ALEM DO
      *                  VENCIMENTO QUE RETEM A EMPRESA (SGB-004,
      *                  SGB-025, KIOSK001, REL060)
      *     ESTATTOL   = PONTOS PERCENTUAIS DE REPROVACAO ACIMA DA
      *                  ESCOLA OU DO PERIODO ANTERIOR QUE MARCAM A
      *                  TURMA/DISCIPLINA FORA DA TOLERANCIA (REL069)
      *     ESTATMED   = PONTOS DE MEDIA DE DIFERENCA PARA A ESCOLA
      *                  OU PARA O PERIODO ANTERIOR IDEM (REL069)
      *     PLANAJUSTE = PERCENTUAL DE BIKES A MAIS (DEMANDA SATURADA)
      *                  OU A MENOS (OCIOSA) NO PLANO DE RENOVACAO
      *                  DA FROTA (REL073)
      *     SENHATENT  = SENHAS ERRADAS SEGUIDAS QUE BLOQUEIAM O
      *                  OPERADOR (SEGUR001, PADRAO 5)
      *     SENHADIAS  = DIAS DE VALIDADE DA SENHA DO OPERADOR (PADRAO
      *                  90; ZERO = NAO VENCE) (SEGUR001)
      *     SENHAHIST  = ULTIMAS SENHAS QUE NAO PODEM SER REPETIDAS NA
      *                  TROCA (SEGUR001, PADRAO 4, MAXIMO 6)
      *     EXPEDINI   = INICIO DO EXPEDIENTE HHMM; LOGON ANTES DELE E
      *                  LISTADO NO RELATORIO DE SEGURANCA (REL074)
      *     EXPEDFIM   = FIM DO EXPEDIENTE HHMM (REL074)
      *     REVINATIV  = DIAS SEM LOGON QUE FAZEM A REVISAO DE ACESSOS
      *                  ALERTAR A CONTA ATIVA (REL075, PADRAO 90)
      *     PRAZONOITE = HORA LIMITE HHMM PARA O FIM DA ROTINA
      *                  NOTURNA; PREVISAO DEPOIS DELA E ALERTA NO
      *                  REL076 (PADRAO 0630)
      *     PRAZOMES   = IDEM PARA O FECHAMENTO MENSAL DO JOB002
      *                  (REL076, PADRAO 0800)
      *     BICOMPLETA = 1 PEDE RECARGA COMPLETA DO EXTRATO DE BI;
      *                  ATENDIDA UMA VEZ POR DATA DE ALTERACAO (BI001)
      *     SLASACALTA = PRAZO EM HORAS DO CHAMADO SAC DE PRIORIDADE
      *                  ALTA (SGB-055/REL078, PADRAO 24)
      *     SLASACMEDIA = PRAZO EM HORAS DO CHAMADO SAC DE PRIORIDADE
      *                  MEDIA (SGB-055/REL078, PADRAO 72)
      *     SLASACBAIXA = PRAZO EM HORAS DO CHAMADO SAC DE PRIORIDADE
      *                  BAIXA (SGB-055/REL078, PADRAO 168)
      *     BATCICLOS  = CICLOS DE CARGA QUE ENCERRAM A VIDA UTIL DA
      *                  BATERIA DA BIKE ELETRICA (SGB-056/REL079,
      *                  PADRAO 800)
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
