       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUR001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * CONTROLE DE SEGURANCA DO LOGON DOS OPERADORES  *
      **************************************************
      * CHAMADO PELA ROTINA CHAMAR-SEGURANCA DO COPY SEGOPERP. EM
      * TODO PONTO QUE CONFERE A SENHA DE UM OPERADOR (LOGON DO
      * MENU001, ASK-OPERADOR DOS PROGRAMAS, APROVACAO DE SUPERVISOR
      * E MANUTENCAO DO CADOPER). MANTEM EM ARQOPERS.DAT, POR
      * OPERADOR, AS TENTATIVAS FALHAS SEGUIDAS, O BLOQUEIO (NO
      * LIMITE SENHATENT DO CDPARAM, SO DESFEITO POR SUPERVISOR NO
      * CADOPER), A DATA DA ULTIMA TROCA DE SENHA (VENCE EM
      * SENHADIAS DIAS; ZERO = TROCA OBRIGATORIA NO PROXIMO LOGON) E
      * OS HASHES DAS ULTIMAS SENHAS (AS SENHAHIST MAIS RECENTES NAO
      * PODEM SER REPETIDAS). CADA EVENTO VAI PARA O LOG SEQUENCIAL
      * ARQSESS.DAT COM DATA, HORA, OPERADOR E PROGRAMA:
      *   E LOGON        S LOGOFF        F SENHA ERRADA
      *   N OPERADOR NAO CADASTRADO      B BLOQUEIO NO LIMITE
      *   X TENTATIVA COM O OPERADOR JA BLOQUEADO
      *   V LOGON RECUSADO POR SENHA VENCIDA
      *   A APROVACAO DE SUPERVISOR      T TROCA DE SENHA
      *   D DESBLOQUEIO (SUPERVISOR NA OBSERVACAO)
      * O REL074 LE O LOG TODA NOITE (BLOQUEIOS E LOGONS FORA DO
      * EXPEDIENTE). AS FUNCOES E AS RESPOSTAS ESTAO NO COPY SEGOPER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQOPERS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPS-ID
                    FILE STATUS  IS ST-ERRO-OPS.

           SELECT ARQSESS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.

           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD ARQSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSESS.DAT".
       01 REGSESS.
                03 SES-DATA             PIC 9(8).
                03 SES-HORA             PIC 9(6).
                03 SES-OPERADOR         PIC X(8).
                03 SES-EVENTO           PIC X(1).
                03 SES-PROGRAMA         PIC X(8).
                03 SES-OBS              PIC X(20).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PARAM-CODIGO         PIC X(12).
                03 PARAM-DESCRICAO      PIC X(30).
                03 PARAM-VALOR          PIC 9(7).
                03 PARAM-DATA-ALT       PIC 9(8).
                03 PARAM-OPERADOR       PIC X(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-OPS      PIC X(02) VALUE "00".
       77 ST-ERRO-SES      PIC X(02) VALUE "00".
       77 W-OPS-ABERTO     PIC X(01) VALUE "N".
       77 W-OPS-ACHADO     PIC X(01) VALUE "N".
       77 W-EVENTO         PIC X(01) VALUE SPACE.
       77 W-OBS            PIC X(20) VALUE SPACES.
       77 W-MAX-TENT       PIC 9(02) VALUE 5.
       77 W-DIAS-SENHA     PIC 9(03) VALUE 90.
       77 W-QTD-HIST       PIC 9(01) VALUE 4.
       77 W-I              PIC 9(02) COMP VALUE ZEROS.
       77 W-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS-TROCA     PIC 9(07) VALUE ZEROS.
       77 W-IDADE-SENHA    PIC 9(07) VALUE ZEROS.

       COPY PARAMVAL.

       01 W-HOJE.
          03 W-ANO-HOJE     PIC 9(04).
          03 W-MES-HOJE     PIC 9(02).
          03 W-DIA-HOJE     PIC 9(02).
       01 W-HOJE-DMA.
          03 W-HOJE-DD      PIC 9(02).
          03 W-HOJE-MM      PIC 9(02).
          03 W-HOJE-AAAA    PIC 9(04).
       01 W-HOJE-DMA-NUM REDEFINES W-HOJE-DMA
                                        PIC 9(08).
       01 W-AGORA.
          03 W-AGORA-HMS    PIC 9(06).
          03 FILLER         PIC 9(02).
       01 W-AGORA-R REDEFINES W-AGORA.
          03 W-AGORA-HHMM   PIC 9(04).
          03 FILLER         PIC 9(04).
       01 W-DATA-SENHA.
          03 W-SENHA-DD     PIC 9(02).
          03 W-SENHA-MM     PIC 9(02).
          03 W-SENHA-AAAA   PIC 9(04).
       01 W-DATA-SENHA-NUM REDEFINES W-DATA-SENHA
                                        PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-SEG.
           03 LK-SEG-FUNCAO     PIC X(01).
           03 LK-SEG-OPERADOR   PIC X(08).
           03 LK-SEG-PROGRAMA   PIC X(08).
           03 LK-SEG-HASH       PIC 9(09).
           03 LK-SEG-SUPERV     PIC X(08).
           03 LK-SEG-RESP       PIC X(02).
           03 LK-SEG-TENTATIVAS PIC 9(02).
           03 LK-SEG-BLOQUEADO  PIC X(01).
           03 LK-SEG-DATA-SENHA PIC 9(08).
           03 LK-SEG-MENS       PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-SEG.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIA-HOJE TO W-HOJE-DD
           MOVE W-MES-HOJE TO W-HOJE-MM
           MOVE W-ANO-HOJE TO W-HOJE-AAAA
           ACCEPT W-AGORA FROM TIME
           COMPUTE W-DIAS-HOJE = W-ANO-HOJE * 360 + W-MES-HOJE * 30
                               + W-DIA-HOJE
           MOVE "OK" TO LK-SEG-RESP
           MOVE SPACES TO LK-SEG-MENS W-OBS
           MOVE SPACE TO W-EVENTO
           PERFORM LER-LIMITES THRU LER-LIMITES-FIM
           IF LK-SEG-FUNCAO = "N"
              MOVE "N" TO W-EVENTO
              GO TO INICIO-LOG.
           IF LK-SEG-FUNCAO = "S"
              MOVE "S" TO W-EVENTO
              GO TO INICIO-LOG.
           IF LK-SEG-FUNCAO = "F"
              MOVE "FA" TO LK-SEG-RESP
              MOVE "*** CREDENCIAIS INVALIDAS ***" TO LK-SEG-MENS.
           PERFORM ABRIR-OPERS THRU ABRIR-OPERS-FIM
           IF W-OPS-ABERTO NOT = "S"
              IF LK-SEG-FUNCAO = "F" OR "E" OR "A"
                 MOVE LK-SEG-FUNCAO TO W-EVENTO
                 GO TO INICIO-LOG
              ELSE
                 GO TO INICIO-FIM.
           PERFORM LER-OPERS THRU LER-OPERS-FIM
           IF LK-SEG-FUNCAO = "F"
              PERFORM SENHA-ERRADA THRU SENHA-ERRADA-FIM.
           IF LK-SEG-FUNCAO = "E" OR "A"
              PERFORM SENHA-CERTA THRU SENHA-CERTA-FIM.
           IF LK-SEG-FUNCAO = "R"
              PERFORM CONFERIR-HIST THRU CONFERIR-HIST-FIM.
           IF LK-SEG-FUNCAO = "H"
              PERFORM NOVA-SENHA THRU NOVA-SENHA-FIM.
           IF LK-SEG-FUNCAO = "D"
              PERFORM DESBLOQUEAR THRU DESBLOQUEAR-FIM.
           MOVE OPS-TENTATIVAS TO LK-SEG-TENTATIVAS
           MOVE OPS-BLOQUEADO  TO LK-SEG-BLOQUEADO
           MOVE OPS-DATA-SENHA TO LK-SEG-DATA-SENHA
           CLOSE ARQOPERS.
       INICIO-LOG.
           IF W-EVENTO NOT = SPACE
              PERFORM GRAVAR-SESSAO THRU GRAVAR-SESSAO-FIM.
       INICIO-FIM.
           GOBACK.

      * LIMITES DO CDPARAM; SEM O ARQUIVO VALEM OS PADROES
       LER-LIMITES.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "SENHATENT" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR > 0 AND PV-VALOR < 100
              MOVE PV-VALOR TO W-MAX-TENT.
           MOVE "SENHADIAS" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR < 1000
              MOVE PV-VALOR TO W-DIAS-SENHA.
           MOVE "SENHAHIST" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR < 7
              MOVE PV-VALOR TO W-QTD-HIST.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
       LER-LIMITES-FIM.
           EXIT.

       ABRIR-OPERS.
           MOVE "N" TO W-OPS-ABERTO
           OPEN I-O ARQOPERS
           IF ST-ERRO-OPS = "30" OR "35"
              OPEN OUTPUT ARQOPERS
              CLOSE ARQOPERS
              OPEN I-O ARQOPERS.
           IF ST-ERRO-OPS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO ARQOPERS ***"
              MOVE "00" TO ST-ERRO-OPS
              GO TO ABRIR-OPERS-FIM.
           MOVE "S" TO W-OPS-ABERTO.
       ABRIR-OPERS-FIM.
           EXIT.

      * OPERADOR AINDA SEM REGISTRO DE SEGURANCA (CADASTRADO ANTES DO
      * CONTROLE) COMECA LIMPO, COM A SENHA ATUAL VALENDO DESDE HOJE
       LER-OPERS.
           MOVE LK-SEG-OPERADOR TO OPS-ID
           MOVE "S" TO W-OPS-ACHADO
           READ ARQOPERS
           IF ST-ERRO-OPS = "00"
              GO TO LER-OPERS-FIM.
           MOVE "N" TO W-OPS-ACHADO
           MOVE "00" TO ST-ERRO-OPS
           MOVE LK-SEG-OPERADOR TO OPS-ID
           MOVE ZEROS TO OPS-TENTATIVAS OPS-DATA-BLOQ OPS-HORA-BLOQ
                         OPS-ULT-DATA OPS-ULT-HORA
           MOVE "N" TO OPS-BLOQUEADO
           MOVE W-HOJE-DMA-NUM TO OPS-DATA-SENHA
           MOVE SPACES TO OPS-ULT-PROG
           MOVE 1 TO W-I.
       LER-OPERS-HIST.
           IF W-I > 6
              GO TO LER-OPERS-FIM.
           MOVE ZEROS TO OPS-HIST-HASH (W-I)
           ADD 1 TO W-I
           GO TO LER-OPERS-HIST.
       LER-OPERS-FIM.
           EXIT.

       GRAVAR-OPERS.
           IF W-OPS-ACHADO = "S"
              REWRITE REGOPERS
           ELSE
              WRITE REGOPERS
              MOVE "S" TO W-OPS-ACHADO.
           IF ST-ERRO-OPS NOT = "00" AND "02"
              DISPLAY "*** ERRO NA GRAVACAO DO ARQOPERS ***".
           MOVE "00" TO ST-ERRO-OPS.
       GRAVAR-OPERS-FIM.
           EXIT.

      * SENHA ERRADA: CONTA A TENTATIVA E BLOQUEIA NO LIMITE
       SENHA-ERRADA.
           MOVE "FA" TO LK-SEG-RESP
           IF OPS-BLOQUEADO = "S"
              MOVE "X" TO W-EVENTO
              MOVE "*** OPERADOR BLOQUEADO - PROCURE O SUPERVISOR ***"
                                                    TO LK-SEG-MENS
              GO TO SENHA-ERRADA-FIM.
           ADD 1 TO OPS-TENTATIVAS
           MOVE "F" TO W-EVENTO
           MOVE "*** CREDENCIAIS INVALIDAS ***" TO LK-SEG-MENS
           IF OPS-TENTATIVAS NOT < W-MAX-TENT
              MOVE "S" TO OPS-BLOQUEADO
              MOVE W-HOJE-DMA-NUM TO OPS-DATA-BLOQ
              MOVE W-AGORA-HHMM TO OPS-HORA-BLOQ
              MOVE "B" TO W-EVENTO
              MOVE "*** SENHA ERRADA - OPERADOR BLOQUEADO ***"
                                                    TO LK-SEG-MENS.
           PERFORM GRAVAR-OPERS THRU GRAVAR-OPERS-FIM.
       SENHA-ERRADA-FIM.
           EXIT.

      * SENHA CERTA (LOGON OU APROVACAO): BLOQUEIO E VALIDADE
       SENHA-CERTA.
           IF OPS-BLOQUEADO = "S"
              MOVE "BL" TO LK-SEG-RESP
              MOVE "X" TO W-EVENTO
              MOVE "*** OPERADOR BLOQUEADO - PROCURE O SUPERVISOR ***"
                                                    TO LK-SEG-MENS
              GO TO SENHA-CERTA-FIM.
           IF OPS-HIST-HASH (1) = ZEROS
              MOVE LK-SEG-HASH TO OPS-HIST-HASH (1).
           PERFORM CALC-IDADE-SENHA THRU CALC-IDADE-SENHA-FIM
           IF OPS-DATA-SENHA = ZEROS OR
              (W-DIAS-SENHA > 0 AND W-IDADE-SENHA NOT < W-DIAS-SENHA)
              MOVE "EX" TO LK-SEG-RESP
              MOVE "V" TO W-EVENTO
              MOVE "*** SENHA EXPIRADA - TROQUE PELO MENU001 ***"
                                                    TO LK-SEG-MENS
              PERFORM GRAVAR-OPERS THRU GRAVAR-OPERS-FIM
              GO TO SENHA-CERTA-FIM.
           MOVE ZEROS TO OPS-TENTATIVAS
           MOVE W-HOJE-DMA-NUM TO OPS-ULT-DATA
           MOVE W-AGORA-HHMM TO OPS-ULT-HORA
           MOVE LK-SEG-PROGRAMA TO OPS-ULT-PROG
           MOVE LK-SEG-FUNCAO TO W-EVENTO
           PERFORM GRAVAR-OPERS THRU GRAVAR-OPERS-FIM.
       SENHA-CERTA-FIM.
           EXIT.

      * IDADE DA SENHA EM DIAS DE CALENDARIO COMERCIAL (MES DE 30)
       CALC-IDADE-SENHA.
           MOVE ZEROS TO W-IDADE-SENHA
           IF OPS-DATA-SENHA = ZEROS
              GO TO CALC-IDADE-SENHA-FIM.
           MOVE OPS-DATA-SENHA TO W-DATA-SENHA-NUM
           COMPUTE W-DIAS-TROCA = W-SENHA-AAAA * 360
                                + W-SENHA-MM * 30 + W-SENHA-DD
           IF W-DIAS-HOJE > W-DIAS-TROCA
              COMPUTE W-IDADE-SENHA = W-DIAS-HOJE - W-DIAS-TROCA.
       CALC-IDADE-SENHA-FIM.
           EXIT.

      * A NOVA SENHA NAO PODE REPETIR NENHUMA DAS ULTIMAS W-QTD-HIST
       CONFERIR-HIST.
           MOVE 1 TO W-I.
       CONFERIR-HIST-LOOP.
           IF W-I > W-QTD-HIST
              GO TO CONFERIR-HIST-FIM.
           IF OPS-HIST-HASH (W-I) NOT = ZEROS AND
              OPS-HIST-HASH (W-I) = LK-SEG-HASH
              MOVE "RE" TO LK-SEG-RESP
              MOVE "*** SENHA USADA RECENTEMENTE - ESCOLHA OUTRA ***"
                                                    TO LK-SEG-MENS
              GO TO CONFERIR-HIST-FIM.
           ADD 1 TO W-I
           GO TO CONFERIR-HIST-LOOP.
       CONFERIR-HIST-FIM.
           EXIT.

      * NOVA SENHA GRAVADA: EMPURRA O HISTORICO; SENHA POSTA PELO
      * SUPERVISOR PARA OUTRO OPERADOR JA NASCE VENCIDA (O DONO TROCA
      * NO PRIMEIRO LOGON)
       NOVA-SENHA.
           MOVE 6 TO W-I.
       NOVA-SENHA-DESLOCA.
           IF W-I < 2
              GO TO NOVA-SENHA-GRAVA.
           MOVE OPS-HIST-HASH (W-I - 1) TO OPS-HIST-HASH (W-I)
           SUBTRACT 1 FROM W-I
           GO TO NOVA-SENHA-DESLOCA.
       NOVA-SENHA-GRAVA.
           MOVE LK-SEG-HASH TO OPS-HIST-HASH (1)
           MOVE ZEROS TO OPS-TENTATIVAS
           MOVE W-HOJE-DMA-NUM TO OPS-DATA-SENHA
           IF LK-SEG-SUPERV NOT = SPACES AND
              LK-SEG-SUPERV NOT = LK-SEG-OPERADOR
              MOVE ZEROS TO OPS-DATA-SENHA
              MOVE LK-SEG-SUPERV TO W-OBS.
           MOVE "T" TO W-EVENTO
           PERFORM GRAVAR-OPERS THRU GRAVAR-OPERS-FIM.
       NOVA-SENHA-FIM.
           EXIT.

       DESBLOQUEAR.
           MOVE ZEROS TO OPS-TENTATIVAS OPS-DATA-BLOQ OPS-HORA-BLOQ
           MOVE "N" TO OPS-BLOQUEADO
           MOVE LK-SEG-SUPERV TO W-OBS
           MOVE "D" TO W-EVENTO
           PERFORM GRAVAR-OPERS THRU GRAVAR-OPERS-FIM.
       DESBLOQUEAR-FIM.
           EXIT.

      * LOG DE SESSOES: MESMO ESQUEMA DE EXTEND DO JORNAL (COPY
      * JORNALP.) -- FALHA SO AVISA NO CONSOLE
       GRAVAR-SESSAO.
           OPEN EXTEND ARQSESS
           IF ST-ERRO-SES NOT = "00"
              IF ST-ERRO-SES = "30" OR "05" OR "35"
                 OPEN OUTPUT ARQSESS
                 CLOSE ARQSESS
                 OPEN EXTEND ARQSESS
              ELSE
                 DISPLAY "*** ERRO NA ABERTURA DO LOG DE SESSOES ***"
                 GO TO GRAVAR-SESSAO-FIM.
           MOVE W-HOJE-DMA-NUM  TO SES-DATA
           MOVE W-AGORA-HMS     TO SES-HORA
           MOVE LK-SEG-OPERADOR TO SES-OPERADOR
           MOVE W-EVENTO        TO SES-EVENTO
           MOVE LK-SEG-PROGRAMA TO SES-PROGRAMA
           MOVE W-OBS           TO SES-OBS
           WRITE REGSESS
           IF ST-ERRO-SES NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO LOG DE SESSOES ***".
           CLOSE ARQSESS
           MOVE "00" TO ST-ERRO-SES.
       GRAVAR-SESSAO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPY PARAMVALP.
