      *-----------------------------------------------------------------
      * CAMPOS DO CONTROLE DE SEGURANCA DO LOGON (SUBPROGRAMA
      * SEGUR001). A SENHA ERRADA PODIA SER TENTADA SEM LIMITE, A
      * SENHA NUNCA VENCIA E NINGUEM SABIA QUEM ENTROU NO SISTEMA, A
      * QUE HORAS E POR ONDE. O ESTADO DE SEGURANCA DE CADA OPERADOR
      * (TENTATIVAS FALHAS, BLOQUEIO, DATA DA SENHA E HASHES DAS
      * ULTIMAS SENHAS) FICA EM ARQOPERS.DAT, AO LADO DO CADASTRO
      * ARQOPER.DAT, E CADA LOGON, LOGOFF, FALHA, BLOQUEIO, TROCA DE
      * SENHA E DESBLOQUEIO VAI PARA O LOG SEQUENCIAL ARQSESS.DAT
      * (DATA, HORA, OPERADOR, EVENTO E PROGRAMA), LIDO PELO REL074.
      *
      * O PROGRAMA QUE FIZER COPY SEGOPER. NA WORKING-STORAGE FAZ
      * COPY SEGOPERP. NA PROCEDURE DIVISION E, NO ASK-OPERADOR, POE
      * O OPERADOR EM W-SEG-OPERADOR E O NOME DO PROGRAMA EM
      * W-SEG-PROGRAMA; DEPOIS MOVE A FUNCAO PARA W-SEG-FUNCAO E
      * EXECUTA CHAMAR-SEGURANCA:
      *   "N" OPERADOR NAO CADASTRADO (SO ANOTA NO LOG);
      *   "F" SENHA ERRADA: CONTA A TENTATIVA E BLOQUEIA NO LIMITE
      *       SENHATENT (CDPARAM); A MENSAGEM VEM EM W-SEG-MENS;
      *   "E" LOGON COM SENHA CERTA (HASH EM OV-HASH): DEVOLVE
      *       W-SEG-RESP "OK", "BL" (BLOQUEADO) OU "EX" (SENHA
      *       VENCIDA PELO SENHADIAS OU POSTA PELO SUPERVISOR);
      *   "A" APROVACAO DE SUPERVISOR NO MEIO DE UMA OPERACAO: MESMA
      *       CONFERENCIA DO "E", SEM ABRIR SESSAO;
      *   "R" CONFERE SE O HASH DE W-SEG-HASH REPETE UMA DAS ULTIMAS
      *       SENHAHIST SENHAS ("RE");
      *   "H" NOVA SENHA GRAVADA NO ARQOPER.DAT (W-SEG-SUPERV = QUEM
      *       TROCOU, QUANDO NAO FOR O PROPRIO OPERADOR);
      *   "S" LOGOFF;  "D" DESBLOQUEIO (W-SEG-SUPERV = SUPERVISOR);
      *   "C" CONSULTA DO ESTADO (TENTATIVAS, BLOQUEIO, DATA SENHA).
      * FALHA NOS ARQUIVOS DE SEGURANCA NUNCA IMPEDE O LOGON (SO
      * AVISA NO CONSOLE) -- O CADASTRO ARQOPER.DAT CONTINUA SENDO
      * QUEM AUTENTICA.
      *-----------------------------------------------------------------
       01 W-SEG-PARM.
           03 W-SEG-FUNCAO     PIC X(01).
           03 W-SEG-OPERADOR   PIC X(08).
           03 W-SEG-PROGRAMA   PIC X(08).
           03 W-SEG-HASH       PIC 9(09).
           03 W-SEG-SUPERV     PIC X(08).
           03 W-SEG-RESP       PIC X(02).
           03 W-SEG-TENTATIVAS PIC 9(02).
           03 W-SEG-BLOQUEADO  PIC X(01).
           03 W-SEG-DATA-SENHA PIC 9(08).
           03 W-SEG-MENS       PIC X(50).
       77 W-SEG-LOGADO     PIC X(01) VALUE "N".
       77 W-SEG-SESSAO-OPE PIC X(08) VALUE SPACES.
       77 W-SEG-SESSAO-PRG PIC X(08) VALUE SPACES.
