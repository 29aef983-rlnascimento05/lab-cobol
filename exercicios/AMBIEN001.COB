       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMBIEN001.
       AUTHOR. RICARDO DE LUCAS DO NASCIMENTO.
      **************************************************
      * IDENTIFICACAO DA BASE DE TREINAMENTO             *
      **************************************************
      * A BASE DE TREINAMENTO (MONTADA PELO TREINO001 COM OS DADOS
      * PESSOAIS MASCARADOS) E UM CONJUNTO DE ARQUIVOS SEPARADO, COM
      * OS MESMOS NOMES DOS DE PRODUCAO, ONDE OS PROGRAMAS RODAM SEM
      * NENHUMA ALTERACAO. PARA O ATENDENTE NOVO NUNCA CONFUNDIR UMA
      * BASE COM A OUTRA, O TREINO001 GRAVA NO ARQPARAM.DAT DA BASE
      * DE TREINAMENTO O PARAMETRO AMBIENTE-TRN = 1. ESTE
      * SUBPROGRAMA, CHAMADO PELOS PROGRAMAS QUE FAZEM COPY
      * CABECALHO. (LOGO DEPOIS DE MONTAR A DATA DO CABECALHO), LE
      * ESSE PARAMETRO E, NA BASE DE TREINAMENTO, TROCA O NOME DA
      * EMPRESA DO CABECALHO PELA FAIXA "*** TREINAMENTO ***". NA
      * PRODUCAO O PARAMETRO NAO EXISTE E O CABECALHO FICA COMO ESTA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-ERRO-PAR.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       COPY PARAMVAL.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-EMPRESA           PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-EMPRESA.
       INICIO.
           PERFORM ABRIR-PARAMETROS THRU ABRIR-PARAMETROS-FIM
           MOVE "AMBIENTE-TRN" TO PV-CODIGO
           PERFORM LER-PARAMETRO THRU LER-PARAMETRO-FIM
           IF PV-ACHADO = "S" AND PV-VALOR = 1
              MOVE "*** TREINAMENTO ***" TO LK-EMPRESA.
           IF PV-ABERTO = "S"
              CLOSE ARQPARAM.
           GOBACK.

       COPY PARAMVALP.
