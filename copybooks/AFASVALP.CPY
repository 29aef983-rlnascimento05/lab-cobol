      *-----------------------------------------------------------------
      * ROTINAS DE CONSULTA AO CADASTRO DE AFASTAMENTOS -- VER O COPY
      * AFASVAL. PARA O MODO DE USO. ARQUIVO AUSENTE NAO E ERRO: O
      * FUNCIONARIO E TRATADO COMO NAO AFASTADO.
      *-----------------------------------------------------------------
       ABRIR-AFASTAMENTOS.
           OPEN INPUT ARQAFAST
           IF ST-ERRO-AFA = "00"
              MOVE "S" TO AF-ABERTO
           ELSE
              MOVE "N" TO AF-ABERTO
              MOVE "00" TO ST-ERRO-AFA.
       ABRIR-AFASTAMENTOS-FIM.
           EXIT.

       FECHAR-AFASTAMENTOS.
           IF AF-ABERTO = "S"
              CLOSE ARQAFAST
              MOVE "N" TO AF-ABERTO.
       FECHAR-AFASTAMENTOS-FIM.
           EXIT.

       VERIFICAR-AFASTAMENTO.
           MOVE "N"    TO AF-AFASTADO
           MOVE SPACES TO AF-TIPO
           MOVE ZEROS  TO AF-PREV-FIM
           IF AF-ABERTO NOT = "S"
              GO TO VERIFICAR-AFASTAMENTO-FIM.
           COMPUTE AF-N-REF = AF-REF-AAAA * 360 + AF-REF-MM * 30
                            + AF-REF-DD
           PERFORM AF-POSICIONAR THRU AF-POSICIONAR-FIM.
       VERIFICAR-AFASTAMENTO-LER.
           PERFORM AF-LER THRU AF-LER-FIM
           IF ST-ERRO-AFA = "10"
              MOVE "00" TO ST-ERRO-AFA
              GO TO VERIFICAR-AFASTAMENTO-FIM.
           IF AF-N-REF < AF-N-AFI OR AF-N-REF > AF-N-AFF
              GO TO VERIFICAR-AFASTAMENTO-LER.
           MOVE "S"          TO AF-AFASTADO
           MOVE AFA-TIPO     TO AF-TIPO
           MOVE AFA-PREV-FIM TO AF-PREV-FIM.
       VERIFICAR-AFASTAMENTO-FIM.
           EXIT.

       CONTAR-AFASTAMENTO.
           MOVE ZEROS TO AF-DIAS AF-DIAS-INSS AF-RETORNO-ULT
           IF AF-ABERTO NOT = "S"
              GO TO CONTAR-AFASTAMENTO-FIM.
           COMPUTE AF-N-INI = AF-INI-AAAA * 360 + AF-INI-MM * 30
                            + AF-INI-DD
           COMPUTE AF-N-FIM = AF-FIM-AAAA * 360 + AF-FIM-MM * 30
                            + AF-FIM-DD
           PERFORM AF-POSICIONAR THRU AF-POSICIONAR-FIM.
       CONTAR-AFASTAMENTO-LER.
           PERFORM AF-LER THRU AF-LER-FIM
           IF ST-ERRO-AFA = "10"
              MOVE "00" TO ST-ERRO-AFA
              GO TO CONTAR-AFASTAMENTO-FIM.
      * INTERSECAO DO AFASTAMENTO COM O PERIODO PEDIDO
           MOVE AF-N-AFI TO AF-N-A
           IF AF-N-INI > AF-N-A
              MOVE AF-N-INI TO AF-N-A.
           MOVE AF-N-AFF TO AF-N-B
           IF AF-N-FIM < AF-N-B
              MOVE AF-N-FIM TO AF-N-B.
           IF AF-N-B < AF-N-A
              GO TO CONTAR-AFASTAMENTO-LER.
           COMPUTE AF-DIAS = AF-DIAS + AF-N-B - AF-N-A + 1
           IF AFA-TIPO NOT = "D" AND AFA-TIPO NOT = "A"
              GO TO CONTAR-AFASTAMENTO-LER.
      * OS 15 PRIMEIROS DIAS DE CADA AFASTAMENTO SAO DA EMPRESA
           COMPUTE AF-N-A = AF-N-AFI + 15
           IF AF-N-INI > AF-N-A
              MOVE AF-N-INI TO AF-N-A.
           IF AF-N-B < AF-N-A
              GO TO CONTAR-AFASTAMENTO-LER.
           COMPUTE AF-DIAS-INSS = AF-DIAS-INSS + AF-N-B - AF-N-A + 1
           IF AFA-RETORNO = ZEROS
              MOVE 99999999 TO AF-RETORNO-ULT
              GO TO CONTAR-AFASTAMENTO-LER.
           MOVE AFA-RETORNO TO AF-DMA-NUM
           MOVE AF-DMA-AAAA TO AF-AMD-AAAA
           MOVE AF-DMA-MM   TO AF-AMD-MM
           MOVE AF-DMA-DD   TO AF-AMD-DD
           IF AF-AMD-NUM > AF-RETORNO-ULT
              MOVE AF-AMD-NUM TO AF-RETORNO-ULT.
           GO TO CONTAR-AFASTAMENTO-LER.
       CONTAR-AFASTAMENTO-FIM.
           EXIT.

      * POSICIONA NO PRIMEIRO AFASTAMENTO DO FUNCIONARIO AF-CODIGO
       AF-POSICIONAR.
           MOVE AF-CODIGO TO AFA-CODIGO
           MOVE ZEROS     TO AFA-INICIO
           START ARQAFAST KEY IS NOT LESS CHAVE-AFA
               INVALID KEY MOVE "10" TO ST-ERRO-AFA.
       AF-POSICIONAR-FIM.
           EXIT.

      * LE O PROXIMO AFASTAMENTO DO FUNCIONARIO E CALCULA O PRIMEIRO
      * (AF-N-AFI) E O ULTIMO (AF-N-AFF) DIA AFASTADO; "10" NO FIM
       AF-LER.
           IF ST-ERRO-AFA = "10"
              GO TO AF-LER-FIM.
           READ ARQAFAST NEXT RECORD
               AT END MOVE "10" TO ST-ERRO-AFA.
           IF ST-ERRO-AFA NOT = "00"
              MOVE "10" TO ST-ERRO-AFA
              GO TO AF-LER-FIM.
           IF AFA-CODIGO NOT = AF-CODIGO
              MOVE "10" TO ST-ERRO-AFA
              GO TO AF-LER-FIM.
           MOVE AFA-INICIO TO AF-DMA-NUM
           COMPUTE AF-N-AFI = AF-DMA-AAAA * 360 + AF-DMA-MM * 30
                            + AF-DMA-DD
           IF AFA-RETORNO = ZEROS
              MOVE 9999999 TO AF-N-AFF
              GO TO AF-LER-FIM.
           MOVE AFA-RETORNO TO AF-DMA-NUM
           COMPUTE AF-N-AFF = AF-DMA-AAAA * 360 + AF-DMA-MM * 30
                            + AF-DMA-DD - 1.
       AF-LER-FIM.
           EXIT.
