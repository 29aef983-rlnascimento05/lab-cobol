      *-----------------------------------------------------------------
      * CALCULA EM ID-IDADE A IDADE EM ANOS COMPLETOS NA DATA
      * ID-HOJE PARA O NASCIMENTO EM ID-NASC-DIA/MES/ANO (VER COPY
      * IDADEVAL.) E LIGA ID-MENOR ABAIXO DE ID-MAIORIDADE.
      *-----------------------------------------------------------------
       CALCULAR-IDADE.
           MOVE "N" TO ID-FLAG
           MOVE 999 TO ID-IDADE
           IF ID-NASC-ANO = ZEROS OR ID-NASC-ANO > ID-HOJE-ANO
              GO TO CALCULAR-IDADE-FIM.
           COMPUTE ID-IDADE = ID-HOJE-ANO - ID-NASC-ANO
           IF ID-HOJE-MES < ID-NASC-MES
              SUBTRACT 1 FROM ID-IDADE
           ELSE
              IF ID-HOJE-MES = ID-NASC-MES AND
                 ID-HOJE-DIA < ID-NASC-DIA
                 SUBTRACT 1 FROM ID-IDADE.
           IF ID-IDADE < ID-MAIORIDADE
              MOVE "S" TO ID-FLAG.
       CALCULAR-IDADE-FIM.
           EXIT.
