      *-----------------------------------------------------------------
      * ROTINAS DAS VALIDACOES DE DOCUMENTO E CONTATO SOBRE OS CAMPOS
      * TRAZIDOS POR COPY DOCVAL. -- O MESMO ALGORITMO DO VALIDA-CPF,
      * VALIDA-CNPJ, VALIDA-EMAIL E VALIDA-DDD DO CADCLI, SO QUE COM
      * CAMPOS PROPRIOS EM VEZ DOS CAMPOS DO REGISTRO DE CLIENTE, PARA
      * PODER SER REAPROVEITADO.
      *-----------------------------------------------------------------
       VALIDAR-CPF.
           MOVE "S" TO DC-CPF-VALIDO
           MOVE 2   TO DC-IND.
       VALIDAR-CPF-REPETIDO.
           IF DC-CPF-D (DC-IND) NOT = DC-CPF-D (1)
              GO TO VALIDAR-CPF-INICIO.
           ADD 1 TO DC-IND
           IF DC-IND < 12
              GO TO VALIDAR-CPF-REPETIDO.
           MOVE "N" TO DC-CPF-VALIDO
           GO TO VALIDAR-CPF-FIM.
       VALIDAR-CPF-INICIO.
           MOVE 1  TO DC-IND
           MOVE 0  TO DC-SOMA
           MOVE 10 TO DC-PESO.
       VALIDAR-CPF-SOMA1.
           COMPUTE DC-SOMA = DC-SOMA + (DC-CPF-D (DC-IND) * DC-PESO)
           SUBTRACT 1 FROM DC-PESO
           ADD 1 TO DC-IND
           IF DC-IND < 10
              GO TO VALIDAR-CPF-SOMA1.
           COMPUTE DC-AUX = (DC-SOMA * 10) / 11
           COMPUTE DC-RESTO = (DC-SOMA * 10) - (DC-AUX * 11)
           IF DC-RESTO > 9
              MOVE 0 TO DC-DV
           ELSE
              MOVE DC-RESTO TO DC-DV.
           IF DC-DV NOT = DC-CPF-D (10)
              MOVE "N" TO DC-CPF-VALIDO
              GO TO VALIDAR-CPF-FIM.
           MOVE 1  TO DC-IND
           MOVE 0  TO DC-SOMA
           MOVE 11 TO DC-PESO.
       VALIDAR-CPF-SOMA2.
           COMPUTE DC-SOMA = DC-SOMA + (DC-CPF-D (DC-IND) * DC-PESO)
           SUBTRACT 1 FROM DC-PESO
           ADD 1 TO DC-IND
           IF DC-IND < 11
              GO TO VALIDAR-CPF-SOMA2.
           COMPUTE DC-AUX = (DC-SOMA * 10) / 11
           COMPUTE DC-RESTO = (DC-SOMA * 10) - (DC-AUX * 11)
           IF DC-RESTO > 9
              MOVE 0 TO DC-DV
           ELSE
              MOVE DC-RESTO TO DC-DV.
           IF DC-DV NOT = DC-CPF-D (11)
              MOVE "N" TO DC-CPF-VALIDO.
       VALIDAR-CPF-FIM.
           EXIT.

       VALIDAR-CNPJ.
           MOVE "S" TO DC-CNPJ-VALIDO
           MOVE 2   TO DC-IND.
       VALIDAR-CNPJ-REPETIDO.
           IF DC-CNPJ-D (DC-IND) NOT = DC-CNPJ-D (1)
              GO TO VALIDAR-CNPJ-INICIO.
           ADD 1 TO DC-IND
           IF DC-IND < 15
              GO TO VALIDAR-CNPJ-REPETIDO.
           MOVE "N" TO DC-CNPJ-VALIDO
           GO TO VALIDAR-CNPJ-FIM.
       VALIDAR-CNPJ-INICIO.
           MOVE 1 TO DC-IND
           MOVE 0 TO DC-SOMA.
       VALIDAR-CNPJ-SOMA1.
           COMPUTE DC-SOMA = DC-SOMA +
                   (DC-CNPJ-D (DC-IND) * DC-PESO1 (DC-IND))
           ADD 1 TO DC-IND
           IF DC-IND < 13
              GO TO VALIDAR-CNPJ-SOMA1.
           COMPUTE DC-AUX = DC-SOMA / 11
           COMPUTE DC-RESTO = DC-SOMA - (DC-AUX * 11)
           IF DC-RESTO < 2
              MOVE 0 TO DC-DV
           ELSE
              COMPUTE DC-DV = 11 - DC-RESTO.
           IF DC-DV NOT = DC-CNPJ-D (13)
              MOVE "N" TO DC-CNPJ-VALIDO
              GO TO VALIDAR-CNPJ-FIM.
           MOVE 1 TO DC-IND
           MOVE 0 TO DC-SOMA.
       VALIDAR-CNPJ-SOMA2.
           COMPUTE DC-SOMA = DC-SOMA +
                   (DC-CNPJ-D (DC-IND) * DC-PESO2 (DC-IND))
           ADD 1 TO DC-IND
           IF DC-IND < 14
              GO TO VALIDAR-CNPJ-SOMA2.
           COMPUTE DC-AUX = DC-SOMA / 11
           COMPUTE DC-RESTO = DC-SOMA - (DC-AUX * 11)
           IF DC-RESTO < 2
              MOVE 0 TO DC-DV
           ELSE
              COMPUTE DC-DV = 11 - DC-RESTO.
           IF DC-DV NOT = DC-CNPJ-D (14)
              MOVE "N" TO DC-CNPJ-VALIDO.
       VALIDAR-CNPJ-FIM.
           EXIT.

       VALIDAR-EMAIL.
           MOVE "S" TO DC-EMAIL-VALIDO
           IF DC-EMAIL = SPACES
              GO TO VALIDAR-EMAIL-FIM.
           MOVE 0 TO DC-CONT-ARROBA
           INSPECT DC-EMAIL TALLYING DC-CONT-ARROBA FOR ALL "@"
           IF DC-CONT-ARROBA NOT = 1
              MOVE "N" TO DC-EMAIL-VALIDO
              GO TO VALIDAR-EMAIL-FIM.
           MOVE SPACES TO DC-EMAIL-USER DC-EMAIL-DOM
           UNSTRING DC-EMAIL DELIMITED BY "@"
                   INTO DC-EMAIL-USER DC-EMAIL-DOM
           IF DC-EMAIL-USER = SPACES OR DC-EMAIL-DOM = SPACES
              MOVE "N" TO DC-EMAIL-VALIDO
              GO TO VALIDAR-EMAIL-FIM.
           MOVE 0 TO DC-CONT-PONTO
           INSPECT DC-EMAIL-DOM TALLYING DC-CONT-PONTO FOR ALL "."
           IF DC-CONT-PONTO = 0
              MOVE "N" TO DC-EMAIL-VALIDO.
       VALIDAR-EMAIL-FIM.
           EXIT.

       VALIDAR-DDD.
           MOVE "N" TO DC-DDD-VALIDO
           MOVE 1   TO DC-DDD-IND.
       VALIDAR-DDD-LOOP.
           IF DC-TBDDD (DC-DDD-IND) = DC-DDD
              MOVE "S" TO DC-DDD-VALIDO
              GO TO VALIDAR-DDD-FIM.
           ADD 1 TO DC-DDD-IND
           IF DC-DDD-IND > 67
              GO TO VALIDAR-DDD-FIM.
           GO TO VALIDAR-DDD-LOOP.
       VALIDAR-DDD-FIM.
           EXIT.
