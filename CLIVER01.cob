           MOVE SPACE TO WRK-REG-PROBLEMA.

      *    REGRA 1 - TIPO DE PESSOA E DIGITO VERIFICADOR DO
      *              DOCUMENTO (CPF OU CNPJ CONFORME O TIPO); O
      *              TITULAR ANONIMIZADO NAO TEM MAIS DOCUMENTO REAL
           IF CLI-TIPO-PESSOA NOT = 'F' AND CLI-TIPO-PESSOA NOT = 'J'
              ADD 1 TO WRK-QTDE-TIPO-INV
              MOVE 'TIPO PESSOA FORA DO DOMINIO F/J' TO REL-DET-REGRA
                 MOVE CLI-CPF-CNPJ TO WRK-DOC-NUM
                 PERFORM 2450-VALIDAR-DOCUMENTO
                     THRU 2450-VALIDAR-DOCUMENTO-EXIT
                 IF DOC-INVALIDO AND NOT CLI-ANONIMIZADO
                    ADD 1 TO WRK-QTDE-DOC-INV
                    IF CLI-PESSOA-JURIDICA
                       MOVE 'CNPJ INVALIDO (DIG VERIFICADOR)'
