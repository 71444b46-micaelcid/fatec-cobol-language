       01 WS-POSTADAS    PIC 9(5) VALUE ZEROS.
       01 WS-SEM-CADASTRO PIC 9(5) VALUE ZEROS.
       01 WS-JA-FEITAS   PIC 9(5) VALUE ZEROS.
       01 WS-NOVO-TOTAL  PIC 9(12)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           COMPUTE WS-NOVO-TOTAL = QTDADE-P * UNIT-P
               + QUANTIDADE * PRECO-UNITARIO
           ADD QUANTIDADE TO QTDADE-P
               ON SIZE ERROR
                   DISPLAY "** REVISAR ** CODIGO " CODIGO
                       " (" MERCADORIA ") ULTRAPASSA O ESTOQUE "
                       "MAXIMO"
                   PERFORM GRAVA-TMP
                   GO END-PROCESSA-LINHA
           END-ADD
           IF QTDADE-P > 0
               COMPUTE UNIT-P ROUNDED = WS-NOVO-TOTAL / QTDADE-P
           END-IF
           IF PRODUTO-PESAVEL
               COMPUTE TOTAL-P ROUNDED = QTDADE-P * UNIT-P / 1000
                   ON SIZE ERROR
                       DISPLAY "CODIGO " CODIGO
                           " - VALOR TOTAL FORA DO CAMPO, MANTIDO"
               END-COMPUTE
           ELSE
               COMPUTE TOTAL-P = QTDADE-P * UNIT-P
                   ON SIZE ERROR
                       DISPLAY "CODIGO " CODIGO
                           " - VALOR TOTAL FORA DO CAMPO, MANTIDO"
               END-COMPUTE
           END-IF
           REWRITE REG-PROD

           MOVE CODIG-P TO MV-CODIGO
