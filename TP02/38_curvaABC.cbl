       01 TAB-ABC.
           02 TAB-ABC-ITEM OCCURS 500 TIMES INDEXED BY WS-IDX WS-JDX.
               03 TAB-CODIGO   PIC 9(4) VALUE ZEROS.
               03 TAB-GIRO     PIC 9(11)V99 VALUE ZEROS.
               03 TAB-ESTOQUE  PIC 9(8)V99 VALUE ZEROS.
               03 TAB-CLASSE   PIC X(1) VALUE SPACE.
       01 WS-QT-ITENS PIC 9(3) VALUE ZEROS.

       01 WS-TROCA-CODIGO  PIC 9(4) VALUE ZEROS.
       01 WS-TROCA-GIRO    PIC 9(11)V99 VALUE ZEROS.
       01 WS-TROCA-ESTOQUE PIC 9(8)V99 VALUE ZEROS.
       01 WS-HOUVE-TROCA   PIC X VALUE 'N'.

       01 WS-GIRO-TOTAL    PIC 9(11)V99 VALUE ZEROS.
       01 WS-GIRO-ACUM     PIC 9(11)V99 VALUE ZEROS.
       01 WS-VALOR-GIRO    PIC 9(11)V99 VALUE ZEROS.
       01 WS-PERC-ACUM     PIC 9(3)V99 VALUE ZEROS.

       01 WS-CL-QTDE       PIC 9(3) VALUE ZEROS.
           READ PRODUTOS
               INVALID KEY
                   MOVE ZEROS TO UNIT-P
                   MOVE 'N' TO VENDA-PESO-P
           END-READ
      *    PESAVEL: SAIDA EM GRAMAS, CUSTO POR QUILO.
           IF PRODUTO-PESAVEL
               COMPUTE WS-VALOR-GIRO ROUNDED =
                   MV-QUANTIDADE * UNIT-P / 1000
           ELSE
               COMPUTE WS-VALOR-GIRO = MV-QUANTIDADE * UNIT-P
                   ON SIZE ERROR
                       DISPLAY "MOVIMENTO DO PRODUTO " MV-CODIGO
                           " FORA DO CAMPO - FORA DA ANALISE"
                       GO END-ACUMULA-GIRO
               END-COMPUTE
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QT-ITENS
               SET WS-IDX TO WS-QT-ITENS
               MOVE MV-CODIGO TO TAB-CODIGO(WS-IDX)
           END-IF
           ADD WS-VALOR-GIRO TO TAB-GIRO(WS-IDX)
           ADD WS-VALOR-GIRO TO WS-GIRO-TOTAL.
       END-ACUMULA-GIRO.

       VALORIZA-ESTOQUE.
