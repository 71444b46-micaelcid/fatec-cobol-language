       01 WS-NUMDIA-LIMITE  PIC 9(7) VALUE ZEROS.
       01 WS-NUMDIA-LOTE    PIC 9(7) VALUE ZEROS.
       01 WS-QT-LOTES       PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-TOTAL    PIC 9(12)V99 VALUE ZEROS.
       01 WS-VALOR-LOTE     PIC 9(12)V99 VALUE ZEROS.

       01 WS-ND-DATA.
           02 WS-ND-ANO  PIC 9(4).
           02 FILLER       PIC X(7) VALUE " VENCE ".
           02 LD-VALIDADE  PIC 9(8).
           02 FILLER       PIC X(6) VALUE " QTDE ".
           02 LD-QTDE      PIC ZZZZZZ9.
           02 FILLER       PIC X(9) VALUE " VALOR R".
           02 FILLER       PIC X(2) VALUE "$ ".
           02 LD-VALOR     PIC ZZZZZZ9,99.
               INVALID KEY
                   MOVE "PRODUTO EXCLUIDO" TO NOME-P
                   MOVE ZEROS TO UNIT-P
                   MOVE 'N' TO VENDA-PESO-P
           END-READ

           ADD 1 TO WS-QT-LOTES
           IF PRODUTO-PESAVEL
               COMPUTE WS-VALOR-LOTE ROUNDED = LT-QTDE * UNIT-P / 1000
           ELSE
               COMPUTE WS-VALOR-LOTE = LT-QTDE * UNIT-P
           END-IF
           ADD WS-VALOR-LOTE TO WS-VALOR-TOTAL
           MOVE LT-CODIGO TO LD-CODIGO
           MOVE NOME-P TO LD-NOME
