      * MARGEM SOB PROMOCAO (RECEITA PROMO MENOS O CUSTO RATEADO A
      * UNIT-P DAS UNIDADES PROMOCIONAIS).
       01 WS-TOT-REC-PROMO PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-QT-PROMO  PIC 9(9) VALUE ZEROS.
       01 WS-CUSTO-PROMO   PIC 9(7)V99 VALUE ZEROS.
       01 WS-MARGEM-PROMO  PIC S9(7)V99 VALUE ZEROS.
       01 WS-TOT-MRG-PROMO PIC S9(9)V99 VALUE ZEROS.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-NOME      PIC X(30).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-QTDE      PIC ZZZZZZ9.
           02 FILLER       PIC X(5) VALUE " REC ".
           02 LD-RECEITA   PIC ZZZZZZ9,99.
           02 FILLER       PIC X(5) VALUE " CUS ".
           02 FILLER       PIC X(5) VALUE " MRG ".
           02 LD-MARGEM    PIC -ZZZZZZ9,99.
           02 FILLER       PIC X(7) VALUE " PROMO ".
           02 LD-QT-PROMO  PIC ZZZZZZ9.
           02 FILLER       PIC X(3) VALUE " R".
           02 LD-REC-PROMO PIC ZZZZZZ9,99.

           READ PRODUTOS
               INVALID KEY
                   MOVE "PRODUTO EXCLUIDO" TO NOME-P
                   MOVE 'N' TO VENDA-PESO-P
           END-READ
           COMPUTE WS-MARGEM = VD-RECEITA - VD-CUSTO
           MOVE VD-CODIGO TO LD-CODIGO
           ADD VD-QTDE-PROMO TO WS-TOT-QT-PROMO
           ADD VD-RECEITA-PROMO TO WS-TOT-REC-PROMO
           IF VD-QTDE-PROMO > 0
               IF PRODUTO-PESAVEL
                   COMPUTE WS-CUSTO-PROMO ROUNDED =
                       VD-QTDE-PROMO * UNIT-P / 1000
               ELSE
                   COMPUTE WS-CUSTO-PROMO = VD-QTDE-PROMO * UNIT-P
               END-IF
               COMPUTE WS-MARGEM-PROMO =
                   VD-RECEITA-PROMO - WS-CUSTO-PROMO
               ADD WS-MARGEM-PROMO TO WS-TOT-MRG-PROMO
