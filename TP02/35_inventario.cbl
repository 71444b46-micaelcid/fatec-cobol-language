       01 WS-MODO PIC X VALUE SPACES.
       01 WS-BUF13 PIC X(13) VALUE SPACES.
       01 WS-BUF4 PIC X(4) VALUE SPACES.
       01 WS-BUF7 PIC X(7) VALUE SPACES.
       01 WS-ENTRADA-CONTAGEM PIC 9(13) VALUE ZEROS.
       01 WS-QTDE-CONTADA PIC 9(7) VALUE ZEROS.
       01 WS-ACHOU PIC 9 VALUE ZEROS.
       01 WS-QT-FOTOS PIC 9(5) VALUE ZEROS.
       01 WS-QT-DIVERG PIC 9(5) VALUE ZEROS.
       01 WS-QT-AJUSTES PIC 9(5) VALUE ZEROS.
       01 WS-DIFERENCA PIC S9(8) VALUE ZEROS.
       01 WS-DIF-ABS PIC 9(7) VALUE ZEROS.
       01 WS-VALOR-DIF PIC S9(12)V99 VALUE ZEROS.

       01 LINHA-DETALHE.
           02 LD-CODIGO    PIC ZZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-NOME      PIC X(30).
           02 FILLER       PIC X(7) VALUE " LIVRO ".
           02 LD-LIVRO     PIC ZZZZZZ9.
           02 FILLER       PIC X(9) VALUE " CONTADO ".
           02 LD-CONTADO   PIC ZZZZZZ9.
           02 FILLER       PIC X(6) VALUE " DIF. ".
           02 LD-DIF       PIC -ZZZZZZ9.
           02 FILLER       PIC X(9) VALUE " VALOR R".
           02 FILLER       PIC X(2) VALUE "$ ".
           02 LD-VALOR     PIC -ZZZZZZ9,99.

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           PERFORM ABRE-ARQUIVOS
           IF PR-OTHER
               STOP RUN

           DISPLAY "PRODUTO " CODIG-P " " NOME-P
           DISPLAY "QUANTIDADE CONTADA ? "
           MOVE SPACES TO WS-BUF7
           ACCEPT WS-BUF7
           MOVE ZEROS TO WS-QTDE-CONTADA
           IF WS-BUF7 NOT = SPACES
               MOVE WS-BUF7 TO WS-QTDE-CONTADA
           END-IF

           MOVE CODIG-P TO IS-CODIGO
                   INVALID KEY
                       MOVE "PRODUTO EXCLUIDO" TO NOME-P
                       MOVE ZEROS TO UNIT-P
                       MOVE 'N' TO VENDA-PESO-P
               END-READ
               COMPUTE WS-DIFERENCA =
                   IS-QTDE-CONTADA - IS-QTDE-LIVRO
               IF PRODUTO-PESAVEL
                   COMPUTE WS-VALOR-DIF ROUNDED =
                       WS-DIFERENCA * UNIT-P / 1000
               ELSE
                   COMPUTE WS-VALOR-DIF = WS-DIFERENCA * UNIT-P
               END-IF
               MOVE IS-CODIGO TO LD-CODIGO
               MOVE NOME-P TO LD-NOME
               MOVE IS-QTDE-LIVRO TO LD-LIVRO
                       COMPUTE WS-DIFERENCA =
                           IS-QTDE-CONTADA - QTDADE-P
                   END-IF
      *            SOBRA NUM DEPOSITO QUE LEVARIA O TOTAL ALEM DE
      *            9(7) NAO E AJUSTADA.
                   IF WS-DEPOSITO-ALVO > 0 AND WS-DIFERENCA > 0
                       AND WS-DIFERENCA > 9999999 - QTDADE-P
                       DISPLAY "PRODUTO " IS-CODIGO
                           " ULTRAPASSA O ESTOQUE MAXIMO - AJUSTE "
                           "PULADO"
                       MOVE ZEROS TO WS-DIFERENCA
                   END-IF
                   IF WS-DIFERENCA NOT = ZEROS
                       IF WS-DEPOSITO-ALVO > 0
                           ADD WS-DIFERENCA TO QTDADE-P
                       ELSE
                           MOVE IS-QTDE-CONTADA TO QTDADE-P
                       END-IF
                       IF PRODUTO-PESAVEL
                           COMPUTE TOTAL-P ROUNDED =
                               QTDADE-P * UNIT-P / 1000
                               ON SIZE ERROR
                                   DISPLAY "PRODUTO " CODIG-P
                                       " - VALOR TOTAL FORA DO CAMPO"
                           END-COMPUTE
                       ELSE
                           COMPUTE TOTAL-P = QTDADE-P * UNIT-P
                               ON SIZE ERROR
                                   DISPLAY "PRODUTO " CODIG-P
                                       " - VALOR TOTAL FORA DO CAMPO"
                           END-COMPUTE
                       END-IF
                       REWRITE REG-PROD
                       MOVE CODIG-P TO MV-CODIGO
                       ACCEPT MV-DATA FROM DATE YYYYMMDD
