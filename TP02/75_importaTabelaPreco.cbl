           02 FILLER        PIC X(2) VALUE "% ".
           02 LD-FLAG       PIC X(12).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM PEDE-FORNECEDOR THRU END-PEDE-FORNECEDOR
           IF WS-FORNEC = ZEROS
               IF TAB-DL-VENDA-NOVA(WS-IDX) > 0
                   MOVE TAB-DL-VENDA-NOVA(WS-IDX) TO PRECO-VENDA-P
               END-IF
               IF PRODUTO-PESAVEL
                   COMPUTE TOTAL-P ROUNDED = QTDADE-P * UNIT-P / 1000
                       ON SIZE ERROR
                           DISPLAY "PRODUTO " CODIG-P
                               " - VALOR TOTAL FORA DO CAMPO, MANTIDO"
                   END-COMPUTE
               ELSE
                   COMPUTE TOTAL-P ROUNDED = QTDADE-P * UNIT-P
                       ON SIZE ERROR
                           DISPLAY "PRODUTO " CODIG-P
                               " - VALOR TOTAL FORA DO CAMPO, MANTIDO"
                   END-COMPUTE
               END-IF
               REWRITE REG-PROD
               ADD 1 TO WS-APLICADAS
               MOVE "TABPRECO" TO WS-AUD-OP
