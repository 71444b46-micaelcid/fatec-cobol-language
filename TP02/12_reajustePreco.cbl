       77 WS-PRODUTOS-LIDOS    PIC 9(6) VALUE ZEROS.
       77 WS-PRODUTOS-REAJUST  PIC 9(6) VALUE ZEROS.

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           PERFORM PEDE-PERCENTUAL
           PERFORM ABRE-ARQ
           IF FS-OK
           IF FS-OK
               ADD 1 TO WS-PRODUTOS-LIDOS
               COMPUTE UNIT-P ROUNDED = UNIT-P + UNIT-P * WS-FATOR
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
               ADD 1 TO WS-PRODUTOS-REAJUST
           END-IF.
