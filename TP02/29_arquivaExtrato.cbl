       77 WS-QT-MOVIDOS    PIC 9(7) VALUE ZEROS.
       77 WS-QT-RESTANTES  PIC 9(7) VALUE ZEROS.

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           DISPLAY "DATA DE CORTE (AAAAMMDD) - MOVIMENTOS ANTERIORES "
               "VAO PARA O ARQUIVO MORTO:"
           MOVE SPACES TO WS-BUF8
