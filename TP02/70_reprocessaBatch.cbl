       77 WS-AUD-DESC  PIC X(40).
       77 WS-PROGRAMA-RERUN PIC X(20) VALUE SPACES.

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
           DISPLAY "REPROCESSAMENTO DE DIA DE BATCH"
           DISPLAY "ORIGEM A ESTORNAR (JR/TX/TA): "
