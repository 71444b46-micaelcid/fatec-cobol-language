       77 WS-MES-CORTE PIC S9(4) VALUE ZEROS.
       77 WS-DIA-CORTE PIC S9(4) VALUE ZEROS.

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           ACCEPT WS-HOJE-AMD FROM DATE YYYYMMDD
           PERFORM CARREGA-PARAMETROS
           PERFORM CALCULA-CORTE
