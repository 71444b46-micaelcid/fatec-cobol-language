           02 WA-ORIGEM    PIC X(2).
           02 WA-OPERADOR  PIC X(4).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           DISPLAY "ANO DO ARQUIVO MORTO (AAAA):"
           ACCEPT WS-ANO
           DISPLAY "CPF DO CLIENTE:"
