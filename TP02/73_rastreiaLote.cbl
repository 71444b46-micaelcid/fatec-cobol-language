       COPY lotes.

       FD  MOVARQ.
       01  REG-MOVARQ PIC X(69).

       WORKING-STORAGE SECTION.
      * RASTREABILIDADE DE LOTE PARA RECALL - DADO CODIGO + LOTE,
       01 WS-ANOMES-FIM PIC 9(6) VALUE ZEROS.
       01 WS-ANOMES-CUR PIC 9(6) VALUE ZEROS.

       01 WS-TOT-ENTRADAS PIC 9(8) VALUE ZEROS.
       01 WS-TOT-SAIDAS PIC 9(8) VALUE ZEROS.
       01 WS-QT-LINHAS PIC 9(5) VALUE ZEROS.
       01 WS-RESTANTE PIC 9(8) VALUE ZEROS.

      * IMAGEM DO REG-MOVIMENTO PARA LER O ARQUIVO MORTO.
       01 WS-MOVTO-ARQ.
           02 WA-DEPOSITO   PIC 9(2).
           02 WA-LOTE       PIC X(10).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           DISPLAY "RASTREABILIDADE DE LOTE"
           DISPLAY "CODIGO DO PRODUTO ? "
           MOVE SPACES TO WS-BUF4
