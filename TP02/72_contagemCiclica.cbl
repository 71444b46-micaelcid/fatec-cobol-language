       01 WS-MODO PIC X VALUE SPACES.
       01 WS-HOJE PIC 9(8) VALUE ZEROS.
       01 WS-BUF4 PIC X(4) VALUE SPACES.
       01 WS-BUF7 PIC X(7) VALUE SPACES.

      * CLASSIFICACAO ABC EM TABELA (MESMO TETO DA CURVA-ABC).
       01 TAB-ABC.
       01 WS-CLASSE PIC X(1) VALUE SPACES.
       01 WS-FREQ-DIAS PIC 9(3) VALUE ZEROS.

       01 WS-QTDE-CONTADA PIC 9(7) VALUE ZEROS.
       01 WS-DIFERENCA PIC S9(8) VALUE ZEROS.
       01 WS-DIF-ABS PIC 9(7) VALUE ZEROS.
       01 WS-QT-LISTADOS PIC 9(4) VALUE ZEROS.

      * CURSOR DE CALENDARIO PARA A PROXIMA CONTAGEM (HOJE + FREQ).
       01 WS-CL-IDX PIC 9 VALUE ZEROS.
       01 WS-ACURACIA PIC 9(3)V99 VALUE ZEROS.

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRE-ARQUIVOS
           IF PR-OTHER
           DISPLAY "PRODUTO " CODIG-P " " NOME-P
               " LIVRO " QTDADE-P
           DISPLAY "QUANTIDADE CONTADA ? "
           MOVE SPACES TO WS-BUF7
           ACCEPT WS-BUF7
           MOVE ZEROS TO WS-QTDE-CONTADA
           IF WS-BUF7 NOT = SPACES
               MOVE WS-BUF7 TO WS-QTDE-CONTADA
           END-IF

           COMPUTE WS-DIFERENCA = WS-QTDE-CONTADA - QTDADE-P
           IF WS-DIFERENCA NOT = ZEROS
               ADD 1 TO CC-QT-DIVERGENTES
               MOVE WS-QTDE-CONTADA TO QTDADE-P
               IF PRODUTO-PESAVEL
                   COMPUTE TOTAL-P ROUNDED = QTDADE-P * UNIT-P / 1000
                       ON SIZE ERROR
                           DISPLAY "PRODUTO " CODIG-P
                               " - VALOR TOTAL FORA DO CAMPO, MANTIDO"
                   END-COMPUTE
               ELSE
                   COMPUTE TOTAL-P = QTDADE-P * UNIT-P
                       ON SIZE ERROR
                           DISPLAY "PRODUTO " CODIG-P
                               " - VALOR TOTAL FORA DO CAMPO, MANTIDO"
                   END-COMPUTE
               END-IF
               REWRITE REG-PROD
               MOVE CODIG-P TO MV-CODIGO
               ACCEPT MV-DATA FROM DATE YYYYMMDD
