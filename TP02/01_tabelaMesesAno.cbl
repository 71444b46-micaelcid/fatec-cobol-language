       01 WS-REM4       PIC S9(4).
       01 WS-REM100     PIC S9(4).
       01 WS-REM400     PIC S9(4).
       01 WS-FAIXA-TREINO PIC X(20) VALUE SPACES.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.

       01 TELA-MODO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.
           02 LINE 02 COLUMN 15 VALUE "DATAS".
           02 LINE 06 COLUMN 10 VALUE "E - DATA POR EXTENSO".
           02 LINE 08 COLUMN 10 VALUE "I - CALCULAR IDADE".

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO.
           PERFORM CORPO-PRINCIPAL UNTIL OPMODO = "X" OR "x".
           DISPLAY "Fim de Programa" AT 2030.
           STOP RUN.
