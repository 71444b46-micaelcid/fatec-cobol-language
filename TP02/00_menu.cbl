       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 OPMENU       PIC X VALUE SPACES.
       01 WS-FAIXA-TREINO PIC X(20) VALUE SPACES.

       SCREEN SECTION.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.
           02 LINE 02 COLUMN 20 VALUE "TP02 - MENU PRINCIPAL".
           02 LINE 06 COLUMN 10 VALUE "1 - DATAS (MESES-ANO)".
           02 LINE 08 COLUMN 10 VALUE "2 - ESTOQUE POR INDICE (INDICE)".

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO.
           PERFORM CORPO UNTIL OPMENU = "X" OR "x".
           DISPLAY "Fim de Programa" AT 2030.
           STOP RUN.
