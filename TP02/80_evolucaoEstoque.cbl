               03 TAB-EV-CHAVE PIC 9(4).
               03 TAB-EV-NOME  PIC X(30).
               03 TAB-EV-MES OCCURS 12 TIMES.
                   04 TAB-EV-ENT PIC 9(8).
                   04 TAB-EV-SAI PIC 9(8).
                   04 TAB-EV-VAL PIC 9(9)V99.
       01 WS-QT-ITENS PIC 9(3) VALUE ZEROS.

       01 LINHA-MES.
           02 LM-ANOMES  PIC 9(6).
           02 FILLER     PIC X(5) VALUE " ENT ".
           02 LM-ENT     PIC ZZZZZZZ9.
           02 FILLER     PIC X(5) VALUE " SAI ".
           02 LM-SAI     PIC ZZZZZZZ9.
           02 FILLER     PIC X(9) VALUE " VAL R$ ".
           02 LM-VAL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(6) VALUE " SAI ".
           02 LM-VAR-VAL PIC +ZZZZ9,99.
           02 FILLER     PIC X(1) VALUE "%".

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
           PERFORM PEDE-PARAMETROS
           PERFORM MONTA-MESES
