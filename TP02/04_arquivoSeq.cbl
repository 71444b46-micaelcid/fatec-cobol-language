           02 PRECO-UNITARIO-L PIC $ZZ.ZZ9,99.
           02 PRECO-TOTAL-L    PIC $ZZZ.ZZ9,99.
           02 QUANTIDADE-L     PIC 9.999.
       01  WS-FAIXA-TREINO    PIC X(20) VALUE SPACES.



       SCREEN SECTION.
       01  TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.
           02 LINE 02 COLUMN 15 VALUE "CONTROLE DE ESTOQUE".
           02 LINE 02 COLUMN 45 VALUE "  /  /20  ".
           02 LINE 05 COLUMN 02 VALUE "Codigo do produto:".

       01  TELA-MODO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.
           02 LINE 02 COLUMN 15 VALUE "CONTROLE DE ESTOQUE".
           02 LINE 06 COLUMN 10 VALUE "I - INCLUIR".
           02 LINE 08 COLUMN 10 VALUE "L - LISTAR".

       01  TELA-LISTAGEM.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.
           02 LINE 02 COLUMN 15 VALUE "LISTAGEM DE PRODUTOS".
           02 LINE 04 COLUMN 02 VALUE "CODIGO".
           02 LINE 04 COLUMN 10 VALUE "MERCADORIA".

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO.
           PERFORM SELECIONA-MODO UNTIL OPMODO = "I" OR "L"
                                              OR "i" OR "l".
           EVALUATE OPMODO
