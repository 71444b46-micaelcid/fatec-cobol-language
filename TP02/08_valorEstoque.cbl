      * INFORMADO, VALORIZA A QUANTIDADE DO SALDOLOC.DAT A UNIT-P.
       01 WS-DEPOSITO-ALVO PIC 9(2) VALUE ZEROS.
       01 WS-BUF2-DEP PIC X(2) VALUE SPACES.
       01 WS-QTDE-VALORIZA PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-LINHA PIC 9(9)V99 VALUE ZEROS.

      * SPOOL COM NOME DATADO (CONVENCAO DO BACKUP-DIARIO).
       01 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-NOME      PIC X(30).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-QTDADE    PIC ZZZZZZ9.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-UNIT      PIC $ZZ.ZZ9,99.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-TOTAL     PIC $ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 FILLER       PIC X(40) VALUE
       01 WS-QTDE-PRODUTOS PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-TOTAL   PIC 9(9)V99 VALUE ZEROS.

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           ACCEPT WS-DATA-CAT FROM DATE YYYYMMDD
           DISPLAY "DEPOSITO (01 LOJA/02 FUNDOS, ENTER = "
               "CONSOLIDADO): "
                           MOVE SL-QTDE TO WS-QTDE-VALORIZA
                   END-READ
               END-IF
               IF PRODUTO-PESAVEL
                   COMPUTE WS-TOTAL-LINHA ROUNDED =
                       WS-QTDE-VALORIZA * UNIT-P / 1000
                       ON SIZE ERROR
                           DISPLAY "PRODUTO " CODIG-P
                               " - VALOR FORA DO CAMPO, NAO SOMADO"
                           MOVE ZEROS TO WS-TOTAL-LINHA
                   END-COMPUTE
               ELSE
                   COMPUTE WS-TOTAL-LINHA =
                       WS-QTDE-VALORIZA * UNIT-P
                       ON SIZE ERROR
                           DISPLAY "PRODUTO " CODIG-P
                               " - VALOR FORA DO CAMPO, NAO SOMADO"
                           MOVE ZEROS TO WS-TOTAL-LINHA
                   END-COMPUTE
               END-IF
               MOVE CODIG-P  TO LD-CODIGO
               MOVE NOME-P   TO LD-NOME
               MOVE WS-QTDE-VALORIZA TO LD-QTDADE
