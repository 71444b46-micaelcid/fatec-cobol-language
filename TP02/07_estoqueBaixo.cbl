      * INFORMADO, A QUANTIDADE CONFERIDA E A DO SALDOLOC.DAT.
       01 WS-DEPOSITO-ALVO PIC 9(2) VALUE ZEROS.
       01 WS-BUF2-DEP PIC X(2) VALUE SPACES.
       01 WS-QTDE-CONFERE PIC 9(7) VALUE ZEROS.

      * PONTO DE RESSUPRIMENTO PADRAO: USADO SOMENTE PARA OS PRODUTOS
      * CUJO PTO-RESSUP-P (INDICE, CADASTRO/ALTERACAO) AINDA ESTEJA
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-NOME      PIC X(30).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-QTDADE    PIC ZZZZZZ9.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-UNIT      PIC $ZZ.ZZ9,99.

       01 WS-QTDE-ACHADOS PIC 9(5) VALUE ZEROS.

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
