      * PARA SEMPRE: O MODO DE HISTORICO IMPRIME QUANDO CADA
      * PARAMETRO MUDOU, DE QUANTO PARA QUANTO E NA AUTORIDADE DE
      * QUEM - QUANDO OS JUROS SAIREM ESTRANHOS, A RESPOSTA ESTA LA.
      * AS TAXAS (CAMPOS 7, 8, 11, 12, 31, 37 E 38) SAO DIGITADAS COM
      * 5 DIGITOS SEM VIRGULA (00050 = 0,0050), COMO SEMPRE FOI.
       01 PMST PIC X(2).
           88 PM-OK    VALUE "00".
           88 PM-EMPTY VALUE "35".
       01 WS-QT-PEND     PIC 9(4) VALUE ZEROS.
       01 WS-MUDOU       PIC X(1) VALUE 'N'.

      * NOMES DOS 46 PARAMETROS, NA ORDEM DO REG-PARAMETROS.
       01 WS-NOMES-CAMPOS.
           02 FILLER PIC X(42)
               VALUE "QTDE MINIMA NO CADASTRO DE PRODUTO".
               VALUE "DIAS DE ATRASO QUE BLOQUEIAM O CREDIARIO".
           02 FILLER PIC X(42)
               VALUE "CONTA DA LOJA P/ DEPOSITO DAS VENDAS".
           02 FILLER PIC X(42)
               VALUE "SCORE ABAIXO DO QUAL O CREDITO E RECUSADO".
           02 FILLER PIC X(42)
               VALUE "SCORE A PARTIR DO QUAL NAO HA TETO".
           02 FILLER PIC X(42)
               VALUE "TETO DE EMPRESTIMO ABAIXO DO SCORE PLENO".
           02 FILLER PIC X(42)
               VALUE "TETO DE LIMITE ABAIXO DO SCORE PLENO".
           02 FILLER PIC X(42)
               VALUE "PRAZO DE RESPOSTA DO SAC (DIAS UTEIS)".
           02 FILLER PIC X(42)
               VALUE "AVISO ANTES DO PRAZO DO SAC (DIAS UTEIS)".
           02 FILLER PIC X(42)
               VALUE "ANOS P/ ANONIMIZAR CLIENTE ENCERRADO".
           02 FILLER PIC X(42)
               VALUE "DIAS DE ATRASO P/ AVISO DE NEGATIVACAO".
           02 FILLER PIC X(42)
               VALUE "DIAS DO AVISO ATE A NEGATIVACAO".
           02 FILLER PIC X(42)
               VALUE "TAXA DE FLOAT SOBRE SALDOS (A.M.)".
           02 FILLER PIC X(42)
               VALUE "SAQUE ACIMA DE (EXIGE AGENDAMENTO)".
           02 FILLER PIC X(42)
               VALUE "PONTOS DE FIDELIDADE POR REAL DO CUPOM".
           02 FILLER PIC X(42)
               VALUE "CENTAVOS DE DESCONTO POR PONTO RESGATADO".
           02 FILLER PIC X(42)
               VALUE "MESES ATE O PONTO DE FIDELIDADE EXPIRAR".
           02 FILLER PIC X(42)
               VALUE "BAIXA POR PERDA ACIMA DE (EXIGE GERENTE)".
           02 FILLER PIC X(42)
               VALUE "MULTA POR ATRASO NO CREDIARIO".
           02 FILLER PIC X(42)
               VALUE "JUROS DE MORA DO CREDIARIO (A.M.)".
           02 FILLER PIC X(42)
               VALUE "CONVENIO DE ARRECADACAO DA LOJA".
           02 FILLER PIC X(42)
               VALUE "TETO DE COMPRAS DO FUNCIONARIO (% SALARIO)".
           02 FILLER PIC X(42)
               VALUE "REMARCACAO - JANELA 1 (DIAS P/ VENCER)".
           02 FILLER PIC X(42)
               VALUE "REMARCACAO - DESCONTO DA JANELA 1".
           02 FILLER PIC X(42)
               VALUE "REMARCACAO - JANELA 2 (DIAS P/ VENCER)".
           02 FILLER PIC X(42)
               VALUE "REMARCACAO - DESCONTO DA JANELA 2".
           02 FILLER PIC X(42)
               VALUE "REMARCACAO - JANELA 3 (DIAS P/ VENCER)".
           02 FILLER PIC X(42)
               VALUE "REMARCACAO - DESCONTO DA JANELA 3".
       01 WS-NOMES-CAMPOS-T REDEFINES WS-NOMES-CAMPOS.
           02 WS-NOME-CAMPO PIC X(42) OCCURS 46 TIMES.

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
           MOVE ZEROS TO REG-PARAMETROS.
           PERFORM CARREGA-ATUAIS.
       MOSTRA-ATUAIS.
           DISPLAY "PARAMETROS ATUAIS:".
           PERFORM MOSTRA-UM-CAMPO
               VARYING WS-CAMPO FROM 1 BY 1 UNTIL WS-CAMPO > 46.

       MOSTRA-UM-CAMPO.
           PERFORM FORMATA-VALOR-ATUAL.
               WHEN 19 MOVE PM-JANELA-CONSUMO TO WS-VALOR-ATUAL
               WHEN 20 MOVE PM-DIAS-ATRASO-CRED TO WS-VALOR-ATUAL
               WHEN 21 MOVE PM-CONTA-LOJA TO WS-VALOR-ATUAL
               WHEN 22 MOVE PM-SCORE-RECUSA TO WS-VALOR-ATUAL
               WHEN 23 MOVE PM-SCORE-PLENO TO WS-VALOR-ATUAL
               WHEN 24 MOVE PM-TETO-EMPR-SCORE TO WS-VALOR-ATUAL
               WHEN 25 MOVE PM-TETO-LIMITE-SCORE TO WS-VALOR-ATUAL
               WHEN 26 MOVE PM-PRAZO-SAC TO WS-VALOR-ATUAL
               WHEN 27 MOVE PM-AVISO-SAC TO WS-VALOR-ATUAL
               WHEN 28 MOVE PM-ANOS-RETENCAO-LGPD TO WS-VALOR-ATUAL
               WHEN 29 MOVE PM-DIAS-NEGATIVACAO TO WS-VALOR-ATUAL
               WHEN 30 MOVE PM-PRAZO-NEGATIVACAO TO WS-VALOR-ATUAL
               WHEN 31
                   COMPUTE WS-TAXA-ED = PM-TAXA-FLOAT * 10000
                   MOVE WS-TAXA-ED TO WS-VALOR-ATUAL
               WHEN 32 MOVE PM-VALOR-PROVISAO TO WS-VALOR-ATUAL
               WHEN 33 MOVE PM-PONTOS-POR-REAL TO WS-VALOR-ATUAL
               WHEN 34 MOVE PM-CENTAVOS-POR-PONTO TO WS-VALOR-ATUAL
               WHEN 35 MOVE PM-MESES-VALIDADE-PONTOS TO WS-VALOR-ATUAL
               WHEN 36 MOVE PM-LIMITE-PERDA TO WS-VALOR-ATUAL
               WHEN 37
                   COMPUTE WS-TAXA-ED = PM-MULTA-CRED * 10000
                   MOVE WS-TAXA-ED TO WS-VALOR-ATUAL
               WHEN 38
                   COMPUTE WS-TAXA-ED = PM-JUROS-MORA-CRED * 10000
                   MOVE WS-TAXA-ED TO WS-VALOR-ATUAL
               WHEN 39 MOVE PM-CONVENIO-LOJA TO WS-VALOR-ATUAL
               WHEN 40
                   COMPUTE WS-TAXA-ED = PM-TETO-COMPRA-FUNC * 10000
                   MOVE WS-TAXA-ED TO WS-VALOR-ATUAL
               WHEN 41 MOVE PM-REMARCA-DIAS-1 TO WS-VALOR-ATUAL
               WHEN 42
                   COMPUTE WS-TAXA-ED = PM-REMARCA-DESC-1 * 10000
                   MOVE WS-TAXA-ED TO WS-VALOR-ATUAL
               WHEN 43 MOVE PM-REMARCA-DIAS-2 TO WS-VALOR-ATUAL
               WHEN 44
                   COMPUTE WS-TAXA-ED = PM-REMARCA-DESC-2 * 10000
                   MOVE WS-TAXA-ED TO WS-VALOR-ATUAL
               WHEN 45 MOVE PM-REMARCA-DIAS-3 TO WS-VALOR-ATUAL
               WHEN 46
                   COMPUTE WS-TAXA-ED = PM-REMARCA-DESC-3 * 10000
                   MOVE WS-TAXA-ED TO WS-VALOR-ATUAL
           END-EVALUATE.

       PROPOE-MUDANCAS.
           EXIT.

       PROPOE-UM-CAMPO.
           DISPLAY "NUMERO DO PARAMETRO (1-46, 0 ENCERRA): ".
           MOVE SPACES TO WS-BUF2.
           ACCEPT WS-BUF2.
           IF WS-BUF2 = SPACES OR WS-BUF2 = "0 " OR WS-BUF2 = "00"
               GO FIM-PROPOE-UM-CAMPO
           END-IF.
           MOVE WS-BUF2 TO WS-CAMPO.
           IF WS-CAMPO < 1 OR WS-CAMPO > 46
               DISPLAY "NUMERO INVALIDO"
               MOVE 1 TO WS-CAMPO
               GO FIM-PROPOE-UM-CAMPO
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 21 COMPUTE PM-CONTA-LOJA =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 22 COMPUTE PM-SCORE-RECUSA =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 23 COMPUTE PM-SCORE-PLENO =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 24 COMPUTE PM-TETO-EMPR-SCORE =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 25 COMPUTE PM-TETO-LIMITE-SCORE =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 26 COMPUTE PM-PRAZO-SAC =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 27 COMPUTE PM-AVISO-SAC =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 28 COMPUTE PM-ANOS-RETENCAO-LGPD =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 29 COMPUTE PM-DIAS-NEGATIVACAO =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 30 COMPUTE PM-PRAZO-NEGATIVACAO =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 31 COMPUTE PM-TAXA-FLOAT =
                   FUNCTION NUMVAL(PP-VALOR-NOVO) / 10000
               WHEN 32 COMPUTE PM-VALOR-PROVISAO =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 33 COMPUTE PM-PONTOS-POR-REAL =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 34 COMPUTE PM-CENTAVOS-POR-PONTO =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 35 COMPUTE PM-MESES-VALIDADE-PONTOS =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 36 COMPUTE PM-LIMITE-PERDA =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 37 COMPUTE PM-MULTA-CRED =
                   FUNCTION NUMVAL(PP-VALOR-NOVO) / 10000
               WHEN 38 COMPUTE PM-JUROS-MORA-CRED =
                   FUNCTION NUMVAL(PP-VALOR-NOVO) / 10000
               WHEN 39 COMPUTE PM-CONVENIO-LOJA =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 40 COMPUTE PM-TETO-COMPRA-FUNC =
                   FUNCTION NUMVAL(PP-VALOR-NOVO) / 10000
               WHEN 41 COMPUTE PM-REMARCA-DIAS-1 =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 42 COMPUTE PM-REMARCA-DESC-1 =
                   FUNCTION NUMVAL(PP-VALOR-NOVO) / 10000
               WHEN 43 COMPUTE PM-REMARCA-DIAS-2 =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 44 COMPUTE PM-REMARCA-DESC-2 =
                   FUNCTION NUMVAL(PP-VALOR-NOVO) / 10000
               WHEN 45 COMPUTE PM-REMARCA-DIAS-3 =
                   FUNCTION NUMVAL(PP-VALOR-NOVO)
               WHEN 46 COMPUTE PM-REMARCA-DESC-3 =
                   FUNCTION NUMVAL(PP-VALOR-NOVO) / 10000
           END-EVALUATE.

      * HISTORIA DE UM PARAMETRO: TODAS AS PROPOSTAS DELE, COM
      * AUTOR, APROVADOR E DATAS.
       HISTORICO-PARAMETRO.
           DISPLAY "NUMERO DO PARAMETRO (1-46): ".
           MOVE SPACES TO WS-BUF2.
           ACCEPT WS-BUF2.
           IF WS-BUF2 = SPACES
               GO FIM-HISTORICO-PARAMETRO
           END-IF.
           MOVE WS-BUF2 TO WS-CAMPO.
           IF WS-CAMPO < 1 OR WS-CAMPO > 46
               DISPLAY "NUMERO INVALIDO"
               GO FIM-HISTORICO-PARAMETRO
           END-IF.
