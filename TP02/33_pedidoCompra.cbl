               RECORD KEY NF-CHAVE
               FILE STATUS NFST.

           SELECT DEVFORN ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               RECORD KEY DF-NUMERO
               ALTERNATE RECORD KEY IS DF-FORNEC WITH DUPLICATES
               FILE STATUS DFST.

           SELECT NOTADEV ASSIGN TO WS-NOME-NOTADEV
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS NDST.

           SELECT NOTAITEM ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               RECORD KEY NI-CHAVE
               ALTERNATE RECORD KEY IS NI-PEDIDO WITH DUPLICATES
               FILE STATUS NIST.

           SELECT CUSTONF ASSIGN TO WS-NOME-CUSTONF
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CNST.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS LABEL RECORD STANDARD

       COPY notas.

       FD  DEVFORN LABEL RECORD STANDARD
           DATA RECORD IS REG-DEVFORN
           VALUE OF FILE-ID IS "DEVFORN.DAT".

       COPY devforn.

       FD  NOTADEV LABEL RECORD STANDARD.
       01  LINHA-NOTADEV PIC X(80).

       FD  NOTAITEM LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTA-ITEM
           VALUE OF FILE-ID IS "NOTAITEM.DAT".

       COPY notaitem.

       FD  CUSTONF LABEL RECORD STANDARD.
       01  LINHA-CUSTONF PIC X(100).

       WORKING-STORAGE SECTION.
      * PEDIDOS DE COMPRA - MODO G GERA RASCUNHOS A PARTIR DA MESMA
      * CONDICAO DE ESTOQUE BAIXO DO ESTOQUE-BAIXO (UM PEDIDO POR
       01 PMST PIC X(2).
       01 FOST PIC X(2).
       01 NFST PIC X(2).
       01 DFST PIC X(2).
       01 NDST PIC X(2).
       01 NIST PIC X(2).
       01 CNST PIC X(2).

      * LANCAMENTO DA NOTA FISCAL E BAIXA DE PAGAMENTO (CONTAS A
      * PAGAR, NOTAS.DAT).  O VENCIMENTO SUGERIDO E A EMISSAO MAIS O
      * DE PAGAMENTO), EM DIAS CORRIDOS.
       01 WS-NF-BUF10 PIC X(10) VALUE SPACES.
       01 WS-NF-BUF8 PIC X(8) VALUE SPACES.
       01 WS-NF-BUF1 PIC X(1) VALUE SPACE.
       01 WS-NF-VENC-SUG PIC 9(8) VALUE ZEROS.
       01 WS-NF-I PIC 9(3) VALUE ZEROS.
       01 WS-FRETE-UNIT PIC 9(5)V99 VALUE ZEROS.

       01 WS-MODO PIC X VALUE SPACES.
       01 WS-LIMITE-MINIMO PIC 9(4) VALUE 20.
       01 WS-LIMITE-PRODUTO PIC 9(7) VALUE ZEROS.
       01 WS-ULT-PEDIDO PIC 9(6) VALUE ZEROS.
       01 WS-QT-ITENS PIC 9(3) VALUE ZEROS.
       01 WS-QT-PEDIDOS PIC 9(4) VALUE ZEROS.
       01 WS-QTDE-SUGERIDA PIC 9(7) VALUE ZEROS.
       01 WS-BUF4 PIC X(4) VALUE SPACES.
       01 WS-BUF6 PIC X(6) VALUE SPACES.
      * QUANTIDADES DIGITADAS (PESAVEL EM GRAMAS, ATE 7 DIGITOS).
       01 WS-BUF7 PIC X(7) VALUE SPACES.
       01 WS-QTDE-CHEGADA PIC 9(7) VALUE ZEROS.
       01 WS-FALTA PIC 9(7) VALUE ZEROS.

      * RECEBIMENTO E UMA ENTRADA COMO QUALQUER OUTRA: CAPTURA O
      * CUSTO DO LOTE (RECALCULANDO O CUSTO MEDIO, COMO O INDICE E A
      * PONTE-PRODUTO FAZEM) E O LOTE/VALIDADE PARA O CONTROLE FEFO.
       01 WS-CUSTO-LOTE PIC 9(5)V99 VALUE ZEROS.
       01 WS-BUF9 PIC X(9) VALUE SPACES.
       01 WS-NOVO-TOTAL PIC 9(12)V99 VALUE ZEROS.
       01 WS-LOTE-NUM PIC X(10) VALUE SPACES.
       01 WS-VALIDADE-DIG.
           02 WS-VAL-DIA PIC 9(2).
      * MOSTRADA (CONSUMO MEDIO, LEAD TIME, COBERTURA EM DIAS) PARA
      * O OPERADOR AJUSTAR DE OLHOS ABERTOS.
       01 WS-JANELA-CONSUMO PIC 9(3) VALUE 30.
       01 WS-SAIDAS-JANELA PIC 9(9) VALUE ZEROS.
       01 WS-CONSUMO-MEDIO PIC 9(7)V99 VALUE ZEROS.
       01 WS-PONTO-DINAMICO PIC 9(7) VALUE ZEROS.
       01 WS-COBERTURA-DIAS PIC 9(4) VALUE ZEROS.
       01 WS-LEAD-TIME PIC 9(3) VALUE ZEROS.
       01 WS-DIAS-MOVTO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * DEVOLUCAO AO FORNECEDOR (MODO D): A MERCADORIA VOLTA CONTRA A
      * NOTA DE ORIGEM, SAI DO DEPOSITO E DO LOTE INFORMADOS E VIRA
      * CREDITO NO DEVFORN.DAT, ABATIDO NA PROXIMA BAIXA DE PAGAMENTO
      * DO FORNECEDOR (MODO P).  A NOTA DE DEVOLUCAO SAI EM
      * DEVFORN_<NUMERO>.TXT PARA ACOMPANHAR A MERCADORIA.
       01 WS-DF-ULT PIC 9(6) VALUE ZEROS.
       01 WS-DF-QTDE PIC 9(7) VALUE ZEROS.
       01 WS-DF-RECEBIDA PIC 9(8) VALUE ZEROS.
       01 WS-DF-JA-DEVOLVIDA PIC 9(8) VALUE ZEROS.
       01 WS-DF-DEPOSITO PIC 9(2) VALUE ZEROS.
       01 WS-DF-BUF2 PIC X(2) VALUE SPACES.
       01 WS-DF-CUSTO PIC 9(5)V99 VALUE ZEROS.
       01 WS-DF-VALOR PIC 9(8)V99 VALUE ZEROS.
       01 WS-DF-MOTIVO PIC X(20) VALUE SPACES.
       01 WS-DF-VALIDADE PIC 9(8) VALUE ZEROS.
       01 WS-DF-ACHOU PIC X VALUE 'N'.
       01 WS-DF-VALOR-ED PIC ZZ.ZZZ.ZZ9,99.
       01 WS-DF-CUSTO-ED PIC ZZ.ZZ9,99.
       01 WS-NOME-NOTADEV PIC X(30) VALUE SPACES.

      * CREDITOS DE DEVOLUCAO NA BAIXA: O QUE HA EM ABERTO PARA O
      * FORNECEDOR ABATE A NOTA, ATE O VALOR DELA; A SOBRA FICA PARA
      * O PROXIMO PAGAMENTO.
       01 WS-CRED-ABERTO PIC 9(9)V99 VALUE ZEROS.
       01 WS-CRED-ABATER PIC 9(9)V99 VALUE ZEROS.
       01 WS-CRED-RESTO PIC 9(9)V99 VALUE ZEROS.
       01 WS-LIQUIDO-PAGAR PIC 9(9)V99 VALUE ZEROS.
       01 WS-CRED-ED PIC ZZZ.ZZZ.ZZ9,99.

      * CUSTO DE ENTRADA: NA NOTA DE PEDIDO O OPERADOR INFORMA A
      * QUANTIDADE FATURADA E O PRECO DO FORNECEDOR DE CADA ITEM; O
      * FRETE, O SEGURO E OS IMPOSTOS NAO RECUPERAVEIS SAO RATEADOS
      * POR VALOR OU POR QUANTIDADE (O ULTIMO ITEM LEVA A SOBRA DO
      * ARREDONDAMENTO) E O CUSTO FINAL DE CADA ITEM VAI PARA O
      * NOTAITEM.DAT, DE ONDE O RECEBIMENTO O TIRA PARA O CUSTO
      * MEDIO.  O QUE JA TINHA SIDO RECEBIDO ANTES DA NOTA TEM O
      * CUSTO MEDIO CORRIGIDO NO LANCAMENTO, SOBRE O QUE AINDA ESTA
      * EM ESTOQUE.  PESAVEL ENTRA NO RATEIO POR QUANTIDADE EM
      * QUILOS.  O RELATORIO SAI EM CUSTONF_<FORNEC>_<NOTA>.TXT.
       01 WS-LC-TEM-PEDIDO PIC X VALUE 'N'.
       01 WS-LC-OK PIC X VALUE 'S'.
       01 WS-LC-ACHOU PIC X VALUE 'N'.
       01 WS-LC-QT PIC 9(3) VALUE ZEROS.
       01 WS-LC-I PIC 9(3) VALUE ZEROS.
       01 WS-LC-ULTIMO PIC 9(3) VALUE ZEROS.
       01 WS-LC-EXTRA PIC 9(8)V99 VALUE ZEROS.
       01 WS-LC-DISTRIBUIDO PIC 9(8)V99 VALUE ZEROS.
       01 WS-LC-BASE-TOTAL PIC 9(9)V999 VALUE ZEROS.
       01 WS-LC-SOMA-ITENS PIC 9(9)V99 VALUE ZEROS.
       01 WS-LC-JA-FATURADA PIC 9(8) VALUE ZEROS.
       01 WS-LC-JA-COBERTA PIC 9(8) VALUE ZEROS.
       01 WS-LC-SUGERIDA PIC 9(8) VALUE ZEROS.
       01 WS-LC-COBRE PIC 9(7) VALUE ZEROS.
       01 WS-LC-PENDENTE PIC 9(7) VALUE ZEROS.
       01 WS-LC-EXTRA-UNIT PIC 9(5)V99 VALUE ZEROS.
       01 WS-LC-TOT-FORN PIC 9(9)V99 VALUE ZEROS.
       01 WS-LC-TOT-RATEIO PIC 9(9)V99 VALUE ZEROS.
       01 WS-LC-UN PIC X(2) VALUE SPACES.
       01 WS-LC-QTDE-ED PIC Z.ZZZ.ZZ9.
       01 WS-LC-PRECO-ED PIC ZZ.ZZ9,99.
       01 WS-LC-RAT-UN-ED PIC ZZ.ZZ9,99.
       01 WS-LC-CUSTO-ED PIC ZZ.ZZ9,99.
       01 WS-LC-RATEIO-ED PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LC-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-NOME-CUSTONF PIC X(30) VALUE SPACES.
       01 TAB-CUSTO-NOTA.
           02 TAB-LC-LINHA OCCURS 50 TIMES.
               03 TAB-LC-ITEM    PIC 9(3).
               03 TAB-LC-CODIGO  PIC 9(4).
               03 TAB-LC-PESAVEL PIC X(1).
               03 TAB-LC-QTDE    PIC 9(7).
               03 TAB-LC-PRECO   PIC 9(5)V99.
               03 TAB-LC-VALOR   PIC 9(8)V99.
               03 TAB-LC-BASE    PIC 9(8)V999.
               03 TAB-LC-RATEIO  PIC 9(8)V99.
               03 TAB-LC-CUSTO   PIC 9(5)V99.
               03 TAB-LC-COBRE   PIC 9(7).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRE-ARQUIVOS
           IF PR-OTHER
           END-IF
           PERFORM CARREGA-PARAMETROS
           PERFORM BUSCA-ULT-PEDIDO
           PERFORM BUSCA-ULT-DEVOLUCAO

           DISPLAY "PEDIDOS DE COMPRA"
           DISPLAY "G - GERAR RASCUNHOS DO ESTOQUE BAIXO"
           DISPLAY "C - CONSULTAR PEDIDO"
           DISPLAY "N - LANCAR NOTA FISCAL DO FORNECEDOR"
           DISPLAY "P - BAIXAR PAGAMENTO DE NOTA"
           DISPLAY "D - DEVOLUCAO AO FORNECEDOR"
           DISPLAY "L - RELATORIO DE CUSTO DE ENTRADA DA NOTA"
           DISPLAY "MODO ? "
           ACCEPT WS-MODO

                   PERFORM LANCA-NOTA THRU END-LANCA-NOTA
               WHEN "P" WHEN "p"
                   PERFORM BAIXA-NOTA THRU END-BAIXA-NOTA
               WHEN "D" WHEN "d"
                   PERFORM DEVOLVE-FORNEC THRU END-DEVOLVE-FORNEC
               WHEN "L" WHEN "l"
                   PERFORM RELATORIO-CUSTO-NOTA
                       THRU END-RELATORIO-CUSTO-NOTA
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE

           CLOSE PRODUTOS PEDIDO MOVIMENTO LOTES SALDOLOC
               FORNECEDOR NOTAS DEVFORN NOTAITEM
           STOP RUN.

       ABRE-ARQUIVOS.
                   CLOSE LOTES
                   OPEN I-O LOTES
               END-IF
               OPEN I-O DEVFORN
               IF DFST = "35"
                   OPEN OUTPUT DEVFORN
                   CLOSE DEVFORN
                   OPEN I-O DEVFORN
               END-IF
               OPEN I-O NOTAITEM
               IF NIST = "35"
                   OPEN OUTPUT NOTAITEM
                   CLOSE NOTAITEM
                   OPEN I-O NOTAITEM
               END-IF
           END-IF.

       CARREGA-PARAMETROS.
               MOVE PD-NUMERO TO WS-ULT-PEDIDO
           END-IF.

       BUSCA-ULT-DEVOLUCAO.
           MOVE ZEROS TO DF-NUMERO
           START DEVFORN KEY IS NOT LESS THAN DF-NUMERO
               INVALID KEY
                   MOVE "99" TO DFST
           END-START
           PERFORM LE-DEVOLUCAO-MAX UNTIL DFST NOT = "00"
           MOVE "00" TO DFST.

       LE-DEVOLUCAO-MAX.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "99" TO DFST
           END-READ
           IF DFST = "00"
               MOVE DF-NUMERO TO WS-DF-ULT
           END-IF.

       GERA-PEDIDOS.
           MOVE ZEROS TO CODIG-P
           START PRODUTOS KEY IS NOT LESS THAN CODIG-P
               "  (ESTATICO " PTO-RESSUP-P ")"
           DISPLAY "  ESTOQUE " QTDADE-P "  SUGERIDO "
               WS-QTDE-SUGERIDA "  QUANTIDADE ? "
           MOVE SPACES TO WS-BUF7
           ACCEPT WS-BUF7
           IF WS-BUF7 NOT = SPACES
               COMPUTE WS-QTDE-SUGERIDA = FUNCTION NUMVAL(WS-BUF7)
           END-IF
           IF WS-QTDE-SUGERIDA = ZEROS
               DISPLAY "  ITEM DESCARTADO"
           DISPLAY "PRODUTO " PD-CODIGO " PEDIDO " PD-QTDE-PEDIDA
               " RECEBIDO " PD-QTDE-RECEBIDA " FALTA " WS-FALTA
           DISPLAY "QUANTIDADE CHEGADA ? "
           MOVE SPACES TO WS-BUF7
           ACCEPT WS-BUF7
           MOVE ZEROS TO WS-QTDE-CHEGADA
           IF WS-BUF7 NOT = SPACES
               COMPUTE WS-QTDE-CHEGADA = FUNCTION NUMVAL(WS-BUF7)
           END-IF
           IF WS-QTDE-CHEGADA = ZEROS
               DISPLAY "NADA RECEBIDO"
           END-IF

      *    CUSTO DO LOTE CHEGADO (CENTAVOS SEM VIRGULA; ENTER MANTEM
      *    O SUGERIDO) - A ENTRADA RECALCULA O CUSTO MEDIO
      *    PONDERADO, COMO NO MOVIMENTO DE ESTOQUE DO INDICE.  COM A
      *    NOTA DO PEDIDO JA LANCADA, O SUGERIDO E O CUSTO DE ENTRADA
      *    DO ITEM (PRECO DO FORNECEDOR MAIS O RATEIO DOS CUSTOS
      *    ACESSORIOS); SEM ELA, O CUSTO ATUAL.
           MOVE UNIT-P TO WS-CUSTO-LOTE
           PERFORM ACHA-ITEM-NOTA
           IF WS-LC-ACHOU = 'S'
               MOVE NI-CUSTO-FINAL TO WS-CUSTO-LOTE
               MOVE NI-PRECO TO WS-LC-PRECO-ED
               COMPUTE WS-LC-EXTRA-UNIT = NI-CUSTO-FINAL - NI-PRECO
               MOVE WS-LC-EXTRA-UNIT TO WS-LC-RAT-UN-ED
               DISPLAY "NOTA " NI-NUMERO " - PRECO DO FORNECEDOR "
                   WS-LC-PRECO-ED " + CUSTOS ACESSORIOS "
                   WS-LC-RAT-UN-ED
           END-IF
           MOVE WS-CUSTO-LOTE TO WS-LC-CUSTO-ED
           DISPLAY "CUSTO UNITARIO DO LOTE (CENTAVOS SEM VIRGULA, "
               "ENTER = " WS-LC-CUSTO-ED ") ? "
           MOVE SPACES TO WS-BUF9
           ACCEPT WS-BUF9
           IF WS-BUF9 NOT = SPACES
               COMPUTE WS-CUSTO-LOTE = FUNCTION NUMVAL(WS-BUF9) / 100
           END-IF

      *    SEM NOTA LANCADA, O FRETE RATEADO POR UNIDADE E DIGITADO
      *    AQUI - ENTRA NO CUSTO DO LOTE E, POR ELE, NO CUSTO MEDIO
      *    DO PRODUTO.  COM A NOTA, ELE JA VEIO NO RATEIO.
           IF WS-LC-ACHOU = 'N'
               DISPLAY "FRETE POR UNIDADE (CENTAVOS SEM VIRGULA, "
                   "ENTER = 0) ? "
               MOVE SPACES TO WS-BUF9
               ACCEPT WS-BUF9
               IF WS-BUF9 NOT = SPACES
                   COMPUTE WS-FRETE-UNIT =
                       FUNCTION NUMVAL(WS-BUF9) / 100
                   ADD WS-FRETE-UNIT TO WS-CUSTO-LOTE
               END-IF
           END-IF

           DISPLAY "LOTE ? "
           COMPUTE WS-NOVO-TOTAL = QTDADE-P * UNIT-P
               + WS-QTDE-CHEGADA * WS-CUSTO-LOTE
           ADD WS-QTDE-CHEGADA TO QTDADE-P
               ON SIZE ERROR
                   DISPLAY "CHEGADA ULTRAPASSA O ESTOQUE MAXIMO - NAO "
                       "POSTADA"
                   GO END-RECEBE-ITEM
           END-ADD
           IF QTDADE-P > 0
               COMPUTE UNIT-P ROUNDED = WS-NOVO-TOTAL / QTDADE-P
           END-IF
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
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-QTDE-CHEGADA TO LT-QTDE
                       ON SIZE ERROR
                           DISPLAY "SALDO DO LOTE NO LIMITE - CONFIRA"
                   END-ADD
                   REWRITE REG-LOTE
           END-READ
           UNLOCK LOTES
               SET PD-PARCIAL TO TRUE
           END-IF
           REWRITE REG-PEDIDO
           IF WS-LC-ACHOU = 'S'
               PERFORM BAIXA-ITEM-NOTA
           END-IF
           DISPLAY "ENTRADA POSTADA - ESTOQUE ATUAL " QTDADE-P.
       END-RECEBE-ITEM.
           UNLOCK PRODUTOS.
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-QTDE-CHEGADA TO SL-QTDE
                       ON SIZE ERROR
                           DISPLAY "SALDO DOS FUNDOS NO LIMITE - "
                               "CONFIRA"
                   END-ADD
                   REWRITE REG-SALDO-LOC
           END-READ.
           UNLOCK SALDOLOC.
           MOVE SPACES TO REG-NOTA
           MOVE ZEROS TO NF-FORNEC NF-NUMERO NF-PEDIDO NF-VALOR
               NF-FRETE NF-EMISSAO NF-VENCIMENTO NF-DATA-PGTO
               NF-BASE-ICMS NF-ICMS NF-REM-DATA NF-REM-SEQ NF-ABATIDO
               NF-SEGURO NF-IMPOSTOS
           SET NF-RATEIO-VALOR TO TRUE
           MOVE 'N' TO WS-LC-TEM-PEDIDO
           MOVE ZEROS TO WS-LC-QT
           DISPLAY "FORNECEDOR ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
               READ PEDIDO
                   INVALID KEY
                       DISPLAY "AVISO: PEDIDO NAO ENCONTRADO"
                   NOT INVALID KEY
                       MOVE 'S' TO WS-LC-TEM-PEDIDO
               END-READ
           END-IF

      *    NOTA DE PEDIDO E SEMPRE MERCADORIA; SEM PEDIDO PODE SER
      *    DESPESA DA LOJA, QUE A DRE ABATE COMO DESPESA OPERACIONAL.
           SET NF-MERCADORIA TO TRUE
           IF NF-PEDIDO = ZEROS
               DISPLAY "TIPO (M-MERCADORIA / D-DESPESA, ENTER = M) ? "
               MOVE SPACE TO WS-NF-BUF1
               ACCEPT WS-NF-BUF1
               IF WS-NF-BUF1 = "D" OR WS-NF-BUF1 = "d"
                   SET NF-DESPESA TO TRUE
               END-IF
           END-IF

           DISPLAY "VALOR DA NOTA (CENTAVOS SEM VIRGULA) ? "
           MOVE SPACES TO WS-NF-BUF10
           ACCEPT WS-NF-BUF10
               COMPUTE NF-FRETE = FUNCTION NUMVAL(WS-NF-BUF10) / 100
           END-IF

      *    ICMS DESTACADO NA NOTA: VAI DE CREDITO PARA O LIVRO DE
      *    ENTRADAS.  BASE EM BRANCO = VALOR DA NOTA; SEM IMPOSTO
      *    (SIMPLES, ISENTA, SUBSTITUICAO) FICA ZERO.
           DISPLAY "BASE DO ICMS (CENTAVOS, ENTER = VALOR DA NOTA) ? "
           MOVE SPACES TO WS-NF-BUF10
           ACCEPT WS-NF-BUF10
           IF WS-NF-BUF10 = SPACES
               MOVE NF-VALOR TO NF-BASE-ICMS
           ELSE
               COMPUTE NF-BASE-ICMS =
                   FUNCTION NUMVAL(WS-NF-BUF10) / 100
           END-IF
           DISPLAY "ICMS DESTACADO (CENTAVOS, ENTER = 0) ? "
           MOVE SPACES TO WS-NF-BUF10
           ACCEPT WS-NF-BUF10
           IF WS-NF-BUF10 NOT = SPACES
               COMPUTE NF-ICMS = FUNCTION NUMVAL(WS-NF-BUF10) / 100
           END-IF
           IF NF-ICMS = ZEROS
               MOVE ZEROS TO NF-BASE-ICMS
           END-IF
           IF NF-ICMS > NF-BASE-ICMS
               DISPLAY "ICMS MAIOR QUE A BASE - NOTA NAO LANCADA"
               GO END-LANCA-NOTA
           END-IF

           IF NF-MERCADORIA
               PERFORM PEDE-CUSTOS-NOTA THRU FIM-PEDE-CUSTOS-NOTA
               IF WS-LC-OK = 'N'
                   GO END-LANCA-NOTA
               END-IF
           END-IF

           DISPLAY "EMISSAO (AAAAMMDD, ENTER = HOJE) ? "
           MOVE SPACES TO WS-NF-BUF8
           ACCEPT WS-NF-BUF8
               NOT INVALID KEY
                   DISPLAY "NOTA " NF-NUMERO " LANCADA - VENCE EM "
                       NF-VENCIMENTO
                   IF WS-LC-QT > ZEROS
                       PERFORM GRAVA-ITEM-NOTA VARYING WS-LC-I
                           FROM 1 BY 1 UNTIL WS-LC-I > WS-LC-QT
                       PERFORM IMPRIME-CUSTO-NOTA
                           THRU FIM-IMPRIME-CUSTO-NOTA
                   END-IF
           END-WRITE.
       END-LANCA-NOTA.

               ADD 1 TO WS-NC-ANO
           END-IF.

      * CUSTOS ACESSORIOS DA NOTA DE MERCADORIA E, COM PEDIDO, OS
      * ITENS FATURADOS E O RATEIO.  WS-LC-OK = 'N' CANCELA O
      * LANCAMENTO DA NOTA.
       PEDE-CUSTOS-NOTA.
           MOVE 'S' TO WS-LC-OK
           DISPLAY "SEGURO (CENTAVOS SEM VIRGULA, ENTER = 0) ? "
           MOVE SPACES TO WS-NF-BUF10
           ACCEPT WS-NF-BUF10
           IF WS-NF-BUF10 NOT = SPACES
               COMPUTE NF-SEGURO = FUNCTION NUMVAL(WS-NF-BUF10) / 100
           END-IF
           DISPLAY "IMPOSTOS NAO RECUPERAVEIS - IPI, ICMS-ST "
               "(CENTAVOS SEM VIRGULA, ENTER = 0) ? "
           MOVE SPACES TO WS-NF-BUF10
           ACCEPT WS-NF-BUF10
           IF WS-NF-BUF10 NOT = SPACES
               COMPUTE NF-IMPOSTOS =
                   FUNCTION NUMVAL(WS-NF-BUF10) / 100
           END-IF
           COMPUTE WS-LC-EXTRA = NF-FRETE + NF-SEGURO + NF-IMPOSTOS
           IF WS-LC-TEM-PEDIDO = 'N'
               IF WS-LC-EXTRA > ZEROS
                   DISPLAY "NOTA SEM PEDIDO - CUSTOS ACESSORIOS SO "
                       "REGISTRADOS, SEM RATEIO NOS PRODUTOS"
               END-IF
               GO FIM-PEDE-CUSTOS-NOTA
           END-IF

           DISPLAY "RATEIO DOS CUSTOS ACESSORIOS (V-POR VALOR / "
               "Q-POR QUANTIDADE, ENTER = V) ? "
           MOVE SPACE TO WS-NF-BUF1
           ACCEPT WS-NF-BUF1
           IF WS-NF-BUF1 = "Q" OR WS-NF-BUF1 = "q"
               SET NF-RATEIO-QTDE TO TRUE
           ELSE
               MOVE 'V' TO NF-RATEIO
           END-IF

      *    ITENS DO PEDIDO: QUANTIDADE FATURADA E PRECO DO FORNECEDOR.
           MOVE ZEROS TO WS-LC-QT WS-LC-ULTIMO WS-LC-BASE-TOTAL
               WS-LC-SOMA-ITENS WS-LC-DISTRIBUIDO
           MOVE NF-PEDIDO TO PD-NUMERO
           MOVE ZEROS TO PD-ITEM
           START PEDIDO KEY IS NOT LESS THAN PD-CHAVE
               INVALID KEY
                   SET PE-OTHER TO TRUE
           END-START
           PERFORM PEDE-ITEM-NOTA THRU FIM-PEDE-ITEM-NOTA
               UNTIL NOT PE-OK
           MOVE "00" TO PDST
           MOVE "00" TO ARQST
           IF WS-LC-QT = ZEROS
               DISPLAY "NENHUM ITEM DO PEDIDO NESTA NOTA - NOTA NAO "
                   "LANCADA"
               MOVE 'N' TO WS-LC-OK
               GO FIM-PEDE-CUSTOS-NOTA
           END-IF
           MOVE WS-LC-SOMA-ITENS TO WS-LC-VALOR-ED
           DISPLAY "SOMA DOS ITENS " WS-LC-VALOR-ED
           MOVE NF-VALOR TO WS-LC-VALOR-ED
           DISPLAY "VALOR DA NOTA  " WS-LC-VALOR-ED
           IF WS-LC-EXTRA > ZEROS AND WS-LC-ULTIMO = ZEROS
               DISPLAY "ITENS SEM VALOR PARA O RATEIO - NOTA NAO "
                   "LANCADA"
               MOVE 'N' TO WS-LC-OK
               GO FIM-PEDE-CUSTOS-NOTA
           END-IF
           PERFORM RATEIA-ITEM-NOTA VARYING WS-LC-I FROM 1 BY 1
               UNTIL WS-LC-I > WS-LC-QT.
       FIM-PEDE-CUSTOS-NOTA.
           EXIT.

       PEDE-ITEM-NOTA.
           READ PEDIDO NEXT RECORD
               AT END
                   SET PE-OTHER TO TRUE
           END-READ
           IF NOT PE-OK
               GO FIM-PEDE-ITEM-NOTA
           END-IF
           IF PD-NUMERO NOT = NF-PEDIDO
               SET PE-OTHER TO TRUE
               GO FIM-PEDE-ITEM-NOTA
           END-IF
           IF WS-LC-QT >= 50
               DISPLAY "PEDIDO COM MAIS DE 50 ITENS - OS DEMAIS "
                   "FICAM FORA DESTA NOTA"
               SET PE-OTHER TO TRUE
               GO FIM-PEDE-ITEM-NOTA
           END-IF

           MOVE PD-CODIGO TO CODIG-P
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO NOME-P
                   MOVE ZEROS TO UNIT-P
                   MOVE 'N' TO VENDA-PESO-P
           END-READ
           PERFORM SOMA-ITEM-FATURADO
           MOVE ZEROS TO WS-LC-SUGERIDA
           IF PD-QTDE-PEDIDA > WS-LC-JA-FATURADA
               COMPUTE WS-LC-SUGERIDA =
                   PD-QTDE-PEDIDA - WS-LC-JA-FATURADA
           END-IF
           DISPLAY "ITEM " PD-ITEM " PRODUTO " PD-CODIGO " " NOME-P
           IF PRODUTO-PESAVEL
               DISPLAY "  PESAVEL - QUANTIDADES EM GRAMAS, PRECO "
                   "POR QUILO"
           END-IF
           DISPLAY "  PEDIDO " PD-QTDE-PEDIDA " RECEBIDO "
               PD-QTDE-RECEBIDA " JA FATURADO " WS-LC-JA-FATURADA
           DISPLAY "QUANTIDADE NA NOTA (ENTER = " WS-LC-SUGERIDA
               ", 0 = NAO VEIO NESTA NOTA) ? "
           MOVE SPACES TO WS-BUF7
           ACCEPT WS-BUF7
           IF WS-BUF7 = SPACES
               MOVE WS-LC-SUGERIDA TO WS-LC-COBRE
           ELSE
               COMPUTE WS-LC-COBRE = FUNCTION NUMVAL(WS-BUF7)
           END-IF
           IF WS-LC-COBRE = ZEROS
               GO FIM-PEDE-ITEM-NOTA
           END-IF

           ADD 1 TO WS-LC-QT
           MOVE PD-ITEM TO TAB-LC-ITEM(WS-LC-QT)
           MOVE PD-CODIGO TO TAB-LC-CODIGO(WS-LC-QT)
           MOVE WS-LC-COBRE TO TAB-LC-QTDE(WS-LC-QT)
           MOVE 'N' TO TAB-LC-PESAVEL(WS-LC-QT)
           IF PRODUTO-PESAVEL
               MOVE 'S' TO TAB-LC-PESAVEL(WS-LC-QT)
           END-IF
           MOVE UNIT-P TO TAB-LC-PRECO(WS-LC-QT)
           MOVE UNIT-P TO WS-LC-PRECO-ED
           DISPLAY "PRECO UNITARIO DO FORNECEDOR (CENTAVOS SEM "
               "VIRGULA, ENTER = " WS-LC-PRECO-ED ") ? "
           MOVE SPACES TO WS-BUF9
           ACCEPT WS-BUF9
           IF WS-BUF9 NOT = SPACES
               COMPUTE TAB-LC-PRECO(WS-LC-QT) =
                   FUNCTION NUMVAL(WS-BUF9) / 100
           END-IF
           IF PRODUTO-PESAVEL
               COMPUTE TAB-LC-VALOR(WS-LC-QT) ROUNDED =
                   TAB-LC-QTDE(WS-LC-QT) * TAB-LC-PRECO(WS-LC-QT)
                   / 1000
           ELSE
               COMPUTE TAB-LC-VALOR(WS-LC-QT) =
                   TAB-LC-QTDE(WS-LC-QT) * TAB-LC-PRECO(WS-LC-QT)
           END-IF
           ADD TAB-LC-VALOR(WS-LC-QT) TO WS-LC-SOMA-ITENS

      *    BASE DO RATEIO: VALOR DO ITEM OU QUANTIDADE (PESAVEL EM
      *    QUILOS, PARA NAO PESAR MIL VEZES MAIS QUE A UNIDADE).
           IF NF-RATEIO-QTDE
               IF PRODUTO-PESAVEL
                   COMPUTE TAB-LC-BASE(WS-LC-QT) =
                       TAB-LC-QTDE(WS-LC-QT) / 1000
               ELSE
                   MOVE TAB-LC-QTDE(WS-LC-QT) TO TAB-LC-BASE(WS-LC-QT)
               END-IF
           ELSE
               MOVE TAB-LC-VALOR(WS-LC-QT) TO TAB-LC-BASE(WS-LC-QT)
           END-IF
           IF TAB-LC-BASE(WS-LC-QT) > ZEROS
               ADD TAB-LC-BASE(WS-LC-QT) TO WS-LC-BASE-TOTAL
               MOVE WS-LC-QT TO WS-LC-ULTIMO
           END-IF

      *    O QUE JA FOI RECEBIDO DO ITEM SEM NOTA QUE O COBRISSE TEM
      *    O CUSTO MEDIO CORRIGIDO QUANDO ESTA NOTA FOR GRAVADA.
           MOVE ZEROS TO TAB-LC-COBRE(WS-LC-QT)
           IF PD-QTDE-RECEBIDA > WS-LC-JA-COBERTA
               COMPUTE WS-LC-PENDENTE =
                   PD-QTDE-RECEBIDA - WS-LC-JA-COBERTA
               IF WS-LC-PENDENTE > TAB-LC-QTDE(WS-LC-QT)
                   MOVE TAB-LC-QTDE(WS-LC-QT) TO WS-LC-PENDENTE
               END-IF
               MOVE WS-LC-PENDENTE TO TAB-LC-COBRE(WS-LC-QT)
           END-IF.
       FIM-PEDE-ITEM-NOTA.
           EXIT.

      * QUANTO DO ITEM DO PEDIDO JA ESTA EM OUTRAS NOTAS E QUANTO
      * DELE JA ENTROU NO ESTOQUE COM O CUSTO DE ALGUMA NOTA.
       SOMA-ITEM-FATURADO.
           MOVE ZEROS TO WS-LC-JA-FATURADA WS-LC-JA-COBERTA
           MOVE PD-NUMERO TO NI-PEDIDO
           START NOTAITEM KEY IS EQUAL TO NI-PEDIDO
               INVALID KEY
                   MOVE "99" TO NIST
           END-START
           PERFORM SOMA-UM-ITEM-FATURADO UNTIL NIST NOT = "00"
           MOVE "00" TO NIST.

       SOMA-UM-ITEM-FATURADO.
           READ NOTAITEM NEXT RECORD
               AT END
                   MOVE "99" TO NIST
           END-READ
           IF NIST = "00" AND NI-PEDIDO NOT = PD-NUMERO
               MOVE "99" TO NIST
           END-IF
           IF NIST = "00" AND NI-ITEM = PD-ITEM
               ADD NI-QTDE TO WS-LC-JA-FATURADA
               ADD NI-QTDE-RECEBIDA TO WS-LC-JA-COBERTA
           END-IF.

      * PARTE DO ITEM NOS CUSTOS ACESSORIOS E CUSTO FINAL UNITARIO
      * (POR QUILO NO PESAVEL).
       RATEIA-ITEM-NOTA.
           IF TAB-LC-BASE(WS-LC-I) = ZEROS
               MOVE ZEROS TO TAB-LC-RATEIO(WS-LC-I)
           ELSE
               IF WS-LC-I = WS-LC-ULTIMO
                   MOVE ZEROS TO TAB-LC-RATEIO(WS-LC-I)
                   IF WS-LC-EXTRA > WS-LC-DISTRIBUIDO
                       COMPUTE TAB-LC-RATEIO(WS-LC-I) =
                           WS-LC-EXTRA - WS-LC-DISTRIBUIDO
                   END-IF
               ELSE
                   COMPUTE TAB-LC-RATEIO(WS-LC-I) ROUNDED =
                       WS-LC-EXTRA * TAB-LC-BASE(WS-LC-I)
                       / WS-LC-BASE-TOTAL
                   ADD TAB-LC-RATEIO(WS-LC-I) TO WS-LC-DISTRIBUIDO
               END-IF
           END-IF
           IF TAB-LC-PESAVEL(WS-LC-I) = 'S'
               COMPUTE TAB-LC-CUSTO(WS-LC-I) ROUNDED =
                   TAB-LC-PRECO(WS-LC-I)
                   + TAB-LC-RATEIO(WS-LC-I) * 1000
                   / TAB-LC-QTDE(WS-LC-I)
           ELSE
               COMPUTE TAB-LC-CUSTO(WS-LC-I) ROUNDED =
                   TAB-LC-PRECO(WS-LC-I)
                   + TAB-LC-RATEIO(WS-LC-I) / TAB-LC-QTDE(WS-LC-I)
           END-IF.

      * GRAVA O ITEM DA NOTA E, SE PARTE DELE JA TINHA SIDO RECEBIDA,
      * CORRIGE O CUSTO MEDIO PELOS CUSTOS ACESSORIOS.
       GRAVA-ITEM-NOTA.
           MOVE NF-FORNEC TO NI-FORNEC
           MOVE NF-NUMERO TO NI-NUMERO
           MOVE TAB-LC-ITEM(WS-LC-I) TO NI-ITEM
           MOVE NF-PEDIDO TO NI-PEDIDO
           MOVE TAB-LC-CODIGO(WS-LC-I) TO NI-CODIGO
           MOVE TAB-LC-QTDE(WS-LC-I) TO NI-QTDE
           MOVE TAB-LC-PRECO(WS-LC-I) TO NI-PRECO
           MOVE TAB-LC-VALOR(WS-LC-I) TO NI-VALOR
           MOVE TAB-LC-RATEIO(WS-LC-I) TO NI-RATEIO
           MOVE TAB-LC-CUSTO(WS-LC-I) TO NI-CUSTO-FINAL
           MOVE TAB-LC-COBRE(WS-LC-I) TO NI-QTDE-RECEBIDA
           MOVE ZEROS TO NI-QTDE-AJUSTADA
           IF TAB-LC-COBRE(WS-LC-I) > ZEROS
               AND TAB-LC-RATEIO(WS-LC-I) > ZEROS
               PERFORM AJUSTA-CUSTO-RECEBIDO
                   THRU FIM-AJUSTA-CUSTO-RECEBIDO
           END-IF
           WRITE REG-NOTA-ITEM
               INVALID KEY
                   DISPLAY "ITEM " NI-ITEM " JA GRAVADO PARA A NOTA"
           END-WRITE.

      * O RECEBIDO ANTES DA NOTA ENTROU SEM OS CUSTOS ACESSORIOS: A
      * PARTE POR UNIDADE ENTRA AGORA NO CUSTO MEDIO, LIMITADA AO QUE
      * AINDA ESTA EM ESTOQUE (O QUE JA SAIU FOI AO CMV COM O CUSTO
      * DA EPOCA).
       AJUSTA-CUSTO-RECEBIDO.
           MOVE TAB-LC-CODIGO(WS-LC-I) TO CODIG-P
           READ PRODUTOS WITH LOCK
               INVALID KEY
                   MOVE "99" TO ARQST
           END-READ
           IF NOT PR-OK
               DISPLAY "PRODUTO " TAB-LC-CODIGO(WS-LC-I)
                   " EM USO NOUTRO TERMINAL - CUSTO DO JA RECEBIDO "
                   "NAO CORRIGIDO"
               MOVE "00" TO ARQST
               GO FIM-AJUSTA-CUSTO-RECEBIDO
           END-IF
           MOVE TAB-LC-COBRE(WS-LC-I) TO WS-LC-COBRE
           IF WS-LC-COBRE > QTDADE-P
               MOVE QTDADE-P TO WS-LC-COBRE
           END-IF
           IF WS-LC-COBRE = ZEROS
               UNLOCK PRODUTOS
               GO FIM-AJUSTA-CUSTO-RECEBIDO
           END-IF
           COMPUTE WS-LC-EXTRA-UNIT =
               TAB-LC-CUSTO(WS-LC-I) - TAB-LC-PRECO(WS-LC-I)
           COMPUTE WS-NOVO-TOTAL = QTDADE-P * UNIT-P
               + WS-LC-COBRE * WS-LC-EXTRA-UNIT
           COMPUTE UNIT-P ROUNDED = WS-NOVO-TOTAL / QTDADE-P
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
           UNLOCK PRODUTOS
           MOVE WS-LC-COBRE TO NI-QTDE-AJUSTADA
           MOVE UNIT-P TO WS-LC-CUSTO-ED
           DISPLAY "PRODUTO " CODIG-P " JA RECEBIDO - CUSTO MEDIO "
               "CORRIGIDO PARA " WS-LC-CUSTO-ED.
       FIM-AJUSTA-CUSTO-RECEBIDO.
           EXIT.

      * BAIXA DE PAGAMENTO: MARCA A NOTA PAGA COM A DATA - PAGAR
      * DUAS VEZES DEIXA DE SER POSSIVEL, A NOTA JA ESTA 'P'.  OS
      * CREDITOS DE DEVOLUCAO EM ABERTO DO FORNECEDOR ABATEM O VALOR
      * A PAGAR; O QUE SOBRAR DO CREDITO FICA PARA A PROXIMA NOTA.
      * NOTA REABERTA POR REMESSA REJEITADA JA TEM CREDITO ABATIDO
      * (NF-ABATIDO), QUE NAO SE COBRA DE NOVO; NOTA COM REMESSA
      * AINDA NA CAMARA NAO SE BAIXA AQUI.
       BAIXA-NOTA.
           DISPLAY "FORNECEDOR ? "
           MOVE SPACES TO WS-BUF4
               DISPLAY "NOTA JA PAGA EM " NF-DATA-PGTO
               GO END-BAIXA-NOTA
           END-IF
           IF NF-EM-PAGAMENTO
               DISPLAY "NOTA EM PAGAMENTO POR REMESSA DE " NF-REM-DATA
                   " - AGUARDE O RETORNO DA CAMARA"
               GO END-BAIXA-NOTA
           END-IF
           DISPLAY "VALOR " NF-VALOR " VENCIMENTO " NF-VENCIMENTO
           IF NF-MOTIVO-DEV NOT = SPACES
               DISPLAY "PAGAMENTO DEVOLVIDO PELA CAMARA: " NF-MOTIVO-DEV
           END-IF
           IF NF-ABATIDO > ZEROS
               MOVE NF-ABATIDO TO WS-CRED-ED
               DISPLAY "CREDITO JA ABATIDO NESTA NOTA  " WS-CRED-ED
           END-IF
           PERFORM SOMA-CREDITOS-FORNEC
           MOVE WS-CRED-ABERTO TO WS-CRED-ABATER
           IF WS-CRED-ABATER > NF-VALOR - NF-ABATIDO
               COMPUTE WS-CRED-ABATER = NF-VALOR - NF-ABATIDO
           END-IF
           COMPUTE WS-LIQUIDO-PAGAR =
               NF-VALOR - NF-ABATIDO - WS-CRED-ABATER
           IF WS-CRED-ABATER > ZEROS
               MOVE WS-CRED-ABERTO TO WS-CRED-ED
               DISPLAY "CREDITO DE DEVOLUCAO EM ABERTO " WS-CRED-ED
               MOVE WS-CRED-ABATER TO WS-CRED-ED
               DISPLAY "ABATIDO NESTA NOTA            " WS-CRED-ED
               MOVE WS-LIQUIDO-PAGAR TO WS-CRED-ED
               DISPLAY "LIQUIDO A PAGAR               " WS-CRED-ED
           END-IF
           DISPLAY "CONFIRMA O PAGAMENTO (S/N) ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           IF WS-BUF4 = "S" OR WS-BUF4 = "s"
               SET NF-PAGA TO TRUE
               MOVE WS-DATA-HOJE TO NF-DATA-PGTO
               ADD WS-CRED-ABATER TO NF-ABATIDO
               MOVE SPACES TO NF-MOTIVO-DEV
               REWRITE REG-NOTA
               IF WS-CRED-ABATER > ZEROS
                   PERFORM ABATE-CREDITOS-FORNEC
               END-IF
               DISPLAY "PAGAMENTO BAIXADO"
           END-IF.
       END-BAIXA-NOTA.

      * SOMA OS CREDITOS DE DEVOLUCAO AINDA EM ABERTO DO FORNECEDOR
      * DA NOTA (CHAVE ALTERNATIVA DF-FORNEC).
       SOMA-CREDITOS-FORNEC.
           MOVE ZEROS TO WS-CRED-ABERTO
           MOVE NF-FORNEC TO DF-FORNEC
           START DEVFORN KEY IS EQUAL TO DF-FORNEC
               INVALID KEY
                   MOVE "99" TO DFST
           END-START
           PERFORM SOMA-UM-CREDITO UNTIL DFST NOT = "00"
           MOVE "00" TO DFST.

       SOMA-UM-CREDITO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "99" TO DFST
           END-READ
           IF DFST = "00" AND DF-FORNEC NOT = NF-FORNEC
               MOVE "99" TO DFST
           END-IF
           IF DFST = "00" AND DF-CREDITO-ABERTO
               ADD DF-SALDO TO WS-CRED-ABERTO
           END-IF.

      * CONSOME OS CREDITOS NA ORDEM DAS DEVOLUCOES ATE COBRIR O
      * VALOR ABATIDO; O CREDITO ZERADO PASSA A USADO E GUARDA A NOTA
      * QUE O CONSUMIU.
       ABATE-CREDITOS-FORNEC.
           MOVE WS-CRED-ABATER TO WS-CRED-RESTO
           MOVE NF-FORNEC TO DF-FORNEC
           START DEVFORN KEY IS EQUAL TO DF-FORNEC
               INVALID KEY
                   MOVE "99" TO DFST
           END-START
           PERFORM ABATE-UM-CREDITO
               UNTIL DFST NOT = "00" OR WS-CRED-RESTO = ZEROS
           MOVE "00" TO DFST.

       ABATE-UM-CREDITO.
           READ DEVFORN NEXT RECORD WITH LOCK
               AT END
                   MOVE "99" TO DFST
           END-READ
           IF DFST = "00" AND DF-FORNEC NOT = NF-FORNEC
               MOVE "99" TO DFST
           END-IF
           IF DFST = "00" AND DF-CREDITO-ABERTO
               IF DF-SALDO > WS-CRED-RESTO
                   SUBTRACT WS-CRED-RESTO FROM DF-SALDO
                   MOVE ZEROS TO WS-CRED-RESTO
               ELSE
                   SUBTRACT DF-SALDO FROM WS-CRED-RESTO
                   MOVE ZEROS TO DF-SALDO
                   SET DF-CREDITO-USADO TO TRUE
               END-IF
               MOVE NF-NUMERO TO DF-NOTA-USO
               MOVE WS-DATA-HOJE TO DF-DATA-USO
               REWRITE REG-DEVFORN
           END-IF
           UNLOCK DEVFORN.

      * DEVOLUCAO AO FORNECEDOR: ENTREGA COM DEFEITO OU TROCADA VOLTA
      * CONTRA A NOTA DE ORIGEM DO NOTAS.DAT.  A QUANTIDADE SAI DO
      * ESTOQUE, DO DEPOSITO E DO LOTE INFORMADOS (SAIDA
      * DEVOL-FORNEC NO MOVIMENT.DAT), O VALOR PELO CUSTO DO LOTE
      * VIRA CREDITO CONTRA O FORNECEDOR E A NOTA DE DEVOLUCAO E
      * IMPRESSA PARA SEGUIR COM A MERCADORIA.
       DEVOLVE-FORNEC.
           DISPLAY "FORNECEDOR ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           IF WS-BUF4 = SPACES
               GO END-DEVOLVE-FORNEC
           END-IF
           MOVE WS-BUF4 TO NF-FORNEC
           MOVE NF-FORNEC TO FO-CODIGO
           READ FORNECEDOR
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO"
                   GO END-DEVOLVE-FORNEC
           END-READ
           DISPLAY FO-RAZAO

           DISPLAY "NOTA DE ORIGEM ? "
           MOVE SPACES TO WS-NF-BUF10
           ACCEPT WS-NF-BUF10
           IF WS-NF-BUF10 = SPACES
               DISPLAY "NOTA OBRIGATORIA"
               GO END-DEVOLVE-FORNEC
           END-IF
           COMPUTE NF-NUMERO = FUNCTION NUMVAL(WS-NF-BUF10)
           READ NOTAS
               INVALID KEY
                   DISPLAY "NOTA NAO LANCADA PARA O FORNECEDOR - "
                       "LANCE A NOTA (MODO N) ANTES DE DEVOLVER"
                   GO END-DEVOLVE-FORNEC
           END-READ
           DISPLAY "NOTA " NF-NUMERO " EMISSAO " NF-EMISSAO
               " PEDIDO " NF-PEDIDO

           DISPLAY "PRODUTO ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           IF WS-BUF4 = SPACES
               GO END-DEVOLVE-FORNEC
           END-IF
           MOVE WS-BUF4 TO CODIG-P
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO"
                   GO END-DEVOLVE-FORNEC
           END-READ
           DISPLAY NOME-P " ESTOQUE " QTDADE-P

      *    O PRODUTO PRECISA TER VINDO NESSA NOTA: COM PEDIDO, ELE
      *    TEM DE CONSTAR DOS ITENS RECEBIDOS DO PEDIDO; SEM PEDIDO,
      *    TEM DE SER DO FORNECEDOR DA NOTA.
           MOVE ZEROS TO WS-DF-RECEBIDA
           IF NF-PEDIDO > ZEROS
               PERFORM CONFERE-ITEM-NOTA
               IF WS-DF-ACHOU = 'N'
                   DISPLAY "PRODUTO NAO CONSTA DO PEDIDO " NF-PEDIDO
                       " DA NOTA"
                   GO END-DEVOLVE-FORNEC
               END-IF
           ELSE
               IF COD-FORNEC NOT = NF-FORNEC
                   DISPLAY "PRODUTO NAO E DESTE FORNECEDOR"
                   GO END-DEVOLVE-FORNEC
               END-IF
           END-IF
           PERFORM SOMA-JA-DEVOLVIDO

           DISPLAY "QUANTIDADE A DEVOLVER ? "
           MOVE SPACES TO WS-BUF7
           ACCEPT WS-BUF7
           MOVE ZEROS TO WS-DF-QTDE
           IF WS-BUF7 NOT = SPACES
               COMPUTE WS-DF-QTDE = FUNCTION NUMVAL(WS-BUF7)
           END-IF
           IF WS-DF-QTDE = ZEROS
               DISPLAY "NADA DEVOLVIDO"
               GO END-DEVOLVE-FORNEC
           END-IF
           IF WS-DF-RECEBIDA > ZEROS
               AND WS-DF-QTDE + WS-DF-JA-DEVOLVIDA > WS-DF-RECEBIDA
               DISPLAY "DEVOLUCAO MAIOR QUE O RECEBIDO NO PEDIDO ("
                   WS-DF-RECEBIDA " RECEBIDO, " WS-DF-JA-DEVOLVIDA
                   " JA DEVOLVIDO)"
               GO END-DEVOLVE-FORNEC
           END-IF
           IF WS-DF-QTDE > QTDADE-P
               DISPLAY "DEVOLUCAO MAIOR QUE O ESTOQUE"
               GO END-DEVOLVE-FORNEC
           END-IF

      *    DE ONDE SAI: O RECEBIMENTO ENTRA NOS FUNDOS, QUE E O
      *    PADRAO; SE JA FOI TRANSFERIDO, O OPERADOR INFORMA A LOJA.
           DISPLAY "DEPOSITO (ENTER = 02 FUNDOS) ? "
           MOVE SPACES TO WS-DF-BUF2
           ACCEPT WS-DF-BUF2
           MOVE 02 TO WS-DF-DEPOSITO
           IF WS-DF-BUF2 NOT = SPACES
               MOVE WS-DF-BUF2 TO WS-DF-DEPOSITO
           END-IF
           MOVE CODIG-P TO SL-CODIGO
           MOVE WS-DF-DEPOSITO TO SL-DEPOSITO
           READ SALDOLOC
               INVALID KEY
                   MOVE ZEROS TO SL-QTDE
           END-READ
           MOVE "00" TO SLST
           IF WS-DF-QTDE > SL-QTDE
               DISPLAY "SALDO INSUFICIENTE NO DEPOSITO "
                   WS-DF-DEPOSITO " (" SL-QTDE ")"
               GO END-DEVOLVE-FORNEC
           END-IF

           DISPLAY "LOTE (ENTER = SEM LOTE) ? "
           MOVE SPACES TO WS-LOTE-NUM
           ACCEPT WS-LOTE-NUM
           IF WS-LOTE-NUM = SPACES
               MOVE "SEM LOTE" TO WS-LOTE-NUM
           END-IF
           PERFORM ACHA-LOTE-DEVOLUCAO
           IF WS-DF-ACHOU = 'N'
               DISPLAY "LOTE " WS-LOTE-NUM " SEM SALDO PARA O PRODUTO"
               GO END-DEVOLVE-FORNEC
           END-IF
           IF WS-DF-QTDE > LT-QTDE
               DISPLAY "SALDO DO LOTE INSUFICIENTE (" LT-QTDE ")"
               GO END-DEVOLVE-FORNEC
           END-IF

      *    O CREDITO SAI PELO CUSTO DE ENTRADA DO LOTE (O DO
      *    RECEBIMENTO, COM O FRETE); SEM RECEBIMENTO ACHADO, O
      *    CUSTO MEDIO ATUAL.  O OPERADOR PODE CORRIGIR PELA NOTA.
           PERFORM BUSCA-CUSTO-DEVOLUCAO
           MOVE WS-DF-CUSTO TO WS-DF-CUSTO-ED
           DISPLAY "CUSTO UNITARIO " WS-DF-CUSTO-ED
           DISPLAY "CUSTO DO CREDITO (CENTAVOS SEM VIRGULA, "
               "ENTER = MANTEM) ? "
           MOVE SPACES TO WS-BUF9
           ACCEPT WS-BUF9
           IF WS-BUF9 NOT = SPACES
               COMPUTE WS-DF-CUSTO = FUNCTION NUMVAL(WS-BUF9) / 100
           END-IF

           DISPLAY "MOTIVO (DEFEITO, TROCADO, AVARIA...) ? "
           MOVE SPACES TO WS-DF-MOTIVO
           ACCEPT WS-DF-MOTIVO
           IF WS-DF-MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO"
               GO END-DEVOLVE-FORNEC
           END-IF

           IF PRODUTO-PESAVEL
               COMPUTE WS-DF-VALOR ROUNDED =
                   WS-DF-QTDE * WS-DF-CUSTO / 1000
           ELSE
               COMPUTE WS-DF-VALOR = WS-DF-QTDE * WS-DF-CUSTO
           END-IF
           MOVE WS-DF-VALOR TO WS-DF-VALOR-ED
           DISPLAY "DEVOLVER " WS-DF-QTDE " DO LOTE " WS-LOTE-NUM
               " DEPOSITO " WS-DF-DEPOSITO
           DISPLAY "CREDITO CONTRA O FORNECEDOR " WS-DF-VALOR-ED
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N) ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           IF WS-BUF4 NOT = "S" AND WS-BUF4 NOT = "s"
               DISPLAY "DEVOLUCAO CANCELADA"
               GO END-DEVOLVE-FORNEC
           END-IF

      *    RELE COM TRAVA: O BALCAO PODE TER VENDIDO ENQUANTO O
      *    CONFERENTE DIGITAVA.
           READ PRODUTOS WITH LOCK
               INVALID KEY
                   MOVE "99" TO ARQST
           END-READ
           IF NOT PR-OK
               DISPLAY "PRODUTO EM USO NOUTRO TERMINAL - TENTE DE "
                   "NOVO"
               MOVE "00" TO ARQST
               GO END-DEVOLVE-FORNEC
           END-IF
           IF WS-DF-QTDE > QTDADE-P
               DISPLAY "ESTOQUE MUDOU - DEVOLUCAO CANCELADA"
               GO END-DEVOLVE-FORNEC
           END-IF
           READ LOTES WITH LOCK
               INVALID KEY
                   MOVE ZEROS TO LT-QTDE
           END-READ
           IF WS-DF-QTDE > LT-QTDE
               DISPLAY "SALDO DO LOTE MUDOU - DEVOLUCAO CANCELADA"
               UNLOCK LOTES
               MOVE "00" TO LTST
               GO END-DEVOLVE-FORNEC
           END-IF
           IF WS-DF-QTDE = LT-QTDE
               DELETE LOTES
               END-DELETE
           ELSE
               SUBTRACT WS-DF-QTDE FROM LT-QTDE
               REWRITE REG-LOTE
           END-IF
           UNLOCK LOTES

           SUBTRACT WS-DF-QTDE FROM QTDADE-P
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

           MOVE CODIG-P TO SL-CODIGO
           MOVE WS-DF-DEPOSITO TO SL-DEPOSITO
           READ SALDOLOC WITH LOCK
               INVALID KEY
                   MOVE "99" TO SLST
           END-READ
           IF SLST = "00"
               IF WS-DF-QTDE > SL-QTDE
                   MOVE ZEROS TO SL-QTDE
               ELSE
                   SUBTRACT WS-DF-QTDE FROM SL-QTDE
               END-IF
               REWRITE REG-SALDO-LOC
           END-IF
           UNLOCK SALDOLOC
           MOVE "00" TO SLST

           MOVE CODIG-P TO MV-CODIGO
           ACCEPT MV-DATA FROM DATE YYYYMMDD
           ACCEPT MV-HORA FROM TIME
           SET MV-SAIDA TO TRUE
           MOVE WS-DF-QTDE TO MV-QUANTIDADE
           MOVE QTDADE-P TO MV-QTDADE-APOS
           MOVE "DEVOL-FORNEC" TO MV-MOTIVO
           MOVE UNIT-P TO MV-CUSTO-UNIT
           MOVE WS-DF-DEPOSITO TO MV-DEPOSITO
           MOVE WS-LOTE-NUM TO MV-LOTE
           WRITE REG-MOVIMENTO
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-DF-ULT
           MOVE WS-DF-ULT TO DF-NUMERO
           MOVE NF-FORNEC TO DF-FORNEC
           MOVE NF-NUMERO TO DF-NOTA
           MOVE NF-PEDIDO TO DF-PEDIDO
           MOVE CODIG-P TO DF-CODIGO
           MOVE WS-DF-QTDE TO DF-QTDE
           MOVE WS-DF-CUSTO TO DF-CUSTO-UNIT
           MOVE WS-DF-VALOR TO DF-VALOR
           MOVE WS-DF-DEPOSITO TO DF-DEPOSITO
           MOVE WS-LOTE-NUM TO DF-LOTE
           MOVE WS-DF-VALIDADE TO DF-VALIDADE
           MOVE WS-DF-MOTIVO TO DF-MOTIVO
           MOVE WS-DATA-HOJE TO DF-DATA
           MOVE WS-DF-VALOR TO DF-SALDO
           SET DF-CREDITO-ABERTO TO TRUE
           MOVE ZEROS TO DF-NOTA-USO DF-DATA-USO
           IF DF-SALDO = ZEROS
               SET DF-CREDITO-USADO TO TRUE
           END-IF
           WRITE REG-DEVFORN
               INVALID KEY
                   DISPLAY "NUMERO DE DEVOLUCAO " DF-NUMERO
                       " JA USADO - AVISE O SUPORTE"
           END-WRITE

           PERFORM IMPRIME-NOTA-DEVOLUCAO
               THRU FIM-IMPRIME-NOTA-DEVOLUCAO
           DISPLAY "DEVOLUCAO " DF-NUMERO " POSTADA - ESTOQUE ATUAL "
               QTDADE-P
           DISPLAY "NOTA DE DEVOLUCAO EM " WS-NOME-NOTADEV.
       END-DEVOLVE-FORNEC.
           UNLOCK PRODUTOS.

      * PROCURA O PRODUTO NOS ITENS DO PEDIDO DA NOTA E GUARDA O
      * QUANTO FOI RECEBIDO DELE.
       CONFERE-ITEM-NOTA.
           MOVE 'N' TO WS-DF-ACHOU
           MOVE NF-PEDIDO TO PD-NUMERO
           MOVE ZEROS TO PD-ITEM
           START PEDIDO KEY IS NOT LESS THAN PD-CHAVE
               INVALID KEY
                   SET PE-OTHER TO TRUE
           END-START
           PERFORM CONFERE-UM-ITEM UNTIL NOT PE-OK
           MOVE "00" TO PDST.

       CONFERE-UM-ITEM.
           READ PEDIDO NEXT RECORD
               AT END
                   SET PE-OTHER TO TRUE
           END-READ
           IF PE-OK AND PD-NUMERO NOT = NF-PEDIDO
               SET PE-OTHER TO TRUE
           END-IF
           IF PE-OK AND PD-CODIGO = CODIG-P
               MOVE 'S' TO WS-DF-ACHOU
               ADD PD-QTDE-RECEBIDA TO WS-DF-RECEBIDA
           END-IF.

      * QUANTO DESTE PRODUTO JA VOLTOU CONTRA A MESMA NOTA.
       SOMA-JA-DEVOLVIDO.
           MOVE ZEROS TO WS-DF-JA-DEVOLVIDA
           MOVE NF-FORNEC TO DF-FORNEC
           START DEVFORN KEY IS EQUAL TO DF-FORNEC
               INVALID KEY
                   MOVE "99" TO DFST
           END-START
           PERFORM SOMA-UMA-DEVOLUCAO UNTIL DFST NOT = "00"
           MOVE "00" TO DFST.

       SOMA-UMA-DEVOLUCAO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "99" TO DFST
           END-READ
           IF DFST = "00" AND DF-FORNEC NOT = NF-FORNEC
               MOVE "99" TO DFST
           END-IF
           IF DFST = "00" AND DF-NOTA = NF-NUMERO
               AND DF-CODIGO = CODIG-P
               ADD DF-QTDE TO WS-DF-JA-DEVOLVIDA
           END-IF.

      * LOCALIZA O LOTE DIGITADO ENTRE OS LOTES DO PRODUTO (A
      * VALIDADE FAZ PARTE DA CHAVE E O OPERADOR SO TEM O NUMERO).
       ACHA-LOTE-DEVOLUCAO.
           MOVE 'N' TO WS-DF-ACHOU
           MOVE ZEROS TO WS-DF-VALIDADE
           MOVE CODIG-P TO LT-CODIGO
           MOVE ZEROS TO LT-VALIDADE
           MOVE SPACES TO LT-LOTE
           START LOTES KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
                   MOVE "99" TO LTST
           END-START
           PERFORM ACHA-UM-LOTE UNTIL LTST NOT = "00"
           MOVE "00" TO LTST
           IF WS-DF-ACHOU = 'S'
               MOVE CODIG-P TO LT-CODIGO
               MOVE WS-DF-VALIDADE TO LT-VALIDADE
               MOVE WS-LOTE-NUM TO LT-LOTE
               READ LOTES
                   INVALID KEY
                       MOVE 'N' TO WS-DF-ACHOU
               END-READ
               MOVE "00" TO LTST
           END-IF.

       ACHA-UM-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "99" TO LTST
           END-READ
           IF LTST = "00" AND LT-CODIGO NOT = CODIG-P
               MOVE "99" TO LTST
           END-IF
           IF LTST = "00" AND LT-LOTE = WS-LOTE-NUM
               MOVE 'S' TO WS-DF-ACHOU
               MOVE LT-VALIDADE TO WS-DF-VALIDADE
               MOVE "99" TO LTST
           END-IF.

      * CUSTO DE ENTRADA DO LOTE: O ULTIMO RECEBIMENTO DO PRODUTO
      * NAQUELE LOTE NO MOVIMENT.DAT.
       BUSCA-CUSTO-DEVOLUCAO.
           MOVE UNIT-P TO WS-DF-CUSTO
           MOVE CODIG-P TO MV-CODIGO
           MOVE ZEROS TO MV-DATA MV-HORA
           START MOVIMENTO KEY IS NOT LESS THAN MV-CHAVE
               INVALID KEY
                   MOVE "99" TO MVST
           END-START
           PERFORM BUSCA-UM-RECEBIMENTO UNTIL MVST NOT = "00"
           MOVE "00" TO MVST.

       BUSCA-UM-RECEBIMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "99" TO MVST
           END-READ
           IF MVST = "00" AND MV-CODIGO NOT = CODIG-P
               MOVE "99" TO MVST
           END-IF
           IF MVST = "00" AND MV-ENTRADA
               AND MV-MOTIVO = "RECEBIMENTO"
               AND MV-LOTE = WS-LOTE-NUM
               AND MV-CUSTO-UNIT > ZEROS
               MOVE MV-CUSTO-UNIT TO WS-DF-CUSTO
           END-IF.

      * NOTA DE DEVOLUCAO QUE ACOMPANHA A MERCADORIA DE VOLTA AO
      * FORNECEDOR.
       IMPRIME-NOTA-DEVOLUCAO.
           MOVE SPACES TO WS-NOME-NOTADEV
           STRING "DEVFORN_" DF-NUMERO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-NOTADEV
           OPEN OUTPUT NOTADEV
           IF NDST NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR " WS-NOME-NOTADEV
                   " - FS=" NDST
               GO FIM-IMPRIME-NOTA-DEVOLUCAO
           END-IF
           MOVE "===== NOTA DE DEVOLUCAO AO FORNECEDOR =====" TO
               LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           STRING "DEVOLUCAO " DF-NUMERO "   DATA " DF-DATA
               DELIMITED BY SIZE INTO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           STRING "FORNECEDOR " DF-FORNEC " " FO-RAZAO
               DELIMITED BY SIZE INTO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           STRING "NOTA DE ORIGEM " DF-NOTA "   EMISSAO " NF-EMISSAO
               "   PEDIDO " DF-PEDIDO
               DELIMITED BY SIZE INTO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           STRING "PRODUTO " DF-CODIGO " " NOME-P
               DELIMITED BY SIZE INTO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           STRING "LOTE " DF-LOTE "   VALIDADE " DF-VALIDADE
               "   DEPOSITO " DF-DEPOSITO
               DELIMITED BY SIZE INTO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE DF-CUSTO-UNIT TO WS-DF-CUSTO-ED
           MOVE DF-VALOR TO WS-DF-VALOR-ED
           MOVE SPACES TO LINHA-NOTADEV
           STRING "QTDE " DF-QTDE "   CUSTO " WS-DF-CUSTO-ED
               "   VALOR " WS-DF-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           STRING "MOTIVO " DF-MOTIVO
               DELIMITED BY SIZE INTO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           MOVE SPACES TO LINHA-NOTADEV
           STRING "CREDITO DE " WS-DF-VALOR-ED
               " A ABATER NO PROXIMO PAGAMENTO"
               DELIMITED BY SIZE INTO LINHA-NOTADEV
           WRITE LINHA-NOTADEV
           CLOSE NOTADEV.
       FIM-IMPRIME-NOTA-DEVOLUCAO.
           EXIT.

      * ITEM DE NOTA DO ITEM DE PEDIDO EM RECEBIMENTO QUE AINDA TEM
      * QUANTIDADE A ENTRAR NO ESTOQUE (A NOTA MAIS ANTIGA PRIMEIRO).
       ACHA-ITEM-NOTA.
           MOVE 'N' TO WS-LC-ACHOU
           MOVE PD-NUMERO TO NI-PEDIDO
           START NOTAITEM KEY IS EQUAL TO NI-PEDIDO
               INVALID KEY
                   MOVE "99" TO NIST
           END-START
           PERFORM ACHA-UM-ITEM-NOTA UNTIL NIST NOT = "00"
           MOVE "00" TO NIST.

       ACHA-UM-ITEM-NOTA.
           READ NOTAITEM NEXT RECORD
               AT END
                   MOVE "99" TO NIST
           END-READ
           IF NIST = "00" AND NI-PEDIDO NOT = PD-NUMERO
               MOVE "99" TO NIST
           END-IF
           IF NIST = "00" AND NI-ITEM = PD-ITEM
               AND NI-QTDE-RECEBIDA < NI-QTDE
               MOVE 'S' TO WS-LC-ACHOU
               MOVE "99" TO NIST
           END-IF.

      * A CHEGADA CONSOME O SALDO A RECEBER DO ITEM DA NOTA.
       BAIXA-ITEM-NOTA.
           READ NOTAITEM WITH LOCK
               INVALID KEY
                   MOVE "99" TO NIST
           END-READ
           IF NIST = "00"
               COMPUTE WS-LC-PENDENTE = NI-QTDE - NI-QTDE-RECEBIDA
               IF WS-QTDE-CHEGADA < WS-LC-PENDENTE
                   ADD WS-QTDE-CHEGADA TO NI-QTDE-RECEBIDA
               ELSE
                   MOVE NI-QTDE TO NI-QTDE-RECEBIDA
               END-IF
               REWRITE REG-NOTA-ITEM
           END-IF
           MOVE "00" TO NIST
           UNLOCK NOTAITEM.

      * RELATORIO DE CUSTO DE ENTRADA DE UMA NOTA JA LANCADA.
       RELATORIO-CUSTO-NOTA.
           DISPLAY "FORNECEDOR ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           IF WS-BUF4 = SPACES
               GO END-RELATORIO-CUSTO-NOTA
           END-IF
           MOVE WS-BUF4 TO NF-FORNEC
           MOVE NF-FORNEC TO FO-CODIGO
           READ FORNECEDOR
               INVALID KEY
                   MOVE SPACES TO FO-RAZAO
           END-READ
           DISPLAY "NUMERO DA NOTA ? "
           MOVE SPACES TO WS-NF-BUF10
           ACCEPT WS-NF-BUF10
           IF WS-NF-BUF10 = SPACES
               GO END-RELATORIO-CUSTO-NOTA
           END-IF
           COMPUTE NF-NUMERO = FUNCTION NUMVAL(WS-NF-BUF10)
           READ NOTAS
               INVALID KEY
                   DISPLAY "NOTA NAO LANCADA PARA O FORNECEDOR"
                   GO END-RELATORIO-CUSTO-NOTA
           END-READ
           PERFORM IMPRIME-CUSTO-NOTA THRU FIM-IMPRIME-CUSTO-NOTA.
       END-RELATORIO-CUSTO-NOTA.

      * CUSTO DE ENTRADA DA NOTA: POR ITEM, O PRECO DO FORNECEDOR, A
      * PARTE NOS CUSTOS ACESSORIOS E O CUSTO FINAL UNITARIO.
       IMPRIME-CUSTO-NOTA.
           MOVE SPACES TO WS-NOME-CUSTONF
           STRING "CUSTONF_" NF-FORNEC "_" NF-NUMERO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-CUSTONF
           OPEN OUTPUT CUSTONF
           IF CNST NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR " WS-NOME-CUSTONF
                   " - FS=" CNST
               GO FIM-IMPRIME-CUSTO-NOTA
           END-IF
           MOVE "===== CUSTO DE ENTRADA DA NOTA FISCAL =====" TO
               LINHA-CUSTONF
           WRITE LINHA-CUSTONF
           MOVE SPACES TO LINHA-CUSTONF
           STRING "FORNECEDOR " NF-FORNEC " " FO-RAZAO
               DELIMITED BY SIZE INTO LINHA-CUSTONF
           WRITE LINHA-CUSTONF
           MOVE SPACES TO LINHA-CUSTONF
           STRING "NOTA " NF-NUMERO "   EMISSAO " NF-EMISSAO
               "   PEDIDO " NF-PEDIDO
               DELIMITED BY SIZE INTO LINHA-CUSTONF
           WRITE LINHA-CUSTONF
           MOVE NF-VALOR TO WS-LC-VALOR-ED
           MOVE SPACES TO LINHA-CUSTONF
           STRING "VALOR DA NOTA " WS-LC-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-CUSTONF
           WRITE LINHA-CUSTONF
           MOVE NF-FRETE TO WS-LC-RATEIO-ED
           MOVE NF-SEGURO TO WS-LC-VALOR-ED
           MOVE SPACES TO LINHA-CUSTONF
           STRING "FRETE " WS-LC-RATEIO-ED "   SEGURO " WS-LC-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-CUSTONF
           WRITE LINHA-CUSTONF
           MOVE NF-IMPOSTOS TO WS-LC-RATEIO-ED
           MOVE SPACES TO LINHA-CUSTONF
           IF NF-RATEIO-QTDE
               STRING "IMPOSTOS NAO RECUPERAVEIS " WS-LC-RATEIO-ED
                   "   RATEIO POR QUANTIDADE"
                   DELIMITED BY SIZE INTO LINHA-CUSTONF
           ELSE
               STRING "IMPOSTOS NAO RECUPERAVEIS " WS-LC-RATEIO-ED
                   "   RATEIO POR VALOR"
                   DELIMITED BY SIZE INTO LINHA-CUSTONF
           END-IF
           WRITE LINHA-CUSTONF
           MOVE SPACES TO LINHA-CUSTONF
           WRITE LINHA-CUSTONF
           MOVE SPACES TO LINHA-CUSTONF
           STRING "ITM PROD NOME                      QTDE UN PRECO "
               "FOR   RATEIO ITEM RATEIO/UN CUSTO FIN"
               DELIMITED BY SIZE INTO LINHA-CUSTONF
           WRITE LINHA-CUSTONF

           MOVE ZEROS TO WS-LC-TOT-FORN WS-LC-TOT-RATEIO WS-LC-QT
           MOVE NF-FORNEC TO NI-FORNEC
           MOVE NF-NUMERO TO NI-NUMERO
           MOVE ZEROS TO NI-ITEM
           START NOTAITEM KEY IS NOT LESS THAN NI-CHAVE
               INVALID KEY
                   MOVE "99" TO NIST
           END-START
           PERFORM IMPRIME-ITEM-CUSTO UNTIL NIST NOT = "00"
           MOVE "00" TO NIST
           MOVE "00" TO ARQST

           MOVE SPACES TO LINHA-CUSTONF
           WRITE LINHA-CUSTONF
           MOVE SPACES TO LINHA-CUSTONF
           IF WS-LC-QT = ZEROS
               MOVE "NOTA SEM ITENS DE PEDIDO - NADA RATEADO" TO
                   LINHA-CUSTONF
               WRITE LINHA-CUSTONF
           ELSE
               MOVE WS-LC-TOT-FORN TO WS-LC-VALOR-ED
               STRING "TOTAL PELO PRECO DO FORNECEDOR  " WS-LC-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-CUSTONF
               WRITE LINHA-CUSTONF
               MOVE WS-LC-TOT-RATEIO TO WS-LC-VALOR-ED
               MOVE SPACES TO LINHA-CUSTONF
               STRING "CUSTOS ACESSORIOS RATEADOS      " WS-LC-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-CUSTONF
               WRITE LINHA-CUSTONF
               ADD WS-LC-TOT-RATEIO TO WS-LC-TOT-FORN
               MOVE WS-LC-TOT-FORN TO WS-LC-VALOR-ED
               MOVE SPACES TO LINHA-CUSTONF
               STRING "CUSTO DE ENTRADA DA NOTA        " WS-LC-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-CUSTONF
               WRITE LINHA-CUSTONF
           END-IF
           CLOSE CUSTONF
           DISPLAY "CUSTO DE ENTRADA GRAVADO EM " WS-NOME-CUSTONF.
       FIM-IMPRIME-CUSTO-NOTA.
           EXIT.

       IMPRIME-ITEM-CUSTO.
           READ NOTAITEM NEXT RECORD
               AT END
                   MOVE "99" TO NIST
           END-READ
           IF NIST = "00"
               IF NI-FORNEC NOT = NF-FORNEC
                   OR NI-NUMERO NOT = NF-NUMERO
                   MOVE "99" TO NIST
               END-IF
           END-IF
           IF NIST = "00"
               ADD 1 TO WS-LC-QT
               ADD NI-VALOR TO WS-LC-TOT-FORN
               ADD NI-RATEIO TO WS-LC-TOT-RATEIO
               MOVE NI-CODIGO TO CODIG-P
               READ PRODUTOS
                   INVALID KEY
                       MOVE SPACES TO NOME-P
                       MOVE 'N' TO VENDA-PESO-P
               END-READ
               MOVE "UN" TO WS-LC-UN
               IF PRODUTO-PESAVEL
                   MOVE "G " TO WS-LC-UN
               END-IF
               MOVE NI-QTDE TO WS-LC-QTDE-ED
               MOVE NI-PRECO TO WS-LC-PRECO-ED
               MOVE NI-RATEIO TO WS-LC-RATEIO-ED
               COMPUTE WS-LC-EXTRA-UNIT = NI-CUSTO-FINAL - NI-PRECO
               MOVE WS-LC-EXTRA-UNIT TO WS-LC-RAT-UN-ED
               MOVE NI-CUSTO-FINAL TO WS-LC-CUSTO-ED
               MOVE SPACES TO LINHA-CUSTONF
               STRING NI-ITEM " " NI-CODIGO " " NOME-P(1:20) " "
                   WS-LC-QTDE-ED " " WS-LC-UN " " WS-LC-PRECO-ED " "
                   WS-LC-RATEIO-ED " " WS-LC-RAT-UN-ED " "
                   WS-LC-CUSTO-ED
                   DELIMITED BY SIZE INTO LINHA-CUSTONF
               WRITE LINHA-CUSTONF
               IF NI-QTDE-AJUSTADA > ZEROS
                   MOVE SPACES TO LINHA-CUSTONF
                   STRING "         " NI-QTDE-AJUSTADA
                       " JA RECEBIDO(S) ANTES DA NOTA - CUSTO MEDIO "
                       "CORRIGIDO"
                       DELIMITED BY SIZE INTO LINHA-CUSTONF
                   WRITE LINHA-CUSTONF
               END-IF
           END-IF.

       END PROGRAM PEDIDO-COMPRA.
