       77 WS-CONTA-REC-JUROS  PIC 9(5) VALUE 40001.
       77 WS-CONTA-REC-TAXAS  PIC 9(5) VALUE 40002.
       77 WS-CONTA-DESP-JUROS PIC 9(5) VALUE 50001.
       77 WS-CONTA-EMPRESTIMOS PIC 9(5) VALUE 10003.
       77 WS-CONTA-APLICACOES PIC 9(5) VALUE 20002.

       77 WS-HOJE             PIC 9(8) VALUE ZEROS.
       77 WS-SEQ-LANCTO       PIC 9(6) VALUE ZEROS.
      * ACUMULADORES DO BALANCETE, UM PAR DEBITO/CREDITO POR CONTA
      * DO PLANO, NA MESMA ORDEM DA TABELA DE NOMES ABAIXO.
       01 TAB-BALANCETE.
           02 TAB-BL-ITEM OCCURS 8 TIMES INDEXED BY WS-BL-IDX.
               03 TAB-BL-CONTA PIC 9(5) VALUE ZEROS.
               03 TAB-BL-DEB   PIC 9(11)V99 VALUE ZEROS.
               03 TAB-BL-CRE   PIC 9(11)V99 VALUE ZEROS.
           02 FILLER PIC X(22) VALUE "RECEITA DE JUROS".
           02 FILLER PIC X(22) VALUE "RECEITA DE TAXAS/IOF".
           02 FILLER PIC X(22) VALUE "DESPESA DE JUROS".
           02 FILLER PIC X(22) VALUE "EMPRESTIMOS A RECEBER".
           02 FILLER PIC X(22) VALUE "APLICACOES DE CLIENTES".
       01 WS-NOMES-CONTAS-T REDEFINES WS-NOMES-CONTAS.
           02 WS-NOME-CONTA PIC X(22) OCCURS 8 TIMES.

       77 WS-CONTA-DEB PIC 9(5) VALUE ZEROS.
       77 WS-CONTA-CRE PIC 9(5) VALUE ZEROS.
           MOVE WS-CONTA-REC-JUROS TO TAB-BL-CONTA(4)
           MOVE WS-CONTA-REC-TAXAS TO TAB-BL-CONTA(5)
           MOVE WS-CONTA-DESP-JUROS TO TAB-BL-CONTA(6)
           MOVE WS-CONTA-EMPRESTIMOS TO TAB-BL-CONTA(7)
           MOVE WS-CONTA-APLICACOES TO TAB-BL-CONTA(8)

           PERFORM ABRE-ARQUIVOS
           IF FE-OK
                   SET FE-OTHER TO TRUE
           END-READ

      *    O REPASSE DA ARRECADACAO NA CONTA DA LOJA JA SAI LANCADO
      *    PELO PROPRIO GERA-REPASSE.
           IF FE-OK AND EX-DATA-MOVTO = WS-HOJE
               AND NOT EX-ORIG-REPASSE
               ADD 1 TO WS-QT-MOVTOS
               ADD 1 TO WS-SEQ-LANCTO
               MOVE WS-HOJE TO CT-DATA
      *                     CAMARA, NAO DO CAIXA FISICO)
      *   FOLHA          D: TRANSITO x DEPOSITOS (CREDITO DE SALARIO
      *                     IMPORTADO, SEM DINHEIRO FISICO)
      *   CARTAO         S: DEPOSITOS x TRANSITO (LIQUIDADO COM A
      *                     BANDEIRA, SEM DINHEIRO FISICO NO CAIXA)
      *   EMPRESTIMO     LIBERACAO   D: EMPRESTIMOS x DEPOSITOS
      *                  AMORTIZACAO S: DEPOSITOS x EMPRESTIMOS
      *                  JUROS       S: DEPOSITOS x RECEITA DE JUROS
      *   APLICACAO      S: DEPOSITOS x APLICACOES; O RESGATE (RG)
      *                     E O ESPELHO, APLICACOES x DEPOSITOS; O
      *                     RENDIMENTO CAPITALIZADO (AJ) ENTRA COMO
      *                     O PAGO, DESPESA x DEPOSITOS
       CLASSIFICA-LANCAMENTO.
           EVALUATE TRUE
               WHEN EX-ORIG-FOLHA
                   MOVE "ARRECADACAO DEBITADA EM CONTA"
                       TO CT-HISTORICO
               WHEN EX-ORIG-RESGATE
                   MOVE WS-CONTA-APLICACOES TO WS-CONTA-DEB
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-CRE
                   MOVE "RESGATE DE APLICACAO" TO CT-HISTORICO
               WHEN EX-ORIG-REND-CAPITAL
                   MOVE WS-CONTA-DESP-JUROS TO WS-CONTA-DEB
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-CRE
                   MOVE "RENDIMENTO CAPITALIZADO" TO CT-HISTORICO
               WHEN EX-ORIG-APLICACAO
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-DEB
                   MOVE WS-CONTA-APLICACOES TO WS-CONTA-CRE
                   MOVE "APLICACAO A PRAZO" TO CT-HISTORICO
               WHEN EX-ORIG-EMPREST-LIB
                   MOVE WS-CONTA-EMPRESTIMOS TO WS-CONTA-DEB
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-CRE
                   MOVE "LIBERACAO DE EMPRESTIMO" TO CT-HISTORICO
               WHEN EX-ORIG-EMPREST-AMORT
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-DEB
                   MOVE WS-CONTA-EMPRESTIMOS TO WS-CONTA-CRE
                   MOVE "AMORTIZACAO DE EMPRESTIMO" TO CT-HISTORICO
               WHEN EX-ORIG-EMPREST-JUROS
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-DEB
                   MOVE WS-CONTA-REC-JUROS TO WS-CONTA-CRE
                   MOVE "JUROS DE EMPRESTIMO" TO CT-HISTORICO
               WHEN EX-ORIG-REND-APLIC
                   MOVE WS-CONTA-DESP-JUROS TO WS-CONTA-DEB
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-CRE
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-CRE
                   MOVE "DEPOSITO DO MOVIMENTO DA LOJA"
                       TO CT-HISTORICO
               WHEN EX-ORIG-CARTAO
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-DEB
                   MOVE WS-CONTA-TRANSITO TO WS-CONTA-CRE
                   MOVE "DEBITO COM CARTAO (BANDEIRA)" TO CT-HISTORICO
               WHEN EX-ORIG-TRANSF AND EX-DEPOSITO
                   MOVE WS-CONTA-TRANSITO TO WS-CONTA-DEB
                   MOVE WS-CONTA-DEPOSITOS TO WS-CONTA-CRE
           EXIT.

       ACUMULA-BALANCETE.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1 UNTIL WS-BL-IDX > 8
               IF TAB-BL-CONTA(WS-BL-IDX) = WS-CONTA-DEB
                   ADD EX-VALOR TO TAB-BL-DEB(WS-BL-IDX)
               END-IF
           END-PERFORM.

       EMITE-BALANCETE.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1 UNTIL WS-BL-IDX > 8
               MOVE TAB-BL-CONTA(WS-BL-IDX) TO LB-CONTA
               MOVE WS-NOME-CONTA(WS-BL-IDX) TO LB-NOME
               MOVE TAB-BL-DEB(WS-BL-IDX) TO LB-DEBITO
