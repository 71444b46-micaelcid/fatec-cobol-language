      ******************************************************************
      * Layout of REG-RECCART, um recebivel de cartao (RECCART.DAT):
      * cada parte de cupom paga em cartao no INDICE vira um titulo a
      * receber da adquirente, com a previsao de credito pela
      * modalidade (debito no dia seguinte, credito em 30 dias).
      * Cartao nao e dinheiro na gaveta - o DEPOSITA-VENDAS tira
      * estes valores do deposito do dia e lista no boletim o que
      * ainda esta a receber; 'L' e RC-DATA-LIQ registram a baixa
      * quando o credito da adquirente e conciliado.
      ******************************************************************
       01 REG-RECCART.
           02 RC-CHAVE.
               03 RC-DATA          PIC 9(8).
               03 RC-CUPOM         PIC 9(6).
               03 RC-SEQ           PIC 9(1).
           02 RC-OPERADOR          PIC X(4).
           02 RC-MODALIDADE        PIC X(1).
               88 RC-DEBITO           VALUE 'D'.
               88 RC-CREDITO          VALUE 'C'.
           02 RC-AUTORIZACAO       PIC X(6).
           02 RC-VALOR             PIC 9(8)V99.
           02 RC-PREVISTO          PIC 9(8).
           02 RC-STATUS            PIC X(1).
               88 RC-A-RECEBER        VALUE 'A'.
               88 RC-LIQUIDADO        VALUE 'L'.
           02 RC-DATA-LIQ          PIC 9(8).
