      ******************************************************************
      * Layout of REG-FIDMOV, o historico de pontos de fidelidade
      * (FIDMOV.DAT), chaveado por CPF + data + cupom + tipo: 'G'
      * pontos ganhos no cupom, 'R' pontos resgatados como desconto,
      * 'X' pontos expirados (cupom zero, um por CPF e dia).  Cada
      * 'G' e um lote com validade propria: FM-SALDO-LOTE e o que
      * resta dele, consumido do mais antigo para o mais novo no
      * resgate e zerado na expiracao.  FM-VALOR e o total pago no
      * cupom ('G') ou o desconto concedido ('R').
      ******************************************************************
       01 REG-FIDMOV.
           02 FM-CHAVE.
               03 FM-CPF           PIC 9(11).
               03 FM-DATA          PIC 9(8).
               03 FM-CUPOM         PIC 9(6).
               03 FM-TIPO          PIC X(1).
                   88 FM-GANHO        VALUE 'G'.
                   88 FM-RESGATE      VALUE 'R'.
                   88 FM-EXPIRACAO    VALUE 'X'.
           02 FM-PONTOS            PIC 9(7).
           02 FM-SALDO-LOTE        PIC 9(7).
           02 FM-VALIDADE          PIC 9(8).
           02 FM-VALOR             PIC 9(7)V99.
