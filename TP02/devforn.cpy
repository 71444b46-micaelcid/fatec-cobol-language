      ******************************************************************
      * Layout of REG-DEVFORN, uma devolucao de mercadoria ao
      * fornecedor (DEVFORN.DAT).  Entrega com defeito ou trocada
      * volta contra a nota de origem (NF-FORNEC + NF-NUMERO do
      * NOTAS.DAT): a quantidade sai do estoque, do deposito e do
      * lote de onde foi tirada, e o valor devolvido fica como
      * credito contra o fornecedor no contas a pagar - abatido na
      * proxima baixa de pagamento do PEDIDO-COMPRA (DF-SALDO vai a
      * zero e o credito passa a 'U').  O DESEMPENHO-FORNECEDOR conta
      * as devolucoes na nota de qualidade do fornecedor.
      ******************************************************************
       01 REG-DEVFORN.
           02 DF-NUMERO            PIC 9(6).
           02 DF-FORNEC            PIC 9(4).
           02 DF-NOTA              PIC 9(9).
           02 DF-PEDIDO            PIC 9(6).
           02 DF-CODIGO            PIC 9(4).
           02 DF-QTDE              PIC 9(7).
           02 DF-CUSTO-UNIT        PIC 9(5)V99.
           02 DF-VALOR             PIC 9(8)V99.
           02 DF-DEPOSITO          PIC 9(2).
           02 DF-LOTE              PIC X(10).
           02 DF-VALIDADE          PIC 9(8).
           02 DF-MOTIVO            PIC X(20).
           02 DF-DATA              PIC 9(8).
      * CREDITO NO CONTAS A PAGAR: SALDO AINDA A ABATER E A ULTIMA
      * NOTA PAGA QUE CONSUMIU O CREDITO.
           02 DF-SALDO             PIC 9(8)V99.
           02 DF-STATUS            PIC X(1).
               88 DF-CREDITO-ABERTO   VALUE 'A'.
               88 DF-CREDITO-USADO    VALUE 'U'.
           02 DF-NOTA-USO          PIC 9(9).
           02 DF-DATA-USO          PIC 9(8).
