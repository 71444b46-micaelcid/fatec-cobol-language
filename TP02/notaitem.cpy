      ******************************************************************
      * Layout of REG-NOTA-ITEM, um item de mercadoria da nota fiscal
      * do fornecedor (NOTAITEM.DAT), gravado pelo PEDIDO-COMPRA no
      * lancamento da nota amarrada a pedido.  Cada item traz a
      * quantidade faturada e o preco do fornecedor; o frete, o
      * seguro e os impostos nao recuperaveis da nota (NF-FRETE,
      * NF-SEGURO, NF-IMPOSTOS) sao rateados entre os itens por
      * valor ou por quantidade (NF-RATEIO) e NI-CUSTO-FINAL e o
      * custo de entrada unitario que o recebimento leva ao custo
      * medio.  Produto pesavel: quantidade em gramas e precos por
      * quilo, como no cadastro.  NI-QTDE-RECEBIDA e o quanto do item
      * ja entrou no estoque com este custo; NI-QTDE-AJUSTADA e a
      * parte que tinha sido recebida antes da nota e teve o custo
      * medio corrigido no proprio lancamento.
      ******************************************************************
       01 REG-NOTA-ITEM.
           02 NI-CHAVE.
               03 NI-FORNEC        PIC 9(4).
               03 NI-NUMERO        PIC 9(9).
               03 NI-ITEM          PIC 9(3).
           02 NI-PEDIDO            PIC 9(6).
           02 NI-CODIGO            PIC 9(4).
           02 NI-QTDE              PIC 9(7).
           02 NI-PRECO             PIC 9(5)V99.
           02 NI-VALOR             PIC 9(8)V99.
           02 NI-RATEIO            PIC 9(8)V99.
           02 NI-CUSTO-FINAL       PIC 9(5)V99.
           02 NI-QTDE-RECEBIDA     PIC 9(7).
           02 NI-QTDE-AJUSTADA     PIC 9(7).
