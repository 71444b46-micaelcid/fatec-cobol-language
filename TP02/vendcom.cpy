      ******************************************************************
      * Layout of REG-VENDCOM, a venda de balcao por vendedor
      * (VENDCOM.DAT): o INDICE grava aqui cada linha vendida com o
      * codigo do vendedor de FUNCIONARIO.DAT (venda avulsa, kit e
      * cupom do carrinho), acumulando por dia, vendedor e produto
      * como o VENDAS.DAT.  A receita e a liquida da linha (depois
      * da oferta e dos pontos).  A devolucao com vendedor abate a
      * quantidade do dia da venda (VC-QTDE-DEVOL, controle para nao
      * devolver mais do que o vendedor vendeu) e lanca o valor
      * devolvido no dia da devolucao (VC-ESTORNO), de modo que o
      * estorno cai na comissao da competencia em que a mercadoria
      * voltou.  O APURA-COMISSAO soma o mes fechado por vendedor.
      ******************************************************************
       01 REG-VENDCOM.
           02 VC-CHAVE.
               03 VC-DATA      PIC 9(8).
               03 VC-VENDEDOR  PIC 9(4).
               03 VC-CODIGO    PIC 9(4).
           02 VC-QTDE          PIC 9(7).
           02 VC-RECEITA       PIC 9(7)V99.
           02 VC-QTDE-DEVOL    PIC 9(7).
           02 VC-ESTORNO       PIC 9(7)V99.
