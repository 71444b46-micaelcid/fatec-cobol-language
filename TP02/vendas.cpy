           02 VD-CHAVE.
               03 VD-DATA      PIC 9(8).
               03 VD-CODIGO    PIC 9(4).
           02 VD-QTDE          PIC 9(7).
           02 VD-RECEITA       PIC 9(7)V99.
           02 VD-CUSTO         PIC 9(7)V99.
      * PARCELA VENDIDA SOB OFERTA PROMOCIONAL (OFERTAS.DAT), JA
      * CONTIDA NOS TOTAIS ACIMA - O VENDAS-DIA SEPARA A RECEITA
      * PROMOCIONAL DA NORMAL E MOSTRA A MARGEM SOB PROMOCAO.
           02 VD-QTDE-PROMO    PIC 9(7).
           02 VD-RECEITA-PROMO PIC 9(7)V99.
      * PARCELA VENDIDA A PRAZO PELO CREDIARIO, TAMBEM JA CONTIDA EM
      * VD-RECEITA (NO CUPOM COM VARIAS FORMAS, A PARTE A PRAZO E
      * RATEADA PELAS LINHAS) - O DINHEIRO DO DIA NA GAVETA E
      * VD-RECEITA MENOS ISTO E MENOS O CARTAO (RECCART.DAT), E E O
      * QUE O DEPOSITA-VENDAS LEVA PARA O BANCO.
           02 VD-RECEITA-PRAZO PIC 9(7)V99.
      * ICMS DESTACADO NAS VENDAS DO DIA (SITUACAO '00' DO PRODUTO):
      * BASE E IMPOSTO SOBRE A RECEITA LIQUIDA DE DESCONTO, ABATIDOS
      * NA DEVOLUCAO - O LIVRO DE SAIDAS DO LIVROS-FISCAIS SOMA DAQUI
      * OS DEBITOS DO MES.
           02 VD-BASE-ICMS     PIC 9(7)V99.
           02 VD-ICMS          PIC 9(7)V99.
      * DEDUCOES DA VENDA BRUTA PARA A DRE-MENSAL: DEVOLUCOES DO DIA
      * (JA ABATIDAS DE VD-QTDE/VD-RECEITA PELA DEVOLUCAO), DESCONTO
      * DAS OFERTAS (PRECO DE TABELA MENOS O VENDIDO) E DESCONTO DOS
      * PONTOS DE FIDELIDADE RESGATADOS NO CUPOM.  A VENDA BRUTA E
      * VD-RECEITA MAIS ESTES TRES VALORES.
           02 VD-QTDE-DEVOL    PIC 9(7).
           02 VD-RECEITA-DEVOL PIC 9(7)V99.
           02 VD-DESC-OFERTA   PIC 9(7)V99.
           02 VD-DESC-PONTOS   PIC 9(7)V99.
