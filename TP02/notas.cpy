      * emissao e vencimento (sugerido pela condicao FO-PRAZO-ENTREGA
      * do fornecedor), com a baixa de pagamento marcando 'P' - e o
      * fim da caixa de sapato de duplicatas.  O CONTAS-PAGAR imprime
      * o aging das notas em aberto por fornecedor.  Os itens da nota
      * de pedido, com o rateio dos custos acessorios, ficam no
      * NOTAITEM.DAT.
      ******************************************************************
       01 REG-NOTA.
           02 NF-CHAVE.
           02 NF-STATUS            PIC X(1).
               88 NF-ABERTA           VALUE 'A'.
               88 NF-PAGA             VALUE 'P'.
      * PAGA PELO PAGA-FORNECEDORES COM REMESSA A OUTRO BANCO: O
      * DINHEIRO JA SAIU DA CONTA DA LOJA, FALTA O RETORNO DA CAMARA.
               88 NF-EM-PAGAMENTO     VALUE 'E'.
           02 NF-DATA-PGTO         PIC 9(8).
      * ICMS DESTACADO NA NOTA DO FORNECEDOR (CREDITO DO MES DA
      * EMISSAO NO LIVRO DE ENTRADAS DO LIVROS-FISCAIS).
           02 NF-BASE-ICMS         PIC 9(8)V99.
           02 NF-ICMS              PIC 9(7)V99.
      * TIPO DA NOTA: MERCADORIA PARA REVENDA (ENTRA NO ESTOQUE E NO
      * CMV) OU DESPESA OPERACIONAL DA LOJA (ALUGUEL, ENERGIA,
      * MANUTENCAO...), QUE A DRE-MENSAL ABATE NO MES DA EMISSAO.
      * NOTA GRAVADA ANTES DO CAMPO VEM EM BRANCO E VALE MERCADORIA.
           02 NF-TIPO              PIC X(1).
               88 NF-MERCADORIA       VALUE 'M' SPACE.
               88 NF-DESPESA          VALUE 'D'.
      * PAGAMENTO PELA CONTA DA LOJA NO BANCOPEL (PAGA-FORNECEDORES):
      * ITEM DE REMESSA.DAT (DATA + SEQUENCIA) QUE LEVOU O PAGAMENTO A
      * OUTRO BANCO, CREDITO DE DEVOLUCAO JA ABATIDO NESTA NOTA (O
      * LIQUIDO A PAGAR E NF-VALOR MENOS ELE) E O MOTIVO DA CAMARA
      * QUANDO A REMESSA VOLTA REJEITADA E A NOTA REABRE.
           02 NF-REM-DATA          PIC 9(8).
           02 NF-REM-SEQ           PIC 9(5).
           02 NF-ABATIDO           PIC 9(8)V99.
           02 NF-MOTIVO-DEV        PIC X(30).
      * CUSTOS ACESSORIOS DA NOTA DE MERCADORIA QUE ENTRAM NO CUSTO
      * DO PRODUTO JUNTO COM O FRETE: SEGURO E IMPOSTOS QUE A LOJA
      * NAO RECUPERA (IPI, ICMS-ST), E O CRITERIO DO RATEIO ENTRE OS
      * ITENS - POR VALOR OU POR QUANTIDADE.  NOTA GRAVADA ANTES DOS
      * CAMPOS VEM SEM CUSTO ACESSORIO E RATEIO POR VALOR.
           02 NF-SEGURO            PIC 9(6)V99.
           02 NF-IMPOSTOS          PIC 9(7)V99.
           02 NF-RATEIO            PIC X(1).
               88 NF-RATEIO-VALOR     VALUE 'V' SPACE.
               88 NF-RATEIO-QTDE      VALUE 'Q'.
