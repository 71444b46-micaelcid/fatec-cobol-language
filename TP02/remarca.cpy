      ******************************************************************
      * Layout of REG-REMARCA, a remarcacao de um lote perto da
      * validade (REMARCA.DAT), gravada pelo REMARCA-VALIDADE.  A
      * chave e a mesma do LOTES.DAT.  Enquanto ATIVA, o preco de
      * oferta do produto (OFERTAS.DAT, origem 'R') acompanha a janela
      * de dias do lote mais proximo do vencimento; quando o lote
      * acaba ou vence ela e ENCERRADA com o destino das unidades que
      * havia na remarcacao, tirado do kardex do lote: vendidas,
      * baixadas (perda, inventario, contagem), devolvidas ao
      * fornecedor e a sobra ainda no lote na validade.
      ******************************************************************
       01 REG-REMARCA.
           02 RM-CHAVE.
               03 RM-CODIGO        PIC 9(4).
               03 RM-VALIDADE      PIC 9(8).
               03 RM-LOTE          PIC X(10).
           02 RM-DATA-INI          PIC 9(8).
           02 RM-QTDE-INI          PIC 9(7).
           02 RM-PRECO-NORMAL      PIC 9(5)V99.
           02 RM-CUSTO             PIC 9(5)V99.
      * PRECO REMARCADO VIGENTE E A JANELA (1 A 3) QUE O DEU.
           02 RM-PRECO             PIC 9(5)V99.
           02 RM-JANELA            PIC 9(1).
           02 RM-SITUACAO          PIC X(1).
               88 RM-ATIVA             VALUE "A".
               88 RM-ENCERRADA         VALUE "E".
      * PREENCHIDOS NO ENCERRAMENTO.
           02 RM-DATA-FIM          PIC 9(8).
           02 RM-QTDE-VENDIDA      PIC 9(7).
           02 RM-QTDE-BAIXADA      PIC 9(7).
           02 RM-QTDE-DEVFORN      PIC 9(7).
           02 RM-QTDE-SOBRA        PIC 9(7).
