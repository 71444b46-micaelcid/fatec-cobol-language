      ******************************************************************
      * Layout of REG-TURNO, um turno de caixa da loja por operador
      * (TURNO.DAT).  O operador abre o turno no INDICE declarando o
      * fundo de troco da gaveta; cada cupom fechado soma aqui o que
      * entrou em dinheiro (ja sem o troco), em cartao e a prazo
      * (crediario e compra de funcionario descontada em folha).  No
      * fechamento o operador conta a gaveta: o esperado e o fundo
      * mais o dinheiro dos cupons, e a diferenca (sobra positiva,
      * falta negativa) fica gravada - o DEPOSITA-VENDAS leva ao
      * banco o dinheiro contado, nao o calculado.
      ******************************************************************
       01 REG-TURNO.
           02 TN-CHAVE.
               03 TN-DATA          PIC 9(8).
               03 TN-OPERADOR      PIC X(4).
               03 TN-SEQ           PIC 9(2).
           02 TN-STATUS            PIC X(1).
               88 TN-ABERTO           VALUE 'A'.
               88 TN-FECHADO          VALUE 'F'.
           02 TN-HORA-ABERTURA     PIC 9(6).
           02 TN-HORA-FECHAMENTO   PIC 9(6).
           02 TN-FUNDO             PIC 9(5)V99.
           02 TN-QT-CUPONS         PIC 9(5).
           02 TN-DINHEIRO          PIC 9(8)V99.
           02 TN-CARTAO            PIC 9(8)V99.
           02 TN-PRAZO             PIC 9(8)V99.
           02 TN-ESPERADO          PIC 9(8)V99.
           02 TN-CONTADO           PIC 9(8)V99.
           02 TN-DIFERENCA         PIC S9(8)V99.
