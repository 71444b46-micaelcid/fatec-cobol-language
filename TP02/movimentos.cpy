           02 MV-TIPO           PIC X(1).
               88 MV-ENTRADA       VALUE "E".
               88 MV-SAIDA         VALUE "S".
           02 MV-QUANTIDADE     PIC 9(7).
           02 MV-QTDADE-APOS    PIC 9(7).
      * ORIGEM/MOTIVO DO MOVIMENTO (BALCAO, VENDA, RECEBIMENTO DE
      * PEDIDO, AJUSTE DE INVENTARIO...), PARA O KARDEX EXPLICAR DE
      * ONDE CADA LANCAMENTO VEIO.
