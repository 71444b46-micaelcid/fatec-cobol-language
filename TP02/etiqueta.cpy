      ******************************************************************
      * Layout of REG-ETIQUETA, a ultima etiqueta de gondola impressa
      * por produto (ETIQUETA.DAT), gravada pelo ETIQUETAS-PRECO.  E o
      * que o cliente ve na prateleira: o preco vigente na impressao
      * (o da oferta, quando havia), o preco normal e o fim da oferta.
      * A rodada seguinte compara isto com o preco que a venda de
      * balcao cobraria hoje para achar as etiquetas a refazer.
      ******************************************************************
       01 REG-ETIQUETA.
           02 ET-CODIGO        PIC 9(4).
           02 ET-PRECO         PIC 9(5)V99.
           02 ET-PRECO-NORMAL  PIC 9(5)V99.
           02 ET-OFERTA        PIC X(1).
           02 ET-FIM-OFERTA    PIC 9(8).
           02 ET-DATA          PIC 9(8).
