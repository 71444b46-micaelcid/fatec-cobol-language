           02 SM-CHAVE.
               03 SM-ANOMES        PIC 9(6).
               03 SM-CODIGO        PIC 9(4).
           02 SM-QTDE-ABERTURA     PIC S9(7).
           02 SM-ENTRADAS          PIC 9(8).
           02 SM-SAIDAS            PIC 9(8).
           02 SM-QTDE-FECHA        PIC 9(7).
           02 SM-VALOR-FECHA       PIC 9(8)V99.
