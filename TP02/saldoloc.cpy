           02 SL-CHAVE.
               03 SL-CODIGO    PIC 9(4).
               03 SL-DEPOSITO  PIC 9(2).
           02 SL-QTDE          PIC 9(7).
