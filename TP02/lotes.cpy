               03 LT-CODIGO    PIC 9(4).
               03 LT-VALIDADE  PIC 9(8).
               03 LT-LOTE      PIC X(10).
           02 LT-QTDE          PIC 9(7).
