               03 RV-CODIGO    PIC 9(4).
               03 RV-SEQ       PIC 9(4).
           02 RV-CLIENTE       PIC X(30).
           02 RV-QTDE          PIC 9(7).
           02 RV-VALIDADE      PIC 9(8).
           02 RV-STATUS        PIC X(1).
               88 RV-ABERTA       VALUE 'A'.
