               03 PD-ITEM          PIC 9(3).
           02 PD-FORNEC            PIC 9(4).
           02 PD-CODIGO            PIC 9(4).
           02 PD-QTDE-PEDIDA       PIC 9(7).
           02 PD-QTDE-RECEBIDA     PIC 9(7).
           02 PD-DATA              PIC 9(8).
           02 PD-DATA-RECEB        PIC 9(8).
           02 PD-STATUS            PIC X(1).
