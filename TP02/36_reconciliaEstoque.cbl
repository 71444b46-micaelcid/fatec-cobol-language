       01 WS-CODIGO-ATUAL   PIC 9(4) VALUE ZEROS.
       01 WS-PRIMEIRO-REG   PIC X VALUE 'S'.
           88 PRIMEIRO-REGISTRO   VALUE 'S'.
       01 WS-QTDE-CALC      PIC S9(8) VALUE ZEROS.
       01 WS-GRUPO-OK       PIC X VALUE 'S'.
       01 WS-QT-PRODUTOS    PIC 9(5) VALUE ZEROS.
       01 WS-QT-DIVERGENTES PIC 9(5) VALUE ZEROS.
