      ******************************************************************
       01 REG-INVSNAP.
           02 IS-CODIGO        PIC 9(4).
           02 IS-QTDE-LIVRO    PIC 9(7).
           02 IS-QTDE-CONTADA  PIC 9(7).
           02 IS-SITUACAO      PIC X(1).
               88 IS-FOTOGRAFADO  VALUE 'L'.
               88 IS-CONTADO      VALUE 'C'.
