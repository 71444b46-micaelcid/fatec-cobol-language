      ******************************************************************
      * Layout of REG-CCFMOV, um registro de inclusao ('I') ou
      * exclusao ('E') de CPF no cadastro de emitentes de cheques sem
      * fundos, acumulado em CCFMOV.DAT (colunas fixas) para envio a
      * central.  A inclusao e gravada pelo COMPENSA-CHEQUES na
      * segunda devolucao; a exclusao pela tela de CCF do BANCOPEL,
      * com o operador que regularizou.
      ******************************************************************
       01 REG-CCFMOV.
           02 CM-TIPO           PIC X(1).
               88 CM-INCLUSAO      VALUE 'I'.
               88 CM-EXCLUSAO      VALUE 'E'.
           02 CM-CPF            PIC 9(11).
           02 CM-DATA           PIC 9(8).
           02 CM-AGENCIA        PIC 9(3).
           02 CM-CONTA          PIC 9(5).
           02 CM-CHEQUE         PIC 9(6).
           02 CM-VALOR          PIC 9(7)V99.
           02 CM-QT-DEVOLUCOES  PIC 9(3).
           02 CM-OPERADOR       PIC X(4).
