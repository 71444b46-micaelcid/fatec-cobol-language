      ******************************************************************
      * Layout of REG-CCF, a situacao de um CPF no cadastro de
      * emitentes de cheques sem fundos (CCF.DAT), chaveado pelo CPF.
      * O COMPENSA-CHEQUES conta aqui cada cheque devolvido por falta
      * de fundos; na segunda devolucao o CPF e incluido ('I'), a
      * inclusao vai para o CCFMOV.DAT (arquivo da central) e o
      * BANCOPEL deixa de emitir talao para ele.  Quando o cliente
      * comprova o pagamento dos cheques o gerente regulariza na tela
      * de CCF: o CPF passa a 'E', a contagem zera e sai o registro de
      * exclusao.  'M' e o CPF com uma devolucao so, ainda fora do
      * cadastro.
      ******************************************************************
       01 REG-CCF.
           02 CF-CPF            PIC 9(11).
           02 CF-QT-DEVOLUCOES  PIC 9(3).
           02 CF-DATA-ULT-DEVOL PIC 9(8).
           02 CF-ULT-CONTA      PIC 9(5).
           02 CF-ULT-CHEQUE     PIC 9(6).
           02 CF-ULT-VALOR      PIC 9(7)V99.
           02 CF-STATUS         PIC X(1).
               88 CF-MONITORADO    VALUE 'M'.
               88 CF-INCLUIDO      VALUE 'I'.
               88 CF-EXCLUIDO      VALUE 'E'.
           02 CF-DATA-INCLUSAO  PIC 9(8).
           02 CF-DATA-EXCLUSAO  PIC 9(8).
           02 CF-OPER-EXCLUSAO  PIC X(4).
