      ******************************************************************
      * Layout of REG-FIDCLI, o saldo de pontos de fidelidade por CPF
      * (FIDCLI.DAT).  O cliente que informa o CPF no fechamento do
      * cupom do INDICE ganha pontos sobre o total pago e pode
      * resgata-los como desconto num cupom seguinte.  FC-SALDO e a
      * soma dos lotes ainda abertos em FIDMOV.DAT; os acumulados
      * contam desde o cadastro e alimentam o FIDELIDADE-MENSAL.
      ******************************************************************
       01 REG-FIDCLI.
           02 FC-CPF               PIC 9(11).
           02 FC-SALDO             PIC 9(7).
           02 FC-GANHOS            PIC 9(9).
           02 FC-RESGATADOS        PIC 9(9).
           02 FC-EXPIRADOS         PIC 9(9).
           02 FC-DATA-CADASTRO     PIC 9(8).
           02 FC-ULTIMA-COMPRA     PIC 9(8).
