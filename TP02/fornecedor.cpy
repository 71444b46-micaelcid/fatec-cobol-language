           02 FO-CNPJ          PIC 9(14).
           02 FO-TELEFONE      PIC X(12).
           02 FO-PRAZO-ENTREGA PIC 9(3).
      * DADOS BANCARIOS PARA O PAGAMENTO DAS NOTAS PELA CONTA DA LOJA
      * (PAGA-FORNECEDORES): FORNECEDOR CORRENTISTA DO BANCOPEL
      * RECEBE POR TRANSFERENCIA NA FO-CONTA-BANCOPEL; OS DEMAIS POR
      * REMESSA A BANCO/AGENCIA/CONTA.  TUDO ZERO = SEM DADOS, A NOTA
      * SO SE PAGA PELA BAIXA MANUAL DO PEDIDO-COMPRA.
           02 FO-CONTA-BANCOPEL PIC 9(5).
           02 FO-BANCO         PIC 9(3).
           02 FO-AGENCIA       PIC 9(4).
           02 FO-CONTA         PIC 9(7).
