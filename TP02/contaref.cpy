      ******************************************************************
      * Layout of REG-CONTAREF, a referencia cruzada de numero de
      * conta antigo para o novo (CONTAREF.DAT), gravada pelo
      * TRANSFERE-CONTA quando uma conta muda de agencia e ganha
      * numero novo da SEQCONTA.  Chave: o numero antigo.  Credito
      * de remessa, folha, fatura de convenio e cheque que ainda
      * chegam com o numero antigo so consultam esta tabela quando o
      * numero nao existe mais em Agencia.dat; conta movida mais de
      * uma vez forma uma cadeia (antigo -> novo -> mais novo) que e
      * seguida ate o fim.  O registro nunca e apagado.
      ******************************************************************
       01 REG-CONTAREF.
           02 XR-CONTA-ANTIGA      PIC 9(5).
           02 XR-AGENCIA-ANTIGA    PIC 9(3).
           02 XR-CONTA-NOVA        PIC 9(5).
           02 XR-AGENCIA-NOVA      PIC 9(3).
           02 XR-CPF               PIC 9(11).
           02 XR-DATA              PIC 9(8).
           02 XR-OPERADOR          PIC X(4).
