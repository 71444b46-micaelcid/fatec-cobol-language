      ******************************************************************
      * Layout of REG-COMISSAO, a comissao de venda apurada por
      * vendedor e competencia (COMISSAO.DAT), gravada pelo
      * APURA-COMISSAO no dia 1 sobre o mes anterior a partir do
      * VENDCOM.DAT.  A venda liquida e a vendida menos o devolvido
      * no mes; a comissao dos grupos sai da aliquota do capitulo do
      * NCM do produto (tabela 'C' de FAIXAS.DAT) e o bonus da maior
      * meta atingida (tabela 'M').  A FOLHA-PAGAMENTO paga a
      * comissao apurada como provento do contracheque (dentro das
      * bases de INSS, IRRF e FGTS) e marca a competencia da folha
      * que a levou; comissao ja paga nao e apurada de novo.
      ******************************************************************
       01 REG-COMISSAO.
           02 CO-CHAVE.
               03 CO-VENDEDOR      PIC 9(4).
               03 CO-ANOMES        PIC 9(6).
           02 CO-VENDA-BRUTA       PIC 9(9)V99.
           02 CO-DEVOLVIDO         PIC 9(9)V99.
           02 CO-VENDA-LIQUIDA     PIC S9(9)V99.
           02 CO-COMISSAO-GRUPOS   PIC S9(7)V99.
           02 CO-META              PIC 9(9)V99.
           02 CO-BONUS             PIC 9(7)V99.
      * A PAGAR NA FOLHA: GRUPOS MAIS BONUS, NUNCA NEGATIVO (MES COM
      * MAIS DEVOLUCAO QUE VENDA NAO DESCONTA DO SALARIO).
           02 CO-TOTAL             PIC 9(7)V99.
           02 CO-DATA-APURACAO     PIC 9(8).
           02 CO-SITUACAO          PIC X(1).
               88 CO-APURADA          VALUE 'A'.
               88 CO-PAGA             VALUE 'P'.
      * COMPETENCIA DA FOLHA QUE PAGOU (ZERO ENQUANTO APURADA).
           02 CO-FOLHA             PIC 9(6).
