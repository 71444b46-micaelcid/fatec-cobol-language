      ******************************************************************
      * Layout of REG-ENCARGOS, os encargos do empregador sobre um
      * pagamento de folha (ENCARGOS.DAT), com a mesma chave do
      * razao FOLHALED.DAT: funcionario + competencia + tipo ('F'
      * folha mensal, '1'/'2' parcelas do 13o, 'V' ferias, 'R'
      * rescisao, 'D' diferencas de dissidio).
      * Gravado pela FOLHA-PAGAMENTO a cada rodada: FGTS de 8% sobre
      * o bruto pago (no 13o, cada parcela sobre o que ela paga) e a
      * contribuicao patronal ao INSS - 20% da empresa, RAT e
      * terceiros - sobre a base do INSS do funcionario (na 1a
      * parcela do 13o nao ha).  A soma de EN-FGTS de todos os
      * meses (mais a multa) e o saldo depositado do funcionario;
      * na rescisao por dispensa a multa de 40% sobre esse saldo
      * vai em EN-MULTA-FGTS, recolhida com o FGTS.  O GUIAS-FOLHA
      * tira daqui e do FOLHALED as guias do mes.
      ******************************************************************
       01 REG-ENCARGOS.
           02 EN-CHAVE.
               03 EN-FUNCIONARIO   PIC 9(4).
               03 EN-ANOMES        PIC 9(6).
               03 EN-TIPO          PIC X(1).
           02 EN-BASE-FGTS         PIC 9(7)V99.
           02 EN-FGTS              PIC 9(7)V99.
           02 EN-BASE-INSS         PIC 9(7)V99.
           02 EN-INSS-EMPRESA      PIC 9(7)V99.
           02 EN-RAT               PIC 9(7)V99.
           02 EN-TERCEIROS         PIC 9(7)V99.
           02 EN-MULTA-FGTS        PIC 9(7)V99.
           02 EN-DATA              PIC 9(8).
