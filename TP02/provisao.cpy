      ******************************************************************
      * Layout of REG-PROVISAO, a provisao para devedores duvidosos
      * (PDD) de uma agencia numa competencia (PROVISAO.DAT), gravada
      * pelo PROVISAO-PDD.  Cada contrato ativo de EMPRESTIMO.DAT e
      * classificado de AA a H pelos dias de atraso da parcela mais
      * antiga em aberto; o saldo devedor e a provisao sao acumulados
      * por faixa de risco (PV-RATING, na ordem AA A B C D E F G H).
      * A soma de PV-VALOR-PROVISAO da ultima competencia calculada e
      * a provisao que esta nos livros - a proxima execucao so lanca
      * em CONTABIL.DAT a diferenca (constituicao ou reversao).
      ******************************************************************
       01 REG-PROVISAO.
           02 PV-CHAVE.
               03 PV-ANOMES        PIC 9(6).
               03 PV-AGENCIA       PIC 9(3).
           02 PV-DATA-CALCULO      PIC 9(8).
           02 PV-QT-CONTRATOS      PIC 9(5).
           02 PV-SALDO-CARTEIRA    PIC 9(11)V99.
           02 PV-VALOR-PROVISAO    PIC 9(11)V99.
           02 PV-RATING OCCURS 9 TIMES.
               03 PV-RT-QTDE       PIC 9(5).
               03 PV-RT-SALDO      PIC 9(11)V99.
               03 PV-RT-PROVISAO   PIC 9(11)V99.
