      ******************************************************************
      * Layout of REG-SCORE, o score interno de credito de um CPF
      * (SCORE.DAT), recalculado toda noite pelo SCORE-CREDITO a
      * partir do historico de todas as contas do CPF: saldo medio e
      * creditos de salario ('FP') no extrato, uso do cheque especial
      * (movimentos que deixaram o saldo negativo), cheques devolvidos
      * em CHEQUES.DAT e parcelas em atraso em EMPRESTIMO.DAT.  Vai de
      * 0 (pior) a 1000 (melhor); o BANCOPEL e o REVISA-LIMITES
      * comparam SR-PONTOS com os cortes de PARAMETROS.DAT.  Os
      * componentes ficam gravados para o gerente ver o porque da
      * nota.
      ******************************************************************
       01 REG-SCORE.
           02 SR-CPF               PIC 9(11).
           02 SR-PONTOS            PIC 9(4).
           02 SR-DATA-CALCULO      PIC 9(8).
           02 SR-QT-CONTAS         PIC 9(3).
           02 SR-SALDO-MEDIO       PIC S9(8)V99.
           02 SR-QT-MOVTOS         PIC 9(5).
           02 SR-QT-SALARIOS       PIC 9(3).
           02 SR-QT-NEGATIVOS      PIC 9(5).
           02 SR-QT-DEVOLVIDOS     PIC 9(3).
           02 SR-QT-ATRASADAS      PIC 9(3).
