      ******************************************************************
      * Layout of REG-APROPRIA, a apropriacao por competencia dos juros
      * de emprestimo a receber e do rendimento de aplicacao a pagar de
      * um mes (APROPRIA.DAT), gravada pelo APROPRIA-JUROS.  Os valores
      * sao lancados em CONTABIL.DAT no ultimo dia da competencia
      * (AJ-DATA-BASE) e estornados no primeiro dia util do mes
      * seguinte; AJ-DATA-ESTORNO em zero quer dizer que o estorno
      * ainda nao saiu.  A existencia do registro impede a reexecucao
      * de lancar a mesma competencia duas vezes.
      ******************************************************************
       01 REG-APROPRIA.
           02 AJ-ANOMES            PIC 9(6).
           02 AJ-DATA-BASE         PIC 9(8).
           02 AJ-DATA-CALCULO      PIC 9(8).
           02 AJ-QT-CONTRATOS      PIC 9(6).
           02 AJ-JUROS-EMPREST     PIC 9(11)V99.
           02 AJ-QT-APLICACOES     PIC 9(6).
           02 AJ-REND-APLIC        PIC 9(11)V99.
           02 AJ-DATA-ESTORNO      PIC 9(8).
