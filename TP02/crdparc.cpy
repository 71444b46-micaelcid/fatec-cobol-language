               88 CP-ABERTA       VALUE 'A'.
               88 CP-PAGA         VALUE 'P'.
           02 CP-DATA-PGTO     PIC 9(8).
      * ENCARGOS DE ATRASO COBRADOS NO RECEBIMENTO: MULTA SOBRE O
      * PRINCIPAL E JUROS DE MORA PRO RATA DIA DESDE O VENCIMENTO
      * (TAXAS DO PARAMETROS.DAT).  CP-VALOR SEGUE SENDO SO O
      * PRINCIPAL; PARCELA ABERTA OU PAGA EM DIA FICA COM ZERO.
           02 CP-MULTA         PIC 9(6)V99.
           02 CP-JUROS         PIC 9(6)V99.
