           02 OF-PRECO         PIC 9(5)V99.
           02 OF-DATA-INI      PIC 9(8).
           02 OF-DATA-FIM      PIC 9(8).
      * QUEM CRIOU A OFERTA: BRANCO = CADASTRADA NA MAO (MODO DE
      * OFERTAS DO INDICE); 'R' = REMARCACAO AUTOMATICA DE LOTE PERTO
      * DA VALIDADE (REMARCA-VALIDADE), QUE A ENCERRA SOZINHA QUANDO O
      * LOTE ACABA.  SALVAR NA MAO UMA OFERTA 'R' A TORNA MANUAL.
           02 OF-ORIGEM        PIC X(1).
               88 OF-MANUAL        VALUE SPACE.
               88 OF-REMARCACAO    VALUE "R".
