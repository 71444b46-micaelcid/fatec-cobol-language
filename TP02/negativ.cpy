      ******************************************************************
      * Layout of REG-NEGATIV, a situacao de uma divida vencida no
      * processo de negativacao (NEGATIV.DAT), chaveada por CPF +
      * origem + contrato.  Origem 'E' e contrato de EMPRESTIMO.DAT
      * (contrato = conta * 1000 + EM-SEQ); origem 'C' e cupom do
      * crediario em CRDPARC.DAT (contrato = cupom * 100).  O batch
      * NEGATIVA-DEVEDORES imprime o aviso previo ('A'), e passado o
      * prazo legal inclui no bureau ('N') gravando o registro de
      * inclusao em NEGMOV.DAT.  Quitado o atraso - pelo COBRA-
      * EMPRESTIMO, pelo RECEBE-PARCELA do crediario ou por
      * renegociacao - a divida vai a baixada ('B') e, se ja estava
      * no bureau, sai o registro de exclusao.
      ******************************************************************
       01 REG-NEGATIV.
           02 NG-CHAVE.
               03 NG-CPF           PIC 9(11).
               03 NG-ORIGEM        PIC X(1).
                   88 NG-EMPRESTIMO   VALUE 'E'.
                   88 NG-CREDIARIO    VALUE 'C'.
               03 NG-CONTRATO      PIC 9(8).
      * NOME DO DEVEDOR NO AVISO, REPETIDO NA INCLUSAO E NA EXCLUSAO.
           02 NG-NOME              PIC X(35).
           02 NG-STATUS            PIC X(1).
               88 NG-AVISADO          VALUE 'A'.
               88 NG-NEGATIVADO       VALUE 'N'.
               88 NG-BAIXADO          VALUE 'B'.
      * VALOR EM ATRASO E VENCIMENTO MAIS ANTIGO NA ULTIMA VERIFICACAO.
           02 NG-VALOR             PIC 9(9)V99.
           02 NG-VENCIMENTO        PIC 9(8).
           02 NG-DIAS-ATRASO       PIC 9(5).
           02 NG-DATA-AVISO        PIC 9(8).
           02 NG-DATA-INCLUSAO     PIC 9(8).
           02 NG-DATA-BAIXA        PIC 9(8).
      * ULTIMO DIA EM QUE O NEGATIVA-DEVEDORES ACHOU A DIVIDA AINDA
      * EM ATRASO; AVISADA OU NEGATIVADA QUE NAO FOI ACHADA NO DIA
      * DEIXOU DE EXISTIR E E BAIXADA.
           02 NG-DATA-VERIFICA     PIC 9(8).
