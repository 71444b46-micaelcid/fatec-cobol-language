      * O reajuste anual segue as faixas do EX07 (salario entre
      * 4.999 e 50.001 recebe 25%; fora disso nao ha reajuste), e a
      * folha mensal gera o contracheque e o arquivo de credito no
      * mesmo layout que o IMPORTA-FOLHA consome.  A admissao conta
      * o tempo de casa da rescisao (aviso previo, 13o e ferias); o
      * funcionario desligado ('D') fica no cadastro, fora das
      * rodadas de folha, 13o, ferias e reajuste.
      ******************************************************************
       01 REG-FUNCIONARIO.
           02 FU-CODIGO    PIC 9(4).
           02 FU-CARGO     PIC X(20).
           02 FU-SALARIO   PIC 9(5)V99.
           02 FU-CONTA     PIC 9(5).
           02 FU-DATA-ADMISSAO PIC 9(8).
           02 FU-SITUACAO  PIC X(1).
               88 FU-ATIVO        VALUE 'A' ' '.
               88 FU-DESLIGADO    VALUE 'D'.
           02 FU-DATA-DESLIGA PIC 9(8).
