      ******************************************************************
      * Layout of REG-PROCURADOR, uma procuracao (PROCURAD.DAT) que
      * autoriza um terceiro a movimentar uma conta de Agencia.dat,
      * chaveada por conta + CPF do procurador.  Cadastrada e revogada
      * pelo gerente na tela de procuradores do BANCOPEL; o SAQUE, a
      * TRANSFERENCIA e o ENCERRAMENTO aceitam o CPF do procurador no
      * lugar da senha do titular e conferem aqui a vigencia, a
      * operacao permitida e o teto de valor.  Revogar nao apaga o
      * registro, so muda o status.  O PROCURACOES-VENCIDAS lista
      * todo mes as vigentes cuja data final ja passou.
      ******************************************************************
       01 REG-PROCURADOR.
           02 PR-CHAVE.
               03 PR-CONTA      PIC 9(5).
               03 PR-CPF        PIC 9(11).
           02 PR-NOME           PIC X(35).
           02 PR-DATA-INICIO    PIC 9(8).
           02 PR-DATA-FIM       PIC 9(8).
      * OPERACOES PERMITIDAS PELO INSTRUMENTO, 'S' OU 'N' CADA UMA.
           02 PR-OPERACOES.
               03 PR-PODE-SAQUE    PIC X(1).
                   88 PR-SAQUE-OK      VALUE 'S'.
               03 PR-PODE-TRANSF   PIC X(1).
                   88 PR-TRANSF-OK     VALUE 'S'.
               03 PR-PODE-ENCERRA  PIC X(1).
                   88 PR-ENCERRA-OK    VALUE 'S'.
      * TETO POR OPERACAO; NO ENCERRAMENTO VALE PARA O SALDO PAGO.
           02 PR-VALOR-MAXIMO   PIC 9(7)V99.
           02 PR-STATUS         PIC X(1).
               88 PR-VIGENTE       VALUE 'A'.
               88 PR-REVOGADA      VALUE 'R'.
           02 PR-DATA-CADASTRO  PIC 9(8).
           02 PR-OPER-CADASTRO  PIC X(4).
           02 PR-DATA-REVOGA    PIC 9(8).
           02 PR-OPER-REVOGA    PIC X(4).
