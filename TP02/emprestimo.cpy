      * CONTRATO; O REGISTRO FICA PARA HISTORICO E NAO E MAIS
      * COBRADO PELO COBRA-EMPRESTIMO.
               88 EM-RENEGOCIADO      VALUE 'G'.
      * COBRANCA SUSPENSA POR OBITO DO TITULAR: O SALDO DEVEDOR E
      * DIVIDA DO ESPOLIO, LIQUIDADA PELA QUITACAO DO GERENTE; O
      * COBRA-EMPRESTIMO E O RODA-FOLHA NAO COBRAM MAIS PARCELA.
               88 EM-SUSPENSO         VALUE 'S'.
      * CONSIGNADO EM FOLHA ('S'): CONTRATADO PARA UM CPF DE
      * FUNCIONARIO.DAT DENTRO DA MARGEM SOBRE FU-SALARIO; A PARCELA
      * E DESCONTADA NO CONTRACHEQUE PELO RODA-FOLHA E BAIXADA
      * REGISTRO ANTIGO COM O CAMPO EM BRANCO E CONTRATO COMUM.
           02 EM-CONSIGNADO        PIC X(1).
               88 EM-EH-CONSIGNADO    VALUE 'S'.
      * CONTRATO NASCIDO DE RENEGOCIACAO ('R'): GRAVADO PELA TELA DE
      * RENEGOCIACAO DO BANCOPEL NO LUGAR DO CONTRATO FECHADO COMO
      * RENEGOCIADO, PARA A EXPOSICAO-CREDITO REPORTAR A DIVIDA
      * RENEGOCIADA EM SEPARADO.  REGISTRO ANTIGO COM O CAMPO EM
      * BRANCO E CONTRATO ORIGINAL.
           02 EM-ORIGEM            PIC X(1).
               88 EM-DE-RENEGOCIACAO  VALUE 'R'.
      * SISTEMA DE AMORTIZACAO ESCOLHIDO NA CONTRATACAO.  EM BRANCO
      * OU 'P' E A TABELA PRICE DE SEMPRE (PARCELAS IGUAIS).  'S' E
      * SAC: O PRINCIPAL E AMORTIZADO EM PARTES IGUAIS E OS JUROS
      * SIMPLES INCIDEM SOBRE O SALDO DEVEDOR, ENTAO A PARCELA K VALE
      * (PRINCIPAL + PRINCIPAL * TAXA * (PARCELAS - K + 1)) /
      * PARCELAS E CAI MES A MES; NO SAC EM-VALOR-PARCELA GUARDA A
      * PROXIMA PARCELA A VENCER E E RECALCULADO A CADA BAIXA.
           02 EM-SISTEMA           PIC X(1).
               88 EM-PRICE            VALUE 'P' ' '.
               88 EM-SAC              VALUE 'S'.
