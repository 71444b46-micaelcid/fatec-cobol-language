      ******************************************************************
      * Layout of REG-APLAUTO, a adesao de uma conta de Agencia.dat a
      * aplicacao automatica (APLAUTO.DAT), chaveada pela conta.
      * Marcada, alterada e cancelada na tela de aplicacao do
      * BANCOPEL.  Toda noite o VARRE-APLICACAO aplica o saldo acima
      * de VA-GATILHO numa aplicacao automatica (AP-INSTRUCAO 'A') e
      * guarda em VA-ULT-VARREDURA a data da ultima aplicacao, para o
      * reprocessamento do dia nao aplicar de novo.  O resgate
      * automatico (RESGATE-AUTOMATICO) nao depende da adesao: a
      * aplicacao automatica que sobrar depois do cancelamento
      * continua cobrindo o debito que estouraria a conta.
      ******************************************************************
       01 REG-APLAUTO.
           02 VA-CONTA          PIC 9(5).
           02 VA-CPF            PIC 9(11).
           02 VA-GATILHO        PIC 9(7)V99.
           02 VA-DATA-ADESAO    PIC 9(8).
           02 VA-OPERADOR       PIC X(4).
           02 VA-ULT-VARREDURA  PIC 9(8).
           02 VA-ULT-VALOR      PIC 9(7)V99.
