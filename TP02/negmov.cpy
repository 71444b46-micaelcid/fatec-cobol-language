      ******************************************************************
      * Layout of REG-NEGMOV, um registro de inclusao ('I') ou
      * exclusao ('E') de divida no bureau de credito, acumulado em
      * NEGMOV.DAT (colunas fixas) para envio.  A inclusao e gravada
      * pelo NEGATIVA-DEVEDORES depois do prazo do aviso previo; a
      * exclusao pelo BAIXA-NEGATIVACAO, chamado por quem registra o
      * pagamento, ou pelo proprio NEGATIVA-DEVEDORES quando a divida
      * some por renegociacao ou quitacao.
      ******************************************************************
       01 REG-NEGMOV.
           02 NV-TIPO              PIC X(1).
               88 NV-INCLUSAO         VALUE 'I'.
               88 NV-EXCLUSAO         VALUE 'E'.
           02 NV-CPF               PIC 9(11).
           02 NV-ORIGEM            PIC X(1).
           02 NV-CONTRATO          PIC 9(8).
           02 NV-DATA              PIC 9(8).
           02 NV-VALOR             PIC 9(9)V99.
           02 NV-VENCIMENTO        PIC 9(8).
           02 NV-NOME              PIC X(35).
