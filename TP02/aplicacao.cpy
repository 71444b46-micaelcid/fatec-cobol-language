               88 AP-INSTR-LIQUIDA    VALUE 'L' ' '.
               88 AP-INSTR-RENOVA     VALUE 'R'.
               88 AP-INSTR-RENOVA-TUDO VALUE 'J'.
      * 'A' E A APLICACAO AUTOMATICA DO SALDO EXCEDENTE (VARRE-
      * APLICACAO): SEM VENCIMENTO (PRAZO 9999), FICA RENDENDO ATE O
      * RESGATE-AUTOMATICO COBRIR UM DEBITO QUE ESTOURARIA A CONTA
      * OU O CLIENTE RESGATAR NO BALCAO.  O RESGATE PARCIAL REDUZ
      * AP-VALOR E MANTEM A DATA DA APLICACAO (PRAZO DO IR).
               88 AP-INSTR-AUTOMATICA  VALUE 'A'.
