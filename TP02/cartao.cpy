      ******************************************************************
      * Layout of REG-CARTAO, um cartao de debito (CARTAO.DAT) ligado
      * a uma conta de Agencia.dat.  Emitido, bloqueado, desbloqueado
      * e cancelado pela tela de cartoes do BANCOPEL; o AUTORIZA-
      * CARTAO procura o cartao pelo numero que vem no arquivo de
      * autorizacoes da bandeira e debita a conta de CA-CONTA.  So um
      * cartao nao cancelado por conta; cancelar nao apaga o registro,
      * so muda o status, para o historico das vias ficar no arquivo.
      ******************************************************************
       01 REG-CARTAO.
           02 CA-NUMERO        PIC 9(16).
      * NUMERO MONTADO NA EMISSAO: PREFIXO DA BANDEIRA + CONTA + VIA.
           02 CA-NUMERO-R REDEFINES CA-NUMERO.
               03 CA-NR-PREFIXO PIC 9(6).
               03 CA-NR-CONTA   PIC 9(5).
               03 CA-NR-VIA     PIC 9(5).
           02 CA-CONTA         PIC 9(5).
           02 CA-CPF           PIC 9(11).
      * VALIDADE NO FORMATO AAAAMM - VALE ATE O ULTIMO DIA DO MES.
           02 CA-VALIDADE      PIC 9(6).
           02 CA-DATA-EMISSAO  PIC 9(8).
           02 CA-STATUS        PIC X(1).
               88 CA-ATIVO        VALUE 'A'.
               88 CA-BLOQUEADO    VALUE 'B'.
               88 CA-CANCELADO    VALUE 'C'.
           02 CA-DATA-STATUS   PIC 9(8).
           02 CA-OPERADOR      PIC X(4).
