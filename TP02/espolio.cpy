      ******************************************************************
      * Layout of REG-ESPOLIO, uma liberacao do saldo de conta em
      * espolio (titular falecido) a um herdeiro nomeado em ordem
      * judicial (ESPOLIO.DAT), chaveada pela conta do espolio +
      * sequencia.  Gravada pela tela de obito/espolio do BANCOPEL,
      * so pelo gerente, junto com o debito no extrato do espolio e o
      * credito na conta do herdeiro (ou o pagamento em especie no
      * guiche); EP-DOCUMENTO liga o registro ao lancamento de debito
      * em EXTRATO.DAT e a linha da auditoria.  O demonstrativo de
      * posicao do espolio lista todas as liberacoes ja feitas.
      ******************************************************************
       01 REG-ESPOLIO.
           02 EP-CHAVE.
               03 EP-CONTA         PIC 9(5).
               03 EP-SEQ           PIC 9(3).
           02 EP-CPF-FALECIDO      PIC 9(11).
           02 EP-PROCESSO          PIC X(20).
           02 EP-CPF-HERDEIRO      PIC 9(11).
           02 EP-NOME-HERDEIRO     PIC X(35).
           02 EP-VALOR             PIC 9(7)V99.
           02 EP-FORMA             PIC X(1).
               88 EP-CREDITO-CONTA    VALUE 'C'.
               88 EP-EM-ESPECIE       VALUE 'E'.
      * CONTA DO HERDEIRO NESTE BANCO; ZEROS QUANDO PAGO EM ESPECIE.
           02 EP-CONTA-DESTINO     PIC 9(5).
           02 EP-DOCUMENTO         PIC 9(9).
           02 EP-DATA              PIC 9(8).
           02 EP-OPERADOR          PIC X(4).
