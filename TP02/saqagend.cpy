      ******************************************************************
      * Layout of REG-SAQAGEND, um saque em especie agendado
      * (provisionamento de saque) em SAQAGEND.DAT, chaveado pela
      * conta + data do saque.  Saque acima de PM-VALOR-PROVISAO
      * (PARAMETROS.DAT; 0 desliga) so sai no guiche com agendamento
      * para o dia ou com a liberacao do gerente.  Enquanto agendado
      * ('A') o valor fica reservado: SAQUE, TRANSFERENCIA,
      * TRANSF-EXTERNA, arrecadacao, cartao e a aplicacao automatica
      * tratam o saldo menos os bloqueios judiciais e os saques
      * agendados como o disponivel da conta - menos o proprio
      * agendamento do dia, no saque que o consome.  O
      * PROVISIONA-SAQUES lista toda manha o numerario a pedir por
      * agencia e baixa como nao sacado ('N') o agendamento vencido.
      ******************************************************************
       01 REG-SAQAGEND.
           02 SG-CHAVE.
               03 SG-CONTA         PIC 9(5).
               03 SG-DATA-SAQUE    PIC 9(8).
           02 SG-AGENCIA           PIC 9(3).
           02 SG-CPF               PIC 9(11).
           02 SG-VALOR             PIC 9(7)V99.
           02 SG-DATA-AGENDA       PIC 9(8).
           02 SG-OPERADOR          PIC X(4).
           02 SG-STATUS            PIC X(1).
               88 SG-AGENDADO         VALUE 'A'.
               88 SG-SACADO           VALUE 'S'.
               88 SG-CANCELADO        VALUE 'C'.
               88 SG-NAO-SACADO       VALUE 'N'.
           02 SG-DATA-BAIXA        PIC 9(8).
