      *       PELO TRILHO NORMAL DE EXTRATO;
      *   'R' RENOVA O PRINCIPAL NA TAXA CORRENTE (VIGENCIA 'AP' OU
      *       PM-TAXA-APLICACAO) E OS JUROS CAEM NA CONTA;
      *   'J' RENOVA PRINCIPAL + JUROS; OS JUROS SO PASSAM PELO
      *       EXTRATO ('AJ' E 'AP' DE MESMO VALOR) PARA A
      *       CONTABILIZACAO, SEM MUDAR O SALDO DA CONTA.
      * JUROS DO CONTRATO INTEIRO: VALOR * TAXA * PRAZO / 30.
      * RELATORIO DO DIA EM VENCAPLIC.TXT.
       77 FFAPLI PIC 9(02).
           IF NOT AP-ATIVA
               GO END-EXECUTA-VENCIMENTO
           END-IF
      *    APLICACAO AUTOMATICA NAO VENCE: SO SAI PELO RESGATE.
           IF AP-INSTR-AUTOMATICA
               GO END-EXECUTA-VENCIMENTO
           END-IF

           MOVE "DF" TO WS-SV-FUNCAO
           MOVE AP-DATA-APLIC TO WS-SV-DATA-1
                   ADD 1 TO WS-RENOVADAS
                   MOVE "RENOVADA (PRINCIPAL)" TO LD-DESTINO
               WHEN AP-INSTR-RENOVA-TUDO
                   PERFORM CAPITALIZA-JUROS THRU END-CAPITALIZA-JUROS
                   SET AP-RESGATADA TO TRUE
                   REWRITE REG-APLICACAO
                   COMPUTE WS-VALOR-MOVTO = WS-VC-VALOR + WS-JUROS
           END-IF.
       END-CREDITA-JUROS.

      * RENOVACAO COM OS JUROS: O RENDIMENTO ENTRA NA CONTA ('AJ') E
      * SAI NA MESMA HORA PARA A SUCESSORA ('AP') - O SALDO NAO MUDA,
      * MAS A CONTABILIZACAO LEVA O JURO CAPITALIZADO PARA AS
      * APLICACOES DE CLIENTES, JUNTO COM O PRINCIPAL QUE JA ESTA LA.
      * NAO E 'RJ': O RENDIMENTO NAO FOI PAGO E NAO VAI AO INFORME.
       CAPITALIZA-JUROS.
           IF WS-JUROS > 0
               ADD WS-JUROS TO VL-SALDO
               MOVE WS-JUROS TO WS-VALOR-MOVTO
               MOVE "AJ" TO WS-ORIGEM-MOVTO
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
               SUBTRACT WS-JUROS FROM VL-SALDO
               MOVE WS-JUROS TO WS-VALOR-MOVTO
               MOVE "AP" TO WS-ORIGEM-MOVTO
               PERFORM GRAVA-EXTRATO-DEBITO
                   THRU END-GRAVA-EXTRATO-DEB
           END-IF.
       END-CAPITALIZA-JUROS.

      * ALIQUOTA REGRESSIVA PELO PRAZO DO CONTRATO (MESMA TABELA DO
      * RESGATAR DO BANCOPEL), DEBITADA COMO MOVIMENTO 'IR' E
      * ACUMULADA NO RAZAO IRRF.DAT.
