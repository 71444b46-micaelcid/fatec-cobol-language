      ******************************************************************
      * Layout of REG-FOLHA-LED, um pagamento de folha no razao
      * (FOLHALED.DAT), chaveado por funcionario + competencia +
      * tipo: 'F' folha mensal, '1'/'2' parcelas do 13o, 'V' ferias,
      * 'R' rescisao (competencia do desligamento), 'D' diferencas
      * de dissidio retroativo (competencia em que foram pagas).
      * Gravado pela FOLHA-PAGAMENTO a cada rodada com bruto, INSS,
      * IRRF e liquido - e daqui que sai o resumo anual por
      * funcionario para a declaracao dele.
