      ******************************************************************
      * Layout of REG-DESHIST, a fotografia de fim de mes da carteira
      * de emprestimos de uma agencia (DESHIST.DAT), chaveada por
      * competencia + agencia e gravada pelo DESEMPENHO-AGENCIA a cada
      * execucao.  Os fluxos do mes (contas abertas, captacao,
      * tarifas...) sao remontados do Extrato.dat e da AUDITORIA.DAT
      * para qualquer competencia, mas a inadimplencia e estoque: as
      * parcelas pagas do contrato mudam, e sem a fotografia nao da
      * para saber quantos contratos estavam em atraso no mes
      * anterior ou no mesmo mes do ano passado.
      ******************************************************************
       01 REG-DESHIST.
           02 DH-CHAVE.
               03 DH-ANOMES        PIC 9(6).
               03 DH-AGENCIA       PIC 9(3).
           02 DH-CONTRATOS         PIC 9(7).
           02 DH-EM-ATRASO         PIC 9(7).
           02 DH-DATA-GERACAO      PIC 9(8).
