      ******************************************************************
      * Layout of REG-OFXADE, a adesao de uma conta de Agencia.dat ao
      * envio mensal do extrato em OFX (OFXADE.DAT), chaveada pela
      * conta.  Marcada e desmarcada na tela de extrato OFX do
      * BANCOPEL; o OFX-MENSAL gera no dia 1 o arquivo do mes fechado
      * de cada conta aderida (EXPORTA-OFX) e guarda em OA-ULT-ANOMES
      * a competencia ja gerada, para o reprocessamento do dia nao
      * gerar de novo.  Cancelar a adesao apaga o registro.
      ******************************************************************
       01 REG-OFXADE.
           02 OA-CONTA          PIC 9(5).
           02 OA-CPF            PIC 9(11).
           02 OA-DATA-ADESAO    PIC 9(8).
           02 OA-OPERADOR       PIC X(4).
           02 OA-ULT-ANOMES     PIC 9(6).
           02 OA-ULT-ARQUIVO    PIC X(30).
