      ******************************************************************
      * Layout of REG-SAC, uma reclamacao de cliente registrada no
      * SAC/ouvidoria (SAC.DAT), chaveada pelo protocolo - um numero
      * tirado do SEQ-DOCUMENTO, entao o protocolo nunca colide com
      * um documento de movimento.  A reclamacao e aberta, respondida
      * e encerrada, nesta ordem, pela tela de reclamacoes do
      * BANCOPEL; cada passo guarda data e operador.  O PRAZO-SAC
      * lista toda noite as abertas perto ou alem do prazo
      * regulamentar de resposta, contado em dias uteis.
      ******************************************************************
       01 REG-SAC.
           02 SC-PROTOCOLO      PIC 9(9).
           02 SC-CPF            PIC 9(11).
           02 SC-CONTA          PIC 9(5).
           02 SC-CATEGORIA      PIC X(2).
               88 SC-CAT-TARIFA     VALUE 'TA'.
               88 SC-CAT-CHEQUE     VALUE 'CH'.
               88 SC-CAT-REMESSA    VALUE 'RM'.
               88 SC-CAT-CARTAO     VALUE 'CT'.
               88 SC-CAT-OUTROS     VALUE 'OU'.
               88 SC-CAT-VALIDA     VALUE 'TA' 'CH' 'RM' 'CT' 'OU'.
      * DOCUMENTO (EX-DOCUMENTO) DO MOVIMENTO RECLAMADO; ZERO QUANDO
      * A RECLAMACAO NAO E SOBRE UM LANCAMENTO.
           02 SC-DOCUMENTO      PIC 9(9).
           02 SC-DESCRICAO      PIC X(60).
           02 SC-STATUS         PIC X(1).
               88 SC-ABERTA         VALUE 'A'.
               88 SC-RESPONDIDA     VALUE 'R'.
               88 SC-ENCERRADA      VALUE 'E'.
           02 SC-DATA-ABERTURA  PIC 9(8).
           02 SC-OPER-ABERTURA  PIC X(4).
           02 SC-DATA-RESPOSTA  PIC 9(8).
           02 SC-OPER-RESPOSTA  PIC X(4).
           02 SC-RESPOSTA       PIC X(60).
           02 SC-DATA-ENCERRA   PIC 9(8).
           02 SC-OPER-ENCERRA   PIC X(4).
