      ******************************************************************
      * Layout of REG-TESMOV, um lancamento do razao do cofre de uma
      * agencia (TESMOV.DAT), chaveado por agencia + data + seq.  As
      * saidas do cofre sao a abertura ('A') e o suprimento ('S') de
      * gaveta, gravados pela tela de caixa fisico do BANCOPEL junto
      * com o evento de CAIXAMOV.DAT, e a devolucao de numerario a
      * transportadora ('D'); as entradas sao a sangria ('G'), a
      * remessa de numerario recebida da transportadora ('R') e a
      * implantacao do cofre ('I', o inventario inicial contado).
      * Cada lancamento leva as cedulas por valor de face (200, 100,
      * 50, 20, 10, 5 e 2) e as moedas em reais, e TM-VALOR e a soma.
      * O TESOURARIA-DIA lanca em CONTABIL.DAT o que ainda nao foi
      * contabilizado e marca TM-CONTABIL.
      ******************************************************************
       01 REG-TESMOV.
           02 TM-CHAVE.
               03 TM-AGENCIA       PIC 9(3).
               03 TM-DATA          PIC 9(8).
               03 TM-SEQ           PIC 9(5).
           02 TM-TIPO              PIC X(1).
               88 TM-ABERTURA         VALUE 'A'.
               88 TM-SUPRIMENTO       VALUE 'S'.
               88 TM-SANGRIA          VALUE 'G'.
               88 TM-REMESSA          VALUE 'R'.
               88 TM-DEVOLUCAO        VALUE 'D'.
               88 TM-IMPLANTACAO      VALUE 'I'.
               88 TM-ENTRADA          VALUE 'G' 'R' 'I'.
           02 TM-VALOR             PIC 9(9)V99.
           02 TM-CEDULAS.
               03 TM-QT-CEDULA     PIC 9(5) OCCURS 7 TIMES.
           02 TM-MOEDAS            PIC 9(7)V99.
           02 TM-OPERADOR          PIC X(4).
           02 TM-HORA              PIC 9(6).
      * GUIA OU LACRE DA TRANSPORTADORA NA REMESSA E NA DEVOLUCAO;
      * EM BRANCO NOS EVENTOS DE GAVETA.
           02 TM-DOCUMENTO         PIC X(15).
           02 TM-CONTABIL          PIC X(1).
               88 TM-CONTABILIZADO    VALUE 'S'.
