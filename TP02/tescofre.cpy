      ******************************************************************
      * Layout of REG-TESCOFRE, o estoque do cofre de uma agencia
      * (TESCOFRE.DAT), chaveado pela agencia: quantidade de cedulas
      * por valor de face (200, 100, 50, 20, 10, 5 e 2, na ordem de
      * TM-QT-CEDULA), moedas em reais e o saldo total.  Criado pela
      * implantacao do cofre na tela de tesouraria do BANCOPEL e
      * mantido a cada lancamento de TESMOV.DAT; uma saida maior que o
      * estoque de alguma cedula e recusada na tela.
      ******************************************************************
       01 REG-TESCOFRE.
           02 TC-AGENCIA           PIC 9(3).
           02 TC-CEDULAS.
               03 TC-QT-CEDULA     PIC 9(7) OCCURS 7 TIMES.
           02 TC-MOEDAS            PIC 9(9)V99.
           02 TC-SALDO             PIC 9(11)V99.
           02 TC-DATA-ULT-MOV      PIC 9(8).
