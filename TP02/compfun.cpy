      ******************************************************************
      * Layout of REG-COMPFUN, uma compra de funcionario no balcao da
      * loja com desconto em folha (COMPFUN.DAT), gravada pelo INDICE
      * no fechamento do cupom pago na forma 'F'.  A chave e o
      * funcionario de FUNCIONARIO.DAT, a competencia da compra e o
      * cupom, de modo que o teto do mes (PM-TETO-COMPRA-FUNC sobre
      * o FU-SALARIO) e a soma das compras da competencia.  A
      * FOLHA-PAGAMENTO desconta as compras abertas no contracheque
      * do mes, marca a competencia da folha que as levou e credita
      * o total na conta da loja pelo FOLHA.TXT; a compra que nao
      * cabe no liquido fica aberta para a folha seguinte.
      ******************************************************************
       01 REG-COMPFUN.
           02 CF-CHAVE.
               03 CF-FUNCIONARIO   PIC 9(4).
               03 CF-ANOMES        PIC 9(6).
               03 CF-CUPOM         PIC 9(6).
           02 CF-CPF               PIC 9(11).
           02 CF-DATA              PIC 9(8).
           02 CF-VALOR             PIC 9(7)V99.
           02 CF-OPERADOR          PIC X(4).
           02 CF-SITUACAO          PIC X(1).
               88 CF-ABERTA           VALUE 'A'.
               88 CF-DESCONTADA       VALUE 'D'.
      * COMPETENCIA DA FOLHA QUE DESCONTOU A COMPRA (ZERO ENQUANTO
      * ABERTA).
           02 CF-FOLHA             PIC 9(6).
