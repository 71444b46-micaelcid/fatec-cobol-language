      ******************************************************************
      * Layout of REG-ARRCRED, uma parcela do crediario da loja paga
      * no guiche do BANCOPEL pela tela de arrecadacao (ARRCRED.DAT),
      * com o convenio da loja (PM-CONVENIO-LOJA).  O razao ARRECAD
      * so guarda o total do dia por convenio; aqui fica cada
      * pagamento com a parcela lida do campo livre do codigo de
      * barras do carne, para o BAIXA-ARRECAD-CRED dar baixa no
      * CRDPARC.DAT a noite.  Pagamento que nao casa com parcela
      * aberta fica como excecao, listado para a loja resolver.
      ******************************************************************
       01 REG-ARRCRED.
           02 AC-CHAVE.
               03 AC-DATA          PIC 9(8).
               03 AC-SEQ           PIC 9(5).
      * CPF SEM OS DOIS DVS (O CAMPO LIVRE NAO COMPORTA OS 11), O
      * CUPOM E A PARCELA DA CHAVE DO CRDPARC.
           02 AC-CPF-BASE          PIC 9(9).
           02 AC-CUPOM             PIC 9(6).
           02 AC-PARCELA           PIC 9(2).
           02 AC-VENCIMENTO        PIC 9(8).
           02 AC-VALOR             PIC 9(9)V99.
           02 AC-FORMA             PIC X(1).
               88 AC-DINHEIRO         VALUE 'D'.
               88 AC-CONTA            VALUE 'C'.
           02 AC-OPERADOR          PIC X(4).
           02 AC-SITUACAO          PIC X(1).
               88 AC-PENDENTE         VALUE 'P'.
               88 AC-BAIXADA          VALUE 'B'.
               88 AC-EXCECAO          VALUE 'E'.
           02 AC-DATA-BAIXA        PIC 9(8).
