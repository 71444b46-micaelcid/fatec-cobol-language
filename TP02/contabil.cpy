      * pela origem do lancamento (EX-ORIGEM).  Plano de contas
      * resumido:
      *   10001  CAIXA (dinheiro fisico do guiche)
      *   10002  TESOURARIA (cofre das agencias)
      *   10003  EMPRESTIMOS A RECEBER (principal em aberto)
      *   20001  DEPOSITOS DE CLIENTES
      *   20002  APLICACOES DE CLIENTES (principal aplicado)
      *   30001  TRANSFERENCIAS EM TRANSITO
      *   40001  RECEITA DE JUROS
      *   40002  RECEITA DE TAXAS E IOF
      * Deposito no guiche debita CAIXA e credita DEPOSITOS (saque e
      * o espelho); transferencia passa por TRANSITO sem tocar o
      * CAIXA; juros e taxas vao para as contas de resultado.
      * Liberacao e amortizacao de emprestimo passam entre
      * EMPRESTIMOS A RECEBER e DEPOSITOS (os juros da parcela vao
      * para RECEITA DE JUROS), e aplicacao e resgate entre
      * DEPOSITOS e APLICACOES DE CLIENTES.
      * Suprimento e sangria de gaveta passam entre TESOURARIA e
      * CAIXA, e a remessa de numerario da transportadora entre
      * TRANSITO e TESOURARIA (TESOURARIA-DIA, a partir de TESMOV).
      * CT-SEQ numera os lancamentos dentro do dia.
      ******************************************************************
       01 REG-CONTABIL.
