      *   POS 1 = CAIXA FISICO (SUPRIMENTO/SANGRIA)
      *   POS 2 = LISTA DE CPFS RESTRITOS
      *   POS 3 = EMPRESTIMOS
      *   POS 4 = TESOURARIA (COFRE DA AGENCIA)
      *   POS 5-10 = RESERVADAS
      ******************************************************************
       01 REG-OPERADOR.
           02 OP-ID            PIC X(4).
           02 OP-DATA-TROCA    PIC 9(8).
           02 OP-VALIDADE-DIAS PIC 9(3).
           02 OP-PERMISSOES    PIC X(10).
      * AGENCIA DE LOTACAO: O COFRE DE ONDE SAEM A ABERTURA E OS
      * SUPRIMENTOS DA GAVETA DO OPERADOR E PARA ONDE VOLTAM AS
      * SANGRIAS (TESMOV.DAT).  ZERO = SEM LOTACAO, NAO MEXE EM
      * GAVETA.
           02 OP-AGENCIA       PIC 9(3).
