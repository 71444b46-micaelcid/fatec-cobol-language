      ******************************************************************
      * Layout of REG-HISTNOT, o historico de tempo de execucao dos
      * passos da cadeia noturna (HISTNOT.DAT), um registro por data
      * de movimento + passo, gravado pelo RODA-NOTURNO na conclusao
      * de cada passo.  Horas HHMMSS do relogio; HN-DATA-FIM e a data
      * do calendario em que o passo terminou (a cadeia atravessa a
      * meia-noite) e HN-DURACAO ja vem em segundos.  O TEMPO-NOTURNO
      * compara cada noite com a media dos ultimos 30 dias.
      ******************************************************************
       01 REG-HISTNOT.
           02 HN-CHAVE.
               03 HN-DATA          PIC 9(8).
               03 HN-PASSO         PIC 9(2).
           02 HN-PROGRAMA          PIC X(20).
           02 HN-HORA-INI          PIC 9(6).
           02 HN-HORA-FIM          PIC 9(6).
           02 HN-DATA-FIM          PIC 9(8).
           02 HN-DURACAO           PIC 9(6).
