      ******************************************************************
      * Layout of REG-PONTO, o resumo mensal do relogio de ponto por
      * funcionario (PONTO.DAT), chaveado por funcionario +
      * competencia.  Gravado pelo IMPORTA-PONTO a partir das
      * batidas do mes e lido pela FOLHA-PAGAMENTO, que paga as
      * horas extras (50% em dia util alem da jornada de 8 horas e
      * no sabado, 100% em domingo e feriado), o adicional noturno
      * (20% sobre as horas entre 22:00 e 05:00) e desconta as
      * faltas sem justificativa.  Tudo em minutos.  PT-PENDENCIAS
      * conta os dias com batida faltando (par incompleto, que nao
      * entra nas horas) - a folha avisa, o relatorio de excecoes
      * do ponto lista.  PT-LOTE e o carimbo da importacao: a
      * primeira linha de uma nova importacao zera o resumo, entao
      * reimportar o mes substitui em vez de somar.
      ******************************************************************
       01 REG-PONTO.
           02 PT-CHAVE.
               03 PT-FUNCIONARIO   PIC 9(4).
               03 PT-ANOMES        PIC 9(6).
           02 PT-DIAS-TRAB         PIC 9(2).
           02 PT-MIN-NORMAIS       PIC 9(5).
           02 PT-MIN-HE50          PIC 9(5).
           02 PT-MIN-HE100         PIC 9(5).
           02 PT-MIN-NOTURNO       PIC 9(5).
           02 PT-FALTAS            PIC 9(2).
           02 PT-ABONOS            PIC 9(2).
           02 PT-PENDENCIAS        PIC 9(3).
           02 PT-LOTE              PIC 9(14).
