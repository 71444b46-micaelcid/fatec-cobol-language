      * EJ-PRE-REQ aponta a sequencia do passo que precisa estar
      * concluido antes (0 = nenhum); EJ-ATIVO 'N' tira o job da
      * noite sem apagar a linha.  O controle de reinicio continua
      * em CONTROLE.DAT, com CN-PASSO = EJ-SEQ.  EJ-HORA-LIMITE e o
      * horario-alvo de termino do passo (HHMM, 0 = sem alvo), que o
      * TEMPO-NOTURNO cobra; hora antes do meio-dia e da madrugada
      * seguinte a data de movimento.
      ******************************************************************
       01 REG-ESCALA.
           02 EJ-SEQ           PIC 9(2).
               88 EJ-LIGADO       VALUE 'S' ' '.
               88 EJ-DESLIGADO    VALUE 'N'.
           02 EJ-PRE-REQ       PIC 9(2).
           02 EJ-HORA-LIMITE   PIC 9(4).
