               88 AG-PENDENTE         VALUE 'P'.
               88 AG-EXECUTADO        VALUE 'E'.
               88 AG-FALHOU           VALUE 'F'.
      * CANCELADO SEM EXECUTAR (OBITO DO TITULAR DA ORIGEM); O
      * MOTIVO FICA EM AG-MOTIVO-FALHA.
               88 AG-CANCELADO        VALUE 'C'.
           02 AG-MOTIVO-FALHA      PIC X(30).
