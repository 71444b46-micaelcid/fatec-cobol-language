           02 AUD-PROGRAMA     PIC X(15).
           02 FILLER           PIC X(1).
           02 AUD-OPERACAO     PIC X(10).
      * SELO DO ARQUIVAMENTO (ARQUIVA-AUDITORIA): FECHA O ARQUIVO
      * MORTO E ABRE O AUDITORIA.DAT QUE SOBROU, COM O NOME DO
      * ARQUIVO MORTO EM AUD-CHAVE E, EM AUD-ELO, O ULTIMO ELO
      * ARQUIVADO - QUE NAO E RECALCULADO: A CONFERENCIA CONTINUA A
      * CORRENTE A PARTIR DELE.
               88 AUD-SELO     VALUE "SELO".
           02 FILLER           PIC X(1).
           02 AUD-CHAVE        PIC X(20).
           02 FILLER           PIC X(1).
