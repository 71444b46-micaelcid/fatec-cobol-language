               88 LP-PENDENTE         VALUE 'P'.
               88 LP-APLICADA         VALUE 'A'.
               88 LP-RECUSADA         VALUE 'R'.
      * SCORE INTERNO DO CPF (SCORE.DAT) NA DATA DA PROPOSTA, JA
      * CONSIDERADO NOS CORTES DE PARAMETROS.DAT.  ZERO COM
      * LP-SEM-SCORE = 'S' QUANDO O CPF AINDA NAO TINHA NOTA.
           02 LP-SCORE             PIC 9(4).
           02 LP-SEM-SCORE         PIC X(1).
