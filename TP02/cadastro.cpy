      * BANCOPEL): O REGISTRO FICA LEGIVEL PARA HISTORICO E CONSULTA,
      * MAS NENHUM MOVIMENTO E ACEITO.
               88 CONTA-ENCERRADA VALUE 'E'.
      * OBITO DO TITULAR REGISTRADO PELO GERENTE: A CONTA VIRA
      * ESPOLIO ('O') - NENHUM MOVIMENTO DE BALCAO OU DE BATCH; O
      * SALDO SO SAI POR LIBERACAO A HERDEIRO POR ORDEM JUDICIAL
      * (ESPOLIO.DAT).
               88 CONTA-ESPOLIO   VALUE 'O'.
           02 CD-CPF-CONJUNTO PIC 9(11) VALUE ZEROS.
           02 CD-ULT-MOVTO PIC X(1) VALUE SPACE.
               88 UM-DEPOSITO     VALUE 'D'.
