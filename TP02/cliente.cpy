               03 CL-NASC-MES PIC 9(2).
               03 CL-NASC-ANO PIC 9(4).
           02 CL-CPF-CONJUNTO PIC 9(11).
      * DATA DO OBITO (AAAAMMDD) REGISTRADA PELO GERENTE NA TELA DE
      * OBITO/ESPOLIO DO BANCOPEL; ZEROS = TITULAR VIVO.
           02 CL-DATA-OBITO   PIC 9(8).
      * CONTATO E PREFERENCIAS DE ALERTA (SMS/E-MAIL), CADASTRADOS NA
      * TELA DE ALERTAS DO BANCOPEL E LIDOS PELO GERA-ALERTAS.  CANAL
      * EM BRANCO OU 'N' = CLIENTE SEM ALERTA.  CL-ALERTA-DEBITO E O
      * VALOR A PARTIR DO QUAL UM DEBITO EM CONTA E AVISADO (ZERO =
      * NAO AVISA DEBITO); CHEQUE E AGENDA ('S'/'N') LIGAM O AVISO DE
      * CHEQUE DEVOLVIDO E DE AGENDAMENTO OU CONVENIO NAO PAGO.
      * CL-ALERTA-DESDE E A DATA DA ADESAO - FATO ANTERIOR A ELA NAO
      * E AVISADO.
           02 CL-CELULAR      PIC 9(11).
           02 CL-EMAIL        PIC X(50).
           02 CL-ALERTA-CANAL PIC X(1).
               88 CL-ALERTA-SMS    VALUE 'S'.
               88 CL-ALERTA-EMAIL  VALUE 'E'.
               88 CL-ALERTA-AMBOS  VALUE 'A'.
               88 CL-SEM-ALERTA    VALUE 'N' ' '.
           02 CL-ALERTA-DEBITO PIC 9(7)V99.
           02 CL-ALERTA-CHEQUE PIC X(1).
           02 CL-ALERTA-AGENDA PIC X(1).
           02 CL-ALERTA-DESDE PIC 9(8).
