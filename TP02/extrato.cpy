      *        DE TARIFA; REGISTRO ANTERIOR A ESTA ORIGEM SAIU 'TX'
      *        E O INFORME O MOSTRA NO BOLSO INDIVISO TAXAS+IOF
               88 EX-ORIG-IOF VALUE 'IO'.
      *   CT = COMPRA OU SAQUE EM TERMINAL COM CARTAO DE DEBITO,
      *        POSTADO PELO AUTORIZA-CARTAO A PARTIR DO ARQUIVO DE
      *        AUTORIZACOES DA BANDEIRA; ENTRA NO TETO DIARIO
               88 EX-ORIG-CARTAO VALUE 'CT'.
      *   RA = REPASSE DO CONVENIO DE ARRECADACAO DA LOJA CREDITADO
      *        NA PM-CONTA-LOJA PELO GERA-REPASSE, QUE JA FAZ O
      *        LANCAMENTO CONTABIL (TRANSITO x DEPOSITOS) - RODA
      *        DEPOIS DO CONTABILIZA-DIA, QUE PULA ESTA ORIGEM
               88 EX-ORIG-REPASSE VALUE 'RA'.
      *   EL = PRINCIPAL DE EMPRESTIMO LIBERADO NA CONTA (CONTRATACAO
      *        E JUROS/MULTA INCORPORADOS NA RENEGOCIACAO)
      *   EA = AMORTIZACAO DO PRINCIPAL DO EMPRESTIMO (PARTE DA
      *        PARCELA COBRADA OU DA QUITACAO ANTECIPADA)
      *   EJ = JUROS DO EMPRESTIMO (O RESTANTE DA PARCELA)
      *   AP = VALOR DEBITADO PARA UMA APLICACAO A PRAZO (MANUAL, A
      *        VARREDURA DO SALDO E A RENOVACAO COM OS RENDIMENTOS)
      *   AJ = RENDIMENTO CAPITALIZADO NA RENOVACAO COM OS JUROS -
      *        CREDITADO E REAPLICADO ('AP') NA MESMA HORA; NAO E
      *        RENDIMENTO PAGO ('RJ') E NAO VAI AO INFORME
      *   SEPARADOS DO 'TF' PARA O CONTABILIZA-DIA LANCAR CONTRA
      *   EMPRESTIMOS A RECEBER (10003) E APLICACOES (20002)
               88 EX-ORIG-EMPREST-LIB   VALUE 'EL'.
               88 EX-ORIG-EMPREST-AMORT VALUE 'EA'.
               88 EX-ORIG-EMPREST-JUROS VALUE 'EJ'.
               88 EX-ORIG-APLICACAO     VALUE 'AP'.
               88 EX-ORIG-REND-CAPITAL  VALUE 'AJ'.
      * OPERADOR QUE ATENDEU O MOVIMENTO NO GUICHE (ID DO LOGON DO
      * BANCOPEL), PARA O FECHAMENTO-CAIXA CONFERIR A GAVETA DE CADA
      * OPERADOR EM SEPARADO QUANDO HA PASSAGEM DE CAIXA NO MEIO DO
