      * RESPEITANDO O LIMITE DE CHEQUE ESPECIAL DA CONTA.  PARCELAS
      * QUE NAO PUDERAM SER COBRADAS SAEM NO RELATORIO DE
      * INADIMPLENCIA (INADIMPL.TXT), NOS MOLDES DE ESTBAIXO.TXT.
      * PARCELA QUE DEIXARIA O SALDO NEGATIVO RESGATA ANTES A
      * APLICACAO AUTOMATICA DA CONTA.
       77 FFEMPR PIC 9(02).
           88 FM-OK        VALUE 00.
           88 FM-EMPTY     VALUE 35.
       77 WS-SALDO-APOS      PIC S9(8)V99 VALUE ZEROS.
       77 WS-DOC-ATUAL       PIC 9(9) VALUE ZEROS.
       77 WS-SEQ-EXTRATO     PIC 9(4) VALUE ZEROS.
      * A PARCELA SAI NO EXTRATO EM DUAS LINHAS: A COTA DE PRINCIPAL
      * AMORTIZADA ('EA' - O PRINCIPAL EM ABERTO ANTES MENOS O DEPOIS,
      * NA MESMA CONTA DA CONCILIA-RAZAO) E O RESTO, JUROS ('EJ').
       77 WS-ABERTO-ANTES    PIC 9(7)V99 VALUE ZEROS.
       77 WS-ABERTO-DEPOIS   PIC 9(7)V99 VALUE ZEROS.
       77 WS-AMORTIZACAO     PIC 9(7)V99 VALUE ZEROS.
       77 WS-JUROS-PARCELA   PIC 9(7)V99 VALUE ZEROS.
      * RESGATE DA APLICACAO AUTOMATICA DA CONTA (RESGATE-AUTOMATICO)
      * QUANDO O DEBITO ESTOURARIA O SALDO: SIMULA ANTES DE CONFERIR
      * O LIMITE E RESGATA SO SE O DEBITO FOR MESMO FEITO.
       01 WS-RA-PEDIDO.
           02 WS-RA-CONTA      PIC 9(5).
           02 WS-RA-DATA       PIC 9(8).
           02 WS-RA-MODO       PIC X(1).
           02 WS-RA-NECESSARIO PIC 9(7)V99.
       01 WS-RA-RESULTADO.
           02 WS-RA-PRINCIPAL  PIC 9(7)V99.
           02 WS-RA-JUROS      PIC 9(7)V99.
           02 WS-RA-IR         PIC 9(7)V99.
           02 WS-RA-LIQUIDO    PIC 9(7)V99.
           02 WS-RA-QT-APLIC   PIC 9(3).
       01 WS-RA-RETORNO        PIC X(1).
       77 WS-EX-ORIGEM         PIC X(2) VALUE 'TF'.
       77 WS-RA-VALOR-ED       PIC Z(6)9.99.

       01 LINHA-DETALHE.
           02 LD-CONTA     PIC ZZZZ9.
       01 WS-SV-LOCAL.
           02 WS-SV-LOCAL-UF  PIC X(2) VALUE SPACES.
           02 WS-SV-LOCAL-MUN PIC X(19) VALUE SPACES.
      * BAIXA DA NEGATIVACAO QUANDO A PARCELA PAGA TIRA O CONTRATO
      * DO ATRASO (BAIXA-NEGATIVACAO).  CONTRATO = CONTA * 1000 + SEQ.
       01 WS-NG-CHAVE.
           02 WS-NG-CPF       PIC 9(11).
           02 WS-NG-ORIGEM    PIC X(1).
           02 WS-NG-CONTRATO  PIC 9(8).
       01 WS-NG-ATRASO        PIC S9(6) VALUE ZEROS.
       01 WS-NG-RETORNO       PIC X(1) VALUE SPACE.
       77 FFAGMA PIC 9(02).
           88 AG-OK        VALUE 00.
       77 WS-TEM-AGMASTER PIC X VALUE 'N'.
           IF WS-MOTIVO = SPACES AND CONTA-BLOQUEADA
               MOVE "CONTA BLOQUEADA" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES AND CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               AND (CONTA-PENDENTE OR CONTA-RECUSADA)
               MOVE "CONTA NAO APROVADA" TO WS-MOTIVO
           END-IF
           MOVE ZEROS TO WS-RA-LIQUIDO
           IF WS-MOTIVO = SPACES
               COMPUTE WS-SALDO-APOS = VL-SALDO - EM-VALOR-PARCELA
               IF WS-SALDO-APOS < 0
                   MOVE EM-VALOR-PARCELA TO WS-RA-NECESSARIO
                   PERFORM SIMULA-RESGATE THRU END-SIMULA-RESGATE
               END-IF
               IF WS-SALDO-APOS + WS-RA-LIQUIDO < 0 - VL-LIMITE
                   MOVE "LIMITE INSUFICIENTE" TO WS-MOTIVO
               END-IF
           END-IF
               GO END-COBRA-PARCELA
           END-IF

           IF WS-RA-LIQUIDO > 0
               PERFORM RESGATA-AUTOMATICO THRU END-RESGATA-AUTOMATICO
               COMPUTE WS-SALDO-APOS = VL-SALDO - EM-VALOR-PARCELA
           END-IF
           PERFORM SEPARA-PARCELA
           SUBTRACT WS-AMORTIZACAO FROM VL-SALDO
           MOVE 'S' TO EX-TIPO
           MOVE WS-AMORTIZACAO TO EX-VALOR
           MOVE 'EA' TO WS-EX-ORIGEM
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           IF WS-JUROS-PARCELA > 0
               MOVE WS-SALDO-APOS TO VL-SALDO
               MOVE 'S' TO EX-TIPO
               MOVE WS-JUROS-PARCELA TO EX-VALOR
               MOVE 'EJ' TO WS-EX-ORIGEM
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           END-IF
           MOVE WS-SALDO-APOS TO VL-SALDO
           MOVE EM-VALOR-PARCELA TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           REWRITE CADASTRO-REGISTRO

           ADD 1 TO EM-PARCELAS-PAGAS
           IF EM-PARCELAS-PAGAS >= EM-QT-PARCELAS
               SET EM-QUITADO TO TRUE
               ADD 1 TO WS-QUITADOS
           END-IF
      *    NO SAC A PROXIMA PARCELA CAI COM O SALDO AMORTIZADO.
           IF EM-SAC AND EM-ATIVO
               COMPUTE EM-VALOR-PARCELA ROUNDED = (EM-PRINCIPAL
                   + EM-PRINCIPAL * EM-TAXA
                   * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS))
                   / EM-QT-PARCELAS
           END-IF
           REWRITE REG-EMPRESTIMO
           ADD 1 TO WS-COBRADAS
           MOVE "PARCELA" TO WS-AUD-OP
           MOVE EM-CPF TO WS-AUD-CHAVE
           MOVE "PARCELA DE EMPRESTIMO COBRADA" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           PERFORM VERIFICA-NEGATIVACAO THRU END-VERIFICA-NEGATIVACAO.
       END-COBRA-PARCELA.

      * COTA DE PRINCIPAL E JUROS DA PARCELA QUE VAI SER PAGA.  A
      * SOMA DAS COTAS FECHA NO PRINCIPAL DO CONTRATO NA ULTIMA
      * PARCELA; SE O ARREDONDAMENTO DEIXAR A COTA MAIOR QUE A
      * PARCELA, A PARCELA INTEIRA E PRINCIPAL.
       SEPARA-PARCELA.
           COMPUTE WS-ABERTO-ANTES ROUNDED = EM-PRINCIPAL
               * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS) / EM-QT-PARCELAS
           COMPUTE WS-ABERTO-DEPOIS ROUNDED = EM-PRINCIPAL
               * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS - 1)
               / EM-QT-PARCELAS
           COMPUTE WS-AMORTIZACAO = WS-ABERTO-ANTES - WS-ABERTO-DEPOIS
           IF WS-AMORTIZACAO > EM-VALOR-PARCELA
               MOVE EM-VALOR-PARCELA TO WS-AMORTIZACAO
           END-IF
           COMPUTE WS-JUROS-PARCELA =
               EM-VALOR-PARCELA - WS-AMORTIZACAO.

      * ATRASO QUE SOBRA DEPOIS DA PARCELA PAGA, PELO CRITERIO DO
      * NEGATIVA-DEVEDORES; ABAIXO DO LIMITE O BAIXA-NEGATIVACAO TIRA
      * O AVISO OU A INCLUSAO NO BUREAU NA HORA.
       VERIFICA-NEGATIVACAO.
           MOVE ZEROS TO WS-NG-ATRASO
           IF NOT EM-QUITADO
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE EM-DATA-CONTRATO TO WS-SV-DATA-1
               MOVE WS-HOJE-AMD TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               COMPUTE WS-NG-ATRASO = WS-SV-RESULTADO
                   - (EM-PARCELAS-PAGAS + 1) * 30
               IF WS-NG-ATRASO < 0
                   MOVE ZEROS TO WS-NG-ATRASO
               END-IF
           END-IF
           MOVE EM-CPF TO WS-NG-CPF
           MOVE 'E' TO WS-NG-ORIGEM
           COMPUTE WS-NG-CONTRATO = EM-CONTA * 1000 + EM-SEQ
           CALL "BAIXA-NEGATIVACAO" USING WS-NG-CHAVE WS-NG-ATRASO
               WS-NG-RETORNO
           IF WS-NG-RETORNO = 'B' OR WS-NG-RETORNO = 'C'
               MOVE "NEG-BAIXA" TO WS-AUD-OP
               MOVE EM-CPF TO WS-AUD-CHAVE
               IF WS-NG-RETORNO = 'B'
                   MOVE "PAGAMENTO - EXCLUIDO DO BUREAU"
                       TO WS-AUD-DESC
               ELSE
                   MOVE "PAGAMENTO - AVISO DE NEGATIVACAO BAIXADO"
                       TO WS-AUD-DESC
               END-IF
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF.
       END-VERIFICA-NEGATIVACAO.

      * QUANTO A APLICACAO AUTOMATICA DA CONTA COBRE DO QUE O DEBITO
      * TIRARIA ABAIXO DE ZERO (SO O DEBITO - SALDO JA NEGATIVO NAO
      * E COBERTO AQUI).  ENTRADA: WS-SALDO-APOS E O VALOR DO DEBITO
      * EM WS-RA-NECESSARIO; SAIDA: WS-RA-LIQUIDO.
       SIMULA-RESGATE.
           IF 0 - WS-SALDO-APOS < WS-RA-NECESSARIO
               COMPUTE WS-RA-NECESSARIO = 0 - WS-SALDO-APOS
           END-IF
           MOVE CD-CONTA TO WS-RA-CONTA
           MOVE WS-HOJE-AMD TO WS-RA-DATA
           MOVE 'S' TO WS-RA-MODO
           CALL "RESGATE-AUTOMATICO" USING WS-RA-PEDIDO
               WS-RA-RESULTADO WS-RA-RETORNO
           IF WS-RA-RETORNO NOT = '0'
               MOVE ZEROS TO WS-RA-LIQUIDO
           END-IF.
       END-SIMULA-RESGATE.

      * RESGATA DE VERDADE O QUE A SIMULACAO ACHOU E CREDITA NA CONTA
      * EM LINHAS SEPARADAS DO EXTRATO, COMO O RESGATAR DO BANCOPEL:
      * PRINCIPAL ('RG'), RENDIMENTO ('RJ') E O IR RETIDO ('IR', JA
      * ACUMULADO NO IRRF.DAT PELO RESGATE-AUTOMATICO).
       RESGATA-AUTOMATICO.
           MOVE 'R' TO WS-RA-MODO
           CALL "RESGATE-AUTOMATICO" USING WS-RA-PEDIDO
               WS-RA-RESULTADO WS-RA-RETORNO
           IF WS-RA-RETORNO NOT = '0'
               GO END-RESGATA-AUTOMATICO
           END-IF
           ADD WS-RA-PRINCIPAL TO VL-SALDO
           MOVE 'D' TO EX-TIPO
           MOVE WS-RA-PRINCIPAL TO EX-VALOR
           MOVE 'RG' TO WS-EX-ORIGEM
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           IF WS-RA-JUROS > 0
               ADD WS-RA-JUROS TO VL-SALDO
               MOVE 'D' TO EX-TIPO
               MOVE WS-RA-JUROS TO EX-VALOR
               MOVE 'RJ' TO WS-EX-ORIGEM
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           END-IF
           IF WS-RA-IR > 0
               SUBTRACT WS-RA-IR FROM VL-SALDO
               MOVE 'S' TO EX-TIPO
               MOVE WS-RA-IR TO EX-VALOR
               MOVE 'IR' TO WS-EX-ORIGEM
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           END-IF
           MOVE "RESG-AUTO" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE WS-RA-LIQUIDO TO WS-RA-VALOR-ED
           MOVE SPACES TO WS-AUD-DESC
           STRING "RESGATE AUTOMATICO R$ " WS-RA-VALOR-ED
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       END-RESGATA-AUTOMATICO.

       GRAVA-EXTRATO.
           CALL "SEQ-DOCUMENTO" USING WS-DOC-ATUAL
           MOVE WS-DOC-ATUAL TO EX-DOCUMENTO
           MOVE CD-CONTA TO EX-CONTA
           MOVE VL-SALDO TO EX-SALDO-APOS
           MOVE SDATTEMPO TO EX-DATA-MOVTO
           MOVE WS-EX-ORIGEM TO EX-ORIGEM
           MOVE 'TF' TO WS-EX-ORIGEM
           MOVE SPACES TO EX-OPERADOR
           WRITE REG-EXTRATO
               INVALID KEY
