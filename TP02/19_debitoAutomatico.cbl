      * O DIA DE HOJE, GRAVANDO O MOVIMENTO 'S' EM EXTRATO.DAT E A
      * LINHA EM AUDITORIA.DAT.  CONTAS BLOQUEADAS, ADESOES DE VALOR
      * VARIAVEL E DEBITOS QUE ESTOURARIAM O LIMITE SAO PULADOS E
      * APONTADOS UM A UM NO RELATORIO.  DEBITO QUE DEIXARIA O SALDO
      * NEGATIVO RESGATA ANTES A APLICACAO AUTOMATICA DA CONTA.
       77 FFCONV PIC 9(02).
           88 FV-OK        VALUE 00.
           88 FV-EMPTY     VALUE 35.
       77 WS-SALDO-APOS      PIC S9(8)V99 VALUE ZEROS.
       77 WS-DOC-ATUAL       PIC 9(9) VALUE ZEROS.
       77 WS-SEQ-EXTRATO     PIC 9(4) VALUE ZEROS.
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

       77 WS-AUD-OP    PIC X(10).
       77 WS-AUD-CHAVE PIC X(20).
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
               COMPUTE WS-SALDO-APOS = VL-SALDO - WS-VALOR-DEBITO
               IF WS-SALDO-APOS < 0
                   MOVE WS-VALOR-DEBITO TO WS-RA-NECESSARIO
                   PERFORM SIMULA-RESGATE THRU END-SIMULA-RESGATE
               END-IF
               IF WS-SALDO-APOS + WS-RA-LIQUIDO < 0 - VL-LIMITE
                   MOVE "LIMITE INSUFICIENTE" TO WS-MOTIVO
               END-IF
           END-IF
               GO END-DEBITA-CONVENIO
           END-IF

           IF WS-RA-LIQUIDO > 0
               PERFORM RESGATA-AUTOMATICO THRU END-RESGATA-AUTOMATICO
               COMPUTE WS-SALDO-APOS = VL-SALDO - WS-VALOR-DEBITO
           END-IF
           MOVE WS-SALDO-APOS TO VL-SALDO
           MOVE WS-VALOR-DEBITO TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           END-IF.
       END-BUSCA-FATURA-MES.

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
