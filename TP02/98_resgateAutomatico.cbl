       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESGATE-AUTOMATICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFAPLI
               RECORD KEY IS AP-CHAVE.

           SELECT IRRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFIRRF
               RECORD KEY IS IR-ANOMES.

       DATA DIVISION.
       FILE SECTION.
       FD APLICACAO VALUE OF FILE-ID IS "APLICACAO.DAT".

       COPY aplicacao.

       FD IRRF VALUE OF FILE-ID IS "IRRF.DAT".

       COPY ir.

       WORKING-STORAGE SECTION.
      * RESGATE AUTOMATICO DAS APLICACOES AUTOMATICAS DE UMA CONTA
      * (AP-INSTRUCAO 'A', GRAVADAS PELO VARRE-APLICACAO) PARA COBRIR
      * UM DEBITO QUE ESTOURARIA A CONTA.  CHAMADO PELO SAQUE DO
      * BANCOPEL, PELO DEBITO-AUTOMATICO E PELO COBRA-EMPRESTIMO.
      *
      * LK-NECESSARIO E O VALOR LIQUIDO QUE PRECISA CAIR NA CONTA.
      * AS APLICACOES SAO RESGATADAS NA ORDEM DA CHAVE (A MAIS ANTIGA
      * PRIMEIRO); A ULTIMA PODE SAIR EM PARTE, COM O PRINCIPAL
      * CALCULADO PARA O LIQUIDO (PRINCIPAL + JUROS - IR) COBRIR O
      * QUE FALTA, E O RESTO FICA APLICADO NA MESMA DATA E TAXA.
      * JUROS PRO-RATA PELOS DIAS CORRIDOS (BASE 30), COMO O RESGATAR
      * DO BANCOPEL, E IR NA FONTE PELA TABELA REGRESSIVA DOS DIAS
      * APLICADOS (ATE 180 DIAS 22,5%; 181-360 20%; 361-720 17,5%;
      * ACIMA 15%), ACUMULADO AQUI NO RAZAO IRRF.DAT.
      *
      * LK-MODO 'S' SO SIMULA (NADA E GRAVADO) - O CHAMADOR DESCOBRE
      * QUANTO DA PARA COBRIR ANTES DE DECIDIR O DEBITO; 'R' RESGATA.
      * O CHAMADOR CREDITA NA CONTA E GRAVA NO EXTRATO O PRINCIPAL
      * ('RG'), OS JUROS ('RJ') E O IR ('IR') DEVOLVIDOS.
      *
      * LK-RETORNO: '0' RESGATE (OU SIMULACAO) COM VALOR; '1' A CONTA
      * NAO TEM APLICACAO AUTOMATICA ATIVA; '2' APLICACAO.DAT
      * INDISPONIVEL.
       77 FFAPLI PIC 9(02).
           88 FL-OK        VALUE 00.
           88 FL-EMPTY     VALUE 35.
           88 FL-OTHER     VALUE 99.

       77 FFIRRF PIC 9(02).
           88 FIR-OK       VALUE 00.
           88 FIR-EMPTY    VALUE 35.

       77 WS-FALTA           PIC 9(7)V99 VALUE ZEROS.
       77 WS-DIAS            PIC S9(8) VALUE ZEROS.
       77 WS-ALIQ-IR         PIC 9V9999 VALUE ZEROS.
       77 WS-FATOR           PIC 9(3)V9(8) VALUE ZEROS.
       77 WS-PRINCIPAL       PIC 9(7)V99 VALUE ZEROS.
       77 WS-JUROS           PIC 9(7)V99 VALUE ZEROS.
       77 WS-VALOR-IR        PIC 9(7)V99 VALUE ZEROS.
       77 WS-LIQUIDO         PIC 9(8)V99 VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * JORNAL DE ATUALIZACOES: CHAMADO PELO SAQUE DO BANCOPEL, O
      * RESGATE ENTRA NO JORNAL DA SESSAO DE TELA; CHAMADO PELO
      * BATCH, O JORNAL IGNORA.
       77 WS-JN-ARQUIVO   PIC X(10) VALUE SPACES.
       77 WS-JN-STATUS    PIC X(2) VALUE SPACES.
       01 WS-JN-REGISTRO  PIC X(220) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-PEDIDO.
           02 LK-CONTA        PIC 9(5).
           02 LK-DATA         PIC 9(8).
           02 LK-MODO         PIC X(1).
               88 LK-SIMULA      VALUE 'S'.
               88 LK-RESGATA     VALUE 'R'.
           02 LK-NECESSARIO   PIC 9(7)V99.
       01 LK-RESULTADO.
           02 LK-PRINCIPAL    PIC 9(7)V99.
           02 LK-JUROS        PIC 9(7)V99.
           02 LK-IR           PIC 9(7)V99.
           02 LK-LIQUIDO      PIC 9(7)V99.
           02 LK-QT-APLIC     PIC 9(3).
       01 LK-RETORNO          PIC X(1).

       PROCEDURE DIVISION USING LK-PEDIDO LK-RESULTADO LK-RETORNO.
       INICIO.
           MOVE ZEROS TO LK-PRINCIPAL LK-JUROS LK-IR LK-LIQUIDO
               LK-QT-APLIC
           MOVE LK-NECESSARIO TO WS-FALTA

           IF LK-RESGATA
               OPEN I-O APLICACAO
           ELSE
               OPEN INPUT APLICACAO
           END-IF
           IF FL-EMPTY
               MOVE '1' TO LK-RETORNO
               GOBACK
           END-IF
           IF NOT FL-OK
               MOVE '2' TO LK-RETORNO
               GOBACK
           END-IF

           MOVE LK-CONTA TO AP-CONTA
           MOVE ZEROS TO AP-SEQ
           START APLICACAO KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   SET FL-OTHER TO TRUE
           END-START
           PERFORM RESGATA-APLICACAO THRU END-RESGATA-APLICACAO
               UNTIL FL-OTHER OR WS-FALTA = ZEROS
           CLOSE APLICACAO

           IF LK-QT-APLIC = ZEROS
               MOVE '1' TO LK-RETORNO
               GOBACK
           END-IF
           IF LK-RESGATA AND LK-IR > 0
               PERFORM ACUMULA-IRRF THRU END-ACUMULA-IRRF
           END-IF
           MOVE '0' TO LK-RETORNO
           GOBACK.

       RESGATA-APLICACAO.
           READ APLICACAO NEXT RECORD
               AT END
                   SET FL-OTHER TO TRUE
           END-READ
           IF FL-OK AND AP-CONTA NOT = LK-CONTA
               SET FL-OTHER TO TRUE
           END-IF
           IF NOT FL-OK
               GO END-RESGATA-APLICACAO
           END-IF
           IF NOT AP-ATIVA OR NOT AP-INSTR-AUTOMATICA
               GO END-RESGATA-APLICACAO
           END-IF

           MOVE "DF" TO WS-SV-FUNCAO
           MOVE AP-DATA-APLIC TO WS-SV-DATA-1
           MOVE LK-DATA TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO WS-DIAS
           IF WS-DIAS < 0
               MOVE ZEROS TO WS-DIAS
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS <= 180
                   MOVE 0.2250 TO WS-ALIQ-IR
               WHEN WS-DIAS <= 360
                   MOVE 0.2000 TO WS-ALIQ-IR
               WHEN WS-DIAS <= 720
                   MOVE 0.1750 TO WS-ALIQ-IR
               WHEN OTHER
                   MOVE 0.1500 TO WS-ALIQ-IR
           END-EVALUATE

      *    A APLICACAO INTEIRA COBRE O QUE FALTA?  SENAO, O PRINCIPAL
      *    SAI PELO FATOR LIQUIDO (1 + JUROS DO PERIODO MENOS O IR) E
      *    SOBE DE CENTAVO EM CENTAVO ATE O ARREDONDAMENTO FECHAR.
           MOVE AP-VALOR TO WS-PRINCIPAL
           PERFORM CALCULA-LIQUIDO THRU END-CALCULA-LIQUIDO
           IF WS-LIQUIDO > WS-FALTA
               COMPUTE WS-FATOR =
                   1 + AP-TAXA * WS-DIAS / 30 * (1 - WS-ALIQ-IR)
               COMPUTE WS-PRINCIPAL ROUNDED = WS-FALTA / WS-FATOR
               PERFORM CALCULA-LIQUIDO THRU END-CALCULA-LIQUIDO
               PERFORM AJUSTA-PRINCIPAL THRU END-AJUSTA-PRINCIPAL
                   UNTIL WS-LIQUIDO NOT < WS-FALTA
                      OR WS-PRINCIPAL NOT < AP-VALOR
           END-IF

           ADD 1 TO LK-QT-APLIC
           ADD WS-PRINCIPAL TO LK-PRINCIPAL
           ADD WS-JUROS TO LK-JUROS
           ADD WS-VALOR-IR TO LK-IR
           ADD WS-LIQUIDO TO LK-LIQUIDO
           IF WS-LIQUIDO NOT < WS-FALTA
               MOVE ZEROS TO WS-FALTA
           ELSE
               SUBTRACT WS-LIQUIDO FROM WS-FALTA
           END-IF

           IF LK-SIMULA
               GO END-RESGATA-APLICACAO
           END-IF
           IF WS-PRINCIPAL NOT < AP-VALOR
               SET AP-RESGATADA TO TRUE
           ELSE
               SUBTRACT WS-PRINCIPAL FROM AP-VALOR
           END-IF
           MOVE "APLICACAO" TO WS-JN-ARQUIVO
           MOVE REG-APLICACAO TO WS-JN-REGISTRO
           CALL "JORNAL" USING BY CONTENT "A"
               BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO WS-JN-STATUS
           REWRITE REG-APLICACAO
           END-REWRITE
           MOVE FFAPLI TO WS-JN-STATUS
           CALL "JORNAL" USING BY CONTENT "R"
               BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO WS-JN-STATUS.
       END-RESGATA-APLICACAO.

       CALCULA-LIQUIDO.
           COMPUTE WS-JUROS ROUNDED =
               WS-PRINCIPAL * AP-TAXA * WS-DIAS / 30
           COMPUTE WS-VALOR-IR ROUNDED = WS-JUROS * WS-ALIQ-IR
           COMPUTE WS-LIQUIDO = WS-PRINCIPAL + WS-JUROS - WS-VALOR-IR.
       END-CALCULA-LIQUIDO.

       AJUSTA-PRINCIPAL.
           ADD 0.01 TO WS-PRINCIPAL
           IF WS-PRINCIPAL > AP-VALOR
               MOVE AP-VALOR TO WS-PRINCIPAL
           END-IF
           PERFORM CALCULA-LIQUIDO THRU END-CALCULA-LIQUIDO.
       END-AJUSTA-PRINCIPAL.

      * A RETENCAO DO RESGATE ENTRA NO RAZAO MENSAL IRRF.DAT COMO UM
      * MOVIMENTO SO (O CHAMADOR GRAVA UMA LINHA 'IR' NO EXTRATO).
       ACUMULA-IRRF.
           OPEN I-O IRRF
           IF FIR-EMPTY
               OPEN OUTPUT IRRF
               CLOSE IRRF
               OPEN I-O IRRF
           END-IF
           IF NOT FIR-OK
               GO END-ACUMULA-IRRF
           END-IF
           MOVE "IRRF" TO WS-JN-ARQUIVO
           MOVE LK-DATA(1:6) TO IR-ANOMES
           READ IRRF
               INVALID KEY
                   MOVE LK-DATA(1:6) TO IR-ANOMES
                   MOVE 1 TO IR-QT-MOVTOS
                   MOVE LK-IR TO IR-TOTAL
                   MOVE REG-IR TO WS-JN-REGISTRO
                   CALL "JORNAL" USING BY CONTENT "A"
                       BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO
                       WS-JN-STATUS
                   WRITE REG-IR
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE FFIRRF TO WS-JN-STATUS
                   CALL "JORNAL" USING BY CONTENT "W"
                       BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO
                       WS-JN-STATUS
               NOT INVALID KEY
                   ADD 1 TO IR-QT-MOVTOS
                   ADD LK-IR TO IR-TOTAL
                   MOVE REG-IR TO WS-JN-REGISTRO
                   CALL "JORNAL" USING BY CONTENT "A"
                       BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO
                       WS-JN-STATUS
                   REWRITE REG-IR
                   MOVE FFIRRF TO WS-JN-STATUS
                   CALL "JORNAL" USING BY CONTENT "R"
                       BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO
                       WS-JN-STATUS
           END-READ
           CLOSE IRRF.
       END-ACUMULA-IRRF.

       END PROGRAM RESGATE-AUTOMATICO.
