       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARRE-APLICACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLAUTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFVARR
               RECORD KEY IS VA-CONTA.

           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAPLI
               RECORD KEY IS AP-CHAVE.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               ALTERNATE RECORD KEY IS EX-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FFEXTR.

           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFBLOQ
               RECORD KEY IS BJ-CHAVE.

           SELECT SAQAGEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSAQA
               RECORD KEY IS SG-CHAVE.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMST.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFDIAM.

       DATA DIVISION.
       FILE SECTION.
       FD APLAUTO VALUE OF FILE-ID IS "APLAUTO.DAT".

       COPY aplauto.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD APLICACAO VALUE OF FILE-ID IS "APLICACAO.DAT".

       COPY aplicacao.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".

       COPY bloqjud.

       FD SAQAGEND VALUE OF FILE-ID IS "SAQAGEND.DAT".

       COPY saqagend.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD  PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       WORKING-STORAGE SECTION.
      * APLICACAO AUTOMATICA DO SALDO EXCEDENTE - RODA TODA NOITE NA
      * CADEIA DO RODA-NOTURNO E, PARA CADA CONTA ADERIDA EM
      * APLAUTO.DAT, APLICA O SALDO ACIMA DO GATILHO (VA-GATILHO)
      * NUMA APLICACAO AUTOMATICA NOVA (AP-INSTRUCAO 'A', SEM
      * VENCIMENTO) NA TAXA CORRENTE (VIGENCIA 'AP' DE TAXAHIST, OU
      * PM-TAXA-APLICACAO), DEBITANDO A CONTA COMO O APLICAR DO
      * BANCOPEL (MOVIMENTO 'S', ORIGEM 'AP').  O VALOR BLOQUEADO
      * JUDICIALMENTE FICA NA CONTA.  O RESGATE, QUANDO UM DEBITO
      * ESTOURARIA A CONTA, E DO RESGATE-AUTOMATICO.  CONTA JA
      * APLICADA NA DATA (VA-ULT-VARREDURA) NAO E APLICADA DE NOVO NO
      * REPROCESSAMENTO; CONTA SEM MOVIMENTO LIVRE (ENCERRADA,
      * BLOQUEADA, EM ESPOLIO, DORMENTE OU NAO APROVADA) FICA DE FORA.
       77 FFVARR PIC 9(02).
           88 FV-OK        VALUE 00.
           88 FV-EMPTY     VALUE 35.
           88 FV-OTHER     VALUE 99.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.

       77 FFAPLI PIC 9(02).
           88 FL-OK        VALUE 00.
           88 FL-EMPTY     VALUE 35.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-EMPTY     VALUE 35.

       77 FFBLOQ PIC 9(02).
           88 FBJ-OK       VALUE 00.
           88 FBJ-OTHER    VALUE 99.

       77 FFSAQA PIC 9(02).
           88 FSG-OK       VALUE 00.
           88 FSG-OTHER    VALUE 99.

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 PMST PIC X(2).
       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       01 FS-SDATA.
           05 SDATADMA.
               10 SDATTEMPO.
                   15 FS-SANO       PIC  9(4).
                   15 FS-SMES       PIC  9(2).
                   15 FS-SDIA       PIC  9(2).
               10 SDATAHORA.
                   15 FS-SHORA      PIC  9(2).
                   15 FS-SMIN       PIC  9(2).
                   15 FS-SSEGS      PIC  9(2).
               10 FS-SMMS           PIC  9(4).

       77 WS-HOJE            PIC 9(8) VALUE ZEROS.
       77 WS-TAXA-APLICACAO  PIC 9V9999 VALUE 0.0050.
       77 WS-TAXA-DIA        PIC 9V9999 VALUE ZEROS.
       77 WS-TEM-BLOQJUD     PIC X VALUE 'N'.
       77 WS-BJ-TOTAL        PIC 9(8)V99 VALUE ZEROS.
       77 WS-TEM-SAQAGEND    PIC X VALUE 'N'.
       77 WS-SG-TOTAL        PIC 9(8)V99 VALUE ZEROS.
       77 WS-EXCEDENTE       PIC S9(8)V99 VALUE ZEROS.
       77 WS-VALOR-APLIC     PIC 9(7)V99 VALUE ZEROS.
       77 WS-AP-GRAVOU       PIC X VALUE 'N'.
       77 WS-DOC-ATUAL       PIC 9(9) VALUE ZEROS.
       77 WS-SEQ-EXTRATO     PIC 9(4) VALUE ZEROS.

       77 WS-QT-ADERIDAS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-APLICADAS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-ABAIXO       PIC 9(6) VALUE ZEROS.
       77 WS-QT-JA-APLICADAS PIC 9(6) VALUE ZEROS.
       77 WS-QT-IGNORADAS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-FALHAS       PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-APLICADO  PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-ED        PIC Z(8)9.99.

       77 WS-AUD-OP    PIC X(10).
       77 WS-AUD-CHAVE PIC X(20).
       77 WS-AUD-DESC  PIC X(40).
       77 WS-VALOR-ED  PIC Z(6)9.99.

       77 WS-TV-CODIGO  PIC X(2) VALUE SPACES.
       77 WS-TV-DATA    PIC 9(8) VALUE ZEROS.
       77 WS-TV-TAXA    PIC 9V9999 VALUE ZEROS.
       77 WS-TV-RETORNO PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           OPEN INPUT DIAMOV
           IF FD2-OK
               READ DIAMOV
                   NOT AT END
                       MOVE DM-DATA-MOVTO TO WS-HOJE
               END-READ
               CLOSE DIAMOV
           END-IF

           PERFORM CARREGA-PARAMETROS
           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF FV-OK
               MOVE ZEROS TO VA-CONTA
               START APLAUTO KEY IS NOT LESS THAN VA-CONTA
                   INVALID KEY
                       SET FV-OTHER TO TRUE
               END-START
               PERFORM PROCESSA-ADESAO THRU END-PROCESSA-ADESAO
                   UNTIL FV-OTHER
               CLOSE APLAUTO CAD APLICACAO EXTRATO AUDITORIA
               IF WS-TEM-BLOQJUD = 'S'
                   CLOSE BLOQJUD
               END-IF
               IF WS-TEM-SAQAGEND = 'S'
                   CLOSE SAQAGEND
               END-IF
           END-IF
           PERFORM RELATORIO-FINAL
           GOBACK.

      * TAXA DA APLICACAO NOVA: A VIGENTE NA DATA DE MOVIMENTO EM
      * TAXAHIST ('AP'), OU PM-TAXA-APLICACAO, OU O PADRAO DO PRODUTO.
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF PMST = "00"
               READ PARAMETROS
                   NOT AT END
                       IF PM-TAXA-APLICACAO > 0
                           MOVE PM-TAXA-APLICACAO
                               TO WS-TAXA-APLICACAO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF
           MOVE WS-TAXA-APLICACAO TO WS-TAXA-DIA
           MOVE "AP" TO WS-TV-CODIGO
           MOVE WS-HOJE TO WS-TV-DATA
           CALL "TAXA-VIGENTE" USING WS-TV-CODIGO WS-TV-DATA
               WS-TV-TAXA WS-TV-RETORNO
           IF WS-TV-RETORNO = '0' AND WS-TV-TAXA > 0
               MOVE WS-TV-TAXA TO WS-TAXA-DIA
           END-IF.

       ABRE-ARQUIVOS.
           OPEN I-O APLAUTO
           IF FV-EMPTY
               DISPLAY "APLAUTO.DAT VAZIO - NENHUMA CONTA ADERIDA"
               SET FV-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           IF NOT FV-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR APLAUTO.DAT - FS="
                   FFVARR
               SET FV-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               CLOSE APLAUTO
               SET FV-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O APLICACAO
           IF FL-EMPTY
               OPEN OUTPUT APLICACAO
               CLOSE APLICACAO
               OPEN I-O APLICACAO
           END-IF
           IF NOT FL-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR APLICACAO.DAT - FS="
                   FFAPLI
               CLOSE APLAUTO CAD
               SET FV-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O EXTRATO
           IF FE-EMPTY
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN I-O EXTRATO
           END-IF
           OPEN INPUT BLOQJUD
           IF FBJ-OK
               MOVE 'S' TO WS-TEM-BLOQJUD
           END-IF
           OPEN INPUT SAQAGEND
           IF FSG-OK
               MOVE 'S' TO WS-TEM-SAQAGEND
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF.
       FIM-ABRE-ARQUIVOS.
           EXIT.

       PROCESSA-ADESAO.
           READ APLAUTO NEXT RECORD
               AT END
                   SET FV-OTHER TO TRUE
           END-READ
           IF NOT FV-OK
               GO END-PROCESSA-ADESAO
           END-IF
           ADD 1 TO WS-QT-ADERIDAS
           IF VA-ULT-VARREDURA = WS-HOJE
               ADD 1 TO WS-QT-JA-APLICADAS
               GO END-PROCESSA-ADESAO
           END-IF

           MOVE VA-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-READ
           IF NOT FS-OK
               ADD 1 TO WS-QT-IGNORADAS
               DISPLAY "CONTA " VA-CONTA " NAO ENCONTRADA - IGNORADA"
               GO END-PROCESSA-ADESAO
           END-IF
           IF CONTA-ENCERRADA OR CONTA-BLOQUEADA OR CONTA-ESPOLIO
               OR CONTA-DORMENTE OR CONTA-PENDENTE OR CONTA-RECUSADA
               ADD 1 TO WS-QT-IGNORADAS
               GO END-PROCESSA-ADESAO
           END-IF

           PERFORM SOMA-BLOQ-JUDICIAL THRU END-SOMA-BLOQ-JUDICIAL
           PERFORM SOMA-SAQUE-AGENDADO THRU END-SOMA-SAQUE-AGENDADO
           COMPUTE WS-EXCEDENTE = VL-SALDO - VA-GATILHO - WS-BJ-TOTAL
               - WS-SG-TOTAL
           IF WS-EXCEDENTE NOT > ZEROS
               ADD 1 TO WS-QT-ABAIXO
               GO END-PROCESSA-ADESAO
           END-IF
           MOVE WS-EXCEDENTE TO WS-VALOR-APLIC

           MOVE SPACES TO REG-APLICACAO
           MOVE CD-CONTA TO AP-CONTA
           MOVE 1 TO AP-SEQ
           MOVE CD-CPF TO AP-CPF
           MOVE WS-VALOR-APLIC TO AP-VALOR
           MOVE WS-HOJE TO AP-DATA-APLIC
           MOVE 9999 TO AP-PRAZO-DIAS
           MOVE WS-TAXA-DIA TO AP-TAXA
           SET AP-ATIVA TO TRUE
           SET AP-INSTR-AUTOMATICA TO TRUE
           MOVE 'N' TO WS-AP-GRAVOU
           PERFORM GRAVA-APLICACAO THRU END-GRAVA-APLICACAO
               UNTIL WS-AP-GRAVOU = 'S' OR AP-SEQ > 999
           IF WS-AP-GRAVOU = 'N'
               ADD 1 TO WS-QT-FALHAS
               DISPLAY "CONTA " VA-CONTA
                   " SEM NUMERO LIVRE DE APLICACAO - NAO APLICADA"
               GO END-PROCESSA-ADESAO
           END-IF

           SUBTRACT WS-VALOR-APLIC FROM VL-SALDO
           MOVE WS-VALOR-APLIC TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO

           MOVE "APLIC-AUTO" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE WS-VALOR-APLIC TO WS-VALOR-ED
           MOVE SPACES TO WS-AUD-DESC
           STRING "APLICACAO AUTOMATICA R$ " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA

           MOVE WS-HOJE TO VA-ULT-VARREDURA
           MOVE WS-VALOR-APLIC TO VA-ULT-VALOR
           REWRITE REG-APLAUTO
           END-REWRITE
           ADD 1 TO WS-QT-APLICADAS
           ADD WS-VALOR-APLIC TO WS-TOTAL-APLICADO.
       END-PROCESSA-ADESAO.

       GRAVA-APLICACAO.
           WRITE REG-APLICACAO
               INVALID KEY
                   ADD 1 TO AP-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-AP-GRAVOU
           END-WRITE.
       END-GRAVA-APLICACAO.

      * SOMA DOS BLOQUEIOS JUDICIAIS ATIVOS DA CONTA - ESSE VALOR NAO
      * PODE SAIR DA CONTA, NEM PARA APLICACAO.
       SOMA-BLOQ-JUDICIAL.
           MOVE ZEROS TO WS-BJ-TOTAL
           IF WS-TEM-BLOQJUD = 'N'
               GO END-SOMA-BLOQ-JUDICIAL
           END-IF
           MOVE CD-CONTA TO BJ-CONTA
           MOVE ZEROS TO BJ-SEQ
           START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
               INVALID KEY
                   MOVE 99 TO FFBLOQ
           END-START
           PERFORM SOMA-UM-BLOQUEIO THRU END-SOMA-UM-BLOQUEIO
               UNTIL FBJ-OTHER
           MOVE ZEROS TO FFBLOQ.
       END-SOMA-BLOQ-JUDICIAL.

       SOMA-UM-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE 99 TO FFBLOQ
           END-READ
           IF FBJ-OK AND BJ-CONTA NOT = CD-CONTA
               MOVE 99 TO FFBLOQ
           END-IF
           IF FBJ-OK AND BJ-ATIVO
               ADD BJ-VALOR TO WS-BJ-TOTAL
           END-IF.
       END-SOMA-UM-BLOQUEIO.

      * SOMA DOS SAQUES AGENDADOS ATIVOS DA CONTA - O DINHEIRO
      * RESERVADO PARA O GUICHE TAMBEM NAO VAI PARA A APLICACAO.
       SOMA-SAQUE-AGENDADO.
           MOVE ZEROS TO WS-SG-TOTAL
           IF WS-TEM-SAQAGEND = 'N'
               GO END-SOMA-SAQUE-AGENDADO
           END-IF
           MOVE CD-CONTA TO SG-CONTA
           MOVE ZEROS TO SG-DATA-SAQUE
           START SAQAGEND KEY IS NOT LESS THAN SG-CHAVE
               INVALID KEY
                   MOVE 99 TO FFSAQA
           END-START
           PERFORM SOMA-UM-SAQUE-AGENDADO
               THRU END-SOMA-UM-SAQUE-AGENDADO
               UNTIL FSG-OTHER
           MOVE ZEROS TO FFSAQA.
       END-SOMA-SAQUE-AGENDADO.

       SOMA-UM-SAQUE-AGENDADO.
           READ SAQAGEND NEXT RECORD
               AT END
                   MOVE 99 TO FFSAQA
           END-READ
           IF FSG-OK AND SG-CONTA NOT = CD-CONTA
               MOVE 99 TO FFSAQA
           END-IF
           IF FSG-OK AND SG-AGENDADO
               ADD SG-VALOR TO WS-SG-TOTAL
           END-IF.
       END-SOMA-UM-SAQUE-AGENDADO.

       GRAVA-EXTRATO.
           CALL "SEQ-DOCUMENTO" USING WS-DOC-ATUAL
           MOVE WS-DOC-ATUAL TO EX-DOCUMENTO
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE CD-CPF TO EX-CPF
           MOVE FS-SANO TO EX-DATAHORA(1:4)
           MOVE FS-SMES TO EX-DATAHORA(5:2)
           MOVE FS-SDIA TO EX-DATAHORA(7:2)
           MOVE FS-SHORA TO EX-DATAHORA(9:2)
           MOVE FS-SMIN TO EX-DATAHORA(11:2)
           MOVE FS-SSEGS TO EX-DATAHORA(13:2)
           ADD 1 TO WS-SEQ-EXTRATO
           MOVE WS-SEQ-EXTRATO TO EX-MS
           MOVE CD-CONTA TO EX-CONTA
           MOVE 'S' TO EX-TIPO
           MOVE WS-VALOR-APLIC TO EX-VALOR
           MOVE VL-SALDO TO EX-SALDO-APOS
           MOVE WS-HOJE TO EX-DATA-MOVTO
           MOVE 'AP' TO EX-ORIGEM
           MOVE SPACES TO EX-OPERADOR
           WRITE REG-EXTRATO
               INVALID KEY
                   CONTINUE
           END-WRITE.
       END-GRAVA-EXTRATO.

       GRAVA-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "VARRE-APLICACAO" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           IF WS-DOC-ATUAL > 0
               MOVE SPACES TO AUD-DESCRICAO
               STRING WS-AUD-DESC DELIMITED BY "  "
                   " DOC " DELIMITED BY SIZE
                   WS-DOC-ATUAL DELIMITED BY SIZE
                   INTO AUD-DESCRICAO
               MOVE ZEROS TO WS-DOC-ATUAL
           ELSE
               MOVE WS-AUD-DESC TO AUD-DESCRICAO
           END-IF
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L".
       END-GRAVA-AUDITORIA.

       RELATORIO-FINAL.
           MOVE WS-TOTAL-APLICADO TO WS-TOTAL-ED
           DISPLAY "APLICACAO AUTOMATICA - " WS-HOJE
           DISPLAY "CONTAS ADERIDAS......: " WS-QT-ADERIDAS
           DISPLAY "CONTAS APLICADAS.....: " WS-QT-APLICADAS
           DISPLAY "ABAIXO DO GATILHO....: " WS-QT-ABAIXO
           DISPLAY "JA APLICADAS NO DIA..: " WS-QT-JA-APLICADAS
           DISPLAY "CONTAS IGNORADAS.....: " WS-QT-IGNORADAS
           DISPLAY "FALHAS...............: " WS-QT-FALHAS
           DISPLAY "TOTAL APLICADO....R$ " WS-TOTAL-ED.

       END PROGRAM VARRE-APLICACAO.
