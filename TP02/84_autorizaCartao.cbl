       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZA-CARTAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTORIZA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACST.

           SELECT CARTAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCART
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-CONTA WITH DUPLICATES.

           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

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

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFPARM.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFDIAM.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT REJEITADOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RJST.

       DATA DIVISION.
       FILE SECTION.
      * ARQUIVO DE AUTORIZACOES DO DIA ENTREGUE PELA BANDEIRA DO
      * CARTAO DE DEBITO, EM COLUNAS FIXAS COMO O DA CAMARA (0 =
      * HEADER, 1 = DETALHE, 9 = TRAILER).  DETALHE (TIPO 1),
      * POSICOES:
      *   COL 01      TIPO DE REGISTRO ("1")
      *   COL 02-17   NUMERO DO CARTAO       (9(16))
      *   COL 18-23   VALIDADE INFORMADA     (9(06) AAAAMM)
      *   COL 24      TRANSACAO: C = COMPRA NO ESTABELECIMENTO,
      *                          S = SAQUE NO TERMINAL (ATM)
      *   COL 25-36   VALOR EM CENTAVOS      (9(10)V99)
      *   COL 37-44   DATA DA AUTORIZACAO    (9(08) AAAAMMDD)
      *   COL 45-50   HORA DA AUTORIZACAO    (9(06) HHMMSS)
      *   COL 51-56   CODIGO DE AUTORIZACAO  (X(06))
      *   COL 57-70   ESTABELECIMENTO/TERMINAL (X(14))
      *   COL 71-100  RESERVADO (BRANCOS)
       FD  AUTORIZA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUTCART.TXT".
       01  REG-AUTORIZA.
           02 AC-TIPO          PIC X(1).
           02 AC-CARTAO        PIC 9(16).
           02 AC-VALIDADE      PIC 9(6).
           02 AC-TRANSACAO     PIC X(1).
               88 AC-COMPRA       VALUE 'C'.
               88 AC-SAQUE-ATM    VALUE 'S'.
           02 AC-VALOR         PIC 9(10)V99.
           02 AC-DATA          PIC 9(8).
           02 AC-HORA          PIC 9(6).
           02 AC-AUTORIZACAO   PIC X(6).
           02 AC-ESTABELEC     PIC X(14).
           02 FILLER           PIC X(30).

       FD CARTAO VALUE OF FILE-ID IS "CARTAO.DAT".

       COPY cartao.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".

       COPY bloqjud.

       FD SAQAGEND VALUE OF FILE-ID IS "SAQAGEND.DAT".

       COPY saqagend.

       FD PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

      * ITENS RECUSADOS, NO MESMO LAYOUT DO DETALHE RECEBIDO, COM O
      * MOTIVO NAS COLUNAS RESERVADAS, PARA A CONCILIACAO COM A
      * BANDEIRA.
       FD  REJEITADOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REJCART.TXT".
       01  LINHA-REJEITADO PIC X(100).

       WORKING-STORAGE SECTION.
      * POSTAGEM DAS AUTORIZACOES DO CARTAO DE DEBITO - LE O ARQUIVO
      * AUTCART.TXT DA BANDEIRA E, PARA CADA COMPRA OU SAQUE EM
      * TERMINAL, CONFERE O CARTAO EM CARTAO.DAT (EXISTENTE, ATIVO,
      * VALIDADE IGUAL A DO CADASTRO E NAO VENCIDO) E A CONTA EM
      * AGENCIA.DAT COM AS MESMAS REGRAS DO SAQUE DO BANCOPEL:
      *   - CONTA ATIVA (BLOQUEADA, PENDENTE, RECUSADA, DORMENTE OU
      *     ENCERRADA NAO MOVIMENTA);
      *   - SALDO MENOS OS BLOQUEIOS JUDICIAIS ATIVOS (BLOQJUD.DAT)
      *     E OS SAQUES AGENDADOS NO GUICHE (SAQAGEND.DAT) MENOS O
      *     VALOR NAO PODE PASSAR DO LIMITE (VL-LIMITE);
      *   - TETO DIARIO (VL-LIMITE-DIARIO DA CONTA OU, SE ZERO, O
      *     PM-LIMITE-DIARIO DE PARAMETROS.DAT) SOMANDO OS DEBITOS DE
      *     GUICHE, TRANSFERENCIA E CARTAO JA LANCADOS NA DATA DE
      *     MOVIMENTO - INCLUSIVE OS DESTA MESMA EXECUCAO.
      * O ITEM ACEITO E DEBITADO PELO TRILHO NORMAL DE EXTRATO.DAT
      * (ORIGEM 'CT') E AUDITORIA.DAT; O RECUSADO SAI EM REJCART.TXT
      * COM O MOTIVO E NA LISTAGEM DO FINAL DA EXECUCAO.
       77 ACST PIC X(02).
           88 AC-OK        VALUE "00".
           88 AC-FIM       VALUE "10".

       77 FFCART PIC 9(02).
           88 FCA-OK       VALUE 00.
           88 FCA-EMPTY    VALUE 35.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00 02.
           88 FE-EMPTY     VALUE 35.
           88 FE-OTHER     VALUE 99.

       77 FFBLOQ PIC 9(02).
           88 FBJ-OK       VALUE 00.
           88 FBJ-EMPTY    VALUE 35.
           88 FBJ-OTHER    VALUE 99.

       77 FFSAQA PIC 9(02).
           88 FSG-OK       VALUE 00.
           88 FSG-EMPTY    VALUE 35.
           88 FSG-OTHER    VALUE 99.

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 RJST PIC X(02).

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
       77 WS-LIDOS           PIC 9(6) VALUE ZEROS.
       77 WS-POSTADOS        PIC 9(6) VALUE ZEROS.
       77 WS-REJEITADOS      PIC 9(6) VALUE ZEROS.
       77 WS-QT-COMPRAS      PIC 9(6) VALUE ZEROS.
       77 WS-QT-SAQUES       PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-COMPRAS   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-SAQUES    PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-REJEITADO PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOTIVO          PIC X(30) VALUE SPACES.
       77 WS-DOC-ATUAL       PIC 9(9) VALUE ZEROS.
       77 WS-SEQ-EXTRATO     PIC 9(4) VALUE ZEROS.
       77 WS-VALOR-DEBITO    PIC 9(7)V99 VALUE ZEROS.
       77 WS-VALOR-ED        PIC Z(6)9.99.

      * DISPONIVEL DA CONTA: SALDO MENOS BLOQUEIOS JUDICIAIS ATIVOS
      * E SAQUES AGENDADOS (RESERVADOS PARA O GUICHE).
       77 WS-BJ-CONTA        PIC 9(5) VALUE ZEROS.
       77 WS-BJ-TOTAL        PIC 9(8)V99 VALUE ZEROS.
       77 WS-SG-TOTAL        PIC 9(8)V99 VALUE ZEROS.
       77 WS-DISPONIVEL      PIC S9(9)V99 VALUE ZEROS.

      * TETO DIARIO DE DEBITOS DA CONTA.
       77 WS-LIMITE-DIARIO   PIC 9(7)V99 VALUE ZEROS.
       77 WS-TETO-APLICADO   PIC 9(7)V99 VALUE ZEROS.
       77 WS-TETO-ACUMULADO  PIC 9(9)V99 VALUE ZEROS.

       77 WS-AUD-OP    PIC X(10).
       77 WS-AUD-CHAVE PIC X(20).
       77 WS-AUD-DESC  PIC X(40).

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

           PERFORM ABRE-ARQUIVOS THRU END-ABRE-ARQUIVOS
           IF AC-OK
               PERFORM PROCESSA-LINHA THRU END-PROCESSA-LINHA
                   UNTIL AC-FIM
               PERFORM RELATORIO-FINAL
               CLOSE AUTORIZA CARTAO CAD EXTRATO BLOQJUD AUDITORIA
                   REJEITADOS SAQAGEND
           END-IF
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       IF PM-LIMITE-DIARIO > 0
                           MOVE PM-LIMITE-DIARIO TO WS-LIMITE-DIARIO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ABRE-ARQUIVOS.
           OPEN INPUT AUTORIZA
           IF NOT AC-OK
               DISPLAY "AUTCART.TXT INDISPONIVEL - NADA A PROCESSAR"
               GO END-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT CARTAO
           IF NOT FCA-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR CARTAO.DAT - FS="
                   FFCART
               CLOSE AUTORIZA
               SET AC-FIM TO TRUE
               GO END-ABRE-ARQUIVOS
           END-IF
           OPEN I-O CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               CLOSE AUTORIZA CARTAO
               SET AC-FIM TO TRUE
               GO END-ABRE-ARQUIVOS
           END-IF
           OPEN I-O EXTRATO
           IF FE-EMPTY
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN I-O EXTRATO
           END-IF
           OPEN INPUT BLOQJUD
           IF FBJ-EMPTY
               OPEN OUTPUT BLOQJUD
               CLOSE BLOQJUD
               OPEN INPUT BLOQJUD
           END-IF
           OPEN INPUT SAQAGEND
           IF FSG-EMPTY
               OPEN OUTPUT SAQAGEND
               CLOSE SAQAGEND
               OPEN INPUT SAQAGEND
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           OPEN OUTPUT REJEITADOS.
       END-ABRE-ARQUIVOS.

       PROCESSA-LINHA.
           READ AUTORIZA
               AT END
                   SET AC-FIM TO TRUE
                   GO END-PROCESSA-LINHA
           END-READ

      *    HEADER E TRAILER DA BANDEIRA NAO SAO DETALHE.
           IF AC-TIPO NOT = "1"
               GO END-PROCESSA-LINHA
           END-IF

           ADD 1 TO WS-LIDOS
           MOVE SPACES TO WS-MOTIVO

           IF AC-VALOR = ZEROS
               MOVE "VALOR ZERADO" TO WS-MOTIVO
               GO REJEITA-LINHA
           END-IF
           IF NOT AC-COMPRA AND NOT AC-SAQUE-ATM
               MOVE "TRANSACAO INVALIDA" TO WS-MOTIVO
               GO REJEITA-LINHA
           END-IF

           MOVE AC-CARTAO TO CA-NUMERO
           READ CARTAO
               INVALID KEY
                   MOVE "CARTAO INEXISTENTE" TO WS-MOTIVO
                   GO REJEITA-LINHA
           END-READ
           IF CA-CANCELADO
               MOVE "CARTAO CANCELADO" TO WS-MOTIVO
               GO REJEITA-LINHA
           END-IF
           IF CA-BLOQUEADO
               MOVE "CARTAO BLOQUEADO" TO WS-MOTIVO
               GO REJEITA-LINHA
           END-IF
           IF AC-VALIDADE NOT = CA-VALIDADE
               MOVE "VALIDADE NAO CONFERE" TO WS-MOTIVO
               GO REJEITA-LINHA
           END-IF
           IF CA-VALIDADE < WS-HOJE(1:6)
               MOVE "CARTAO VENCIDO" TO WS-MOTIVO
               GO REJEITA-LINHA
           END-IF

           MOVE CA-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
                   GO REJEITA-LINHA
           END-READ
           IF NOT CONTA-ATIVA
               MOVE "CONTA NAO ESTA ATIVA" TO WS-MOTIVO
               GO REJEITA-LINHA
           END-IF

           MOVE AC-VALOR TO WS-VALOR-DEBITO
           IF WS-VALOR-DEBITO NOT = AC-VALOR
               MOVE "VALOR ACIMA DO MAXIMO" TO WS-MOTIVO
               GO REJEITA-LINHA
           END-IF

      *    O DISPONIVEL E O SALDO MENOS O QUE A JUSTICA CONGELOU E O
      *    QUE ESTA RESERVADO PARA SAQUE AGENDADO; O MOTIVO DIZ O QUE
      *    RECUSOU, PARA O ATENDIMENTO.
           MOVE CD-CONTA TO WS-BJ-CONTA
           PERFORM SOMA-BLOQ-JUDICIAL THRU END-SOMA-BLOQ-JUDICIAL
           PERFORM SOMA-SAQUE-AGENDADO THRU END-SOMA-SAQUE-AGENDADO
           COMPUTE WS-DISPONIVEL = VL-SALDO - WS-BJ-TOTAL
               - WS-SG-TOTAL - WS-VALOR-DEBITO
           IF WS-DISPONIVEL < 0 - VL-LIMITE
               IF VL-SALDO - WS-VALOR-DEBITO < 0 - VL-LIMITE
                   MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO
               ELSE
                   IF VL-SALDO - WS-BJ-TOTAL - WS-VALOR-DEBITO
                       < 0 - VL-LIMITE
                       MOVE "SALDO COM BLOQUEIO JUDICIAL"
                           TO WS-MOTIVO
                   ELSE
                       MOVE "SALDO RESERVADO P/ SAQUE AGEND"
                           TO WS-MOTIVO
                   END-IF
               END-IF
               GO REJEITA-LINHA
           END-IF

           PERFORM VERIFICA-TETO-DIARIO THRU END-VERIFICA-TETO-DIARIO
           IF WS-MOTIVO NOT = SPACES
               GO REJEITA-LINHA
           END-IF

           SUBTRACT WS-VALOR-DEBITO FROM VL-SALDO
           MOVE WS-VALOR-DEBITO TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           REWRITE CADASTRO-REGISTRO
           MOVE 'S' TO EX-TIPO
           MOVE WS-VALOR-DEBITO TO EX-VALOR
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           MOVE "CARTAO-DEB" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           IF AC-COMPRA
               MOVE "COMPRA COM CARTAO DE DEBITO" TO WS-AUD-DESC
               ADD 1 TO WS-QT-COMPRAS
               ADD WS-VALOR-DEBITO TO WS-TOTAL-COMPRAS
           ELSE
               MOVE "SAQUE EM TERMINAL COM CARTAO" TO WS-AUD-DESC
               ADD 1 TO WS-QT-SAQUES
               ADD WS-VALOR-DEBITO TO WS-TOTAL-SAQUES
           END-IF
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           ADD 1 TO WS-POSTADOS
           GO END-PROCESSA-LINHA.
       REJEITA-LINHA.
           PERFORM GRAVA-REJEITADO THRU END-GRAVA-REJEITADO.
       END-PROCESSA-LINHA.

      * DEVOLVE O DETALHE COMO VEIO, COM O MOTIVO NAS COLUNAS
      * RESERVADAS, E LISTA O ITEM NA SAIDA DA EXECUCAO.
       GRAVA-REJEITADO.
           ADD 1 TO WS-REJEITADOS
           ADD AC-VALOR TO WS-TOTAL-REJEITADO
           MOVE SPACES TO LINHA-REJEITADO
           MOVE REG-AUTORIZA(1:70) TO LINHA-REJEITADO(1:70)
           MOVE WS-MOTIVO TO LINHA-REJEITADO(71:30)
           WRITE LINHA-REJEITADO
           MOVE AC-VALOR TO WS-VALOR-ED
           DISPLAY "** REJEITADO ** CARTAO " AC-CARTAO
               " AUT " AC-AUTORIZACAO " R$ " WS-VALOR-ED
               " - " WS-MOTIVO
           MOVE "CARTAO-REJ" TO WS-AUD-OP
           MOVE AC-CARTAO TO WS-AUD-CHAVE
           MOVE WS-MOTIVO TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       END-GRAVA-REJEITADO.

      * SOMA OS BLOQUEIOS JUDICIAIS ATIVOS DA CONTA EM WS-BJ-CONTA,
      * COMO O SOMA-BLOQ-JUDICIAL DO BANCOPEL.
       SOMA-BLOQ-JUDICIAL.
           MOVE ZEROS TO WS-BJ-TOTAL
           MOVE WS-BJ-CONTA TO BJ-CONTA
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
           IF FBJ-OK AND BJ-CONTA NOT = WS-BJ-CONTA
               MOVE 99 TO FFBLOQ
           END-IF
           IF FBJ-OK AND BJ-ATIVO
               ADD BJ-VALOR TO WS-BJ-TOTAL
           END-IF.
       END-SOMA-UM-BLOQUEIO.

      * SOMA OS SAQUES AGENDADOS ATIVOS DA CONTA EM WS-BJ-CONTA, COMO
      * O SOMA-SAQUE-AGENDADO DO BANCOPEL.
       SOMA-SAQUE-AGENDADO.
           MOVE ZEROS TO WS-SG-TOTAL
           MOVE WS-BJ-CONTA TO SG-CONTA
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
           IF FSG-OK AND SG-CONTA NOT = WS-BJ-CONTA
               MOVE 99 TO FFSAQA
           END-IF
           IF FSG-OK AND SG-AGENDADO
               ADD SG-VALOR TO WS-SG-TOTAL
           END-IF.
       END-SOMA-UM-SAQUE-AGENDADO.

      * TETO DIARIO: TETO PROPRIO DA CONTA OU O PADRAO; ZERO NOS DOIS
      * = SEM TETO.  OS DEBITOS DESTA EXECUCAO JA ESTAO NO EXTRATO E
      * ENTRAM NA SOMA DO PROXIMO ITEM DA MESMA CONTA.
       VERIFICA-TETO-DIARIO.
           IF VL-LIMITE-DIARIO > 0
               MOVE VL-LIMITE-DIARIO TO WS-TETO-APLICADO
           ELSE
               MOVE WS-LIMITE-DIARIO TO WS-TETO-APLICADO
           END-IF
           IF WS-TETO-APLICADO = ZEROS
               GO END-VERIFICA-TETO-DIARIO
           END-IF

           MOVE ZEROS TO WS-TETO-ACUMULADO
           MOVE CD-CONTA TO EX-CONTA
           START EXTRATO KEY IS NOT LESS THAN EX-CONTA
               INVALID KEY
                   MOVE 99 TO FFEXTR
           END-START
           PERFORM SOMA-DEBITO-DIA THRU END-SOMA-DEBITO-DIA
               UNTIL FE-OTHER
           MOVE ZEROS TO FFEXTR

           IF WS-TETO-ACUMULADO + WS-VALOR-DEBITO > WS-TETO-APLICADO
               MOVE "TETO DIARIO EXCEDIDO" TO WS-MOTIVO
           END-IF.
       END-VERIFICA-TETO-DIARIO.

       SOMA-DEBITO-DIA.
           READ EXTRATO NEXT RECORD
               AT END
                   MOVE 99 TO FFEXTR
           END-READ
           IF FE-OK AND EX-CONTA NOT = CD-CONTA
               MOVE 99 TO FFEXTR
           END-IF
           IF FE-OK AND EX-SAQUE
               AND EX-DATA-MOVTO = WS-HOJE
               AND (EX-ORIG-GUICHE OR EX-ORIG-TRANSF
                    OR EX-ORIG-CARTAO)
               ADD EX-VALOR TO WS-TETO-ACUMULADO
           END-IF.
       END-SOMA-DEBITO-DIA.

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
           MOVE VL-SALDO TO EX-SALDO-APOS
           MOVE WS-HOJE TO EX-DATA-MOVTO
           MOVE 'CT' TO EX-ORIGEM
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
           MOVE "AUTORIZA-C" TO AUD-PROGRAMA
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
           DISPLAY "AUTORIZACOES DO CARTAO DE DEBITO - " WS-HOJE
           DISPLAY "DETALHES LIDOS...: " WS-LIDOS
           DISPLAY "COMPRAS POSTADAS.: " WS-QT-COMPRAS
               "  TOTAL R$ " WS-TOTAL-COMPRAS
           DISPLAY "SAQUES POSTADOS..: " WS-QT-SAQUES
               "  TOTAL R$ " WS-TOTAL-SAQUES
           DISPLAY "REJEITADOS.......: " WS-REJEITADOS
               "  TOTAL R$ " WS-TOTAL-REJEITADO
           DISPLAY "REJEICOES GRAVADAS EM REJCART.TXT".

       END PROGRAM AUTORIZA-CARTAO.
