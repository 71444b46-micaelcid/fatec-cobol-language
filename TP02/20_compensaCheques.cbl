               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT CONTAREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFXREF
               RECORD KEY IS XR-CONTA-ANTIGA.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT CCF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCCF
               RECORD KEY IS CF-CPF.

           SELECT CCFMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFCCFM.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUES VALUE OF FILE-ID IS "CHEQUES.DAT".

       COPY cadastro.

       FD CONTAREF VALUE OF FILE-ID IS "CONTAREF.DAT".

       COPY contaref.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       COPY auditoria.

       FD CCF VALUE OF FILE-ID IS "CCF.DAT".

       COPY ccf.

       FD CCFMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CCFMOV.DAT".

       COPY ccfmov.

       WORKING-STORAGE SECTION.
      * COMPENSACAO DE CHEQUES - DEBITA DA CONTA TODO CHEQUE
      * APRESENTADO ('A' EM CHEQUES.DAT), PELO TRILHO NORMAL DE
      * EXTRATO.DAT/AUDITORIA.DAT.  CHEQUE SEM FUNDOS (ESTOURARIA O
      * LIMITE) OU DE CONTA BLOQUEADA/INEXISTENTE VOLTA DEVOLVIDO
      * ('D') E SAI NO RELATORIO.  A DEVOLUCAO SEM FUNDOS CONTA NO
      * CCF.DAT PELO CPF DO EMITENTE; A SEGUNDA INCLUI O CPF NO
      * CADASTRO DE EMITENTES DE CHEQUES SEM FUNDOS E GRAVA A
      * INCLUSAO NO CCFMOV.DAT PARA A CENTRAL.
       77 FFCHEQ PIC 9(02).
           88 FQ-OK        VALUE 00.
           88 FQ-EMPTY     VALUE 35.
       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 FFCCF PIC 9(02).
           88 FCF-OK       VALUE 00.
           88 FCF-EMPTY    VALUE 35.

       77 FFCCFM PIC X(02).
           88 FCM-OK       VALUE "00".

       01 FS-SDATA.
           05 SDATADMA.
               10 SDATTEMPO.
       77 WS-APRESENTADOS    PIC 9(6) VALUE ZEROS.
       77 WS-COMPENSADOS     PIC 9(6) VALUE ZEROS.
       77 WS-DEVOLVIDOS      PIC 9(6) VALUE ZEROS.
       77 WS-INCLUSOES-CCF   PIC 9(6) VALUE ZEROS.
       77 WS-CF-ACHOU        PIC X VALUE 'N'.
       77 WS-MOTIVO          PIC X(30) VALUE SPACES.
       77 WS-SALDO-APOS      PIC S9(8)V99 VALUE ZEROS.
       77 WS-DOC-ATUAL       PIC 9(9) VALUE ZEROS.
       77 WS-AUD-CHAVE PIC X(20).
       77 WS-AUD-DESC  PIC X(40).

      * CONTA QUE MUDOU DE AGENCIA GANHOU NUMERO NOVO; O ANTIGO SO E
      * PROCURADO NA REFERENCIA CRUZADA (CONTAREF.DAT) QUANDO NAO
      * EXISTE MAIS, SEGUINDO A CADEIA ATE O NUMERO ATUAL.
       77 FFXREF PIC 9(02).
           88 FXR-OK       VALUE 00.
       77 WS-XR-CONTA  PIC 9(5) VALUE ZEROS.
       77 WS-XR-ACHOU  PIC X VALUE 'N'.
       77 WS-XR-SALTOS PIC 99 VALUE ZEROS.
       77 WS-XR-ABERTO PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-ARQUIVOS
                   UNTIL FQ-OTHER
           END-IF
           PERFORM RELATORIO-FINAL
           CLOSE CHEQUES CAD EXTRATO AUDITORIA CCF CCFMOV CONTAREF
           GOBACK.

       ABRE-ARQUIVOS.
                   CLOSE AUDITORIA
                   OPEN OUTPUT AUDITORIA
               END-IF
               OPEN I-O CCF
               IF FCF-EMPTY
                   OPEN OUTPUT CCF
                   CLOSE CCF
                   OPEN I-O CCF
               END-IF
               OPEN EXTEND CCFMOV
               IF NOT FCM-OK
                   CLOSE CCFMOV
                   OPEN OUTPUT CCFMOV
               END-IF
               OPEN INPUT CONTAREF
               IF FXR-OK
                   MOVE 'S' TO WS-XR-ABERTO
               END-IF
           END-IF.

       PROCESSA-CHEQUE.
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO = "CONTA INEXISTENTE"
               MOVE CQ-CONTA TO WS-XR-CONTA
               PERFORM RESOLVE-CONTA-ANTIGA
                   THRU END-RESOLVE-CONTA-ANTIGA
           END-IF
           IF WS-MOTIVO = "CONTA INEXISTENTE" AND WS-XR-ACHOU = 'S'
               MOVE SPACES TO WS-MOTIVO
               MOVE WS-XR-CONTA TO CD-CONTA
               READ CAD
                   INVALID KEY
                       MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES AND CONTA-BLOQUEADA
               MOVE "CONTA BLOQUEADA" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES AND CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               AND (CONTA-PENDENTE OR CONTA-RECUSADA)
               MOVE "CONTA NAO APROVADA" TO WS-MOTIVO
               MOVE CQ-CPF TO WS-AUD-CHAVE
               MOVE WS-MOTIVO TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
               IF WS-MOTIVO = "SEM FUNDOS"
                   PERFORM REGISTRA-CCF THRU END-REGISTRA-CCF
               END-IF
               GO END-COMPENSA-UM-CHEQUE
           END-IF

           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       END-COMPENSA-UM-CHEQUE.

      * CONTA A DEVOLUCAO SEM FUNDOS NO CPF DO EMITENTE.  CPF JA
      * INCLUIDO SO TEM A CONTAGEM ATUALIZADA; CPF REGULARIZADO VOLTA
      * A CONTAR DO ZERO (A CONTAGEM FOI ZERADA NA EXCLUSAO).
       REGISTRA-CCF.
           MOVE 'N' TO WS-CF-ACHOU
           MOVE CQ-CPF TO CF-CPF
           READ CCF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CF-ACHOU
           END-READ
           IF WS-CF-ACHOU = 'N'
               MOVE SPACES TO REG-CCF
               MOVE CQ-CPF TO CF-CPF
               MOVE ZEROS TO CF-QT-DEVOLUCOES CF-DATA-INCLUSAO
                   CF-DATA-EXCLUSAO
           END-IF
           ADD 1 TO CF-QT-DEVOLUCOES
           MOVE SDATTEMPO TO CF-DATA-ULT-DEVOL
           MOVE CQ-CONTA TO CF-ULT-CONTA
           MOVE CQ-NUMERO TO CF-ULT-CHEQUE
           MOVE CQ-VALOR TO CF-ULT-VALOR
           IF NOT CF-INCLUIDO
               IF CF-QT-DEVOLUCOES < 2
                   SET CF-MONITORADO TO TRUE
               ELSE
                   SET CF-INCLUIDO TO TRUE
                   MOVE SDATTEMPO TO CF-DATA-INCLUSAO
                   PERFORM GRAVA-INCLUSAO-CCF
               END-IF
           END-IF
           IF WS-CF-ACHOU = 'S'
               REWRITE REG-CCF
               END-REWRITE
           ELSE
               WRITE REG-CCF
               END-WRITE
           END-IF.
       END-REGISTRA-CCF.

       GRAVA-INCLUSAO-CCF.
           MOVE SPACES TO REG-CCFMOV
           SET CM-INCLUSAO TO TRUE
           MOVE CQ-CPF TO CM-CPF
           MOVE SDATTEMPO TO CM-DATA
           MOVE CD-AGENCIA TO CM-AGENCIA
           MOVE CQ-CONTA TO CM-CONTA
           MOVE CQ-NUMERO TO CM-CHEQUE
           MOVE CQ-VALOR TO CM-VALOR
           MOVE CF-QT-DEVOLUCOES TO CM-QT-DEVOLUCOES
           WRITE REG-CCFMOV
           ADD 1 TO WS-INCLUSOES-CCF
           DISPLAY "** CCF ** CPF " CQ-CPF " INCLUIDO NO CADASTRO"
           MOVE "CCF-INCLUI" TO WS-AUD-OP
           MOVE CQ-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "INCLUIDO NO CCF - " CF-QT-DEVOLUCOES
               " DEVOLUCOES" DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.

       GRAVA-EXTRATO.
           CALL "SEQ-DOCUMENTO" USING WS-DOC-ATUAL
           MOVE WS-DOC-ATUAL TO EX-DOCUMENTO
               BY CONTENT "L".
       END-GRAVA-AUDITORIA.

      * NUMERO ANTIGO EM WS-XR-CONTA; VOLTA O NUMERO ATUAL NO MESMO
      * CAMPO E WS-XR-ACHOU = 'S' QUANDO A CONTA FOI MOVIDA.
       RESOLVE-CONTA-ANTIGA.
           MOVE 'N' TO WS-XR-ACHOU
           MOVE ZEROS TO WS-XR-SALTOS
           IF WS-XR-ABERTO NOT = 'S'
               GO END-RESOLVE-CONTA-ANTIGA
           END-IF.
       RESOLVE-CONTA-ANTIGAW.
           MOVE WS-XR-CONTA TO XR-CONTA-ANTIGA
           READ CONTAREF
               INVALID KEY
                   GO END-RESOLVE-CONTA-ANTIGA
           END-READ
           MOVE XR-CONTA-NOVA TO WS-XR-CONTA
           MOVE 'S' TO WS-XR-ACHOU
           ADD 1 TO WS-XR-SALTOS
           IF WS-XR-SALTOS < 20
               GO RESOLVE-CONTA-ANTIGAW
           END-IF.
       END-RESOLVE-CONTA-ANTIGA.

       RELATORIO-FINAL.
           DISPLAY "COMPENSACAO DE CHEQUES"
           DISPLAY "APRESENTADOS...: " WS-APRESENTADOS
           DISPLAY "COMPENSADOS....: " WS-COMPENSADOS
           DISPLAY "DEVOLVIDOS.....: " WS-DEVOLVIDOS
           DISPLAY "INCLUSOES CCF..: " WS-INCLUSOES-CCF.

       END PROGRAM COMPENSA-CHEQUES.
