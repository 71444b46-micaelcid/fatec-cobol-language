       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-NEGATIVACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFNEGA
               RECORD KEY IS NG-CHAVE.

           SELECT NEGMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFNEGM.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFPARM.

       DATA DIVISION.
       FILE SECTION.
       FD NEGATIV VALUE OF FILE-ID IS "NEGATIV.DAT".

       COPY negativ.

       FD NEGMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NEGMOV.DAT".

       COPY negmov.

       FD PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       WORKING-STORAGE SECTION.
      * BAIXA AUTOMATICA DA NEGATIVACAO - CHAMADO POR QUEM REGISTRA O
      * PAGAMENTO DE UMA DIVIDA (COBRA-EMPRESTIMO, RECEBE-PARCELA DO
      * CREDIARIO) COM A CHAVE DA DIVIDA EM NEGATIV.DAT E OS DIAS DE
      * ATRASO QUE SOBRARAM DEPOIS DO PAGAMENTO.  ABAIXO DO PARAMETRO
      * DE NEGATIVACAO A DIVIDA E BAIXADA: SE JA ESTAVA NO BUREAU
      * GRAVA A EXCLUSAO EM NEGMOV.DAT (LK-RETORNO 'B'); SE SO TINHA
      * O AVISO PREVIO, O AVISO CAI (LK-RETORNO 'C').  DIVIDA FORA DO
      * PROCESSO, OU AINDA EM ATRASO, VOLTA '0'.  A AUDITORIA FICA COM
      * O CHAMADOR, QUE JA TEM AUDITORIA.DAT ABERTO.
       77 FFNEGA PIC 9(02).
           88 FNG-OK       VALUE 00.

       77 FFNEGM PIC X(02).
           88 FNV-OK       VALUE "00".

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 WS-CARREGOU      PIC X VALUE 'N'.
       77 WS-DIAS-NEGATIVA PIC 9(3) VALUE 60.

       LINKAGE SECTION.
       01 LK-CHAVE.
           02 LK-CPF       PIC 9(11).
           02 LK-ORIGEM    PIC X(1).
           02 LK-CONTRATO  PIC 9(8).
       01 LK-DIAS-ATRASO   PIC S9(6).
       01 LK-RETORNO       PIC X(1).

       PROCEDURE DIVISION USING LK-CHAVE LK-DIAS-ATRASO LK-RETORNO.
       INICIO.
           MOVE '0' TO LK-RETORNO
           IF WS-CARREGOU = 'N'
               PERFORM CARREGA-PARAMETROS
               MOVE 'S' TO WS-CARREGOU
           END-IF
           IF LK-DIAS-ATRASO NOT < WS-DIAS-NEGATIVA
               GOBACK
           END-IF

           OPEN I-O NEGATIV
           IF NOT FNG-OK
               GOBACK
           END-IF
           MOVE LK-CHAVE TO NG-CHAVE
           READ NEGATIV
               INVALID KEY
                   MOVE 99 TO FFNEGA
           END-READ
           IF NOT FNG-OK OR NG-BAIXADO
               CLOSE NEGATIV
               GOBACK
           END-IF

           IF NG-NEGATIVADO
               OPEN EXTEND NEGMOV
               IF NOT FNV-OK
                   CLOSE NEGMOV
                   OPEN OUTPUT NEGMOV
               END-IF
               MOVE SPACES TO REG-NEGMOV
               SET NV-EXCLUSAO TO TRUE
               MOVE NG-CPF TO NV-CPF
               MOVE NG-ORIGEM TO NV-ORIGEM
               MOVE NG-CONTRATO TO NV-CONTRATO
               MOVE FUNCTION CURRENT-DATE(1:8) TO NV-DATA
               MOVE NG-VALOR TO NV-VALOR
               MOVE NG-VENCIMENTO TO NV-VENCIMENTO
               MOVE NG-NOME TO NV-NOME
               WRITE REG-NEGMOV
               CLOSE NEGMOV
               MOVE 'B' TO LK-RETORNO
           ELSE
               MOVE 'C' TO LK-RETORNO
           END-IF

           SET NG-BAIXADO TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO NG-DATA-BAIXA
           REWRITE REG-NEGATIV
           END-REWRITE
           CLOSE NEGATIV
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       IF PM-DIAS-NEGATIVACAO > 0
                           MOVE PM-DIAS-NEGATIVACAO
                               TO WS-DIAS-NEGATIVA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       END PROGRAM BAIXA-NEGATIVACAO.
