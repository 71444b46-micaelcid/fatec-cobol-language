       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCURACOES-VENCIDAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCURAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFPROC
               RECORD KEY IS PR-CHAVE.

           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFDIAM.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD PROCURAD VALUE OF FILE-ID IS "PROCURAD.DAT".

       COPY procurad.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * PROCURACOES VENCIDAS - PERCORRE PROCURAD.DAT NA ORDEM DE
      * CONTA E LISTA AS PROCURACOES NAO REVOGADAS CUJA DATA FINAL JA
      * PASSOU NA DATA DE MOVIMENTO, COM O TITULAR DA CONTA, PARA A
      * AGENCIA PEDIR A RENOVACAO OU REVOGAR NA TELA DE PROCURADORES.
      * O GUICHE JA RECUSA A PROCURACAO VENCIDA; O RELATORIO SO
      * LIMPA O CADASTRO.  RODA NO DIA 1 PELO RODA-NOTURNO.
       77 FFPROC PIC 9(02).
           88 FPR-OK       VALUE 00.
           88 FPR-OTHER    VALUE 99.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CLIENTES".
       77 WS-PROG-CAT PIC X(20) VALUE "PROCURACOES-VENCIDAS".

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-QT-LIDAS       PIC 9(6) VALUE ZEROS.
       77 WS-QT-VIGENTES    PIC 9(6) VALUE ZEROS.
       77 WS-QT-REVOGADAS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-VENCIDAS    PIC 9(6) VALUE ZEROS.

       01 LINHA-CABEC.
           02 FILLER PIC X(44)
               VALUE "CONTA TITULAR                  PROCURADOR   ".
           02 FILLER PIC X(30)
               VALUE "NOME DO PROCURADOR   INICIO   ".
           02 FILLER PIC X(20)
               VALUE "FIM      OPS CADAST".

       01 LINHA-DETALHE.
           02 LD-CONTA     PIC 9(5).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-TITULAR   PIC X(24).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CPF       PIC 9(11).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-NOME      PIC X(20).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-INICIO    PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-FIM       PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-OPS       PIC X(3).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-OPERADOR  PIC X(4).

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

           OPEN INPUT PROCURAD
           IF NOT FPR-OK
               DISPLAY "PROCURAD.DAT INDISPONIVEL - NENHUMA PROCURACAO"
               GOBACK
           END-IF
           OPEN INPUT CAD

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "PROCVENC_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PROCURACOES VENCIDAS NAO REVOGADAS - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE LOW-VALUES TO PR-CHAVE
           START PROCURAD KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   SET FPR-OTHER TO TRUE
           END-START
           PERFORM AVALIA-PROCURACAO THRU END-AVALIA-PROCURACAO
               UNTIL FPR-OTHER

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIDAS: " WS-QT-LIDAS
               "  VIGENTES: " WS-QT-VIGENTES
               "  VENCIDAS: " WS-QT-VENCIDAS
               "  REVOGADAS: " WS-QT-REVOGADAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE PROCURAD CAD RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       AVALIA-PROCURACAO.
           READ PROCURAD NEXT RECORD
               AT END
                   SET FPR-OTHER TO TRUE
           END-READ
           IF NOT FPR-OK
               GO END-AVALIA-PROCURACAO
           END-IF
           ADD 1 TO WS-QT-LIDAS
           IF PR-REVOGADA
               ADD 1 TO WS-QT-REVOGADAS
               GO END-AVALIA-PROCURACAO
           END-IF
           IF PR-DATA-FIM NOT < WS-HOJE
               ADD 1 TO WS-QT-VIGENTES
               GO END-AVALIA-PROCURACAO
           END-IF
           ADD 1 TO WS-QT-VENCIDAS

           MOVE PR-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO NM-USER
           END-READ

           MOVE PR-CONTA TO LD-CONTA
           MOVE NM-USER TO LD-TITULAR
           MOVE PR-CPF TO LD-CPF
           MOVE PR-NOME TO LD-NOME
           MOVE PR-DATA-INICIO TO LD-INICIO
           MOVE PR-DATA-FIM TO LD-FIM
           MOVE PR-OPERACOES TO LD-OPS
           MOVE PR-OPER-CADASTRO TO LD-OPERADOR
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-AVALIA-PROCURACAO.

       REGISTRA-CATALOGO.
           OPEN I-O CATREL
           IF CRST = "35"
               OPEN OUTPUT CATREL
               CLOSE CATREL
               OPEN I-O CATREL
           END-IF
           MOVE SPACES TO REG-CATREL
           MOVE WS-NOME-RELATORIO TO CR-NOME
           MOVE WS-HOJE TO CR-DATA
           MOVE WS-TIPO-CAT TO CR-TIPO
           MOVE WS-PROG-CAT TO CR-PROGRAMA
           WRITE REG-CATREL
               INVALID KEY
                   REWRITE REG-CATREL
                   END-REWRITE
           END-WRITE
           CLOSE CATREL.

       RELATORIO-FINAL.
           DISPLAY "PROCURACOES VENCIDAS - " WS-HOJE
           DISPLAY "PROCURACOES LIDAS....: " WS-QT-LIDAS
           DISPLAY "VIGENTES.............: " WS-QT-VIGENTES
           DISPLAY "VENCIDAS.............: " WS-QT-VENCIDAS
           DISPLAY "REVOGADAS............: " WS-QT-REVOGADAS
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM PROCURACOES-VENCIDAS.
