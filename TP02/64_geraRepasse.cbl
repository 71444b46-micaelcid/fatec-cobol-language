               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPST.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFPARM.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARRECAD VALUE OF FILE-ID IS "ARRECAD.DAT".
       FD  REPASSE.
       01  LINHA-REPASSE PIC X(80).

       FD PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       WORKING-STORAGE SECTION.
      * REPASSE DA ARRECADACAO - FECHA O RAZAO ARRECAD.DAT DO DIA:
      * GERA O ARQUIVO DE REPASSE POR CONVENIO (TOTAL EM DINHEIRO +

       77 WS-CONTA-CAIXA    PIC 9(5) VALUE 10001.
       77 WS-CONTA-TRANSITO PIC 9(5) VALUE 30001.
       77 WS-CONTA-DEPOSITOS PIC 9(5) VALUE 20001.

      * CONVENIO DA PROPRIA LOJA (PM-CONVENIO-LOJA - PARCELAS DO
      * CARNE DO CREDIARIO PAGAS NO GUICHE): O REPASSE NAO SAI DO
      * BANCO, E CREDITADO NA CONTA DA LOJA (PM-CONTA-LOJA) COM
      * EXTRATO ORIGEM 'RA' E O LANCAMENTO TRANSITO x DEPOSITOS FEITO
      * AQUI, JA QUE O CONTABILIZA-DIA RODOU ANTES.  CONTA DA LOJA
      * INDISPONIVEL SEGURA O CONVENIO PENDENTE PARA A PROXIMA NOITE.
       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-EMPTY     VALUE 35.

       77 WS-CONVENIO-LOJA PIC 9(4) VALUE ZEROS.
       77 WS-CONTA-LOJA    PIC 9(5) VALUE ZEROS.
       77 WS-LOJA-ABERTA   PIC X VALUE 'N'.
       77 WS-LOJA-OK       PIC X VALUE 'N'.
       77 WS-VALOR-LOJA    PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-LOJA      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DOC-ATUAL     PIC 9(9) VALUE ZEROS.
       77 WS-SEQ-EXTRATO   PIC 9(4) VALUE ZEROS.

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

       01 LINHA-DETALHE.
           02 LR-CONVENIO  PIC 9(4).
               CLOSE DIAMOV
           END-IF

           PERFORM CARREGA-PARAMETROS
           PERFORM ABRE-ARQUIVOS
           IF FAR-OK
               PERFORM ACHA-ULTIMO-LANCTO
           END-IF
           PERFORM RELATORIO-FINAL
           CLOSE ARRECAD CONTABIL REPASSE
           IF WS-LOJA-ABERTA = 'S'
               CLOSE CAD EXTRATO
           END-IF
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       MOVE PM-CONVENIO-LOJA TO WS-CONVENIO-LOJA
                       MOVE PM-CONTA-LOJA TO WS-CONTA-LOJA
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ABRE-ARQUIVOS.
           OPEN I-O ARRECAD
           IF FAR-EMPTY
               CLOSE CONTABIL
               OPEN I-O CONTABIL
           END-IF
           IF WS-CONVENIO-LOJA > 0
               PERFORM ABRE-CONTA-LOJA THRU FIM-ABRE-CONTA-LOJA
           END-IF
           MOVE SPACES TO WS-NOME-REPASSE
           STRING "REPASSE_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-REPASSE
       FIM-ABRE-ARQUIVOS.
           EXIT.

       ABRE-CONTA-LOJA.
           OPEN I-O CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV " - REPASSE DA LOJA RETIDO"
               GO FIM-ABRE-CONTA-LOJA
           END-IF
           OPEN I-O EXTRATO
           IF FE-EMPTY
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN I-O EXTRATO
           END-IF
           MOVE 'S' TO WS-LOJA-ABERTA.
       FIM-ABRE-CONTA-LOJA.
           EXIT.

      * OS LANCAMENTOS DE HOJE CONTINUAM A NUMERACAO QUE O
      * CONTABILIZA-DIA DEIXOU NO CONTABIL.DAT DA DATA.
       ACHA-ULTIMO-LANCTO.
           IF NOT AR-PENDENTE OR AR-DATA > WS-HOJE
               GO END-REPASSA-CONVENIO
           END-IF
           IF WS-CONVENIO-LOJA > 0 AND AR-CONVENIO = WS-CONVENIO-LOJA
               PERFORM LOCALIZA-CONTA-LOJA
               IF WS-LOJA-OK = 'N'
                   GO END-REPASSA-CONVENIO
               END-IF
           END-IF

           ADD 1 TO WS-QT-CONVENIOS
           ADD AR-TOTAL-DINHEIRO TO WS-TOT-DINHEIRO
               END-WRITE
           END-IF

           IF WS-CONVENIO-LOJA > 0 AND AR-CONVENIO = WS-CONVENIO-LOJA
               PERFORM CREDITA-CONTA-LOJA
           END-IF

           SET AR-FEITO TO TRUE
           REWRITE REG-ARRECAD.
       END-REPASSA-CONVENIO.

       LOCALIZA-CONTA-LOJA.
           MOVE 'N' TO WS-LOJA-OK
           IF WS-LOJA-ABERTA NOT = 'S' OR WS-CONTA-LOJA = ZEROS
               DISPLAY "CONVENIO DA LOJA " AR-CONVENIO " DE " AR-DATA
                   " RETIDO - PM-CONTA-LOJA INDISPONIVEL"
           ELSE
               MOVE WS-CONTA-LOJA TO CD-CONTA
               READ CAD
                   INVALID KEY
                       DISPLAY "CONTA DA LOJA " WS-CONTA-LOJA
                           " NAO EXISTE EM AGENCIA.DAT - CONVENIO "
                           AR-CONVENIO " RETIDO"
                   NOT INVALID KEY
                       IF CONTA-ATIVA
                           MOVE 'S' TO WS-LOJA-OK
                       ELSE
                           DISPLAY "CONTA DA LOJA NAO ESTA ATIVA - "
                               "CONVENIO " AR-CONVENIO " RETIDO"
                       END-IF
               END-READ
           END-IF.

      * REPASSE DO CONVENIO DA LOJA: CREDITO NA CONTA (DINHEIRO MAIS
      * DEBITADO EM CONTA) E A BAIXA DO TRANSITO NOS LIVROS.
       CREDITA-CONTA-LOJA.
           COMPUTE WS-VALOR-LOJA = AR-TOTAL-DINHEIRO + AR-TOTAL-CONTA
           ADD WS-VALOR-LOJA TO WS-TOT-LOJA
           ADD WS-VALOR-LOJA TO VL-SALDO
           MOVE WS-VALOR-LOJA TO VL-DEP
           MOVE 'D' TO CD-ULT-MOVTO
           REWRITE CADASTRO-REGISTRO

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
           MOVE 'D' TO EX-TIPO
           MOVE WS-VALOR-LOJA TO EX-VALOR
           MOVE CD-CONTA TO EX-CONTA
           MOVE VL-SALDO TO EX-SALDO-APOS
           MOVE WS-HOJE TO EX-DATA-MOVTO
           MOVE 'RA' TO EX-ORIGEM
           MOVE SPACES TO EX-OPERADOR
           WRITE REG-EXTRATO
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-SEQ-LANCTO
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-SEQ-LANCTO TO CT-SEQ
           MOVE WS-CONTA-TRANSITO TO CT-CONTA-DEBITO
           MOVE WS-CONTA-DEPOSITOS TO CT-CONTA-CREDITO
           MOVE WS-VALOR-LOJA TO CT-VALOR
           MOVE "REPASSE ARRECADACAO DA LOJA" TO CT-HISTORICO
           WRITE REG-CONTABIL
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE SPACES TO LINHA-REPASSE
           STRING "     CREDITADO NA CONTA DA LOJA " CD-CONTA
               " - DOC " WS-DOC-ATUAL
               DELIMITED BY SIZE INTO LINHA-REPASSE
           WRITE LINHA-REPASSE.

       RELATORIO-FINAL.
           IF RPST = "00"
               MOVE SPACES TO LINHA-REPASSE
           DISPLAY "CONVENIOS REPASSADOS: " WS-QT-CONVENIOS
           DISPLAY "TOTAL EM DINHEIRO...: " WS-TOT-DINHEIRO
           DISPLAY "TOTAL EM CONTA......: " WS-TOT-CONTA
           IF WS-CONVENIO-LOJA > 0
               DISPLAY "CREDITADO NA LOJA...: " WS-TOT-LOJA
           END-IF
           DISPLAY "ARQUIVO GRAVADO EM " WS-NOME-REPASSE.

       END PROGRAM GERA-REPASSE.
