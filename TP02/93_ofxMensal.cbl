       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFX-MENSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFXADE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFOFXA
               RECORD KEY IS OA-CONTA.

           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFDIAM.

       DATA DIVISION.
       FILE SECTION.
       FD OFXADE VALUE OF FILE-ID IS "OFXADE.DAT".

       COPY ofxade.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       WORKING-STORAGE SECTION.
      * ENVIO MENSAL DO EXTRATO EM OFX - PERCORRE AS CONTAS ADERIDAS
      * EM OFXADE.DAT E CHAMA O EXPORTA-OFX PARA CADA UMA COM O MES
      * INTEIRO, NA MESMA REGRA DE COMPETENCIA DO EXTRATO-MENSAL:
      * RODANDO NO DIA 1 (CADEIA MENSAL DO RODA-NOTURNO) E O MES QUE
      * ACABOU DE FECHAR.  A CONTA JA GERADA NA COMPETENCIA
      * (OA-ULT-ANOMES) NAO E GERADA DE NOVO NO REPROCESSAMENTO;
      * CONTA ENCERRADA OU RECUSADA FICA DE FORA.
       77 FFOFXA PIC 9(02).
           88 FO-OK        VALUE 00.
           88 FO-EMPTY     VALUE 35.
           88 FO-OTHER     VALUE 99.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * AREA DE CHAMADA DO EXPORTA-OFX.
       01 WS-OFX-PEDIDO.
           02 WS-OFX-CONTA        PIC 9(5).
           02 WS-OFX-AGENCIA      PIC 9(3).
           02 WS-OFX-TIPO-CONTA   PIC X(1).
           02 WS-OFX-SALDO-ATUAL  PIC S9(8)V99.
           02 WS-OFX-DATA-INI     PIC 9(8).
           02 WS-OFX-DATA-FIM     PIC 9(8).
       01 WS-OFX-ARQUIVO          PIC X(30) VALUE SPACES.
       01 WS-OFX-QT-MOVTOS        PIC 9(6) VALUE ZEROS.
       01 WS-OFX-RETORNO          PIC X(1) VALUE SPACE.

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-ANOMES        PIC 9(6) VALUE ZEROS.
       77 WS-QT-ADERIDAS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-GERADOS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-JA-GERADOS PIC 9(6) VALUE ZEROS.
       77 WS-QT-IGNORADAS  PIC 9(6) VALUE ZEROS.
       77 WS-QT-FALHAS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-MOVTOS     PIC 9(8) VALUE ZEROS.

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
           MOVE WS-HOJE(1:6) TO WS-ANOMES
           IF WS-HOJE(7:2) = "01"
               IF WS-ANOMES(5:2) = "01"
                   COMPUTE WS-ANOMES = WS-ANOMES - 100 + 11
               ELSE
                   SUBTRACT 1 FROM WS-ANOMES
               END-IF
           END-IF
           COMPUTE WS-OFX-DATA-INI = WS-ANOMES * 100 + 1
           PERFORM ULTIMO-DIA-MES

           OPEN I-O OFXADE
           IF NOT FO-OK
               DISPLAY "OFXADE.DAT INDISPONIVEL - NENHUMA CONTA ADERIDA"
               GOBACK
           END-IF
           OPEN INPUT CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               CLOSE OFXADE
               GOBACK
           END-IF

           MOVE ZEROS TO OA-CONTA
           START OFXADE KEY IS NOT LESS THAN OA-CONTA
               INVALID KEY
                   SET FO-OTHER TO TRUE
           END-START
           PERFORM PROCESSA-ADESAO THRU END-PROCESSA-ADESAO
               UNTIL FO-OTHER

           CLOSE OFXADE CAD
           PERFORM RELATORIO-FINAL
           GOBACK.

      * ULTIMO DIA DA COMPETENCIA: O MAIOR DIA ENTRE 31 E 28 QUE O
      * DATAS-SERVICO ACEITA COMO DATA VALIDA.
       ULTIMO-DIA-MES.
           COMPUTE WS-OFX-DATA-FIM = WS-ANOMES * 100 + 31
           MOVE "VD" TO WS-SV-FUNCAO
           MOVE '1' TO WS-SV-RETORNO
           PERFORM TESTA-ULTIMO-DIA
               UNTIL WS-SV-RETORNO = '0'
                  OR WS-OFX-DATA-FIM(7:2) < "28".

       TESTA-ULTIMO-DIA.
           MOVE WS-OFX-DATA-FIM TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0'
               SUBTRACT 1 FROM WS-OFX-DATA-FIM
           END-IF.

       PROCESSA-ADESAO.
           READ OFXADE NEXT RECORD
               AT END
                   SET FO-OTHER TO TRUE
           END-READ
           IF NOT FO-OK
               GO END-PROCESSA-ADESAO
           END-IF
           ADD 1 TO WS-QT-ADERIDAS
           IF OA-ULT-ANOMES = WS-ANOMES
               ADD 1 TO WS-QT-JA-GERADOS
               GO END-PROCESSA-ADESAO
           END-IF

           MOVE OA-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-READ
           IF NOT FS-OK
               ADD 1 TO WS-QT-IGNORADAS
               DISPLAY "CONTA " OA-CONTA " NAO ENCONTRADA - IGNORADA"
               GO END-PROCESSA-ADESAO
           END-IF
           IF CONTA-ENCERRADA OR CONTA-RECUSADA
               ADD 1 TO WS-QT-IGNORADAS
               GO END-PROCESSA-ADESAO
           END-IF

           MOVE CD-CONTA TO WS-OFX-CONTA
           MOVE CD-AGENCIA TO WS-OFX-AGENCIA
           MOVE CD-TIPO-CONTA TO WS-OFX-TIPO-CONTA
           MOVE VL-SALDO TO WS-OFX-SALDO-ATUAL
           CALL "EXPORTA-OFX" USING WS-OFX-PEDIDO WS-OFX-ARQUIVO
               WS-OFX-QT-MOVTOS WS-OFX-RETORNO
           IF WS-OFX-RETORNO NOT = '0'
               ADD 1 TO WS-QT-FALHAS
               DISPLAY "CONTA " OA-CONTA " OFX NAO GERADO - RETORNO "
                   WS-OFX-RETORNO
               GO END-PROCESSA-ADESAO
           END-IF

           ADD 1 TO WS-QT-GERADOS
           ADD WS-OFX-QT-MOVTOS TO WS-QT-MOVTOS
           MOVE WS-ANOMES TO OA-ULT-ANOMES
           MOVE WS-OFX-ARQUIVO TO OA-ULT-ARQUIVO
           REWRITE REG-OFXADE
           END-REWRITE.
       END-PROCESSA-ADESAO.

       RELATORIO-FINAL.
           DISPLAY "EXTRATOS OFX MENSAIS - " WS-OFX-DATA-INI " A "
               WS-OFX-DATA-FIM
           DISPLAY "CONTAS ADERIDAS......: " WS-QT-ADERIDAS
           DISPLAY "ARQUIVOS GERADOS.....: " WS-QT-GERADOS
           DISPLAY "JA GERADOS NO MES....: " WS-QT-JA-GERADOS
           DISPLAY "CONTAS IGNORADAS.....: " WS-QT-IGNORADAS
           DISPLAY "FALHAS DE GERACAO....: " WS-QT-FALHAS
           DISPLAY "MOVIMENTOS EXPORTADOS: " WS-QT-MOVTOS.

       END PROGRAM OFX-MENSAL.
