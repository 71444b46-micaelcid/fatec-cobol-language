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

       COPY cadastro.

       FD CONTAREF VALUE OF FILE-ID IS "CONTAREF.DAT".

       COPY contaref.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.
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
                   UNTIL FL-FIM
           END-IF
           PERFORM RELATORIO-FINAL
           CLOSE FOLHA CAD EXTRATO AUDITORIA RETORNO CONTAREF
           IF WS-TEM-PORTABIL = 'S'
               CLOSE PORTABIL REMESSA PORTASAL
           END-IF
           WRITE LINHA-RETORNO
           MOVE SPACES TO LINHA-RETORNO
           WRITE LINHA-RETORNO
           OPEN INPUT CONTAREF
           IF FXR-OK
               MOVE 'S' TO WS-XR-ABERTO
           END-IF
           OPEN INPUT PORTABIL
           IF PB-OK
               MOVE 'S' TO WS-TEM-PORTABIL
                       MOVE "CONTA INEXISTENTE" TO WS-MOTIVO
               END-READ
           END-IF
           IF WS-MOTIVO = "CONTA INEXISTENTE"
               MOVE FL-CONTA TO WS-XR-CONTA
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
           IF WS-MOTIVO = SPACES AND CONTA-ENCERRADA
               MOVE "CONTA ENCERRADA" TO WS-MOTIVO
           END-IF
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
           DISPLAY "IMPORTACAO DE FOLHA CONCLUIDA"
           DISPLAY "LINHAS LIDAS....: " WS-LIDAS
