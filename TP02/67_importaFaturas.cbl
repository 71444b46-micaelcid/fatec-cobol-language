               FILE STATUS IS FFCONV
               RECORD KEY IS CV-CHAVE.

           SELECT CONTAREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFXREF
               RECORD KEY IS XR-CONTA-ANTIGA.

           SELECT CONVFAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       COPY convenio.

       FD CONTAREF VALUE OF FILE-ID IS "CONTAREF.DAT".

       COPY contaref.

       FD CONVFAT VALUE OF FILE-ID IS "CONVFAT.DAT".

       COPY convfat.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LE-MOTIVO    PIC X(30).

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
                   UNTIL FT-FIM
           END-IF
           PERFORM RELATORIO-FINAL
           CLOSE FATURAS CONVENIO CONVFAT EXCECOES CONTAREF
           STOP RUN.

       ABRE-ARQUIVOS.
               SET FT-FIM TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT CONTAREF
           IF FXR-OK
               MOVE 'S' TO WS-XR-ABERTO
           END-IF
           OPEN I-O CONVFAT
           IF CF-EMPTY
               OPEN OUTPUT CONVFAT
               INVALID KEY
                   MOVE "ADESAO INEXISTENTE" TO WS-MOTIVO
           END-READ
      *    FATURA AINDA COM O NUMERO DE ANTES DA MUDANCA DE AGENCIA.
           IF WS-MOTIVO = "ADESAO INEXISTENTE"
               MOVE FT-CONTA TO WS-XR-CONTA
               PERFORM RESOLVE-CONTA-ANTIGA
                   THRU END-RESOLVE-CONTA-ANTIGA
           END-IF
           IF WS-MOTIVO = "ADESAO INEXISTENTE" AND WS-XR-ACHOU = 'S'
               MOVE SPACES TO WS-MOTIVO
               MOVE WS-XR-CONTA TO CV-CONTA
               MOVE FT-CONVENIO TO CV-CODIGO
               READ CONVENIO
                   INVALID KEY
                       MOVE "ADESAO INEXISTENTE" TO WS-MOTIVO
               END-READ
           END-IF
           IF WS-MOTIVO = SPACES AND CV-CPF NOT = FT-CPF
               MOVE "CPF DIVERGENTE DA ADESAO" TO WS-MOTIVO
           END-IF
           END-IF

           MOVE SPACES TO REG-CONVFAT
           MOVE CV-CONTA TO CF-CONTA
           MOVE FT-CONVENIO TO CF-CONVENIO
           MOVE FT-VENCTO(1:6) TO CF-ANOMES
           MOVE FT-CPF TO CF-CPF
           ADD 1 TO WS-CARGADAS.
       END-PROCESSA-FATURA.

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
           DISPLAY "IMPORTACAO DE FATURAS DE CONVENIO"
           DISPLAY "LINHAS LIDAS....: " WS-LIDAS
