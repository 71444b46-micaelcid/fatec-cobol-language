               FILE STATUS IS FOST
               RECORD KEY IS FO-CODIGO.

           SELECT DEVFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DFST
               RECORD KEY IS DF-NUMERO
               ALTERNATE RECORD KEY IS DF-FORNEC WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

       COPY fornecedor.

       FD DEVFORN VALUE OF FILE-ID IS "DEVFORN.DAT".

       COPY devforn.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(110).

           88 NF-OTHER     VALUE "99".

       77 FOST PIC X(02).
       77 DFST PIC X(02).
       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-TOT-VMAIS    PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIAS-ATRASO  PIC S9(8) VALUE ZEROS.
       77 WS-FAIXA        PIC X(10) VALUE SPACES.
       77 WS-VALOR-NOTA   PIC 9(8)V99 VALUE ZEROS.

      * CREDITOS DE DEVOLUCAO AO FORNECEDOR (DEVFORN.DAT) AINDA NAO
      * ABATIDOS: SAEM LISTADOS DEPOIS DAS NOTAS E REDUZEM O LIQUIDO
      * A PAGAR - A BAIXA DO PEDIDO-COMPRA OS CONSOME NO PROXIMO
      * PAGAMENTO DO FORNECEDOR.
       77 WS-QT-CREDITOS  PIC 9(5) VALUE ZEROS.
       77 WS-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-LIQUIDO  PIC 9(11)V99 VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-FAIXA     PIC X(10).

       01 LINHA-CREDITO.
           02 LC-FORNEC    PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-RAZAO     PIC X(25).
           02 FILLER       PIC X(5) VALUE " DEV ".
           02 LC-NUMERO    PIC 9(6).
           02 FILLER       PIC X(4) VALUE " NF ".
           02 LC-NOTA      PIC 9(9).
           02 FILLER       PIC X(5) VALUE " R$ -".
           02 LC-SALDO     PIC Z(7)9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LC-MOTIVO    PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
               END-START
               PERFORM CLASSIFICA-NOTA THRU END-CLASSIFICA-NOTA
                   UNTIL NF-OTHER
               PERFORM LISTA-CREDITOS THRU FIM-LISTA-CREDITOS
               PERFORM RODAPE
               PERFORM REGISTRA-CATALOGO
           END-IF
               GO END-CLASSIFICA-NOTA
           END-IF

      *    CREDITO JA ABATIDO EM PAGAMENTO DEVOLVIDO NAO SE DEVE MAIS.
           COMPUTE WS-VALOR-NOTA = NF-VALOR - NF-ABATIDO
           ADD 1 TO WS-QT-ABERTAS
           ADD WS-VALOR-NOTA TO WS-TOT-ABERTO
           IF NF-VENCIMENTO >= WS-HOJE
               MOVE "A VENCER" TO WS-FAIXA
               ADD WS-VALOR-NOTA TO WS-TOT-AVENCER
           ELSE
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE NF-VENCIMENTO TO WS-SV-DATA-1
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO <= 30
                       MOVE "VENC 1-30" TO WS-FAIXA
                       ADD WS-VALOR-NOTA TO WS-TOT-V30
                   WHEN WS-DIAS-ATRASO <= 60
                       MOVE "VENC 31-60" TO WS-FAIXA
                       ADD WS-VALOR-NOTA TO WS-TOT-V60
                   WHEN OTHER
                       MOVE "VENC +60" TO WS-FAIXA
                       ADD WS-VALOR-NOTA TO WS-TOT-VMAIS
               END-EVALUATE
           END-IF

           MOVE FO-RAZAO TO LD-RAZAO
           MOVE NF-NUMERO TO LD-NOTA
           MOVE NF-VENCIMENTO TO LD-VENCTO
           MOVE WS-VALOR-NOTA TO LD-VALOR
           MOVE WS-FAIXA TO LD-FAIXA
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF NF-MOTIVO-DEV NOT = SPACES
               MOVE SPACES TO LINHA-RELATORIO
               STRING "     PAGAMENTO DEVOLVIDO PELA CAMARA: "
                   NF-MOTIVO-DEV
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
       END-CLASSIFICA-NOTA.

       LISTA-CREDITOS.
           OPEN INPUT DEVFORN
           IF DFST NOT = "00"
               GO FIM-LISTA-CREDITOS
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CREDITOS DE DEVOLUCAO A ABATER" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM LISTA-UM-CREDITO UNTIL DFST NOT = "00"
           CLOSE DEVFORN.
       FIM-LISTA-CREDITOS.
           EXIT.

       LISTA-UM-CREDITO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "10" TO DFST
           END-READ
           IF DFST = "00" AND DF-CREDITO-ABERTO AND DF-SALDO > ZEROS
               ADD 1 TO WS-QT-CREDITOS
               ADD DF-SALDO TO WS-TOT-CREDITOS
               MOVE DF-FORNEC TO FO-CODIGO
               READ FORNECEDOR
                   INVALID KEY
                       MOVE "FORNECEDOR SEM CADASTRO" TO FO-RAZAO
               END-READ
               MOVE DF-FORNEC TO LC-FORNEC
               MOVE FO-RAZAO TO LC-RAZAO
               MOVE DF-NUMERO TO LC-NUMERO
               MOVE DF-NOTA TO LC-NOTA
               MOVE DF-SALDO TO LC-SALDO
               MOVE DF-MOTIVO TO LC-MOTIVO
               MOVE LINHA-CREDITO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL EM ABERTO: " WS-TOT-ABERTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO WS-TOT-LIQUIDO
           IF WS-TOT-ABERTO > WS-TOT-CREDITOS
               COMPUTE WS-TOT-LIQUIDO =
                   WS-TOT-ABERTO - WS-TOT-CREDITOS
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CREDITOS DE DEVOLUCAO: " WS-TOT-CREDITOS
               "  LIQUIDO A PAGAR: " WS-TOT-LIQUIDO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       REGISTRA-CATALOGO.
       RESUMO-FINAL.
           DISPLAY "CONTAS A PAGAR - NOTAS EM ABERTO: " WS-QT-ABERTAS
           DISPLAY "TOTAL EM ABERTO: " WS-TOT-ABERTO
           DISPLAY "CREDITOS DE DEVOLUCAO: " WS-QT-CREDITOS
               " - " WS-TOT-CREDITOS
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM CONTAS-PAGAR.
