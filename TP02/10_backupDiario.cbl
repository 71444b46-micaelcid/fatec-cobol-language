               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PDBKST.

           SELECT JORNAL ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JNST.

           SELECT JORNAL-BKP ASSIGN TO WS-NOME-BKP-JORNAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JBKST.

           SELECT BKPCAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY produtos.

       FD  PRODUTOS-BKP.
       01  BKP-PRODUTOS-REGISTRO PIC X(106).

       FD  PRODUTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODUTO.DAT".
       FD  PRODUTO-BKP.
       01  BKP-PRODUTO-REGISTRO PIC X(53).

       FD  JORNAL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JORNAL.DAT".

       COPY jornal.

       FD  JORNAL-BKP.
       01  BKP-JORNAL-REGISTRO PIC X(501).

       FD BKPCAT VALUE OF FILE-ID IS "BKPCAT.DAT".

       COPY bkpcat.

       77  PDBKST PIC X(02).

      * JORNAL DE ATUALIZACOES: VIRADO ANTES DAS COPIAS - O QUE FOR
      * GRAVADO DURANTE O BACKUP FICA NO JORNAL NOVO E O
      * RECUPERA-JORNAL REAPLICA POR CIMA DESTA GERACAO.
       77  JNST PIC X(02).
       77  JBKST PIC X(02).

       01  DATA-SIS.
           02 WS-ANO PIC 9(4).
           02 WS-MES PIC 99.
       01  WS-NOME-BKP-AGENCIA  PIC X(20) VALUE SPACES.
       01  WS-NOME-BKP-PRODUTOS PIC X(20) VALUE SPACES.
       01  WS-NOME-BKP-PRODUTO  PIC X(20) VALUE SPACES.
       01  WS-NOME-BKP-JORNAL   PIC X(20) VALUE SPACES.

       01  WS-QTDE-AGENCIA  PIC 9(5) VALUE ZEROS.
       01  WS-QTDE-PRODUTOS PIC 9(5) VALUE ZEROS.
       01  WS-QTDE-PRODUTO  PIC 9(5) VALUE ZEROS.
       01  WS-QTDE-JORNAL   PIC 9(5) VALUE ZEROS.

      * CATALOGO DE GERACOES (BKPCAT.DAT) E VERIFICACAO: CADA .BKP E
      * RELIDO LOGO APOS A COPIA - CONTAGEM BATENDO E ARQUIVO
               DELIMITED BY SIZE INTO WS-NOME-BKP-PRODUTOS.
           STRING "PRODUTO_" WS-ANO WS-MES WS-DIA ".bkp"
               DELIMITED BY SIZE INTO WS-NOME-BKP-PRODUTO.
           STRING "JORNAL_" WS-ANO WS-MES WS-DIA ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-BKP-JORNAL.

           PERFORM VIRA-JORNAL THRU END-VIRA-JORNAL.
           PERFORM BACKUP-AGENCIA THRU END-BACKUP-AGENCIA.
           PERFORM BACKUP-PRODUTOS THRU END-BACKUP-PRODUTOS.
           PERFORM BACKUP-PRODUTO THRU END-BACKUP-PRODUTO.
           DISPLAY "  " WS-NOME-BKP-PRODUTOS " - " WS-QTDE-PRODUTOS
               " REGISTRO(S)"
           DISPLAY "  " WS-NOME-BKP-PRODUTO  " - " WS-QTDE-PRODUTO
               " REGISTRO(S)"
           DISPLAY "  " WS-NOME-BKP-JORNAL   " - " WS-QTDE-JORNAL
               " LINHA(S) DE JORNAL".
           CLOSE BKPCAT.
           GOBACK.

               OPEN I-O BKPCAT
           END-IF.

      * VIRA O JORNAL: COPIA O JORNAL.DAT PARA JORNAL_<DATA>.DAT,
      * RELE A COPIA, CATALOGA E SO ENTAO ZERA O JORNAL.DAT - SE A
      * COPIA NAO CONFERIR O JORNAL FICA COMO ESTA. SEGUNDO BACKUP NO
      * MESMO DIA ACRESCENTA NA GERACAO DO DIA EM VEZ DE PERDE-LA.
       VIRA-JORNAL.
           OPEN INPUT JORNAL
           IF JNST NOT = "00"
               DISPLAY "JORNAL.DAT AUSENTE - JORNAL NAO VIRADO"
               GO END-VIRA-JORNAL
           END-IF
           PERFORM VERIFICA-JORNAL-BKP
           MOVE WS-CAT-RELIDOS TO WS-QTDE-JORNAL
           IF WS-QTDE-JORNAL > ZEROS
               OPEN EXTEND JORNAL-BKP
           ELSE
               OPEN OUTPUT JORNAL-BKP
           END-IF

           PERFORM COPIA-JORNAL UNTIL JNST NOT = "00"

           CLOSE JORNAL JORNAL-BKP

           PERFORM VERIFICA-JORNAL-BKP
           MOVE "JORNAL" TO WS-CAT-ARQUIVO
           MOVE WS-NOME-BKP-JORNAL TO WS-CAT-NOME
           MOVE WS-QTDE-JORNAL TO WS-CAT-QTDE
           PERFORM GRAVA-CATALOGO
           IF WS-CAT-RELIDOS = WS-QTDE-JORNAL
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
           ELSE
               DISPLAY "JORNAL.DAT MANTIDO - A COPIA NAO CONFERIU"
           END-IF.
       END-VIRA-JORNAL.

       VERIFICA-JORNAL-BKP.
           MOVE ZEROS TO WS-CAT-RELIDOS
           OPEN INPUT JORNAL-BKP
           IF JBKST = "00"
               PERFORM RELE-JORNAL-BKP UNTIL JBKST NOT = "00"
               CLOSE JORNAL-BKP
           END-IF.

       RELE-JORNAL-BKP.
           READ JORNAL-BKP
               AT END
                   MOVE "10" TO JBKST
               NOT AT END
                   ADD 1 TO WS-CAT-RELIDOS
           END-READ.

       COPIA-JORNAL.
           READ JORNAL
               AT END
                   MOVE "10" TO JNST
               NOT AT END
                   MOVE REG-JORNAL TO BKP-JORNAL-REGISTRO
                   WRITE BKP-JORNAL-REGISTRO
                   ADD 1 TO WS-QTDE-JORNAL
           END-READ.

       BACKUP-AGENCIA.
           OPEN INPUT AGENCIA
           IF NOT FS-OK
