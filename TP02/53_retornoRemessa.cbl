               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

           SELECT NOTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFNOTA
               RECORD KEY IS NF-CHAVE.

       DATA DIVISION.
       FILE SECTION.
      * ARQUIVO DE RETORNO DA CAMARA SOBRE AS REMESSAS ENVIADAS -
           VALUE OF FILE-ID IS "RETREMES.TXT".
       01  LINHA-RELATORIO PIC X(80).

       FD NOTAS VALUE OF FILE-ID IS "NOTAS.DAT".

       COPY notas.

       WORKING-STORAGE SECTION.
      * PROCESSAMENTO DO RETORNO DA CAMARA SOBRE AS REMESSAS DO
      * GERA-REMESSA - CADA DETALHE DE RETREM.TXT E CASADO COM O
      * CREDITADO DE VOLTA A CONTA DE ORIGEM PELO TRILHO NORMAL DE
      * EXTRATO/COMPROVANTE/AUDITORIA.  O RESUMO DO DIA (CONFIRMACOES
      * E ESTORNOS) SAI EM RETREMES.TXT.
      * ITEM QUE PAGAVA NOTA DE FORNECEDOR (PAGA-FORNECEDORES) ACHA
      * A NOTA 'E' PELA CHAVE DA REMESSA: ACEITO, A NOTA FICA PAGA;
      * REJEITADO, VOLTA A ABERTA COM O MOTIVO DA CAMARA (O VALOR JA
      * VOLTOU PARA A CONTA DA LOJA PELO ESTORNO).
       77 RTST PIC X(02).
           88 RT-OK        VALUE "00".
           88 RT-FIM       VALUE "10".

       77 REP-OK PIC X(02).

       77 FFNOTA PIC 9(02).
           88 FN-OK        VALUE 00.
           88 FN-OTHER     VALUE 99.

       01 FS-SDATA.
           05 SDATADMA.
               10 SDATTEMPO.
       77 WS-CONFIRMADOS     PIC 9(6) VALUE ZEROS.
       77 WS-ESTORNADOS      PIC 9(6) VALUE ZEROS.
       77 WS-SEM-CASAMENTO   PIC 9(6) VALUE ZEROS.
       77 WS-NOTAS-PAGAS     PIC 9(6) VALUE ZEROS.
       77 WS-NOTAS-REABERTAS PIC 9(6) VALUE ZEROS.
       77 WS-NOTAS-ABERTO    PIC X VALUE 'N'.
       77 WS-ACHOU-NOTA      PIC X VALUE 'N'.
       77 WS-TOTAL-ESTORNADO PIC 9(11)V99 VALUE ZEROS.
       77 WS-ACHOU-ITEM      PIC X VALUE 'N'.
       77 WS-MOTIVO          PIC X(30) VALUE SPACES.
           PERFORM RELATORIO-FINAL
           CLOSE RETORNO REMESSA CAD EXTRATO AUDITORIA COMPROVANTE
               RELATORIO
           IF WS-NOTAS-ABERTO = 'S'
               CLOSE NOTAS
           END-IF
           GOBACK.

       ABRE-ARQUIVOS.
               CLOSE COMPROVANTE
               OPEN OUTPUT COMPROVANTE
           END-IF
           OPEN I-O NOTAS
           IF FN-OK
               MOVE 'S' TO WS-NOTAS-ABERTO
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE "RETORNO DA CAMARA - CONFIRMACOES E ESTORNOS"
               TO LINHA-RELATORIO
               MOVE "CONFIRMADA" TO LD-SITUACAO
               MOVE SPACES TO WS-MOTIVO
               PERFORM GRAVA-LINHA-RESUMO THRU END-GRAVA-LINHA-RESUMO
               PERFORM BAIXA-NOTA-FORNEC THRU END-BAIXA-NOTA-FORNEC
               GO END-PROCESSA-RETORNO
           END-IF

           PERFORM ESTORNA-ORIGEM THRU END-ESTORNA-ORIGEM
           MOVE "REJEITADA" TO LD-SITUACAO
           MOVE RT-MOTIVO TO WS-MOTIVO
           PERFORM GRAVA-LINHA-RESUMO THRU END-GRAVA-LINHA-RESUMO
           PERFORM BAIXA-NOTA-FORNEC THRU END-BAIXA-NOTA-FORNEC.
       END-PROCESSA-RETORNO.

      * NOTA DE FORNECEDOR PAGA POR ESTE ITEM: CONFIRMADO, A NOTA
      * FICA PAGA; REJEITADO, VOLTA A ABERTA COM O MOTIVO, PRONTA PARA
      * O PROXIMO PAGAMENTO DEPOIS DE CORRIGIDO O CADASTRO.
       BAIXA-NOTA-FORNEC.
           IF WS-NOTAS-ABERTO NOT = 'S'
               GO END-BAIXA-NOTA-FORNEC
           END-IF
           PERFORM LOCALIZA-NOTA THRU END-LOCALIZA-NOTA
           IF WS-ACHOU-NOTA = 'N'
               GO END-BAIXA-NOTA-FORNEC
           END-IF
           IF RM-CONFIRMADA
               SET NF-PAGA TO TRUE
               MOVE SPACES TO NF-MOTIVO-DEV
               REWRITE REG-NOTA
               ADD 1 TO WS-NOTAS-PAGAS
               GO END-BAIXA-NOTA-FORNEC
           END-IF
           SET NF-ABERTA TO TRUE
           MOVE ZEROS TO NF-DATA-PGTO
           MOVE RM-MOTIVO-REJ TO NF-MOTIVO-DEV
           REWRITE REG-NOTA
           ADD 1 TO WS-NOTAS-REABERTAS
           DISPLAY "NOTA " NF-NUMERO " DO FORNECEDOR " NF-FORNEC
               " REABERTA - " NF-MOTIVO-DEV
           MOVE "REM-NOTA" TO WS-AUD-OP
           MOVE NF-CHAVE TO WS-AUD-CHAVE
           MOVE "NOTA DE FORNECEDOR REABERTA" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  NOTA " NF-NUMERO " FORNECEDOR " NF-FORNEC
               " REABERTA PARA NOVO PAGAMENTO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-BAIXA-NOTA-FORNEC.

      * A NOTA NAO TEM CHAVE PELA REMESSA: VARRE AS NOTAS 'E' ATE A
      * QUE GUARDA A DATA + SEQUENCIA DO ITEM.
       LOCALIZA-NOTA.
           MOVE 'N' TO WS-ACHOU-NOTA
           MOVE ZEROS TO NF-CHAVE
           START NOTAS KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   SET FN-OTHER TO TRUE
           END-START
           PERFORM COMPARA-NOTA THRU END-COMPARA-NOTA
               UNTIL FN-OTHER OR WS-ACHOU-NOTA = 'S'
           MOVE 00 TO FFNOTA.
       END-LOCALIZA-NOTA.

       COMPARA-NOTA.
           READ NOTAS NEXT RECORD
               AT END
                   SET FN-OTHER TO TRUE
           END-READ
           IF FN-OK AND NF-EM-PAGAMENTO
               AND NF-REM-DATA = RM-DATA
               AND NF-REM-SEQ = RM-SEQ
               MOVE 'S' TO WS-ACHOU-NOTA
           END-IF.
       END-COMPARA-NOTA.

      * LOCALIZA NA FILA O ITEM 'G' QUE CASA COM O DETALHE DO
      * RETORNO (CONTA ORIGEM + BANCO/CONTA DESTINO + VALOR) - O
      * ARQUIVO DE REMESSA NAO CARREGA A CHAVE INTERNA, ENTAO O
           DISPLAY "ESTORNADAS........: " WS-ESTORNADOS
               "  TOTAL R$ " WS-TOTAL-ESTORNADO
           DISPLAY "SEM CASAMENTO.....: " WS-SEM-CASAMENTO
           DISPLAY "NOTAS PAGAS.......: " WS-NOTAS-PAGAS
               "  REABERTAS: " WS-NOTAS-REABERTAS
           DISPLAY "RESUMO GRAVADO EM RETREMES.TXT".

       END PROGRAM RETORNO-REMESSA.
