               RECORD KEY FO-CODIGO
               FILE STATUS FOST.

           SELECT DEVFORN ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DF-NUMERO
               ALTERNATE RECORD KEY IS DF-FORNEC WITH DUPLICATES
               FILE STATUS DFST.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REP-OK.

       COPY fornecedor.

       FD  DEVFORN LABEL RECORD STANDARD
           DATA RECORD IS REG-DEVFORN
           VALUE OF FILE-ID IS "DEVFORN.DAT".

       COPY devforn.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
      * EXCECAO LISTANDO OS ITENS ABERTOS JA ATRASADOS HOJE PARA
      * COBRANCA IMEDIATA.  ITENS ANTIGOS (PD-DATA-RECEB ZERADO)
      * CONTAM NO FILL RATE MAS FICAM FORA DA MEDIA DE LEAD TIME.
      * AS DEVOLUCOES AO FORNECEDOR (DEVFORN.DAT) ENTRAM NA NOTA DE
      * QUALIDADE: 100% MENOS A PARTE DO RECEBIDO QUE VOLTOU POR
      * DEFEITO OU TROCA.
       77 PDST PIC X(02).
           88 PE-OK        VALUE "00".
           88 PE-EMPTY     VALUE "35".
           88 PE-OTHER     VALUE "99".

       77 FOST PIC X(02).
       77 DFST PIC X(02).
       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

               03 TAB-FN-PARCIAIS  PIC 9(5) VALUE ZEROS.
               03 TAB-FN-ATRASADOS PIC 9(5) VALUE ZEROS.
               03 TAB-FN-FILL      PIC 9(3)V99 VALUE ZEROS.
               03 TAB-FN-QT-DEVOL  PIC 9(5) VALUE ZEROS.
               03 TAB-FN-DEVOLVIDA PIC 9(8) VALUE ZEROS.
               03 TAB-FN-QUALIDADE PIC 9(3)V99 VALUE ZEROS.
       01 WS-QT-FORNECS PIC 9(3) VALUE ZEROS.
       01 WS-TROCA-FN PIC X(71) VALUE SPACES.

       77 WS-LEAD-MEDIO   PIC 9(4)V9 VALUE ZEROS.
       77 WS-PRAZO-LIMITE PIC 9(8) VALUE ZEROS.
           02 LD-PARCIAIS   PIC ZZZZ9.
           02 FILLER        PIC X(7) VALUE " ITENS ".
           02 LD-ITENS      PIC ZZZZ9.
           02 FILLER        PIC X(7) VALUE " DEVOL ".
           02 LD-QT-DEVOL   PIC ZZZ9.
           02 FILLER        PIC X(1) VALUE "/".
           02 LD-DEVOLVIDA  PIC ZZZZZZZ9.
           02 FILLER        PIC X(8) VALUE " QUALID ".
           02 LD-QUALIDADE  PIC ZZ9,99.
           02 FILLER        PIC X(1) VALUE "%".

       01 LINHA-EXCECAO.
           02 LE-PEDIDO     PIC 9(6).
           02 FILLER        PIC X(9) VALUE " EMITIDO ".
           02 LE-DATA       PIC 9(8).
           02 FILLER        PIC X(7) VALUE " FALTA ".
           02 LE-FALTA      PIC ZZZZZZ9.
           02 FILLER        PIC X(12) VALUE " ATRASO DE ".
           02 LE-DIAS       PIC ZZZZZZZ9.
           02 FILLER        PIC X(5) VALUE " DIAS".
           PERFORM ABRE-ARQUIVOS
           IF NOT PE-OTHER
               PERFORM ACUMULA-PEDIDOS
               PERFORM ACUMULA-DEVOLUCOES THRU FIM-ACUMULA-DEVOLUCOES
               PERFORM CALCULA-FILL
               PERFORM ORDENA-FORNECS
               PERFORM IMPRIME-SCORECARD
               MOVE WS-SV-RESULTADO TO WS-DIAS-ITEM
           END-IF.

      * DEVOLUCOES: QUANTAS E QUANTO VOLTOU DE CADA FORNECEDOR.  O
      * FORNECEDOR COM DEVOLUCAO E SEM PEDIDO NO HISTORICO ENTRA NA
      * TABELA SO COM A DEVOLUCAO.
       ACUMULA-DEVOLUCOES.
           OPEN INPUT DEVFORN
           IF DFST NOT = "00"
               GO FIM-ACUMULA-DEVOLUCOES
           END-IF
           PERFORM ACUMULA-UMA-DEVOLUCAO THRU END-ACUMULA-UMA-DEVOLUCAO
               UNTIL DFST NOT = "00"
           CLOSE DEVFORN.
       FIM-ACUMULA-DEVOLUCOES.
           EXIT.

       ACUMULA-UMA-DEVOLUCAO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "10" TO DFST
           END-READ
           IF DFST NOT = "00"
               GO END-ACUMULA-UMA-DEVOLUCAO
           END-IF
           SET WS-IDX TO 1
           PERFORM PROXIMO-FORNEC
               UNTIL WS-IDX > WS-QT-FORNECS
                   OR TAB-FN-CODIGO(WS-IDX) = DF-FORNEC
           IF WS-IDX > WS-QT-FORNECS
               IF WS-QT-FORNECS >= 100
                   DISPLAY "MAIS DE 100 FORNECEDORES NO HISTORICO - "
                       "DEVOLUCAO " DF-NUMERO " FORA DO SCORECARD"
                   GO END-ACUMULA-UMA-DEVOLUCAO
               END-IF
               ADD 1 TO WS-QT-FORNECS
               SET WS-IDX TO WS-QT-FORNECS
               MOVE DF-FORNEC TO TAB-FN-CODIGO(WS-IDX)
           END-IF
           ADD 1 TO TAB-FN-QT-DEVOL(WS-IDX)
           ADD DF-QTDE TO TAB-FN-DEVOLVIDA(WS-IDX).
       END-ACUMULA-UMA-DEVOLUCAO.

       PROXIMO-FORNEC.
           SET WS-IDX UP BY 1.

       CALCULA-FILL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QT-FORNECS
                       TAB-FN-RECEBIDA(WS-IDX) * 100
                       / TAB-FN-PEDIDA(WS-IDX)
               END-IF
               PERFORM CALCULA-QUALIDADE
           END-PERFORM.

      * QUALIDADE = 100% MENOS O PERCENTUAL DEVOLVIDO SOBRE O
      * RECEBIDO; DEVOLVER TUDO (OU MAIS DO QUE SE RECEBEU NOS
      * PEDIDOS DO HISTORICO) ZERA A NOTA.
       CALCULA-QUALIDADE.
           MOVE 100 TO TAB-FN-QUALIDADE(WS-IDX)
           IF TAB-FN-DEVOLVIDA(WS-IDX) > 0
               IF TAB-FN-DEVOLVIDA(WS-IDX) >= TAB-FN-RECEBIDA(WS-IDX)
                   MOVE ZEROS TO TAB-FN-QUALIDADE(WS-IDX)
               ELSE
                   COMPUTE TAB-FN-QUALIDADE(WS-IDX) ROUNDED =
                       100 - (TAB-FN-DEVOLVIDA(WS-IDX) * 100
                       / TAB-FN-RECEBIDA(WS-IDX))
               END-IF
           END-IF.

      * ORDENACAO POR TROCA (BOLHA) DO MENOR FILL RATE PARA O MAIOR -
      * O FORNECEDOR QUE MENOS ENTREGA ABRE O RELATORIO, COMO A
      * CURVA-ABC FAZ COM O GIRO.
           MOVE TAB-FN-ATRASADOS(WS-IDX) TO LD-ATRASADOS
           MOVE TAB-FN-PARCIAIS(WS-IDX) TO LD-PARCIAIS
           MOVE TAB-FN-ITENS(WS-IDX) TO LD-ITENS
           MOVE TAB-FN-QT-DEVOL(WS-IDX) TO LD-QT-DEVOL
           MOVE TAB-FN-DEVOLVIDA(WS-IDX) TO LD-DEVOLVIDA
           MOVE TAB-FN-QUALIDADE(WS-IDX) TO LD-QUALIDADE
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

