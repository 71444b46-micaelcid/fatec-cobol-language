               FILE STATUS IS FFLIMP
               RECORD KEY IS LP-CONTA.

           SELECT SCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSCOR
               RECORD KEY IS SR-CPF.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFPARM.

           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

       COPY limprop.

       FD SCORE VALUE OF FILE-ID IS "SCORE.DAT".

       COPY score.

       FD PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD  RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LIMPROP.TXT".
       01  LINHA-RELATORIO PIC X(100).
      *     ARREDONDADO A CENTENA;
      *   - PROPOSTA DENTRO DE 10% DO LIMITE ATUAL NAO E GRAVADA
      *     (NAO VALE A PENA OCUPAR O GERENTE COM ISSO).
      *   - SCORE INTERNO DO CPF (SCORE.DAT DO SCORE-CREDITO) ABAIXO
      *     DO CORTE DE RECUSA DE PARAMETROS.DAT: O LIMITE NAO SOBE;
      *     ABAIXO DO CORTE PLENO (OU CPF AINDA SEM NOTA): A PROPOSTA
      *     FICA NO TETO DE LIMITE PARA SCORE BAIXO.
      * NADA E APLICADO AQUI: O GERENTE DECIDE NA TELA DE REVISAO DE
      * LIMITES DO BANCOPEL, QUE MOSTRA OS NUMEROS DE SUPORTE.
       77 FFSALV PIC 9(02).
           88 LP-EMPTY     VALUE 35.
           88 LP-OTHER     VALUE 99.

       77 FFSCOR PIC 9(02).
           88 SR-OK        VALUE 00.

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 REP-OK PIC X(02).

      * CORTES DE SCORE (ZERO DESLIGA).
       77 WS-TEM-SCORE       PIC X VALUE 'N'.
       77 WS-SCORE-ACHADO    PIC X VALUE 'N'.
       77 WS-SCORE-RECUSA    PIC 9(4) VALUE ZEROS.
       77 WS-SCORE-PLENO     PIC 9(4) VALUE ZEROS.
       77 WS-TETO-LIMITE     PIC 9(7) VALUE ZEROS.
       77 WS-QT-TRAVADAS     PIC 9(6) VALUE ZEROS.

       77 WS-HOJE            PIC 9(8) VALUE ZEROS.
       77 WS-CONTAS-LIDAS    PIC 9(6) VALUE ZEROS.
       77 WS-PROPOSTAS       PIC 9(6) VALUE ZEROS.
           02 LD-SALARIOS  PIC ZZ9.
           02 FILLER       PIC X(5) VALUE " DEV ".
           02 LD-DEVOLV    PIC ZZ9.
           02 FILLER       PIC X(7) VALUE " SCORE ".
           02 LD-SCORE     PIC X(4).

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM CARREGA-PARAMETROS

           PERFORM ABRE-ARQUIVOS
           IF FS-OK
           END-IF
           PERFORM RELATORIO-FINAL
           CLOSE CAD EXTRATO CHEQUES LIMPROP RELATORIO
           IF WS-TEM-SCORE = 'S'
               CLOSE SCORE
           END-IF
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       IF PM-SCORE-RECUSA > 0
                           MOVE PM-SCORE-RECUSA TO WS-SCORE-RECUSA
                       END-IF
                       IF PM-SCORE-PLENO > 0
                           MOVE PM-SCORE-PLENO TO WS-SCORE-PLENO
                       END-IF
                       IF PM-TETO-LIMITE-SCORE > 0
                           MOVE PM-TETO-LIMITE-SCORE TO WS-TETO-LIMITE
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ABRE-ARQUIVOS.
           OPEN INPUT CAD
           IF FS-EMPTY
           IF NOT FQ-OK
               MOVE 99 TO FFCHEQ
           END-IF
      *    SEM SCORE.DAT (SCORE-CREDITO AINDA NAO RODOU) OS CORTES
      *    DE SCORE NAO SAO APLICADOS.
           OPEN INPUT SCORE
           IF SR-OK
               MOVE 'S' TO WS-TEM-SCORE
           END-IF
           OPEN I-O LIMPROP
           IF LP-EMPTY
               OPEN OUTPUT LIMPROP
           ADD 1 TO WS-CONTAS-LIDAS
           PERFORM MEDE-EXTRATO THRU END-MEDE-EXTRATO
           PERFORM CONTA-DEVOLVIDOS THRU END-CONTA-DEVOLVIDOS
           PERFORM LE-SCORE
           PERFORM CALCULA-PROPOSTA THRU END-CALCULA-PROPOSTA.
       END-AVALIA-CONTA.

           END-IF.
       END-SOMA-DEVOLVIDO.

       LE-SCORE.
           MOVE 'N' TO WS-SCORE-ACHADO
           MOVE ZEROS TO SR-PONTOS
           IF WS-TEM-SCORE = 'S'
               MOVE CD-CPF TO SR-CPF
               READ SCORE
                   INVALID KEY
                       MOVE ZEROS TO SR-PONTOS
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SCORE-ACHADO
               END-READ
           END-IF.

       CALCULA-PROPOSTA.
           IF WS-QT-DEVOLVIDOS > 0
               COMPUTE WS-PROPOSTO ROUNDED = VL-LIMITE / 2
               END-IF
           END-IF

      *    CORTES DE SCORE: ABAIXO DA RECUSA NAO HA AUMENTO; ABAIXO
      *    DO PLENO (OU SEM NOTA) A PROPOSTA PARA NO TETO.
           IF WS-TEM-SCORE = 'S'
               IF WS-SCORE-ACHADO = 'S' AND WS-SCORE-RECUSA > 0
                   AND SR-PONTOS < WS-SCORE-RECUSA
                   AND WS-PROPOSTO > VL-LIMITE
                   MOVE VL-LIMITE TO WS-PROPOSTO
                   ADD 1 TO WS-QT-TRAVADAS
               END-IF
               IF WS-SCORE-PLENO > 0 AND WS-TETO-LIMITE > 0
                   AND (WS-SCORE-ACHADO = 'N'
                        OR SR-PONTOS < WS-SCORE-PLENO)
                   AND WS-PROPOSTO > WS-TETO-LIMITE
                   MOVE WS-TETO-LIMITE TO WS-PROPOSTO
                   ADD 1 TO WS-QT-TRAVADAS
               END-IF
           END-IF

      *    ARREDONDA A CENTENA - LIMITE QUEBRADO SO CONFUNDE O
      *    CLIENTE NO GUICHE.
           COMPUTE WS-PROPOSTO-CENT = WS-PROPOSTO / 100
           MOVE WS-QT-SALARIOS TO LP-QT-SALARIOS
           MOVE WS-QT-DEVOLVIDOS TO LP-QT-DEVOLVIDOS
           MOVE WS-HOJE TO LP-DATA-GERACAO
           MOVE SR-PONTOS TO LP-SCORE
           IF WS-SCORE-ACHADO = 'S'
               MOVE 'N' TO LP-SEM-SCORE
           ELSE
               MOVE 'S' TO LP-SEM-SCORE
           END-IF
           SET LP-PENDENTE TO TRUE
      *    PROPOSTA ANTERIOR AINDA PENDENTE E SUBSTITUIDA PELA NOVA.
           WRITE REG-LIMPROP
           MOVE WS-SALDO-MEDIO TO LD-SMEDIO
           MOVE WS-QT-SALARIOS TO LD-SALARIOS
           MOVE WS-QT-DEVOLVIDOS TO LD-DEVOLV
           IF WS-SCORE-ACHADO = 'S'
               MOVE SR-PONTOS TO LD-SCORE
           ELSE
               MOVE "----" TO LD-SCORE
           END-IF
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-CALCULA-PROPOSTA.
           DISPLAY "PROPOSTAS GERADAS..: " WS-PROPOSTAS
           DISPLAY "AUMENTOS...........: " WS-AUMENTOS
           DISPLAY "REDUCOES...........: " WS-REDUCOES
           DISPLAY "TRAVADAS PELO SCORE: " WS-QT-TRAVADAS
           DISPLAY "PROPOSTAS GRAVADAS EM LIMPROP.DAT"
           DISPLAY "RELATORIO GRAVADO EM LIMPROP.TXT".

