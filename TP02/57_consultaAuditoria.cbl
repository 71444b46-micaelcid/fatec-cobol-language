               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT ARQUIVO-MORTO ASSIGN TO WS-NOME-MORTO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AQST.

           SELECT BKPCAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BKST
               RECORD KEY IS BK-CHAVE.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

       COPY auditoria.

       FD  ARQUIVO-MORTO.
       01  REG-ARQUIVO-MORTO PIC X(107).

       FD BKPCAT VALUE OF FILE-ID IS "BKPCAT.DAT".

       COPY bkpcat.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(130).

      * 9973) E APONTA QUALQUER LINHA APAGADA OU EDITADA.  REGISTRO
      * ANTERIOR AO CONTROLE (ELO EM BRANCO) REINICIA A CORRENTE SEM
      * CONTAR COMO QUEBRA.
      * PERIODO QUE ALCANCA UM CORTE JA ARQUIVADO (ARQUIVA-AUDITORIA)
      * LE TAMBEM OS ARQUIVOS MORTOS AUDARQ_<CORTE>.DAT CATALOGADOS EM
      * BKPCAT.DAT, EM ORDEM DE CORTE E ANTES DO ARQUIVO VIVO.  O SELO
      * DE CADA CORTE NAO E RECALCULADO: TEM DE REPETIR O ELO DA
      * LINHA ANTERIOR (QUANDO ELA FOI LIDA) E PASSA A SER O ANTERIOR,
      * EMENDANDO A CORRENTE ENTRE UM ARQUIVO E OUTRO.
       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".
           88 FA-FIM       VALUE "10".

       77 AQST PIC X(02).
           88 AQ-OK        VALUE "00".
           88 AQ-FIM       VALUE "10".
       77 BKST PIC X(02).
           88 BK-OK        VALUE "00".
           88 BK-FIM       VALUE "99".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-LISTADOS        PIC 9(7) VALUE ZEROS.
       77 WS-QUEBRAS         PIC 9(5) VALUE ZEROS.
       77 WS-SEM-ELO         PIC 9(7) VALUE ZEROS.
       77 WS-SELOS           PIC 9(5) VALUE ZEROS.

      * ARQUIVOS MORTOS DO PERIODO, NA ORDEM DO CATALOGO (CORTE).
       77 WS-NOME-MORTO      PIC X(20) VALUE SPACES.
       77 WS-CORTE-ANT       PIC 9(8) VALUE ZEROS.
       77 WS-PULOU           PIC X(1) VALUE 'N'.
       77 WS-QT-MORTOS       PIC 9(3) VALUE ZEROS.
       77 WS-QT-MORTOS-LIDOS PIC 9(3) VALUE ZEROS.
       77 WS-IX              PIC 9(3) VALUE ZEROS.
       01 TAB-MORTOS.
           02 TAB-MORTO OCCURS 200 TIMES.
               03 TAB-MT-NOME  PIC X(20).
               03 TAB-MT-PULOU PIC X(1).

      * RECALCULO DA CORRENTE (MESMA REGRA DO ELO-AUDITORIA).
       77 WS-ELO-ANTERIOR    PIC 9(4) VALUE ZEROS.
       77 WS-ELO-ESPERADO    PIC 9(8) VALUE ZEROS.
       77 WS-ELO-ESPER-4     PIC 9(4) VALUE ZEROS.
       77 WS-ELO-CONFERE     PIC X(1) VALUE 'S'.
       77 WS-CORRENTE-INICIADA PIC X(1) VALUE 'N'.
       77 WS-I               PIC 9(3) VALUE ZEROS.
       77 WS-SOMA            PIC 9(8) VALUE ZEROS.
       77 WS-QUOC            PIC 9(8) VALUE ZEROS.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-SITUACAO  PIC X(14).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CAT
           PERFORM PEDE-FILTROS
           PERFORM ABRE-ARQUIVOS
           IF FA-OK
               PERFORM CARREGA-MORTOS THRU FIM-CARREGA-MORTOS
               PERFORM LE-ARQUIVO-MORTO THRU END-LE-ARQUIVO-MORTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QT-MORTOS
               IF WS-QT-MORTOS-LIDOS > ZEROS
                   IF WS-PULOU = 'S'
                       MOVE 'N' TO WS-CORRENTE-INICIADA
                   END-IF
                   MOVE SPACES TO LINHA-RELATORIO
                   MOVE "-- ARQUIVO VIVO AUDITORIA.DAT" TO
                       LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
               PERFORM PROCESSA-REGISTRO THRU END-PROCESSA-REGISTRO
                   UNTIL FA-FIM
               PERFORM RODAPE
           CLOSE AUDITORIA RELATORIO
           GOBACK.

      * SO ENTRA ARQUIVO MORTO CUJO TRECHO (DO CORTE ANTERIOR ATE O
      * DELE) CRUZA O PERIODO PEDIDO.  ARQUIVO PULADO ENTRE DOIS LIDOS
      * REINICIA A CORRENTE NO SELO SEGUINTE, SEM CONTAR QUEBRA.
       CARREGA-MORTOS.
           OPEN INPUT BKPCAT
           IF NOT BK-OK
               GO FIM-CARREGA-MORTOS
           END-IF
           MOVE "AUDITORIA" TO BK-ARQUIVO
           MOVE ZEROS TO BK-DATA WS-CORTE-ANT
           START BKPCAT KEY IS NOT LESS THAN BK-CHAVE
               INVALID KEY
                   SET BK-FIM TO TRUE
           END-START
           MOVE 'N' TO WS-PULOU
           PERFORM ESCOLHE-MORTO UNTIL BK-FIM
           CLOSE BKPCAT.
       FIM-CARREGA-MORTOS.
           EXIT.

       ESCOLHE-MORTO.
           READ BKPCAT NEXT RECORD
               AT END
                   SET BK-FIM TO TRUE
           END-READ
           IF BK-OK AND BK-ARQUIVO NOT = "AUDITORIA"
               SET BK-FIM TO TRUE
           END-IF
           IF BK-OK AND BK-VERIF-OK
               IF (WS-FILTRO-DATA-INI = ZEROS
                       OR WS-FILTRO-DATA-INI < BK-DATA)
                   AND (WS-FILTRO-DATA-FIM = ZEROS
                       OR WS-FILTRO-DATA-FIM NOT < WS-CORTE-ANT)
                   AND WS-QT-MORTOS < 200
                   ADD 1 TO WS-QT-MORTOS
                   MOVE BK-NOME-BKP TO TAB-MT-NOME(WS-QT-MORTOS)
                   MOVE WS-PULOU TO TAB-MT-PULOU(WS-QT-MORTOS)
                   MOVE 'N' TO WS-PULOU
               ELSE
                   MOVE 'S' TO WS-PULOU
               END-IF
               MOVE BK-DATA TO WS-CORTE-ANT
           END-IF.

       LE-ARQUIVO-MORTO.
           MOVE TAB-MT-NOME(WS-IX) TO WS-NOME-MORTO
           OPEN INPUT ARQUIVO-MORTO
           IF NOT AQ-OK
               DISPLAY "ARQUIVO MORTO " WS-NOME-MORTO
                   " INDISPONIVEL - FS=" AQST
               MOVE 'N' TO WS-CORRENTE-INICIADA
               GO END-LE-ARQUIVO-MORTO
           END-IF
           ADD 1 TO WS-QT-MORTOS-LIDOS
           IF TAB-MT-PULOU(WS-IX) = 'S'
               MOVE 'N' TO WS-CORRENTE-INICIADA
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "-- ARQUIVO MORTO " WS-NOME-MORTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM PROCESSA-MORTO THRU END-PROCESSA-MORTO
               UNTIL NOT AQ-OK
           CLOSE ARQUIVO-MORTO.
       END-LE-ARQUIVO-MORTO.

       PROCESSA-MORTO.
           READ ARQUIVO-MORTO INTO REG-AUDITORIA
               AT END
                   SET AQ-FIM TO TRUE
                   GO END-PROCESSA-MORTO
           END-READ
           PERFORM CONFERE-E-LISTA THRU END-CONFERE-E-LISTA.
       END-PROCESSA-MORTO.

       PEDE-FILTROS.
           DISPLAY "CONSULTA DE AUDITORIA"
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = TODAS): "
                   SET FA-FIM TO TRUE
                   GO END-PROCESSA-REGISTRO
           END-READ
           PERFORM CONFERE-E-LISTA THRU END-CONFERE-E-LISTA.
       END-PROCESSA-REGISTRO.

       CONFERE-E-LISTA.
           ADD 1 TO WS-LIDOS

      *    A CORRENTE E CONFERIDA EM TODO REGISTRO, FILTRADO OU NAO -
           MOVE REG-AUDITORIA TO WS-REG-IMAGEM
           MOVE WS-REG-IMAGEM(104:4) TO WS-ELO-TEXTO
           MOVE 'S' TO WS-ELO-CONFERE
           EVALUATE TRUE
               WHEN AUD-SELO
                   ADD 1 TO WS-SELOS
                   IF WS-CORRENTE-INICIADA = 'S'
                       AND AUD-ELO NOT = WS-ELO-ANTERIOR
                       MOVE 'N' TO WS-ELO-CONFERE
                       ADD 1 TO WS-QUEBRAS
                   END-IF
                   MOVE AUD-ELO TO WS-ELO-ANTERIOR
               WHEN WS-ELO-TEXTO = SPACES
                   ADD 1 TO WS-SEM-ELO
                   MOVE ZEROS TO WS-ELO-ANTERIOR
               WHEN OTHER
                   PERFORM CALCULA-ELO-ESPERADO
                   IF AUD-ELO NOT = WS-ELO-ESPER-4
                       MOVE 'N' TO WS-ELO-CONFERE
                       ADD 1 TO WS-QUEBRAS
                   END-IF
                   MOVE AUD-ELO TO WS-ELO-ANTERIOR
           END-EVALUATE
           MOVE 'S' TO WS-CORRENTE-INICIADA

           MOVE AUD-ANO  TO WS-DATA-REG(1:4)
           MOVE AUD-MES  TO WS-DATA-REG(5:2)
           MOVE AUD-DIA  TO WS-DATA-REG(7:2)
           IF WS-FILTRO-DATA-INI > 0
               AND WS-DATA-REG < WS-FILTRO-DATA-INI
               GO END-CONFERE-E-LISTA
           END-IF
           IF WS-FILTRO-DATA-FIM > 0
               AND WS-DATA-REG > WS-FILTRO-DATA-FIM
               GO END-CONFERE-E-LISTA
           END-IF
           IF WS-FILTRO-PROGRAMA NOT = SPACES
               AND AUD-PROGRAMA NOT = WS-FILTRO-PROGRAMA
               GO END-CONFERE-E-LISTA
           END-IF
           IF WS-FILTRO-OPERACAO NOT = SPACES
               AND AUD-OPERACAO NOT = WS-FILTRO-OPERACAO
               GO END-CONFERE-E-LISTA
           END-IF
           IF WS-FILTRO-CHAVE NOT = SPACES
               AND AUD-CHAVE NOT = WS-FILTRO-CHAVE
               GO END-CONFERE-E-LISTA
           END-IF

           ADD 1 TO WS-LISTADOS
           MOVE AUD-CHAVE TO LD-CHAVE
           MOVE AUD-DESCRICAO TO LD-DESCRICAO
           EVALUATE TRUE
               WHEN WS-ELO-CONFERE = 'N'
                   MOVE "** QUEBRA **" TO LD-SITUACAO
               WHEN AUD-SELO
                   MOVE "SELO" TO LD-SITUACAO
               WHEN WS-ELO-TEXTO = SPACES
                   MOVE "SEM ELO" TO LD-SITUACAO
               WHEN OTHER
                   MOVE "OK" TO LD-SITUACAO
           END-EVALUATE
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-CONFERE-E-LISTA.

      * MESMA REGRA DO ELO-AUDITORIA - MUDOU LA, MUDA AQUI.
       CALCULA-ELO-ESPERADO.
               "  SEM ELO (ANTIGOS) " WS-SEM-ELO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ARQUIVOS MORTOS LIDOS " WS-QT-MORTOS-LIDOS
               "  SELOS DE ARQUIVAMENTO " WS-SELOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QUEBRAS > 0
               MOVE "** CORRENTE VIOLADA - ARQUIVO FOI EDITADO **"
                   TO LINHA-RELATORIO

       RESUMO-FINAL.
           DISPLAY "REGISTROS LIDOS....: " WS-LIDOS
           DISPLAY "ARQUIVOS MORTOS....: " WS-QT-MORTOS-LIDOS
           DISPLAY "LISTADOS NO FILTRO.: " WS-LISTADOS
           DISPLAY "QUEBRAS DE CORRENTE: " WS-QUEBRAS
           IF WS-QUEBRAS > 0
