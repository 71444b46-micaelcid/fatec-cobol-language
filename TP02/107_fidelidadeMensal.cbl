       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDELIDADE-MENSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FCST
               SHARING WITH ALL OTHER
               RECORD KEY IS FC-CPF.

           SELECT FIDMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FMST
               SHARING WITH ALL OTHER
               RECORD KEY IS FM-CHAVE.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFPARM.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFDIAM.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD FIDCLI VALUE OF FILE-ID IS "FIDCLI.DAT".

       COPY fidcli.

       FD FIDMOV VALUE OF FILE-ID IS "FIDMOV.DAT".

       COPY fidmov.

       FD PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * FIDELIDADE MENSAL - RODA NO DIA 1 SOBRE A COMPETENCIA ANTERIOR,
      * EM CIMA DOS PONTOS DO CUPOM DO INDICE (FIDCLI.DAT E
      * FIDMOV.DAT):
      *   1) VENCE OS LOTES DE PONTOS COM VALIDADE ANTERIOR A DATA DO
      *      MOVIMENTO QUE NENHUM CUPOM VENCEU AINDA (O CAIXA SO VENCE
      *      OS DO CPF QUE APARECE), TIRANDO DO SALDO E AUDITANDO;
      *   2) MOVIMENTO DA COMPETENCIA: PONTOS GANHOS E COMPRAS
      *      PONTUADAS, PONTOS RESGATADOS E DESCONTO CONCEDIDO,
      *      PONTOS EXPIRADOS;
      *   3) PASSIVO DE PONTOS: O SALDO EM ABERTO DE TODOS OS CPFS,
      *      EM PONTOS E EM REAIS PELO VALOR DO PONTO NO PARAMETRO;
      *   4) OS 10 MAIORES CLIENTES DA COMPETENCIA POR COMPRAS.
       77 FCST PIC X(02).
           88 FC-OK        VALUE "00".
           88 FC-EMPTY     VALUE "35".
           88 FC-FIM       VALUE "99".

       77 FMST PIC X(02).
           88 FM-OK        VALUE "00".
           88 FM-FIM       VALUE "99".

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CLIENTES".
       77 WS-PROG-CAT PIC X(20) VALUE "FIDELIDADE-MENSAL".

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

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       01 WS-COMPETENCIA.
           02 WS-COMP-ANO  PIC 9(4).
           02 WS-COMP-MES  PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).

       77 WS-CENT-PONTO    PIC 9(3) VALUE 1.

      * DO CPF CORRENTE NA VARREDURA DE FIDMOV.DAT.
       77 WS-CPF-ATUAL     PIC 9(11) VALUE ZEROS.
       77 WS-CL-EXPIROU    PIC 9(7) VALUE ZEROS.
       77 WS-CL-COMPRAS    PIC 9(9)V99 VALUE ZEROS.
       77 WS-CL-GANHOS     PIC 9(7) VALUE ZEROS.
       77 WS-CL-RESGATE    PIC 9(7) VALUE ZEROS.
       77 WS-CL-SALDO      PIC 9(7) VALUE ZEROS.
       01 WS-FM-SALVO      PIC X(57) VALUE SPACES.
       77 WS-ULTIMO-LIDO   PIC X(1) VALUE 'N'.

      * DA COMPETENCIA.
       77 WS-QT-CPF-EXPIROU PIC 9(6) VALUE ZEROS.
       77 WS-VARREDURA-EXP  PIC 9(9) VALUE ZEROS.
       77 WS-MES-GANHOS     PIC 9(9) VALUE ZEROS.
       77 WS-MES-COMPRAS    PIC 9(11)V99 VALUE ZEROS.
       77 WS-MES-RESGATE    PIC 9(9) VALUE ZEROS.
       77 WS-MES-DESCONTO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-MES-EXPIRADO   PIC 9(9) VALUE ZEROS.
       77 WS-QT-COM-SALDO   PIC 9(6) VALUE ZEROS.
       77 WS-QT-CLIENTES    PIC 9(6) VALUE ZEROS.
       77 WS-PASSIVO-PTS    PIC 9(11) VALUE ZEROS.
       77 WS-PASSIVO-VALOR  PIC 9(11)V99 VALUE ZEROS.

      * OS 10 MAIORES CLIENTES POR COMPRAS NA COMPETENCIA, EM ORDEM
      * DECRESCENTE (INSERCAO COM DESLOCAMENTO).
       01 TAB-TOP.
           02 TAB-TP-ITEM OCCURS 10 TIMES.
               03 TAB-TP-CPF      PIC 9(11).
               03 TAB-TP-COMPRAS  PIC 9(9)V99.
               03 TAB-TP-GANHOS   PIC 9(7).
               03 TAB-TP-RESGATE  PIC 9(7).
               03 TAB-TP-SALDO    PIC 9(7).
       77 WS-QT-TOP        PIC 99 VALUE ZEROS.
       77 WS-TP-I          PIC 99 VALUE ZEROS.
       77 WS-TP-POS        PIC 99 VALUE ZEROS.

       01 LINHA-CABEC.
           02 FILLER PIC X(50)
               VALUE "POS CPF                COMPRAS NO MES   GANHOS  ".
           02 FILLER PIC X(40)
               VALUE "RESGATADOS    SALDO".

       01 LINHA-DETALHE.
           02 LD-POSICAO   PIC Z9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-CPF       PIC 9(11).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-COMPRAS   PIC Z(11)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-GANHOS    PIC Z(7)9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-RESGATE   PIC Z(9)9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-SALDO     PIC Z(7)9.

       01 LINHA-TOTAL.
           02 LT-TITULO    PIC X(40).
           02 LT-VALOR     PIC -Z(11)9.99.

       01 LINHA-PONTOS.
           02 LP-TITULO    PIC X(40).
           02 LP-PONTOS    PIC Z(11)9.

       77 WS-AUD-OP    PIC X(10).
       77 WS-AUD-CHAVE PIC X(20).
       77 WS-AUD-DESC  PIC X(40).

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

      *    COMPETENCIA: O MES ANTERIOR AO DA DATA DE MOVIMENTO.
           MOVE WS-HOJE(1:6) TO WS-COMPETENCIA-N
           IF WS-COMP-MES = 1
               MOVE 12 TO WS-COMP-MES
               SUBTRACT 1 FROM WS-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF
           PERFORM CARREGA-PARAMETROS

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT FC-OK
               GOBACK
           END-IF

           MOVE ZEROS TO FM-CPF FM-DATA FM-CUPOM
           MOVE SPACES TO FM-TIPO
           START FIDMOV KEY IS NOT LESS THAN FM-CHAVE
               INVALID KEY
                   SET FM-FIM TO TRUE
           END-START
           PERFORM VARRE-MOVIMENTO THRU END-VARRE-MOVIMENTO
               UNTIL FM-FIM
           IF WS-CPF-ATUAL > ZEROS
               PERFORM FECHA-CLIENTE THRU END-FECHA-CLIENTE
           END-IF

           MOVE ZEROS TO FC-CPF
           START FIDCLI KEY IS NOT LESS THAN FC-CPF
               INVALID KEY
                   SET FC-FIM TO TRUE
           END-START
           PERFORM SOMA-PASSIVO THRU END-SOMA-PASSIVO
               UNTIL FC-FIM
           COMPUTE WS-PASSIVO-VALOR =
               WS-PASSIVO-PTS * WS-CENT-PONTO / 100

           PERFORM IMPRIME-RESUMO
           PERFORM IMPRIME-MAIORES

           CLOSE FIDCLI FIDMOV AUDITORIA RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       IF PM-CENTAVOS-POR-PONTO > 0
                           MOVE PM-CENTAVOS-POR-PONTO
                               TO WS-CENT-PONTO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ABRE-ARQUIVOS.
           OPEN I-O FIDCLI
           IF FC-EMPTY
               DISPLAY "FIDCLI.DAT VAZIO - NENHUM CLIENTE NA "
                   "FIDELIDADE"
               GO FIM-ABRE-ARQUIVOS
           END-IF
           IF NOT FC-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR FIDCLI.DAT - FS="
                   FCST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O FIDMOV
           IF NOT FM-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR FIDMOV.DAT - FS="
                   FMST
               CLOSE FIDCLI
               MOVE "99" TO FCST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "FIDELID_" WS-COMPETENCIA-N ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FIDELIDADE DO CUPOM - COMPETENCIA "
               WS-COMPETENCIA-N " - MOVIMENTO " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * A CHAVE COMECA PELO CPF: CADA QUEBRA FECHA O CLIENTE ANTERIOR
      * (VENCIMENTO NO SALDO E CANDIDATO A MAIORES CLIENTES).
       VARRE-MOVIMENTO.
           IF WS-ULTIMO-LIDO = 'S'
               SET FM-FIM TO TRUE
               GO END-VARRE-MOVIMENTO
           END-IF
           READ FIDMOV NEXT RECORD
               AT END
                   SET FM-FIM TO TRUE
           END-READ
           IF NOT FM-OK
               GO END-VARRE-MOVIMENTO
           END-IF
           IF FM-CPF NOT = WS-CPF-ATUAL
               IF WS-CPF-ATUAL > ZEROS
                   MOVE REG-FIDMOV TO WS-FM-SALVO
                   PERFORM FECHA-CLIENTE THRU END-FECHA-CLIENTE
                   PERFORM REPOSICIONA-MOVIMENTO
               END-IF
               MOVE FM-CPF TO WS-CPF-ATUAL
               MOVE ZEROS TO WS-CL-EXPIROU WS-CL-COMPRAS
                   WS-CL-GANHOS WS-CL-RESGATE
           END-IF

           IF FM-GANHO AND FM-SALDO-LOTE > 0
               AND FM-VALIDADE < WS-HOJE
               ADD FM-SALDO-LOTE TO WS-CL-EXPIROU
               MOVE ZEROS TO FM-SALDO-LOTE
               REWRITE REG-FIDMOV
                   INVALID KEY
                       DISPLAY "FALHA AO VENCER LOTE DO CPF " FM-CPF
                           " DE " FM-DATA
               END-REWRITE
           END-IF

           IF FM-DATA(1:6) NOT = WS-COMPETENCIA-N
               GO END-VARRE-MOVIMENTO
           END-IF
           EVALUATE TRUE
               WHEN FM-GANHO
                   ADD FM-PONTOS TO WS-MES-GANHOS WS-CL-GANHOS
                   ADD FM-VALOR TO WS-MES-COMPRAS WS-CL-COMPRAS
               WHEN FM-RESGATE
                   ADD FM-PONTOS TO WS-MES-RESGATE WS-CL-RESGATE
                   ADD FM-VALOR TO WS-MES-DESCONTO
               WHEN FM-EXPIRACAO
                   ADD FM-PONTOS TO WS-MES-EXPIRADO
           END-EVALUATE.
       END-VARRE-MOVIMENTO.

      * O 'X' DO VENCIMENTO E GRAVADO NO MEIO DA VARREDURA: VOLTA O
      * REGISTRO JA LIDO DO CPF SEGUINTE E REPOSICIONA LOGO DEPOIS
      * DELE; SE ELE ERA O ULTIMO, A PROXIMA LEITURA JA E O FIM.
       REPOSICIONA-MOVIMENTO.
           MOVE WS-FM-SALVO TO REG-FIDMOV
           START FIDMOV KEY IS GREATER THAN FM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-ULTIMO-LIDO
           END-START
           MOVE WS-FM-SALVO TO REG-FIDMOV
           MOVE "00" TO FMST.

      * FECHAMENTO DO CPF: O QUE VENCEU SAI DO SALDO (COM 'X' NO
      * HISTORICO E AUDITORIA) E O CLIENTE DISPUTA OS 10 MAIORES.
       FECHA-CLIENTE.
           MOVE WS-CPF-ATUAL TO FC-CPF
           READ FIDCLI
               INVALID KEY
                   DISPLAY "CPF " WS-CPF-ATUAL
                       " COM HISTORICO E SEM SALDO EM FIDCLI.DAT"
                   GO END-FECHA-CLIENTE
           END-READ
           IF WS-CL-EXPIROU > ZEROS
               IF WS-CL-EXPIROU > FC-SALDO
                   MOVE FC-SALDO TO WS-CL-EXPIROU
               END-IF
               SUBTRACT WS-CL-EXPIROU FROM FC-SALDO
               ADD WS-CL-EXPIROU TO FC-EXPIRADOS
               REWRITE REG-FIDCLI
                   INVALID KEY
                       DISPLAY "FALHA AO ATUALIZAR SALDO DO CPF "
                           WS-CPF-ATUAL
                       GO END-FECHA-CLIENTE
               END-REWRITE
               ADD 1 TO WS-QT-CPF-EXPIROU
               ADD WS-CL-EXPIROU TO WS-VARREDURA-EXP
               PERFORM GRAVA-EXPIRACAO

               MOVE "PTS-EXPIRA" TO WS-AUD-OP
               MOVE WS-CPF-ATUAL TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DESC
               STRING "PONTOS VENCIDOS " WS-CL-EXPIROU
                   DELIMITED BY SIZE INTO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF
           MOVE FC-SALDO TO WS-CL-SALDO
           IF WS-CL-COMPRAS > ZEROS
               PERFORM CLASSIFICA-CLIENTE
           END-IF.
       END-FECHA-CLIENTE.

      * UM 'X' POR CPF E DIA: SE O CAIXA JA VENCEU PONTOS DESTE CPF
      * HOJE, SOMA NO MESMO REGISTRO.
       GRAVA-EXPIRACAO.
           MOVE SPACES TO REG-FIDMOV
           MOVE WS-CPF-ATUAL TO FM-CPF
           MOVE WS-HOJE TO FM-DATA
           MOVE ZEROS TO FM-CUPOM
           SET FM-EXPIRACAO TO TRUE
           MOVE ZEROS TO FM-SALDO-LOTE FM-VALIDADE FM-VALOR
           READ FIDMOV
               INVALID KEY
                   MOVE WS-CL-EXPIROU TO FM-PONTOS
                   MOVE ZEROS TO FM-SALDO-LOTE FM-VALIDADE FM-VALOR
                   WRITE REG-FIDMOV
                       INVALID KEY
                           DISPLAY "FALHA AO GRAVAR VENCIMENTO DO CPF "
                               WS-CPF-ATUAL
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-CL-EXPIROU TO FM-PONTOS
                   REWRITE REG-FIDMOV
                       INVALID KEY
                           DISPLAY "FALHA AO GRAVAR VENCIMENTO DO CPF "
                               WS-CPF-ATUAL
                   END-REWRITE
           END-READ.

       CLASSIFICA-CLIENTE.
           MOVE ZEROS TO WS-TP-POS
           PERFORM PROCURA-POSICAO
               VARYING WS-TP-I FROM 1 BY 1
               UNTIL WS-TP-I > WS-QT-TOP OR WS-TP-POS > 0
           IF WS-TP-POS = 0
               IF WS-QT-TOP < 10
                   ADD 1 TO WS-QT-TOP
                   MOVE WS-QT-TOP TO WS-TP-POS
               END-IF
           ELSE
               IF WS-QT-TOP < 10
                   ADD 1 TO WS-QT-TOP
               END-IF
               PERFORM DESLOCA-POSICAO
                   VARYING WS-TP-I FROM WS-QT-TOP BY -1
                   UNTIL WS-TP-I <= WS-TP-POS
           END-IF
           IF WS-TP-POS > 0
               MOVE WS-CPF-ATUAL TO TAB-TP-CPF(WS-TP-POS)
               MOVE WS-CL-COMPRAS TO TAB-TP-COMPRAS(WS-TP-POS)
               MOVE WS-CL-GANHOS TO TAB-TP-GANHOS(WS-TP-POS)
               MOVE WS-CL-RESGATE TO TAB-TP-RESGATE(WS-TP-POS)
               MOVE WS-CL-SALDO TO TAB-TP-SALDO(WS-TP-POS)
           END-IF.

       PROCURA-POSICAO.
           IF WS-CL-COMPRAS > TAB-TP-COMPRAS(WS-TP-I)
               MOVE WS-TP-I TO WS-TP-POS
           END-IF.

       DESLOCA-POSICAO.
           MOVE TAB-TP-ITEM(WS-TP-I - 1) TO TAB-TP-ITEM(WS-TP-I).

      * PASSIVO: O SALDO EM ABERTO DE CADA CPF, JA SEM O QUE VENCEU.
       SOMA-PASSIVO.
           READ FIDCLI NEXT RECORD
               AT END
                   SET FC-FIM TO TRUE
           END-READ
           IF NOT FC-OK
               GO END-SOMA-PASSIVO
           END-IF
           ADD 1 TO WS-QT-CLIENTES
           IF FC-SALDO > ZEROS
               ADD 1 TO WS-QT-COM-SALDO
               ADD FC-SALDO TO WS-PASSIVO-PTS
           END-IF.
       END-SOMA-PASSIVO.

       IMPRIME-RESUMO.
           MOVE "PASSIVO DE PONTOS EM ABERTO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  CLIENTES NA FIDELIDADE" TO LP-TITULO
           MOVE WS-QT-CLIENTES TO LP-PONTOS
           MOVE LINHA-PONTOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  CLIENTES COM SALDO" TO LP-TITULO
           MOVE WS-QT-COM-SALDO TO LP-PONTOS
           MOVE LINHA-PONTOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  PONTOS EM ABERTO" TO LP-TITULO
           MOVE WS-PASSIVO-PTS TO LP-PONTOS
           MOVE LINHA-PONTOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  VALOR DOS PONTOS EM ABERTO" TO LT-TITULO
           MOVE WS-PASSIVO-VALOR TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE "MOVIMENTO DA COMPETENCIA" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  PONTOS GANHOS" TO LP-TITULO
           MOVE WS-MES-GANHOS TO LP-PONTOS
           MOVE LINHA-PONTOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  COMPRAS PONTUADAS" TO LT-TITULO
           MOVE WS-MES-COMPRAS TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  PONTOS RESGATADOS" TO LP-TITULO
           MOVE WS-MES-RESGATE TO LP-PONTOS
           MOVE LINHA-PONTOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  DESCONTO CONCEDIDO NOS RESGATES" TO LT-TITULO
           MOVE WS-MES-DESCONTO TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  PONTOS EXPIRADOS NO CAIXA" TO LP-TITULO
           MOVE WS-MES-EXPIRADO TO LP-PONTOS
           MOVE LINHA-PONTOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  PONTOS EXPIRADOS NESTA VARREDURA" TO LP-TITULO
           MOVE WS-VARREDURA-EXP TO LP-PONTOS
           MOVE LINHA-PONTOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-MAIORES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "MAIORES CLIENTES DA COMPETENCIA (POR COMPRAS)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QT-TOP = ZEROS
               MOVE "NENHUMA COMPRA PONTUADA NA COMPETENCIA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               MOVE LINHA-CABEC TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM IMPRIME-UM-MAIOR
                   VARYING WS-TP-I FROM 1 BY 1
                   UNTIL WS-TP-I > WS-QT-TOP
           END-IF.

       IMPRIME-UM-MAIOR.
           MOVE WS-TP-I TO LD-POSICAO
           MOVE TAB-TP-CPF(WS-TP-I) TO LD-CPF
           MOVE TAB-TP-COMPRAS(WS-TP-I) TO LD-COMPRAS
           MOVE TAB-TP-GANHOS(WS-TP-I) TO LD-GANHOS
           MOVE TAB-TP-RESGATE(WS-TP-I) TO LD-RESGATE
           MOVE TAB-TP-SALDO(WS-TP-I) TO LD-SALDO
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       REGISTRA-CATALOGO.
           OPEN I-O CATREL
           IF CRST = "35"
               OPEN OUTPUT CATREL
               CLOSE CATREL
               OPEN I-O CATREL
           END-IF
           MOVE SPACES TO REG-CATREL
           MOVE WS-NOME-RELATORIO TO CR-NOME
           MOVE WS-HOJE TO CR-DATA
           MOVE WS-TIPO-CAT TO CR-TIPO
           MOVE WS-PROG-CAT TO CR-PROGRAMA
           WRITE REG-CATREL
               INVALID KEY
                   REWRITE REG-CATREL
                   END-REWRITE
           END-WRITE
           CLOSE CATREL.

       RELATORIO-FINAL.
           DISPLAY "FIDELIDADE MENSAL - COMPETENCIA " WS-COMPETENCIA-N
           DISPLAY "CLIENTES NA FIDELIDADE....: " WS-QT-CLIENTES
           DISPLAY "PONTOS EM ABERTO..........: " WS-PASSIVO-PTS
           DISPLAY "VALOR DOS PONTOS EM ABERTO: " WS-PASSIVO-VALOR
           DISPLAY "PONTOS GANHOS NO MES......: " WS-MES-GANHOS
           DISPLAY "PONTOS RESGATADOS NO MES..: " WS-MES-RESGATE
           DISPLAY "DESCONTO DOS RESGATES.....: " WS-MES-DESCONTO
           DISPLAY "CPFS COM PONTOS VENCIDOS..: " WS-QT-CPF-EXPIROU
           DISPLAY "PONTOS VENCIDOS AGORA.....: " WS-VARREDURA-EXP
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       GRAVA-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "FIDELIDADE-MES" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           MOVE WS-AUD-DESC TO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L".
       END-GRAVA-AUDITORIA.

       END PROGRAM FIDELIDADE-MENSAL.
