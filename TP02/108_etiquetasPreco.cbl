       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETAS-PRECO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODIG-P
               ALTERNATE RECORD KEY IS COD-FORNEC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS WITH DUPLICATES
               FILE STATUS ARQST.

           SELECT OFERTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               SHARING WITH ALL OTHER
               RECORD KEY OF-CODIGO
               FILE STATUS OFST.

           SELECT SALDOLOC ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SL-CHAVE
               FILE STATUS SLST.

           SELECT DEPOSITOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               SHARING WITH ALL OTHER
               RECORD KEY DP-CODIGO
               FILE STATUS DPST.

           SELECT ETIQUETA ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ET-CODIGO
               FILE STATUS ETST.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REP-OK.

           SELECT DIVERGE ASSIGN TO WS-NOME-DIVERGE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DIV-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  OFERTAS LABEL RECORD STANDARD
           DATA RECORD IS REG-OFERTA
           VALUE OF FILE-ID IS "OFERTAS.DAT".

       COPY ofertas.

       FD  SALDOLOC LABEL RECORD STANDARD
           DATA RECORD IS REG-SALDO-LOC
           VALUE OF FILE-ID IS "SALDOLOC.DAT".

       COPY saldoloc.

       FD  DEPOSITOS LABEL RECORD STANDARD
           DATA RECORD IS REG-DEPOSITO
           VALUE OF FILE-ID IS "DEPOSITOS.DAT".

       COPY depositos.

       FD  ETIQUETA LABEL RECORD STANDARD
           DATA RECORD IS REG-ETIQUETA
           VALUE OF FILE-ID IS "ETIQUETA.DAT".

       COPY etiqueta.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

       FD  DIVERGE.
       01  LINHA-DIVERGE PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * ETIQUETAS DE GONDOLA - DEPOIS DO REAJUSTE-PRECO, DO
      * IMPORTA-PRECOS OU DE UMA OFERTA QUE COMECA OU ACABA, ACHA
      * TODO PRODUTO ATIVO CUJO PRECO DE VENDA VIGENTE (A MESMA
      * REGRA DO BUSCA-OFERTA DO INDICE: O PRECO DA OFERTA DENTRO DO
      * PERIODO, SENAO PRECO-VENDA-P) MUDOU DESDE A ULTIMA ETIQUETA
      * IMPRESSA (ETIQUETA.DAT) E IMPRIME A ETIQUETA NOVA - NOME,
      * PRECO, PRECO POR UNIDADE DE VENDA, CODIGO DE BARRAS E O FIM
      * DA OFERTA - AGRUPADA POR DEPOSITO ONDE HA SALDO.  A LISTA DE
      * DIVERGENCIAS NOMEIA O PRODUTO CUJA ETIQUETA NA GONDOLA NAO
      * BATE MAIS COM O QUE O CUPOM COBRARIA HOJE.
       77 ARQST PIC X(2).
           88 FS-OK        VALUE "00".
           88 FS-EMPTY     VALUE "35".
           88 FS-FIM       VALUE "99".

       77 OFST PIC X(2).
       77 SLST PIC X(2).
       77 DPST PIC X(2).
       77 ETST PIC X(2).
       77 REP-OK PIC X(2).
       77 DIV-OK PIC X(2).
       77 CRST PIC X(2).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-NOME-DIVERGE   PIC X(30) VALUE SPACES.
       77 WS-NOME-CAT       PIC X(30) VALUE SPACES.
       77 WS-HOJE      PIC 9(8) VALUE ZEROS.
       77 WS-TIPO-CAT PIC X(10) VALUE "ESTOQUE".
       77 WS-PROG-CAT PIC X(20) VALUE "ETIQUETAS-PRECO".

       77 WS-TEM-OFERTAS  PIC X(1) VALUE 'N'.
       77 WS-TEM-SALDOLOC PIC X(1) VALUE 'N'.
       77 WS-TEM-ETIQ     PIC X(1) VALUE 'N'.
       77 WS-MUDOU        PIC X(1) VALUE 'N'.
       77 WS-ENTROU       PIC X(1) VALUE 'N'.

      * PRECO QUE O BALCAO COBRARIA HOJE.
       77 WS-PRECO-VIGENTE PIC 9(5)V99 VALUE ZEROS.
       77 WS-EM-OFERTA     PIC X(1) VALUE 'N'.
       77 WS-FIM-OFERTA    PIC 9(8) VALUE ZEROS.

      * DEPOSITOS DO CADASTRO; SEM DEPOSITOS.DAT VALEM OS DOIS DA
      * SEMENTE DO INDICE (01 LOJA E 02 FUNDOS).
       01 TAB-DEPOSITOS.
           02 TAB-DP-ITEM OCCURS 20 TIMES.
               03 TAB-DP-CODIGO PIC 9(2).
               03 TAB-DP-NOME   PIC X(20).
       77 WS-QT-DEP    PIC 99 VALUE ZEROS.
       77 WS-DP-I      PIC 99 VALUE ZEROS.
       77 WS-QT-NO-DEP PIC 9(4) VALUE ZEROS.

      * PRODUTOS A REETIQUETAR - MESMO LIMITE DE 500 ITENS DA TABELA
      * DA CURVA-ABC; O QUE NAO COUBER FICA PARA A PROXIMA RODADA.
       01 TAB-ETIQUETAS.
           02 TAB-ET-ITEM OCCURS 500 TIMES.
               03 TAB-ET-CODIGO  PIC 9(4).
               03 TAB-ET-NOME    PIC X(30).
               03 TAB-ET-BARRAS  PIC 9(13).
               03 TAB-ET-PRECO   PIC 9(5)V99.
               03 TAB-ET-NORMAL  PIC 9(5)V99.
               03 TAB-ET-OFERTA  PIC X(1).
               03 TAB-ET-FIM     PIC 9(8).
               03 TAB-ET-LOCAL   PIC X(1).
               03 TAB-ET-PESO    PIC X(1).
       77 WS-QT-ETIQ   PIC 9(3) VALUE ZEROS.
       77 WS-ET-I      PIC 9(3) VALUE ZEROS.
       77 WS-QT-FORA   PIC 9(4) VALUE ZEROS.
       77 WS-QT-DIVERG PIC 9(4) VALUE ZEROS.
       77 WS-QT-IMPRES PIC 9(5) VALUE ZEROS.
       77 WS-QT-LIDOS  PIC 9(5) VALUE ZEROS.

       01 WS-DATA-W.
           02 WS-DW-ANO PIC 9(4).
           02 WS-DW-MES PIC 9(2).
           02 WS-DW-DIA PIC 9(2).

       01 WS-PRECO-ED   PIC ZZ.ZZ9,99.
       01 WS-NORMAL-ED  PIC ZZ.ZZ9,99.

       01 LINHA-BORDA   PIC X(44) VALUE
           "+------------------------------------------+".

       01 LINHA-ETQ.
           02 FILLER    PIC X(2) VALUE "! ".
           02 LE-TEXTO  PIC X(40).
           02 FILLER    PIC X(2) VALUE " !".

       01 LINHA-DIV-CABEC.
           02 FILLER PIC X(37) VALUE "COD  PRODUTO".
           02 FILLER PIC X(11) VALUE " ETIQUETA".
           02 FILLER PIC X(11) VALUE "    CUPOM".
           02 FILLER PIC X(8) VALUE "SITUACAO".

       01 LINHA-DIV.
           02 LV-CODIGO    PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LV-NOME      PIC X(30).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LV-ETIQUETA  PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LV-CUPOM     PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LV-SITUACAO  PIC X(35).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           STRING "ETIQ_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           STRING "ETQDIV_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-DIVERGE

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT FS-OK
               GOBACK
           END-IF
           PERFORM CARREGA-DEPOSITOS

           MOVE ZEROS TO CODIG-P
           START PRODUTOS KEY IS NOT LESS THAN CODIG-P
               INVALID KEY
                   SET FS-FIM TO TRUE
           END-START
           PERFORM CONFERE-PRODUTO THRU END-CONFERE-PRODUTO
               UNTIL FS-FIM

           IF WS-QT-ETIQ = ZEROS
               MOVE "NENHUM PRECO MUDOU DESDE A ULTIMA RODADA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               IF WS-TEM-SALDOLOC = 'S'
                   PERFORM IMPRIME-DEPOSITO THRU END-IMPRIME-DEPOSITO
                       VARYING WS-DP-I FROM 1 BY 1
                       UNTIL WS-DP-I > WS-QT-DEP
               END-IF
               PERFORM IMPRIME-SEM-SALDO
               PERFORM GRAVA-ETIQUETA
                   VARYING WS-ET-I FROM 1 BY 1
                   UNTIL WS-ET-I > WS-QT-ETIQ
           END-IF
           IF WS-QT-DIVERG = ZEROS
               MOVE "NENHUMA ETIQUETA DIVERGENTE DO PRECO DO CUPOM"
                   TO LINHA-DIVERGE
               WRITE LINHA-DIVERGE
           END-IF

           CLOSE PRODUTOS ETIQUETA RELATORIO DIVERGE
           IF WS-TEM-OFERTAS = 'S'
               CLOSE OFERTAS
           END-IF
           IF WS-TEM-SALDOLOC = 'S'
               CLOSE SALDOLOC
           END-IF
           MOVE WS-NOME-RELATORIO TO WS-NOME-CAT
           PERFORM REGISTRA-CATALOGO
           MOVE WS-NOME-DIVERGE TO WS-NOME-CAT
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT PRODUTOS
           IF FS-EMPTY
               DISPLAY "PRODUTOS.DAT VAZIO - NADA A ETIQUETAR"
               GO FIM-ABRE-ARQUIVOS
           END-IF
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR PRODUTOS.DAT - FS="
                   ARQST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT OFERTAS
           IF OFST = "00"
               MOVE 'S' TO WS-TEM-OFERTAS
           ELSE
               DISPLAY "OFERTAS.DAT INDISPONIVEL - SO PRECO NORMAL"
           END-IF
           OPEN INPUT SALDOLOC
           IF SLST = "00"
               MOVE 'S' TO WS-TEM-SALDOLOC
           ELSE
               DISPLAY "SALDOLOC.DAT INDISPONIVEL - ETIQUETAS SEM "
                   "DEPOSITO"
           END-IF
           OPEN I-O ETIQUETA
           IF ETST = "35"
               OPEN OUTPUT ETIQUETA
               CLOSE ETIQUETA
               OPEN I-O ETIQUETA
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ETIQUETAS DE GONDOLA - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           OPEN OUTPUT DIVERGE
           MOVE SPACES TO LINHA-DIVERGE
           STRING "ETIQUETAS DIVERGENTES DO PRECO DO CUPOM - "
               WS-HOJE
               DELIMITED BY SIZE INTO LINHA-DIVERGE
           WRITE LINHA-DIVERGE
           MOVE SPACES TO LINHA-DIVERGE
           WRITE LINHA-DIVERGE
           MOVE LINHA-DIV-CABEC TO LINHA-DIVERGE
           WRITE LINHA-DIVERGE.
       FIM-ABRE-ARQUIVOS.
           EXIT.

       CARREGA-DEPOSITOS.
           MOVE ZEROS TO WS-QT-DEP
           OPEN INPUT DEPOSITOS
           IF DPST = "00"
               MOVE ZEROS TO DP-CODIGO
               START DEPOSITOS KEY IS NOT LESS THAN DP-CODIGO
                   INVALID KEY
                       MOVE "99" TO DPST
               END-START
               PERFORM LE-DEPOSITO UNTIL DPST NOT = "00"
               CLOSE DEPOSITOS
           END-IF
           IF WS-QT-DEP = ZEROS
               MOVE 2 TO WS-QT-DEP
               MOVE 01 TO TAB-DP-CODIGO(1)
               MOVE "LOJA" TO TAB-DP-NOME(1)
               MOVE 02 TO TAB-DP-CODIGO(2)
               MOVE "FUNDOS" TO TAB-DP-NOME(2)
           END-IF.

       LE-DEPOSITO.
           READ DEPOSITOS NEXT RECORD
               AT END
                   MOVE "99" TO DPST
           END-READ
           IF DPST = "00"
               IF WS-QT-DEP < 20
                   ADD 1 TO WS-QT-DEP
                   MOVE DP-CODIGO TO TAB-DP-CODIGO(WS-QT-DEP)
                   MOVE DP-NOME TO TAB-DP-NOME(WS-QT-DEP)
               END-IF
           END-IF.

      * PRODUTO ATIVO COM PRECO DE VENDA: CONFRONTA O PRECO DE HOJE
      * COM A ULTIMA ETIQUETA.  MUDOU O PRECO, ENTROU OU SAIU DE
      * OFERTA, MUDOU O FIM DA OFERTA OU O PRECO NORMAL QUE A
      * ETIQUETA DE OFERTA MOSTRA - ETIQUETA NOVA.
       CONFERE-PRODUTO.
           READ PRODUTOS NEXT RECORD
               AT END
                   SET FS-FIM TO TRUE
           END-READ
           IF NOT FS-OK
               GO END-CONFERE-PRODUTO
           END-IF
           IF PRODUTO-INATIVO OR PRECO-VENDA-P = ZEROS
               GO END-CONFERE-PRODUTO
           END-IF
           ADD 1 TO WS-QT-LIDOS
           PERFORM BUSCA-OFERTA

           MOVE CODIG-P TO ET-CODIGO
           MOVE 'S' TO WS-TEM-ETIQ
           READ ETIQUETA
               INVALID KEY
                   MOVE 'N' TO WS-TEM-ETIQ
           END-READ
           MOVE 'N' TO WS-MUDOU
           IF WS-TEM-ETIQ = 'N'
               MOVE 'S' TO WS-MUDOU
           ELSE
               IF ET-PRECO NOT = WS-PRECO-VIGENTE
                   OR ET-OFERTA NOT = WS-EM-OFERTA
                   OR ET-FIM-OFERTA NOT = WS-FIM-OFERTA
                   OR ET-PRECO-NORMAL NOT = PRECO-VENDA-P
                   MOVE 'S' TO WS-MUDOU
               END-IF
           END-IF
           IF WS-MUDOU = 'N'
               GO END-CONFERE-PRODUTO
           END-IF

           MOVE 'N' TO WS-ENTROU
           IF WS-QT-ETIQ < 500
               ADD 1 TO WS-QT-ETIQ
               MOVE CODIG-P TO TAB-ET-CODIGO(WS-QT-ETIQ)
               MOVE NOME-P TO TAB-ET-NOME(WS-QT-ETIQ)
               MOVE CD-BARRAS TO TAB-ET-BARRAS(WS-QT-ETIQ)
               MOVE WS-PRECO-VIGENTE TO TAB-ET-PRECO(WS-QT-ETIQ)
               MOVE PRECO-VENDA-P TO TAB-ET-NORMAL(WS-QT-ETIQ)
               MOVE WS-EM-OFERTA TO TAB-ET-OFERTA(WS-QT-ETIQ)
               MOVE WS-FIM-OFERTA TO TAB-ET-FIM(WS-QT-ETIQ)
               MOVE 'N' TO TAB-ET-LOCAL(WS-QT-ETIQ)
               MOVE VENDA-PESO-P TO TAB-ET-PESO(WS-QT-ETIQ)
               MOVE 'S' TO WS-ENTROU
           ELSE
               ADD 1 TO WS-QT-FORA
           END-IF
           IF WS-TEM-ETIQ = 'S'
               AND ET-PRECO NOT = WS-PRECO-VIGENTE
               PERFORM LISTA-DIVERGENCIA
           END-IF.
       END-CONFERE-PRODUTO.

      * MESMA REGRA DO BUSCA-OFERTA DO INDICE, NA DATA DE HOJE.
       BUSCA-OFERTA.
           MOVE PRECO-VENDA-P TO WS-PRECO-VIGENTE
           MOVE 'N' TO WS-EM-OFERTA
           MOVE ZEROS TO WS-FIM-OFERTA
           IF WS-TEM-OFERTAS = 'S'
               MOVE CODIG-P TO OF-CODIGO
               READ OFERTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-HOJE >= OF-DATA-INI
                           AND WS-HOJE <= OF-DATA-FIM
                           AND OF-PRECO > 0
                           MOVE OF-PRECO TO WS-PRECO-VIGENTE
                           MOVE 'S' TO WS-EM-OFERTA
                           MOVE OF-DATA-FIM TO WS-FIM-OFERTA
                       END-IF
               END-READ
           END-IF.

       LISTA-DIVERGENCIA.
           ADD 1 TO WS-QT-DIVERG
           MOVE CODIG-P TO LV-CODIGO
           MOVE NOME-P TO LV-NOME
           MOVE ET-PRECO TO LV-ETIQUETA
           MOVE WS-PRECO-VIGENTE TO LV-CUPOM
           IF WS-ENTROU = 'S'
               MOVE "ETIQUETA NOVA NESTA RODADA" TO LV-SITUACAO
           ELSE
               MOVE "PENDENTE - FORA DESTA RODADA" TO LV-SITUACAO
           END-IF
           MOVE LINHA-DIV TO LINHA-DIVERGE
           WRITE LINHA-DIVERGE.

      * UM BLOCO POR DEPOSITO: A ETIQUETA SAI EM CADA DEPOSITO ONDE O
      * PRODUTO TEM SALDO (A GONDOLA DA LOJA E A PRATELEIRA DOS
      * FUNDOS).
       IMPRIME-DEPOSITO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DEPOSITO " TAB-DP-CODIGO(WS-DP-I) " - "
               TAB-DP-NOME(WS-DP-I)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO WS-QT-NO-DEP
           PERFORM ETIQUETA-NO-DEPOSITO
               VARYING WS-ET-I FROM 1 BY 1
               UNTIL WS-ET-I > WS-QT-ETIQ
           IF WS-QT-NO-DEP = ZEROS
               MOVE "  NENHUMA ETIQUETA NESTE DEPOSITO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-IMPRIME-DEPOSITO.

       ETIQUETA-NO-DEPOSITO.
           MOVE TAB-ET-CODIGO(WS-ET-I) TO SL-CODIGO
           MOVE TAB-DP-CODIGO(WS-DP-I) TO SL-DEPOSITO
           READ SALDOLOC
               INVALID KEY
                   MOVE ZEROS TO SL-QTDE
           END-READ
           IF SL-QTDE > ZEROS
               MOVE 'S' TO TAB-ET-LOCAL(WS-ET-I)
               ADD 1 TO WS-QT-NO-DEP
               PERFORM IMPRIME-ETIQUETA
           END-IF.

      * PRODUTO SEM SALDO EM NENHUM DEPOSITO (OU SEM SALDOLOC.DAT)
      * TAMBEM GANHA A ETIQUETA - A GONDOLA VAZIA CONTINUA COM PRECO.
       IMPRIME-SEM-SALDO.
           MOVE ZEROS TO WS-QT-NO-DEP
           PERFORM CONTA-SEM-SALDO
               VARYING WS-ET-I FROM 1 BY 1
               UNTIL WS-ET-I > WS-QT-ETIQ
           IF WS-QT-NO-DEP > ZEROS
               MOVE "SEM SALDO EM DEPOSITO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM ETIQUETA-SEM-SALDO
                   VARYING WS-ET-I FROM 1 BY 1
                   UNTIL WS-ET-I > WS-QT-ETIQ
           END-IF.

       CONTA-SEM-SALDO.
           IF TAB-ET-LOCAL(WS-ET-I) = 'N'
               ADD 1 TO WS-QT-NO-DEP
           END-IF.

       ETIQUETA-SEM-SALDO.
           IF TAB-ET-LOCAL(WS-ET-I) = 'N'
               PERFORM IMPRIME-ETIQUETA
           END-IF.

       IMPRIME-ETIQUETA.
           ADD 1 TO WS-QT-IMPRES
           MOVE LINHA-BORDA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TAB-ET-NOME(WS-ET-I) TO LE-TEXTO
           MOVE LINHA-ETQ TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE TAB-ET-PRECO(WS-ET-I) TO WS-PRECO-ED
           MOVE SPACES TO LE-TEXTO
      *    NO PESAVEL PRECO-VENDA-P E POR QUILO, COMO NO CUPOM.
           IF TAB-ET-PESO(WS-ET-I) = 'P' OR TAB-ET-PESO(WS-ET-I) = 'V'
               STRING "R$ " WS-PRECO-ED "   PRECO POR KG R$ "
                   WS-PRECO-ED
                   DELIMITED BY SIZE INTO LE-TEXTO
           ELSE
               STRING "R$ " WS-PRECO-ED "   PRECO POR UN R$ "
                   WS-PRECO-ED
                   DELIMITED BY SIZE INTO LE-TEXTO
           END-IF
           MOVE LINHA-ETQ TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LE-TEXTO
           IF TAB-ET-OFERTA(WS-ET-I) = 'S'
               MOVE TAB-ET-FIM(WS-ET-I) TO WS-DATA-W
               MOVE TAB-ET-NORMAL(WS-ET-I) TO WS-NORMAL-ED
               STRING "OFERTA ATE " WS-DW-DIA "/" WS-DW-MES "/"
                   WS-DW-ANO " - DE R$ " WS-NORMAL-ED
                   DELIMITED BY SIZE INTO LE-TEXTO
           END-IF
           MOVE LINHA-ETQ TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LE-TEXTO
           IF TAB-ET-BARRAS(WS-ET-I) = ZEROS
               STRING "SEM EAN             COD "
                   TAB-ET-CODIGO(WS-ET-I)
                   DELIMITED BY SIZE INTO LE-TEXTO
           ELSE
               STRING "EAN " TAB-ET-BARRAS(WS-ET-I) "   COD "
                   TAB-ET-CODIGO(WS-ET-I)
                   DELIMITED BY SIZE INTO LE-TEXTO
           END-IF
           MOVE LINHA-ETQ TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-BORDA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * GUARDA O QUE FOI PARA A GONDOLA - A PROXIMA RODADA COMPARA
      * COM ISTO.
       GRAVA-ETIQUETA.
           MOVE TAB-ET-CODIGO(WS-ET-I) TO ET-CODIGO
           MOVE TAB-ET-PRECO(WS-ET-I) TO ET-PRECO
           MOVE TAB-ET-NORMAL(WS-ET-I) TO ET-PRECO-NORMAL
           MOVE TAB-ET-OFERTA(WS-ET-I) TO ET-OFERTA
           MOVE TAB-ET-FIM(WS-ET-I) TO ET-FIM-OFERTA
           MOVE WS-HOJE TO ET-DATA
           WRITE REG-ETIQUETA
               INVALID KEY
                   REWRITE REG-ETIQUETA
                   END-REWRITE
           END-WRITE.

       REGISTRA-CATALOGO.
           OPEN I-O CATREL
           IF CRST = "35"
               OPEN OUTPUT CATREL
               CLOSE CATREL
               OPEN I-O CATREL
           END-IF
           MOVE SPACES TO REG-CATREL
           MOVE WS-NOME-CAT TO CR-NOME
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
           DISPLAY "ETIQUETAS DE GONDOLA - " WS-HOJE
           DISPLAY "PRODUTOS COM PRECO DE VENDA: " WS-QT-LIDOS
           DISPLAY "PRODUTOS A REETIQUETAR.....: " WS-QT-ETIQ
           DISPLAY "ETIQUETAS IMPRESSAS........: " WS-QT-IMPRES
           DISPLAY "ETIQUETAS DIVERGENTES......: " WS-QT-DIVERG
           IF WS-QT-FORA > ZEROS
               DISPLAY "TABELA CHEIA - " WS-QT-FORA
                   " PRODUTO(S) FICAM PARA A PROXIMA RODADA"
           END-IF
           DISPLAY "ETIQUETAS GRAVADAS EM " WS-NOME-RELATORIO
           DISPLAY "DIVERGENCIAS GRAVADAS EM " WS-NOME-DIVERGE.

       END PROGRAM ETIQUETAS-PRECO.
