       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMARCA-VALIDADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LT-CHAVE
               FILE STATUS LTST.

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

           SELECT REMARCA ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RM-CHAVE
               FILE STATUS RMST.

           SELECT MOVIMENTO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MV-CHAVE
               FILE STATUS MVST.

           SELECT MOVARQ ASSIGN TO WS-NOME-MOVARQ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MAST.

           SELECT ETIQUETA ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ET-CODIGO
               FILE STATUS ETST.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMST.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FFDIAM.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REP-OK.

           SELECT ETIQUETAS ASSIGN TO WS-NOME-ETIQ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ETQ-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTES LABEL RECORD STANDARD
           DATA RECORD IS REG-LOTE
           VALUE OF FILE-ID IS "LOTES.DAT".

       COPY lotes.

       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  OFERTAS LABEL RECORD STANDARD
           DATA RECORD IS REG-OFERTA
           VALUE OF FILE-ID IS "OFERTAS.DAT".

       COPY ofertas.

       FD  REMARCA LABEL RECORD STANDARD
           DATA RECORD IS REG-REMARCA
           VALUE OF FILE-ID IS "REMARCA.DAT".

       COPY remarca.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENT.DAT".

       COPY movimentos.

       FD  MOVARQ.
       01  REG-MOVARQ PIC X(69).

       FD  ETIQUETA LABEL RECORD STANDARD
           DATA RECORD IS REG-ETIQUETA
           VALUE OF FILE-ID IS "ETIQUETA.DAT".

       COPY etiqueta.

       FD  PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD  DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       FD  ETIQUETAS.
       01  LINHA-ETIQUETAS PIC X(80).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * REMARCACAO AUTOMATICA DE LOTE PERTO DA VALIDADE - TODA NOITE
      * VARRE O LOTES.DAT E, PARA O LOTE COM SALDO DENTRO DE UMA DAS
      * JANELAS DE DIAS ANTES DE LT-VALIDADE (PARAMETROS 41 A 46),
      * CRIA OU ATUALIZA A OFERTA DO PRODUTO EM OFERTAS.DAT (ORIGEM
      * 'R') COM O DESCONTO DA JANELA SOBRE O PRECO-VENDA-P, NUNCA
      * ABAIXO DO CUSTO (UNIT-P), VALENDO ATE A VALIDADE.  O LOTE
      * MAIS PROXIMO DO VENCIMENTO DITA O PRECO - A OFERTA E UMA POR
      * PRODUTO E O FEFO VENDE ESSE LOTE PRIMEIRO.  OFERTA MANUAL
      * VIGENTE MAIS BARATA OU AGENDADA E RESPEITADA.  CADA LOTE
      * REMARCADO FICA EM REMARCA.DAT; QUANDO ELE ACABA OU VENCE, A
      * REMARCACAO E ENCERRADA COM O KARDEX DO LOTE (VIVO E ARQUIVO
      * MORTO) DESDE O DIA SEGUINTE AO INICIO: QUANTO VENDEU, QUANTO
      * FOI BAIXADO E QUANTO SOBROU, E A OFERTA 'R' DO PRODUTO SEM
      * OUTRO LOTE REMARCADO TERMINA NO PROPRIO DIA.  AS ETIQUETAS DE
      * GONDOLA DOS PRODUTOS QUE MUDARAM DE PRECO SAEM JA NESTA
      * RODADA, NO FORMATO DO ETIQUETAS-PRECO, E FICAM EM
      * ETIQUETA.DAT PARA ELE NAO REPETIR.
       77 LTST PIC X(2).
           88 LT-OK        VALUE "00".
           88 LT-FIM       VALUE "99".
       77 ARQST PIC X(2).
       77 OFST PIC X(2).
       77 RMST PIC X(2).
           88 RM-OK        VALUE "00".
           88 RM-FIM       VALUE "99".
       77 MVST PIC X(2).
           88 MV-OK        VALUE "00".
           88 MV-FIM       VALUE "99".
       77 MAST PIC X(2).
           88 MA-OK        VALUE "00".
           88 MA-FIM       VALUE "99".
       77 ETST PIC X(2).
       77 PMST PIC X(2).
       77 FFDIAM PIC X(2).
           88 FD2-OK       VALUE "00".
       77 REP-OK PIC X(2).
       77 ETQ-OK PIC X(2).
       77 CRST PIC X(2).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-NOME-ETIQ      PIC X(30) VALUE SPACES.
       77 WS-NOME-CAT       PIC X(30) VALUE SPACES.
       77 WS-NOME-MOVARQ    PIC X(20) VALUE SPACES.
       77 WS-HOJE      PIC 9(8) VALUE ZEROS.
       77 WS-TIPO-CAT PIC X(10) VALUE "ESTOQUE".
       77 WS-PROG-CAT PIC X(20) VALUE "REMARCA-VALIDADE".

       77 WS-TEM-OFERTAS  PIC X(1) VALUE 'N'.
       77 WS-TEM-MOV      PIC X(1) VALUE 'N'.
       77 WS-TEM-ETIQ     PIC X(1) VALUE 'N'.

      * JANELAS DE REMARCACAO (DIAS ANTES DA VALIDADE E DESCONTO).
       01 TAB-JANELAS.
           02 TAB-JN-ITEM OCCURS 3 TIMES.
               03 TAB-JN-DIAS  PIC 9(3).
               03 TAB-JN-DESC  PIC 9V9999.
       77 WS-JN-I      PIC 9 VALUE ZEROS.
       77 WS-JANELA    PIC 9 VALUE ZEROS.

      * CONVERSAO DE DATA EM NUMERO DE DIA - A MESMA DO LOTE-VENCENDO.
       01 WS-ND-DATA.
           02 WS-ND-ANO  PIC 9(4).
           02 WS-ND-MES  PIC 9(2).
           02 WS-ND-DIA  PIC 9(2).
       01 WS-ND-NUMDIA   PIC 9(7) VALUE ZEROS.
       01 WS-ND-DIV4     PIC S9(4) VALUE ZEROS.
       01 WS-ND-DIV100   PIC S9(4) VALUE ZEROS.
       01 WS-ND-DIV400   PIC S9(4) VALUE ZEROS.
       01 WS-ND-REM4     PIC S9(4) VALUE ZEROS.
       01 WS-ND-REM100   PIC S9(4) VALUE ZEROS.
       01 WS-ND-REM400   PIC S9(4) VALUE ZEROS.
       01 WS-ND-BISSEXTO PIC 9 VALUE ZERO.
       01 WS-ND-MESES-ACUM.
           02 FILLER PIC 9(3) VALUE 000.
           02 FILLER PIC 9(3) VALUE 031.
           02 FILLER PIC 9(3) VALUE 059.
           02 FILLER PIC 9(3) VALUE 090.
           02 FILLER PIC 9(3) VALUE 120.
           02 FILLER PIC 9(3) VALUE 151.
           02 FILLER PIC 9(3) VALUE 181.
           02 FILLER PIC 9(3) VALUE 212.
           02 FILLER PIC 9(3) VALUE 243.
           02 FILLER PIC 9(3) VALUE 273.
           02 FILLER PIC 9(3) VALUE 304.
           02 FILLER PIC 9(3) VALUE 334.
       01 WS-ND-TAB-ACUM REDEFINES WS-ND-MESES-ACUM.
           02 WS-ND-ACUM-T PIC 9(3) OCCURS 12 TIMES.
       77 WS-NUMDIA-HOJE  PIC 9(7) VALUE ZEROS.
       77 WS-DIAS-VENCER  PIC S9(7) VALUE ZEROS.

      * PRODUTO DA VEZ NA VARREDURA DOS LOTES.
       77 WS-COD-ATUAL    PIC 9(4) VALUE ZEROS.
       77 WS-REMARCOU     PIC X(1) VALUE 'N'.
       77 WS-NO-CUSTO     PIC X(1) VALUE 'N'.
       77 WS-PRECO-NOVO   PIC 9(5)V99 VALUE ZEROS.
       77 WS-DESC-PCT     PIC 9(3) VALUE ZEROS.
       77 WS-SITUACAO     PIC X(24) VALUE SPACES.
       77 WS-OF-EXISTE    PIC X(1) VALUE 'N'.
       77 WS-OF-INI       PIC 9(8) VALUE ZEROS.

      * PRODUTOS REMARCADOS ('R') OU COM A REMARCACAO ENCERRADA
      * ('E') NESTA RODADA - AS ETIQUETAS A CONFERIR.  MESMO LIMITE
      * DE 500 DO ETIQUETAS-PRECO; O QUE NAO COUBER SAI NA RODADA
      * DELE, QUE COMPARA PELO PRECO DO CUPOM.
       01 TAB-PRODUTOS.
           02 TAB-PR-ITEM OCCURS 500 TIMES.
               03 TAB-PR-CODIGO  PIC 9(4).
               03 TAB-PR-NOME    PIC X(30).
               03 TAB-PR-BARRAS  PIC 9(13).
               03 TAB-PR-PRECO   PIC 9(5)V99.
               03 TAB-PR-NORMAL  PIC 9(5)V99.
               03 TAB-PR-OFERTA  PIC X(1).
               03 TAB-PR-FIM     PIC 9(8).
               03 TAB-PR-ACAO    PIC X(1).
               03 TAB-PR-PESO    PIC X(1).
       77 WS-QT-PR     PIC 9(3) VALUE ZEROS.
       77 WS-PR-I      PIC 9(3) VALUE ZEROS.
       77 WS-PR-ACHOU  PIC 9(3) VALUE ZEROS.
       77 WS-QT-FORA   PIC 9(4) VALUE ZEROS.

      * DESTINO DAS UNIDADES DO LOTE ENCERRADO.
       77 WS-CODIGO-PROC  PIC 9(4) VALUE ZEROS.
       77 WS-VENDIDA      PIC 9(7) VALUE ZEROS.
       77 WS-BAIXADA      PIC 9(7) VALUE ZEROS.
       77 WS-DEVFORN      PIC 9(7) VALUE ZEROS.
       77 WS-PCT-VENDIDO  PIC 9(3) VALUE ZEROS.
       77 WS-VALOR-PERDA  PIC 9(9)V99 VALUE ZEROS.
       01 WS-AM-CUR.
           02 WS-AM-ANO   PIC 9(4).
           02 WS-AM-MES   PIC 9(2).
       01 WS-AM-CUR-N REDEFINES WS-AM-CUR PIC 9(6).
       77 WS-AM-FIM       PIC 9(6) VALUE ZEROS.

       77 WS-QT-LOTES-REM  PIC 9(5) VALUE ZEROS.
       77 WS-QT-NOVAS      PIC 9(5) VALUE ZEROS.
       77 WS-QT-PROD-REM   PIC 9(5) VALUE ZEROS.
       77 WS-QT-PULADOS    PIC 9(5) VALUE ZEROS.
       77 WS-QT-ENCERRADAS PIC 9(5) VALUE ZEROS.
       77 WS-QT-OF-FIM     PIC 9(5) VALUE ZEROS.
       77 WS-QT-IMPRES     PIC 9(5) VALUE ZEROS.
       77 WS-TOT-INI       PIC 9(9) VALUE ZEROS.
       77 WS-TOT-VENDIDA   PIC 9(9) VALUE ZEROS.
       77 WS-TOT-BAIXADA   PIC 9(9) VALUE ZEROS.
       77 WS-TOT-DEVFORN   PIC 9(9) VALUE ZEROS.
       77 WS-TOT-SOBRA     PIC 9(9) VALUE ZEROS.
       77 WS-TOT-PERDA     PIC 9(9)V99 VALUE ZEROS.

       01 WS-DATA-W.
           02 WS-DW-ANO PIC 9(4).
           02 WS-DW-MES PIC 9(2).
           02 WS-DW-DIA PIC 9(2).
       01 WS-DATA-ED    PIC X(10) VALUE SPACES.
       01 WS-PRECO-ED   PIC ZZ.ZZ9,99.
       01 WS-NORMAL-ED  PIC ZZ.ZZ9,99.
       01 WS-QTDE-ED    PIC ZZZ.ZZZ.ZZ9.
       01 WS-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BORDA   PIC X(44) VALUE
           "+------------------------------------------+".

       01 LINHA-ETQ.
           02 FILLER    PIC X(2) VALUE "! ".
           02 LE-TEXTO  PIC X(40).
           02 FILLER    PIC X(2) VALUE " !".

       01 LINHA-CABEC-LOTE.
           02 FILLER PIC X(31) VALUE "COD  PRODUTO".
           02 FILLER PIC X(11) VALUE "LOTE".
           02 FILLER PIC X(11) VALUE "VALIDADE".
           02 FILLER PIC X(5) VALUE "DIAS".
           02 FILLER PIC X(8) VALUE "   QTDE".
           02 FILLER PIC X(10) VALUE "   NORMAL".
           02 FILLER PIC X(10) VALUE "    CUSTO".
           02 FILLER PIC X(5) VALUE "DESC".
           02 FILLER PIC X(11) VALUE "  REMARCADO".
           02 FILLER PIC X(24) VALUE "  SITUACAO".

       01 LINHA-LOTE.
           02 LL-CODIGO    PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-NOME      PIC X(25).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-LOTE      PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-VALIDADE  PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-DIAS      PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-QTDE      PIC ZZZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-NORMAL    PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-CUSTO     PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-DESC      PIC ZZ9.
           02 FILLER       PIC X(1) VALUE "%".
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LL-PRECO     PIC ZZ.ZZ9,99.
           02 LL-OBS       PIC X(1).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LL-SITUACAO  PIC X(24).

       01 LINHA-CABEC-ENC.
           02 FILLER PIC X(31) VALUE "COD  PRODUTO".
           02 FILLER PIC X(11) VALUE "LOTE".
           02 FILLER PIC X(11) VALUE "VALIDADE".
           02 FILLER PIC X(11) VALUE "REMARCADO".
           02 FILLER PIC X(8) VALUE "   QTDE".
           02 FILLER PIC X(8) VALUE "   VEND".
           02 FILLER PIC X(8) VALUE "   BAIX".
           02 FILLER PIC X(8) VALUE "   DEVF".
           02 FILLER PIC X(8) VALUE "   SOBR".
           02 FILLER PIC X(7) VALUE " %VEND".
           02 FILLER PIC X(14) VALUE "  PERDA CUSTO".

       01 LINHA-ENC.
           02 LX-CODIGO    PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-NOME      PIC X(25).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-LOTE      PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-VALIDADE  PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-INICIO    PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-QTDE-INI  PIC ZZZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-VENDIDA   PIC ZZZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-BAIXADA   PIC ZZZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-DEVFORN   PIC ZZZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-SOBRA     PIC ZZZZZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LX-PCT       PIC ZZ9.
           02 FILLER       PIC X(1) VALUE "%".
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LX-PERDA     PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-RESUMO.
           02 LR-TITULO    PIC X(40).
           02 LR-VALOR     PIC X(20).

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
           MOVE WS-HOJE TO WS-ND-DATA
           PERFORM CALCULA-NUM-DIA
           MOVE WS-ND-NUMDIA TO WS-NUMDIA-HOJE
           STRING "REMARCA_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           STRING "ETQREM_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-ETIQ

           PERFORM CARREGA-PARAMETROS
           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT LT-OK
               GOBACK
           END-IF

      *    1) LOTES DENTRO DAS JANELAS: OFERTA E REMARCA.DAT.
           MOVE "LOTES REMARCADOS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-LOTE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO LT-CHAVE WS-COD-ATUAL
           START LOTES KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
                   SET LT-FIM TO TRUE
           END-START
           PERFORM VERIFICA-LOTE THRU END-VERIFICA-LOTE
               UNTIL LT-FIM
           IF WS-QT-LOTES-REM = ZEROS AND WS-QT-PULADOS = ZEROS
               MOVE "  NENHUM LOTE DENTRO DAS JANELAS DE REMARCACAO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

      *    2) REMARCACOES CUJO LOTE ACABOU OU VENCEU: O DESTINO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "REMARCACOES ENCERRADAS - DESTINO DAS UNIDADES"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-ENC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO RM-CHAVE
           START REMARCA KEY IS NOT LESS THAN RM-CHAVE
               INVALID KEY
                   SET RM-FIM TO TRUE
           END-START
           PERFORM CONFERE-REMARCA THRU END-CONFERE-REMARCA
               UNTIL RM-FIM
           IF WS-QT-ENCERRADAS = ZEROS
               MOVE "  NENHUMA REMARCACAO ENCERRADA NESTA RODADA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

      *    3) ETIQUETAS DOS PRODUTOS QUE MUDARAM DE PRECO.
           PERFORM CONFERE-ETIQUETA
               VARYING WS-PR-I FROM 1 BY 1 UNTIL WS-PR-I > WS-QT-PR
           IF WS-QT-IMPRES = ZEROS
               MOVE "NENHUMA ETIQUETA A REFAZER" TO LINHA-ETIQUETAS
               WRITE LINHA-ETIQUETAS
           END-IF
           PERFORM IMPRIME-RESUMO

           CLOSE LOTES PRODUTOS REMARCA ETIQUETA RELATORIO ETIQUETAS
           IF WS-TEM-OFERTAS = 'S'
               CLOSE OFERTAS
           END-IF
           IF WS-TEM-MOV = 'S'
               CLOSE MOVIMENTO
           END-IF
           MOVE WS-NOME-RELATORIO TO WS-NOME-CAT
           PERFORM REGISTRA-CATALOGO
           MOVE WS-NOME-ETIQ TO WS-NOME-CAT
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

      * JANELAS DO PARAMETROS.DAT; TODAS ZERADAS (OU SEM O ARQUIVO)
      * VALEM 15, 7 E 3 DIAS COM 10%, 25% E 50%.
       CARREGA-PARAMETROS.
           MOVE ZEROS TO TAB-JANELAS
           OPEN INPUT PARAMETROS
           IF PMST = "00"
               READ PARAMETROS
                   NOT AT END
                       MOVE PM-REMARCA-DIAS-1 TO TAB-JN-DIAS(1)
                       MOVE PM-REMARCA-DESC-1 TO TAB-JN-DESC(1)
                       MOVE PM-REMARCA-DIAS-2 TO TAB-JN-DIAS(2)
                       MOVE PM-REMARCA-DESC-2 TO TAB-JN-DESC(2)
                       MOVE PM-REMARCA-DIAS-3 TO TAB-JN-DIAS(3)
                       MOVE PM-REMARCA-DESC-3 TO TAB-JN-DESC(3)
               END-READ
               CLOSE PARAMETROS
           END-IF
           IF TAB-JN-DIAS(1) = ZEROS AND TAB-JN-DIAS(2) = ZEROS
               AND TAB-JN-DIAS(3) = ZEROS
               MOVE 15 TO TAB-JN-DIAS(1)
               MOVE 0,10 TO TAB-JN-DESC(1)
               MOVE 7 TO TAB-JN-DIAS(2)
               MOVE 0,25 TO TAB-JN-DESC(2)
               MOVE 3 TO TAB-JN-DIAS(3)
               MOVE 0,50 TO TAB-JN-DESC(3)
           END-IF.

       ABRE-ARQUIVOS.
           OPEN INPUT LOTES
           IF LTST = "35"
               DISPLAY "LOTES.DAT VAZIO - NADA A REMARCAR"
               GO FIM-ABRE-ARQUIVOS
           END-IF
           IF NOT LT-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR LOTES.DAT - FS=" LTST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT PRODUTOS
           OPEN I-O OFERTAS
           IF OFST = "35"
               OPEN OUTPUT OFERTAS
               CLOSE OFERTAS
               OPEN I-O OFERTAS
           END-IF
           IF OFST = "00"
               MOVE 'S' TO WS-TEM-OFERTAS
           ELSE
               DISPLAY "OFERTAS.DAT INDISPONIVEL - FS=" OFST
                   " - LOTES SO LISTADOS"
           END-IF
           OPEN I-O REMARCA
           IF RMST = "35"
               OPEN OUTPUT REMARCA
               CLOSE REMARCA
               OPEN I-O REMARCA
           END-IF
           OPEN INPUT MOVIMENTO
           IF MV-OK
               MOVE 'S' TO WS-TEM-MOV
           END-IF
           OPEN I-O ETIQUETA
           IF ETST = "35"
               OPEN OUTPUT ETIQUETA
               CLOSE ETIQUETA
               OPEN I-O ETIQUETA
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REMARCACAO DE LOTES PERTO DA VALIDADE - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           OPEN OUTPUT ETIQUETAS
           MOVE SPACES TO LINHA-ETIQUETAS
           STRING "ETIQUETAS DE REMARCACAO POR VALIDADE - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-ETIQUETAS
           WRITE LINHA-ETIQUETAS
           MOVE SPACES TO LINHA-ETIQUETAS
           WRITE LINHA-ETIQUETAS.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      ******************************************************************
      * UM LOTE: COM SALDO, AINDA NAO VENCIDO E DENTRO DE ALGUMA
      * JANELA.  O PRIMEIRO LOTE DO PRODUTO NA CHAVE E O QUE VENCE
      * PRIMEIRO - ELE DECIDE O PRECO; OS SEGUINTES ACOMPANHAM.
      ******************************************************************
       VERIFICA-LOTE.
           READ LOTES NEXT RECORD
               AT END
                   SET LT-FIM TO TRUE
           END-READ
           IF NOT LT-OK OR LT-QTDE = ZEROS
               GO END-VERIFICA-LOTE
           END-IF
           MOVE LT-VALIDADE TO WS-ND-DATA
           PERFORM CALCULA-NUM-DIA
           COMPUTE WS-DIAS-VENCER = WS-ND-NUMDIA - WS-NUMDIA-HOJE
           IF WS-DIAS-VENCER NOT > ZEROS
               GO END-VERIFICA-LOTE
           END-IF
           MOVE ZEROS TO WS-JANELA
           PERFORM ESCOLHE-JANELA
               VARYING WS-JN-I FROM 1 BY 1 UNTIL WS-JN-I > 3
           IF WS-JANELA = ZEROS
               GO END-VERIFICA-LOTE
           END-IF

           IF LT-CODIGO NOT = WS-COD-ATUAL
               MOVE LT-CODIGO TO WS-COD-ATUAL
               PERFORM REMARCA-PRODUTO THRU END-REMARCA-PRODUTO
           ELSE
               IF WS-REMARCOU = 'S'
                   MOVE "LOTE SEGUINTE" TO WS-SITUACAO
               END-IF
           END-IF
           IF WS-REMARCOU = 'S'
               ADD 1 TO WS-QT-LOTES-REM
               PERFORM GRAVA-REMARCA
           ELSE
               ADD 1 TO WS-QT-PULADOS
           END-IF
           PERFORM IMPRIME-LOTE.
       END-VERIFICA-LOTE.

      * A JANELA QUE CONTEM O LOTE COM O MAIOR DESCONTO - ASSIM O
      * DESCONTO SO CRESCE CONFORME O VENCIMENTO CHEGA.
       ESCOLHE-JANELA.
           IF TAB-JN-DIAS(WS-JN-I) > ZEROS
               AND WS-DIAS-VENCER NOT > TAB-JN-DIAS(WS-JN-I)
               IF WS-JANELA = ZEROS
                   MOVE WS-JN-I TO WS-JANELA
               ELSE
                   IF TAB-JN-DESC(WS-JN-I) > TAB-JN-DESC(WS-JANELA)
                       MOVE WS-JN-I TO WS-JANELA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * PRECO REMARCADO DO PRODUTO E A OFERTA 'R' EM OFERTAS.DAT.
      ******************************************************************
       REMARCA-PRODUTO.
           MOVE 'N' TO WS-REMARCOU
           MOVE 'N' TO WS-NO-CUSTO
           MOVE ZEROS TO WS-PRECO-NOVO WS-DESC-PCT
           MOVE LT-CODIGO TO CODIG-P
           READ PRODUTOS
               INVALID KEY
                   MOVE "PRODUTO EXCLUIDO" TO NOME-P
                   MOVE ZEROS TO UNIT-P PRECO-VENDA-P
                   MOVE "PRODUTO EXCLUIDO" TO WS-SITUACAO
                   GO END-REMARCA-PRODUTO
           END-READ
           IF PRODUTO-INATIVO OR PRECO-VENDA-P = ZEROS
               MOVE "INATIVO/SEM PRECO" TO WS-SITUACAO
               GO END-REMARCA-PRODUTO
           END-IF

           COMPUTE WS-PRECO-NOVO ROUNDED =
               PRECO-VENDA-P * (1 - TAB-JN-DESC(WS-JANELA))
           IF WS-PRECO-NOVO < UNIT-P
               MOVE UNIT-P TO WS-PRECO-NOVO
               MOVE 'S' TO WS-NO-CUSTO
           END-IF
           IF WS-PRECO-NOVO NOT < PRECO-VENDA-P
               MOVE "SEM MARGEM PARA DESCONTO" TO WS-SITUACAO
               GO END-REMARCA-PRODUTO
           END-IF
           COMPUTE WS-DESC-PCT ROUNDED =
               (PRECO-VENDA-P - WS-PRECO-NOVO) * 100 / PRECO-VENDA-P
           IF WS-TEM-OFERTAS = 'N'
               MOVE "SEM OFERTAS.DAT" TO WS-SITUACAO
               GO END-REMARCA-PRODUTO
           END-IF

      *    OFERTA MANUAL AGENDADA, OU VIGENTE E MAIS BARATA, FICA.
           MOVE 'S' TO WS-OF-EXISTE
           MOVE LT-CODIGO TO OF-CODIGO
           READ OFERTAS
               INVALID KEY
                   MOVE 'N' TO WS-OF-EXISTE
           END-READ
           IF WS-OF-EXISTE = 'S' AND OF-MANUAL
               AND OF-PRECO > ZEROS AND OF-DATA-FIM NOT < WS-HOJE
               IF OF-DATA-INI > WS-HOJE
                   MOVE "OFERTA MANUAL AGENDADA" TO WS-SITUACAO
                   GO END-REMARCA-PRODUTO
               END-IF
               IF OF-PRECO NOT > WS-PRECO-NOVO
                   MOVE "OFERTA MANUAL MENOR" TO WS-SITUACAO
                   GO END-REMARCA-PRODUTO
               END-IF
           END-IF

           MOVE WS-HOJE TO WS-OF-INI
           MOVE "REMARCADO" TO WS-SITUACAO
           IF WS-OF-EXISTE = 'S' AND OF-REMARCACAO
               AND OF-DATA-FIM NOT < WS-HOJE
               MOVE OF-DATA-INI TO WS-OF-INI
               IF OF-PRECO = WS-PRECO-NOVO
                   AND OF-DATA-FIM = LT-VALIDADE
                   MOVE "MANTIDO" TO WS-SITUACAO
               ELSE
                   MOVE "PRECO ALTERADO" TO WS-SITUACAO
               END-IF
           END-IF
           MOVE 'S' TO WS-REMARCOU
           ADD 1 TO WS-QT-PROD-REM
           IF WS-SITUACAO NOT = "MANTIDO"
               MOVE LT-CODIGO TO OF-CODIGO
               MOVE WS-PRECO-NOVO TO OF-PRECO
               MOVE WS-OF-INI TO OF-DATA-INI
               MOVE LT-VALIDADE TO OF-DATA-FIM
               SET OF-REMARCACAO TO TRUE
               WRITE REG-OFERTA
                   INVALID KEY
                       REWRITE REG-OFERTA
                       END-REWRITE
               END-WRITE
           END-IF

           IF WS-QT-PR < 500
               ADD 1 TO WS-QT-PR
               MOVE CODIG-P TO TAB-PR-CODIGO(WS-QT-PR)
               MOVE NOME-P TO TAB-PR-NOME(WS-QT-PR)
               MOVE VENDA-PESO-P TO TAB-PR-PESO(WS-QT-PR)
               MOVE CD-BARRAS TO TAB-PR-BARRAS(WS-QT-PR)
               MOVE WS-PRECO-NOVO TO TAB-PR-PRECO(WS-QT-PR)
               MOVE PRECO-VENDA-P TO TAB-PR-NORMAL(WS-QT-PR)
               MOVE 'S' TO TAB-PR-OFERTA(WS-QT-PR)
               MOVE LT-VALIDADE TO TAB-PR-FIM(WS-QT-PR)
               MOVE 'R' TO TAB-PR-ACAO(WS-QT-PR)
           ELSE
               ADD 1 TO WS-QT-FORA
           END-IF.
       END-REMARCA-PRODUTO.

      * O LOTE NO REMARCA.DAT; A PRIMEIRA VEZ GUARDA O SALDO E O DIA
      * DE INICIO, DE ONDE O ENCERRAMENTO CONTA O DESTINO.
       GRAVA-REMARCA.
           MOVE LT-CHAVE TO RM-CHAVE
           READ REMARCA
               INVALID KEY
                   MOVE WS-HOJE TO RM-DATA-INI
                   MOVE LT-QTDE TO RM-QTDE-INI
                   MOVE ZEROS TO RM-DATA-FIM RM-QTDE-VENDIDA
                       RM-QTDE-BAIXADA RM-QTDE-DEVFORN RM-QTDE-SOBRA
                   SET RM-ATIVA TO TRUE
                   ADD 1 TO WS-QT-NOVAS
           END-READ
           IF RM-ATIVA
               MOVE PRECO-VENDA-P TO RM-PRECO-NORMAL
               MOVE UNIT-P TO RM-CUSTO
               MOVE WS-PRECO-NOVO TO RM-PRECO
               MOVE WS-JANELA TO RM-JANELA
               WRITE REG-REMARCA
                   INVALID KEY
                       REWRITE REG-REMARCA
                       END-REWRITE
               END-WRITE
           END-IF.

       IMPRIME-LOTE.
           MOVE LT-CODIGO TO LL-CODIGO
           MOVE NOME-P TO LL-NOME
           MOVE LT-LOTE TO LL-LOTE
           MOVE LT-VALIDADE TO WS-DATA-W
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO LL-VALIDADE
           MOVE WS-DIAS-VENCER TO LL-DIAS
           MOVE LT-QTDE TO LL-QTDE
           MOVE PRECO-VENDA-P TO LL-NORMAL
           MOVE UNIT-P TO LL-CUSTO
           MOVE WS-DESC-PCT TO LL-DESC
           MOVE WS-PRECO-NOVO TO LL-PRECO
           MOVE SPACE TO LL-OBS
           IF WS-NO-CUSTO = 'S' AND WS-PRECO-NOVO > ZEROS
               MOVE "*" TO LL-OBS
           END-IF
           MOVE WS-SITUACAO TO LL-SITUACAO
           MOVE LINHA-LOTE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      ******************************************************************
      * REMARCACAO ATIVA CUJO LOTE ACABOU (SAIU DO LOTES.DAT OU ZEROU)
      * OU VENCEU: ENCERRA COM O DESTINO DAS UNIDADES E TERMINA A
      * OFERTA 'R' DO PRODUTO QUE NAO TEM OUTRO LOTE REMARCADO HOJE.
      ******************************************************************
       CONFERE-REMARCA.
           READ REMARCA NEXT RECORD
               AT END
                   SET RM-FIM TO TRUE
           END-READ
           IF NOT RM-OK
               GO END-CONFERE-REMARCA
           END-IF
           IF NOT RM-ATIVA
               GO END-CONFERE-REMARCA
           END-IF
           MOVE RM-CHAVE TO LT-CHAVE
           READ LOTES
               INVALID KEY
                   MOVE ZEROS TO LT-QTDE
           END-READ
           IF LT-QTDE > ZEROS AND RM-VALIDADE > WS-HOJE
               GO END-CONFERE-REMARCA
           END-IF

           MOVE LT-QTDE TO RM-QTDE-SOBRA
           PERFORM APURA-DESTINO
           MOVE WS-VENDIDA TO RM-QTDE-VENDIDA
           MOVE WS-BAIXADA TO RM-QTDE-BAIXADA
           MOVE WS-DEVFORN TO RM-QTDE-DEVFORN
           MOVE WS-HOJE TO RM-DATA-FIM
           SET RM-ENCERRADA TO TRUE
           REWRITE REG-REMARCA
           END-REWRITE
           ADD 1 TO WS-QT-ENCERRADAS
           PERFORM IMPRIME-ENCERRADA
           PERFORM ENCERRA-OFERTA THRU FIM-ENCERRA-OFERTA.
       END-CONFERE-REMARCA.

      * KARDEX DO LOTE DEPOIS DO DIA DE INICIO (O DIA DO INICIO AINDA
      * VENDEU A PRECO CHEIO): O VIVO PELA CHAVE DO PRODUTO E O
      * ARQUIVO MORTO DE CADA MES DESDE O INICIO.
       APURA-DESTINO.
           MOVE ZEROS TO WS-VENDIDA WS-BAIXADA WS-DEVFORN
           MOVE RM-CODIGO TO WS-CODIGO-PROC
           IF WS-TEM-MOV = 'S'
               MOVE RM-CODIGO TO MV-CODIGO
               MOVE RM-DATA-INI TO MV-DATA
               MOVE 99999999 TO MV-HORA
               START MOVIMENTO KEY IS GREATER THAN MV-CHAVE
                   INVALID KEY
                       SET MV-FIM TO TRUE
               END-START
               IF MV-OK
                   PERFORM LE-KARDEX-VIVO UNTIL MV-FIM
               END-IF
           END-IF
           MOVE RM-DATA-INI(1:6) TO WS-AM-CUR-N
           MOVE WS-HOJE(1:6) TO WS-AM-FIM
           PERFORM LE-MES-MORTO UNTIL WS-AM-CUR-N > WS-AM-FIM.

       LE-KARDEX-VIVO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   SET MV-FIM TO TRUE
           END-READ
           IF MV-OK
               IF MV-CODIGO NOT = WS-CODIGO-PROC
                   SET MV-FIM TO TRUE
               ELSE
                   PERFORM CLASSIFICA-MOVIMENTO
               END-IF
           END-IF.

       LE-MES-MORTO.
           MOVE SPACES TO WS-NOME-MOVARQ
           STRING "MOVARQ_" WS-AM-CUR-N ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-MOVARQ
           OPEN INPUT MOVARQ
           IF MA-OK
               PERFORM LE-KARDEX-MORTO UNTIL MA-FIM
               CLOSE MOVARQ
           END-IF
           IF WS-AM-MES = 12
               MOVE 1 TO WS-AM-MES
               ADD 1 TO WS-AM-ANO
           ELSE
               ADD 1 TO WS-AM-MES
           END-IF.

       LE-KARDEX-MORTO.
           READ MOVARQ
               AT END
                   SET MA-FIM TO TRUE
           END-READ
           IF MA-OK
               MOVE REG-MOVARQ TO REG-MOVIMENTO
               IF MV-CODIGO = WS-CODIGO-PROC
                   AND MV-DATA > RM-DATA-INI
                   PERFORM CLASSIFICA-MOVIMENTO
               END-IF
           END-IF.

      * SAIDA DO LOTE: PERDA E ACERTO DE INVENTARIO/CONTAGEM SAO
      * BAIXA, DEVOLUCAO AO FORNECEDOR A PARTE, TRANSFERENCIA ENTRE
      * DEPOSITOS NAO CONTA, O RESTO E VENDA.  A DEVOLUCAO DO CLIENTE
      * QUE VOLTOU AO LOTE DESCONTA A VENDA.
       CLASSIFICA-MOVIMENTO.
           IF MV-LOTE = RM-LOTE
               IF MV-SAIDA
                   EVALUATE TRUE
                       WHEN MV-MOTIVO(1:6) = "PERDA-"
                           ADD MV-QUANTIDADE TO WS-BAIXADA
                       WHEN MV-MOTIVO = "INVENTARIO"
                           OR MV-MOTIVO = "CONTAGEM"
                           ADD MV-QUANTIDADE TO WS-BAIXADA
                       WHEN MV-MOTIVO(1:7) = "TRANSF-"
                           CONTINUE
                       WHEN MV-MOTIVO = "DEVOL-FORNEC"
                           ADD MV-QUANTIDADE TO WS-DEVFORN
                       WHEN OTHER
                           ADD MV-QUANTIDADE TO WS-VENDIDA
                   END-EVALUATE
               END-IF
               IF MV-ENTRADA AND MV-MOTIVO = "DEVOLUCAO"
                   IF WS-VENDIDA > MV-QUANTIDADE
                       SUBTRACT MV-QUANTIDADE FROM WS-VENDIDA
                   ELSE
                       MOVE ZEROS TO WS-VENDIDA
                   END-IF
               END-IF
           END-IF.

       IMPRIME-ENCERRADA.
           MOVE RM-CODIGO TO CODIG-P
           READ PRODUTOS
               INVALID KEY
                   MOVE "PRODUTO EXCLUIDO" TO NOME-P
                   MOVE ZEROS TO PRECO-VENDA-P CD-BARRAS
                   MOVE 'N' TO VENDA-PESO-P
           END-READ
           MOVE RM-CODIGO TO LX-CODIGO
           MOVE NOME-P TO LX-NOME
           MOVE RM-LOTE TO LX-LOTE
           MOVE RM-VALIDADE TO WS-DATA-W
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO LX-VALIDADE
           MOVE RM-DATA-INI TO WS-DATA-W
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO LX-INICIO
           MOVE RM-QTDE-INI TO LX-QTDE-INI
           MOVE RM-QTDE-VENDIDA TO LX-VENDIDA
           MOVE RM-QTDE-BAIXADA TO LX-BAIXADA
           MOVE RM-QTDE-DEVFORN TO LX-DEVFORN
           MOVE RM-QTDE-SOBRA TO LX-SOBRA
           MOVE ZEROS TO WS-PCT-VENDIDO
           IF RM-QTDE-INI > ZEROS
               COMPUTE WS-PCT-VENDIDO ROUNDED =
                   RM-QTDE-VENDIDA * 100 / RM-QTDE-INI
                   ON SIZE ERROR
                       MOVE 999 TO WS-PCT-VENDIDO
               END-COMPUTE
           END-IF
           MOVE WS-PCT-VENDIDO TO LX-PCT
      *    PERDA: O BAIXADO MAIS A SOBRA VENCIDA, A CUSTO (POR
      *    QUILO NO PESAVEL, COM AS QUANTIDADES EM GRAMAS).
           IF PRODUTO-PESAVEL
               COMPUTE WS-VALOR-PERDA ROUNDED =
                   (RM-QTDE-BAIXADA + RM-QTDE-SOBRA) * RM-CUSTO / 1000
           ELSE
               COMPUTE WS-VALOR-PERDA =
                   (RM-QTDE-BAIXADA + RM-QTDE-SOBRA) * RM-CUSTO
                   ON SIZE ERROR
                       DISPLAY "PERDA DO LOTE " RM-LOTE
                           " FORA DO CAMPO - NAO SOMADA"
                       MOVE ZEROS TO WS-VALOR-PERDA
               END-COMPUTE
           END-IF
           MOVE WS-VALOR-PERDA TO LX-PERDA
           MOVE LINHA-ENC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           ADD RM-QTDE-INI TO WS-TOT-INI
           ADD RM-QTDE-VENDIDA TO WS-TOT-VENDIDA
           ADD RM-QTDE-BAIXADA TO WS-TOT-BAIXADA
           ADD RM-QTDE-DEVFORN TO WS-TOT-DEVFORN
           ADD RM-QTDE-SOBRA TO WS-TOT-SOBRA
           ADD WS-VALOR-PERDA TO WS-TOT-PERDA.

      * SEM OUTRO LOTE REMARCADO HOJE, A OFERTA 'R' DO PRODUTO ACABA
      * HOJE (O BALCAO VOLTA AO PRECO NORMAL AMANHA) E A ETIQUETA
      * VOLTA AO PRECO NORMAL.  OFERTA QUE VIROU MANUAL NAO E TOCADA.
       ENCERRA-OFERTA.
           MOVE ZEROS TO WS-PR-ACHOU
           PERFORM PROCURA-PRODUTO
               VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-QT-PR OR WS-PR-ACHOU > ZEROS
           IF WS-PR-ACHOU > ZEROS OR WS-TEM-OFERTAS = 'N'
               GO FIM-ENCERRA-OFERTA
           END-IF
           MOVE RM-CODIGO TO OF-CODIGO
           READ OFERTAS
               INVALID KEY
                   GO FIM-ENCERRA-OFERTA
           END-READ
           IF NOT OF-REMARCACAO OR OF-DATA-FIM NOT > WS-HOJE
               GO FIM-ENCERRA-OFERTA
           END-IF
           MOVE WS-HOJE TO OF-DATA-FIM
           REWRITE REG-OFERTA
           END-REWRITE
           ADD 1 TO WS-QT-OF-FIM
           IF WS-QT-PR < 500 AND PRECO-VENDA-P > ZEROS
               ADD 1 TO WS-QT-PR
               MOVE CODIG-P TO TAB-PR-CODIGO(WS-QT-PR)
               MOVE NOME-P TO TAB-PR-NOME(WS-QT-PR)
               MOVE VENDA-PESO-P TO TAB-PR-PESO(WS-QT-PR)
               MOVE CD-BARRAS TO TAB-PR-BARRAS(WS-QT-PR)
               MOVE PRECO-VENDA-P TO TAB-PR-PRECO(WS-QT-PR)
               MOVE PRECO-VENDA-P TO TAB-PR-NORMAL(WS-QT-PR)
               MOVE 'N' TO TAB-PR-OFERTA(WS-QT-PR)
               MOVE ZEROS TO TAB-PR-FIM(WS-QT-PR)
               MOVE 'E' TO TAB-PR-ACAO(WS-QT-PR)
           END-IF.
       FIM-ENCERRA-OFERTA.
           EXIT.

       PROCURA-PRODUTO.
           IF TAB-PR-CODIGO(WS-PR-I) = RM-CODIGO
               MOVE WS-PR-I TO WS-PR-ACHOU
           END-IF.

      * ETIQUETA DO PRODUTO QUE NAO BATE COM A ULTIMA IMPRESSA SAI
      * AGORA E FICA GRAVADA EM ETIQUETA.DAT.
       CONFERE-ETIQUETA.
           MOVE TAB-PR-CODIGO(WS-PR-I) TO ET-CODIGO
           MOVE 'S' TO WS-TEM-ETIQ
           READ ETIQUETA
               INVALID KEY
                   MOVE 'N' TO WS-TEM-ETIQ
           END-READ
           IF WS-TEM-ETIQ = 'S'
               AND ET-PRECO = TAB-PR-PRECO(WS-PR-I)
               AND ET-PRECO-NORMAL = TAB-PR-NORMAL(WS-PR-I)
               AND ET-OFERTA = TAB-PR-OFERTA(WS-PR-I)
               AND ET-FIM-OFERTA = TAB-PR-FIM(WS-PR-I)
               CONTINUE
           ELSE
               PERFORM IMPRIME-ETIQUETA
               MOVE TAB-PR-CODIGO(WS-PR-I) TO ET-CODIGO
               MOVE TAB-PR-PRECO(WS-PR-I) TO ET-PRECO
               MOVE TAB-PR-NORMAL(WS-PR-I) TO ET-PRECO-NORMAL
               MOVE TAB-PR-OFERTA(WS-PR-I) TO ET-OFERTA
               MOVE TAB-PR-FIM(WS-PR-I) TO ET-FIM-OFERTA
               MOVE WS-HOJE TO ET-DATA
               WRITE REG-ETIQUETA
                   INVALID KEY
                       REWRITE REG-ETIQUETA
                       END-REWRITE
               END-WRITE
           END-IF.

      * MESMO DESENHO DA ETIQUETA DO ETIQUETAS-PRECO.
       IMPRIME-ETIQUETA.
           ADD 1 TO WS-QT-IMPRES
           MOVE LINHA-BORDA TO LINHA-ETIQUETAS
           WRITE LINHA-ETIQUETAS
           MOVE TAB-PR-NOME(WS-PR-I) TO LE-TEXTO
           MOVE LINHA-ETQ TO LINHA-ETIQUETAS
           WRITE LINHA-ETIQUETAS

           MOVE TAB-PR-PRECO(WS-PR-I) TO WS-PRECO-ED
           MOVE SPACES TO LE-TEXTO
           IF TAB-PR-PESO(WS-PR-I) = 'P' OR TAB-PR-PESO(WS-PR-I) = 'V'
               STRING "R$ " WS-PRECO-ED "   PRECO POR KG R$ "
                   WS-PRECO-ED
                   DELIMITED BY SIZE INTO LE-TEXTO
           ELSE
               STRING "R$ " WS-PRECO-ED "   PRECO POR UN R$ "
                   WS-PRECO-ED
                   DELIMITED BY SIZE INTO LE-TEXTO
           END-IF
           MOVE LINHA-ETQ TO LINHA-ETIQUETAS
           WRITE LINHA-ETIQUETAS

           MOVE SPACES TO LE-TEXTO
           IF TAB-PR-OFERTA(WS-PR-I) = 'S'
               MOVE TAB-PR-FIM(WS-PR-I) TO WS-DATA-W
               MOVE TAB-PR-NORMAL(WS-PR-I) TO WS-NORMAL-ED
               STRING "OFERTA ATE " WS-DW-DIA "/" WS-DW-MES "/"
                   WS-DW-ANO " - DE R$ " WS-NORMAL-ED
                   DELIMITED BY SIZE INTO LE-TEXTO
           END-IF
           MOVE LINHA-ETQ TO LINHA-ETIQUETAS
           WRITE LINHA-ETIQUETAS

           MOVE SPACES TO LE-TEXTO
           IF TAB-PR-BARRAS(WS-PR-I) = ZEROS
               STRING "SEM EAN             COD "
                   TAB-PR-CODIGO(WS-PR-I)
                   DELIMITED BY SIZE INTO LE-TEXTO
           ELSE
               STRING "EAN " TAB-PR-BARRAS(WS-PR-I) "   COD "
                   TAB-PR-CODIGO(WS-PR-I)
                   DELIMITED BY SIZE INTO LE-TEXTO
           END-IF
           MOVE LINHA-ETQ TO LINHA-ETIQUETAS
           WRITE LINHA-ETIQUETAS
           MOVE LINHA-BORDA TO LINHA-ETIQUETAS
           WRITE LINHA-ETIQUETAS.

       EDITA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DW-DIA "/" WS-DW-MES "/" WS-DW-ANO
               DELIMITED BY SIZE INTO WS-DATA-ED.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "* PRECO LIMITADO AO CUSTO (UNIT-P)" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "PRODUTOS REMARCADOS" TO LR-TITULO
           MOVE WS-QT-PROD-REM TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "LOTES EM REMARCACAO (NOVOS NESTA RODADA)" TO LR-TITULO
           MOVE SPACES TO LR-VALOR
           STRING WS-QT-LOTES-REM " (" WS-QT-NOVAS ")"
               DELIMITED BY SIZE INTO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "LOTES NA JANELA SEM REMARCAR" TO LR-TITULO
           MOVE WS-QT-PULADOS TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "REMARCACOES ENCERRADAS" TO LR-TITULO
           MOVE WS-QT-ENCERRADAS TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "  UNIDADES REMARCADAS" TO LR-TITULO
           MOVE WS-TOT-INI TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "  VENDIDAS" TO LR-TITULO
           MOVE WS-TOT-VENDIDA TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "  BAIXADAS (PERDA/INVENTARIO)" TO LR-TITULO
           MOVE WS-TOT-BAIXADA TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "  DEVOLVIDAS AO FORNECEDOR" TO LR-TITULO
           MOVE WS-TOT-DEVFORN TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "  SOBRA VENCIDA NO LOTE" TO LR-TITULO
           MOVE WS-TOT-SOBRA TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "  PERDA A CUSTO (BAIXA + SOBRA)" TO LR-TITULO
           MOVE WS-TOT-PERDA TO WS-VALOR-ED
           MOVE WS-VALOR-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "OFERTAS DE REMARCACAO ENCERRADAS" TO LR-TITULO
           MOVE WS-QT-OF-FIM TO WS-QTDE-ED
           MOVE WS-QTDE-ED TO LR-VALOR
           PERFORM GRAVA-RESUMO
           IF WS-QT-FORA > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TABELA CHEIA - " WS-QT-FORA
                   " ETIQUETA(S) FICAM PARA O ETIQUETAS-PRECO"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       GRAVA-RESUMO.
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       CALCULA-NUM-DIA.
           COMPUTE WS-ND-DIV4 = WS-ND-ANO / 4
           COMPUTE WS-ND-DIV100 = WS-ND-ANO / 100
           COMPUTE WS-ND-DIV400 = WS-ND-ANO / 400
           COMPUTE WS-ND-REM4 = WS-ND-ANO - (WS-ND-DIV4 * 4)
           COMPUTE WS-ND-REM100 = WS-ND-ANO - (WS-ND-DIV100 * 100)
           COMPUTE WS-ND-REM400 = WS-ND-ANO - (WS-ND-DIV400 * 400)
           IF WS-ND-REM4 = 0 AND
               (WS-ND-REM100 NOT = 0 OR WS-ND-REM400 = 0)
               MOVE 1 TO WS-ND-BISSEXTO
           ELSE
               MOVE 0 TO WS-ND-BISSEXTO
           END-IF
           COMPUTE WS-ND-NUMDIA = (WS-ND-ANO * 365) + WS-ND-DIV4
               - WS-ND-DIV100 + WS-ND-DIV400
               + WS-ND-ACUM-T(WS-ND-MES) + WS-ND-DIA
           IF WS-ND-BISSEXTO = 1 AND WS-ND-MES > 2
               ADD 1 TO WS-ND-NUMDIA
           END-IF.

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
           DISPLAY "REMARCACAO DE LOTES PERTO DA VALIDADE - " WS-HOJE
           DISPLAY "PRODUTOS REMARCADOS........: " WS-QT-PROD-REM
           DISPLAY "LOTES EM REMARCACAO........: " WS-QT-LOTES-REM
           DISPLAY "REMARCACOES ENCERRADAS.....: " WS-QT-ENCERRADAS
           DISPLAY "ETIQUETAS IMPRESSAS........: " WS-QT-IMPRES
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO
           DISPLAY "ETIQUETAS GRAVADAS EM " WS-NOME-ETIQ.

       END PROGRAM REMARCA-VALIDADE.
