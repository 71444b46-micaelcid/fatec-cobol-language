       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROS-FISCAIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VD-CHAVE
               FILE STATUS VDST.

           SELECT NOTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NF-CHAVE
               FILE STATUS NFST.

           SELECT PRODUTOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODIG-P
               ALTERNATE RECORD KEY IS COD-FORNEC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS WITH DUPLICATES
               FILE STATUS ARQST.

           SELECT FORNECEDOR ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FO-CODIGO
               FILE STATUS FOST.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REP-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS LABEL RECORD STANDARD
           DATA RECORD IS REG-VENDA-DIA
           VALUE OF FILE-ID IS "VENDAS.DAT".

       COPY vendas.

       FD  NOTAS LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTA
           VALUE OF FILE-ID IS "NOTAS.DAT".

       COPY notas.

       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  FORNECEDOR LABEL RECORD STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".

       COPY fornecedor.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * LIVROS FISCAIS DO MES - RODA NO DIA 1 SOBRE O MES ANTERIOR.
      * LIVRO DE SAIDAS: O ICMS DEBITADO NAS VENDAS (VENDAS.DAT,
      * JA LIQUIDO DAS DEVOLUCOES), DIA A DIA E RESUMIDO POR
      * SITUACAO TRIBUTARIA/CFOP PELA CLASSIFICACAO ATUAL DO
      * PRODUTO.  LIVRO DE ENTRADAS: O ICMS DESTACADO NAS NOTAS DOS
      * FORNECEDORES (NOTAS.DAT) EMITIDAS NO MES, QUE VIRA CREDITO.
      * A APURACAO FECHA DEBITOS MENOS CREDITOS: SALDO DEVEDOR E O
      * ICMS A RECOLHER; SALDO CREDOR FICA A TRANSPORTAR PARA O MES
      * SEGUINTE.
       77 VDST PIC X(2).
           88 VD-OK        VALUE "00".
           88 VD-FIM       VALUE "99".
       77 NFST PIC X(2).
           88 NF-OK        VALUE "00".
           88 NF-FIM       VALUE "99".
       77 ARQST PIC X(2).
       77 FOST PIC X(2).
       77 REP-OK PIC X(2).
       77 CRST PIC X(2).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-HOJE      PIC 9(8) VALUE ZEROS.
       77 WS-TIPO-CAT PIC X(10) VALUE "CONTABIL".
       77 WS-PROG-CAT PIC X(20) VALUE "LIVROS-FISCAIS".
       77 WS-TEM-PRODUTOS   PIC X(1) VALUE 'N'.
       77 WS-TEM-FORNEC     PIC X(1) VALUE 'N'.
       77 WS-TEM-NOTAS      PIC X(1) VALUE 'N'.

       01 WS-COMPETENCIA.
           02 WS-COMP-ANO  PIC 9(4).
           02 WS-COMP-MES  PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).

       77 WS-DIA       PIC 99 VALUE ZEROS.
       77 WS-SIT-I     PIC 9 VALUE ZEROS.
       77 WS-QT-VENDAS PIC 9(6) VALUE ZEROS.
       77 WS-QT-NOTAS  PIC 9(6) VALUE ZEROS.

       77 WS-SAI-CONTABIL PIC 9(11)V99 VALUE ZEROS.
       77 WS-SAI-BASE     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SAI-ICMS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-ENT-CONTABIL PIC 9(11)V99 VALUE ZEROS.
       77 WS-ENT-BASE     PIC 9(11)V99 VALUE ZEROS.
       77 WS-ENT-ICMS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO        PIC S9(11)V99 VALUE ZEROS.

      * SAIDAS POR DIA DO MES.
       01 TAB-DIAS.
           02 TAB-DI-ITEM OCCURS 31 TIMES.
               03 TAB-DI-CONTABIL PIC 9(9)V99.
               03 TAB-DI-BASE     PIC 9(9)V99.
               03 TAB-DI-ICMS     PIC 9(9)V99.

      * SAIDAS POR SITUACAO TRIBUTARIA - A 5A LINHA PEGA O PRODUTO
      * SEM CLASSIFICACAO OU FORA DO CADASTRO.
       01 TAB-SITUACOES.
           02 TAB-ST-ITEM OCCURS 5 TIMES.
               03 TAB-ST-CST      PIC X(2).
               03 TAB-ST-CFOP     PIC 9(4).
               03 TAB-ST-NOME     PIC X(20).
               03 TAB-ST-CONTABIL PIC 9(9)V99.
               03 TAB-ST-BASE     PIC 9(9)V99.
               03 TAB-ST-ICMS     PIC 9(9)V99.

       01 LINHA-RESUMO.
           02 LR-TITULO    PIC X(40).
           02 LR-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-DIA-CABEC.
           02 FILLER PIC X(12) VALUE "DIA".
           02 FILLER PIC X(18) VALUE "  VALOR CONTABIL".
           02 FILLER PIC X(18) VALUE "    BASE CALCULO".
           02 FILLER PIC X(18) VALUE "      ICMS DEBITO".

       01 LINHA-DIA.
           02 LS-DATA      PIC 9(8).
           02 FILLER       PIC X(4) VALUE SPACES.
           02 LS-CONTABIL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LS-BASE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LS-ICMS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SIT-CABEC.
           02 FILLER PIC X(34) VALUE "CST CFOP SITUACAO".
           02 FILLER PIC X(18) VALUE "  VALOR CONTABIL".
           02 FILLER PIC X(18) VALUE "    BASE CALCULO".
           02 FILLER PIC X(18) VALUE "      ICMS DEBITO".

       01 LINHA-SITUACAO.
           02 LT-CST       PIC X(2).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LT-CFOP      PIC X(4).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LT-NOME      PIC X(20).
           02 FILLER       PIC X(5) VALUE SPACES.
           02 LT-CONTABIL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LT-BASE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LT-ICMS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ENT-CABEC.
           02 FILLER PIC X(37) VALUE "FORN RAZAO SOCIAL".
           02 FILLER PIC X(10) VALUE "NOTA".
           02 FILLER PIC X(9) VALUE "EMISSAO".
           02 FILLER PIC X(15) VALUE "   VALOR NOTA".
           02 FILLER PIC X(15) VALUE "  BASE CALCULO".
           02 FILLER PIC X(14) VALUE "  ICMS CREDITO".

       01 LINHA-ENTRADA.
           02 LE-FORNEC    PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LE-RAZAO     PIC X(31).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LE-NOTA      PIC Z(8)9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LE-EMISSAO   PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LE-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LE-BASE      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LE-ICMS      PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
      *    COMPETENCIA: O MES ANTERIOR AO DA RODADA.
           MOVE WS-HOJE(1:6) TO WS-COMPETENCIA-N
           IF WS-COMP-MES = 1
               MOVE 12 TO WS-COMP-MES
               SUBTRACT 1 FROM WS-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF

           PERFORM ZERA-DIA
               VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
           MOVE "00" TO TAB-ST-CST(1)
           MOVE 5102 TO TAB-ST-CFOP(1)
           MOVE "TRIBUTADA" TO TAB-ST-NOME(1)
           MOVE "40" TO TAB-ST-CST(2)
           MOVE 5102 TO TAB-ST-CFOP(2)
           MOVE "ISENTA" TO TAB-ST-NOME(2)
           MOVE "41" TO TAB-ST-CST(3)
           MOVE 5102 TO TAB-ST-CFOP(3)
           MOVE "NAO TRIBUTADA" TO TAB-ST-NOME(3)
           MOVE "60" TO TAB-ST-CST(4)
           MOVE 5405 TO TAB-ST-CFOP(4)
           MOVE "ICMS COBRADO POR ST" TO TAB-ST-NOME(4)
           MOVE "--" TO TAB-ST-CST(5)
           MOVE ZEROS TO TAB-ST-CFOP(5)
           MOVE "SEM CLASSIFICACAO" TO TAB-ST-NOME(5)
           PERFORM ZERA-SITUACAO
               VARYING WS-SIT-I FROM 1 BY 1 UNTIL WS-SIT-I > 5

           PERFORM ABRE-ARQUIVOS

      *    1) LIVRO DE SAIDAS: AS VENDAS DO MES.
           MOVE ZEROS TO VD-CHAVE
           MOVE WS-COMPETENCIA-N TO VD-DATA(1:6)
           START VENDAS KEY IS NOT LESS THAN VD-CHAVE
               INVALID KEY
                   SET VD-FIM TO TRUE
           END-START
           PERFORM SOMA-VENDA THRU END-SOMA-VENDA UNTIL VD-FIM
           PERFORM IMPRIME-SAIDAS

      *    2) LIVRO DE ENTRADAS: AS NOTAS EMITIDAS NO MES.
           PERFORM CABECALHO-ENTRADAS
           IF WS-TEM-NOTAS = 'S'
               MOVE ZEROS TO NF-CHAVE
               START NOTAS KEY IS NOT LESS THAN NF-CHAVE
                   INVALID KEY
                       SET NF-FIM TO TRUE
               END-START
               PERFORM LANCA-ENTRADA THRU END-LANCA-ENTRADA
                   UNTIL NF-FIM
           END-IF
           PERFORM RODAPE-ENTRADAS

      *    3) APURACAO.
           PERFORM IMPRIME-APURACAO

           CLOSE VENDAS RELATORIO
           IF WS-TEM-NOTAS = 'S'
               CLOSE NOTAS
           END-IF
           IF WS-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
           END-IF
           IF WS-TEM-FORNEC = 'S'
               CLOSE FORNECEDOR
           END-IF
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ZERA-DIA.
           MOVE ZEROS TO TAB-DI-CONTABIL(WS-DIA) TAB-DI-BASE(WS-DIA)
               TAB-DI-ICMS(WS-DIA).

       ZERA-SITUACAO.
           MOVE ZEROS TO TAB-ST-CONTABIL(WS-SIT-I)
               TAB-ST-BASE(WS-SIT-I) TAB-ST-ICMS(WS-SIT-I).

       ABRE-ARQUIVOS.
           OPEN INPUT VENDAS
           IF NOT VD-OK
               DISPLAY "VENDAS.DAT INDISPONIVEL - LIVRO DE SAIDAS VAZIO"
               SET VD-FIM TO TRUE
           END-IF
           OPEN INPUT NOTAS
           IF NF-OK
               MOVE 'S' TO WS-TEM-NOTAS
           ELSE
               DISPLAY "NOTAS.DAT INDISPONIVEL - LIVRO DE ENTRADAS "
                   "VAZIO"
           END-IF
           OPEN INPUT PRODUTOS
           IF ARQST = "00"
               MOVE 'S' TO WS-TEM-PRODUTOS
           END-IF
           OPEN INPUT FORNECEDOR
           IF FOST = "00"
               MOVE 'S' TO WS-TEM-FORNEC
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "LIVROS_" WS-COMPETENCIA-N ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIVROS FISCAIS DO ICMS - COMPETENCIA "
               WS-COMPETENCIA-N " - EMITIDO EM " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * VENDAS.DAT E DATA+CODIGO: A COMPETENCIA E UMA FAIXA CONTIGUA.
       SOMA-VENDA.
           READ VENDAS NEXT RECORD
               AT END
                   SET VD-FIM TO TRUE
           END-READ
           IF NOT VD-OK
               GO END-SOMA-VENDA
           END-IF
           IF VD-DATA(1:6) NOT = WS-COMPETENCIA-N
               SET VD-FIM TO TRUE
               GO END-SOMA-VENDA
           END-IF
           ADD 1 TO WS-QT-VENDAS
           ADD VD-RECEITA TO WS-SAI-CONTABIL
           ADD VD-BASE-ICMS TO WS-SAI-BASE
           ADD VD-ICMS TO WS-SAI-ICMS

           MOVE VD-DATA(7:2) TO WS-DIA
           ADD VD-RECEITA TO TAB-DI-CONTABIL(WS-DIA)
           ADD VD-BASE-ICMS TO TAB-DI-BASE(WS-DIA)
           ADD VD-ICMS TO TAB-DI-ICMS(WS-DIA)

           MOVE 5 TO WS-SIT-I
           IF WS-TEM-PRODUTOS = 'S'
               MOVE VD-CODIGO TO CODIG-P
               READ PRODUTOS
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CST-TRIBUTADA  MOVE 1 TO WS-SIT-I
                           WHEN CST-ISENTA     MOVE 2 TO WS-SIT-I
                           WHEN CST-NAO-TRIB   MOVE 3 TO WS-SIT-I
                           WHEN CST-SUBST-TRIB MOVE 4 TO WS-SIT-I
                       END-EVALUATE
               END-READ
           END-IF
           ADD VD-RECEITA TO TAB-ST-CONTABIL(WS-SIT-I)
           ADD VD-BASE-ICMS TO TAB-ST-BASE(WS-SIT-I)
           ADD VD-ICMS TO TAB-ST-ICMS(WS-SIT-I).
       END-SOMA-VENDA.

       IMPRIME-SAIDAS.
           MOVE "LIVRO REGISTRO DE SAIDAS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-DIA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QT-VENDAS = ZEROS
               MOVE "NENHUMA VENDA NO MES" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM IMPRIME-UM-DIA
               VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-SIT-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-UMA-SITUACAO
               VARYING WS-SIT-I FROM 1 BY 1 UNTIL WS-SIT-I > 5
           MOVE SPACES TO LINHA-SITUACAO
           MOVE "TOTAL DAS SAIDAS" TO LT-NOME
           MOVE WS-SAI-CONTABIL TO LT-CONTABIL
           MOVE WS-SAI-BASE TO LT-BASE
           MOVE WS-SAI-ICMS TO LT-ICMS
           MOVE LINHA-SITUACAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-UM-DIA.
           IF TAB-DI-CONTABIL(WS-DIA) > ZEROS
               OR TAB-DI-ICMS(WS-DIA) > ZEROS
               MOVE WS-COMPETENCIA-N TO LS-DATA(1:6)
               MOVE WS-DIA TO LS-DATA(7:2)
               MOVE TAB-DI-CONTABIL(WS-DIA) TO LS-CONTABIL
               MOVE TAB-DI-BASE(WS-DIA) TO LS-BASE
               MOVE TAB-DI-ICMS(WS-DIA) TO LS-ICMS
               MOVE LINHA-DIA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIME-UMA-SITUACAO.
           IF WS-SIT-I = 5 AND TAB-ST-CONTABIL(5) = ZEROS
               CONTINUE
           ELSE
               MOVE TAB-ST-CST(WS-SIT-I) TO LT-CST
               IF TAB-ST-CFOP(WS-SIT-I) = ZEROS
                   MOVE "----" TO LT-CFOP
               ELSE
                   MOVE TAB-ST-CFOP(WS-SIT-I) TO LT-CFOP
               END-IF
               MOVE TAB-ST-NOME(WS-SIT-I) TO LT-NOME
               MOVE TAB-ST-CONTABIL(WS-SIT-I) TO LT-CONTABIL
               MOVE TAB-ST-BASE(WS-SIT-I) TO LT-BASE
               MOVE TAB-ST-ICMS(WS-SIT-I) TO LT-ICMS
               MOVE LINHA-SITUACAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       CABECALHO-ENTRADAS.
           MOVE "LIVRO REGISTRO DE ENTRADAS - CFOP 1102" TO
               LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-ENT-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * NOTAS.DAT E FORNECEDOR+NUMERO: VARRE TUDO E FICA COM AS
      * EMITIDAS NA COMPETENCIA, PAGAS OU NAO.
       LANCA-ENTRADA.
           READ NOTAS NEXT RECORD
               AT END
                   SET NF-FIM TO TRUE
           END-READ
           IF NOT NF-OK
               GO END-LANCA-ENTRADA
           END-IF
           IF NF-EMISSAO(1:6) NOT = WS-COMPETENCIA-N
               GO END-LANCA-ENTRADA
           END-IF
           ADD 1 TO WS-QT-NOTAS
           ADD NF-VALOR TO WS-ENT-CONTABIL
           ADD NF-BASE-ICMS TO WS-ENT-BASE
           ADD NF-ICMS TO WS-ENT-ICMS

           MOVE NF-FORNEC TO LE-FORNEC
           MOVE "(NAO CADASTRADO)" TO LE-RAZAO
           IF WS-TEM-FORNEC = 'S'
               MOVE NF-FORNEC TO FO-CODIGO
               READ FORNECEDOR
                   NOT INVALID KEY
                       MOVE FO-RAZAO TO LE-RAZAO
               END-READ
           END-IF
           MOVE NF-NUMERO TO LE-NOTA
           MOVE NF-EMISSAO TO LE-EMISSAO
           MOVE NF-VALOR TO LE-VALOR
           MOVE NF-BASE-ICMS TO LE-BASE
           MOVE NF-ICMS TO LE-ICMS
           MOVE LINHA-ENTRADA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-LANCA-ENTRADA.

       RODAPE-ENTRADAS.
           IF WS-QT-NOTAS = ZEROS
               MOVE "NENHUMA NOTA DE FORNECEDOR NO MES"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-ENTRADA
           MOVE "TOTAL DAS ENTRADAS" TO LE-RAZAO
           MOVE WS-ENT-CONTABIL TO LE-VALOR
           MOVE WS-ENT-BASE TO LE-BASE
           MOVE WS-ENT-ICMS TO LE-ICMS
           MOVE LINHA-ENTRADA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-APURACAO.
           MOVE "APURACAO DO ICMS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DEBITOS (SAIDAS)" TO LR-TITULO
           MOVE WS-SAI-ICMS TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CREDITOS (ENTRADAS)" TO LR-TITULO
           MOVE WS-ENT-ICMS TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           COMPUTE WS-SALDO = WS-SAI-ICMS - WS-ENT-ICMS
           IF WS-SALDO < ZEROS
               MOVE "SALDO CREDOR A TRANSPORTAR" TO LR-TITULO
               COMPUTE LR-VALOR = ZEROS - WS-SALDO
           ELSE
               MOVE "ICMS A RECOLHER" TO LR-TITULO
               MOVE WS-SALDO TO LR-VALOR
           END-IF
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
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
           DISPLAY "LIVROS FISCAIS - COMPETENCIA " WS-COMPETENCIA-N
           DISPLAY "ACUMULADOS DE VENDA....: " WS-QT-VENDAS
           DISPLAY "ICMS DEBITADO..........: " WS-SAI-ICMS
           DISPLAY "NOTAS DE ENTRADA.......: " WS-QT-NOTAS
           DISPLAY "ICMS CREDITADO.........: " WS-ENT-ICMS
           IF WS-SALDO < ZEROS
               DISPLAY "SALDO CREDOR A TRANSPORTAR"
           ELSE
               DISPLAY "ICMS A RECOLHER........: " WS-SALDO
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM LIVROS-FISCAIS.
