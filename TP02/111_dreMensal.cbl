       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRE-MENSAL.
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

           SELECT MOVIMENTO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MV-CHAVE
               FILE STATUS MVST.

           SELECT MOVARQ ASSIGN TO WS-NOME-MOVARQ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MAST.

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

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENT.DAT".

       COPY movimentos.

       FD  MOVARQ.
       01  REG-MOVARQ PIC X(69).

       FD  NOTAS LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTA
           VALUE OF FILE-ID IS "NOTAS.DAT".

       COPY notas.

       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * DRE DA LOJA - RODA NO DIA 1 SOBRE O MES ANTERIOR.  PARTE DA
      * VENDA BRUTA DO VENDAS.DAT (RECEITA POSTADA MAIS DEVOLUCOES E
      * DESCONTOS DE OFERTA E DE PONTOS), DEDUZ ESSES VALORES E O
      * ICMS DAS SAIDAS ATE A RECEITA LIQUIDA; TIRA O CMV A CUSTO
      * MEDIO (VD-CUSTO, VALORIZADO NO UNIT-P DA VENDA) ATE O LUCRO
      * BRUTO; E POR FIM AS PERDAS DE ESTOQUE (SAIDAS PERDA- DO
      * KARDEX VIVO E DO ARQUIVO MORTO MOVARQ_AAAAMM.DAT, COMO NO
      * PERDAS-MENSAL) E AS DESPESAS OPERACIONAIS (NOTAS DO TIPO
      * DESPESA PELA EMISSAO, VALOR MAIS FRETE) ATE O RESULTADO DO
      * MES.  CADA LINHA SAI AO LADO DO MES ANTERIOR E DO MESMO MES
      * DO ANO PASSADO, COM A VARIACAO EM PERCENTUAL.
       77 VDST PIC X(2).
           88 VD-OK        VALUE "00".
           88 VD-FIM       VALUE "99".
       77 MVST PIC X(2).
           88 MV-OK        VALUE "00".
           88 MV-FIM       VALUE "99".
       77 MAST PIC X(2).
           88 MA-OK        VALUE "00".
           88 MA-FIM       VALUE "10".
       77 NFST PIC X(2).
           88 NF-OK        VALUE "00".
           88 NF-FIM       VALUE "99".
       77 REP-OK PIC X(2).
       77 CRST PIC X(2).
       77 ARQST PIC X(2).

       77 WS-NOME-MOVARQ    PIC X(20) VALUE SPACES.
       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-HOJE      PIC 9(8) VALUE ZEROS.
       77 WS-TIPO-CAT PIC X(10) VALUE "GERENCIAL".
       77 WS-PROG-CAT PIC X(20) VALUE "DRE-MENSAL".
       77 WS-TEM-VENDAS     PIC X(1) VALUE 'N'.
       77 WS-TEM-MOVIMENTO  PIC X(1) VALUE 'N'.
       77 WS-TEM-NOTAS      PIC X(1) VALUE 'N'.
       77 WS-TEM-PRODUTOS   PIC X(1) VALUE 'N'.

       01 WS-COMPETENCIA.
           02 WS-COMP-ANO  PIC 9(4).
           02 WS-COMP-MES  PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).

      * OS TRES PERIODOS DA DRE: 1 A COMPETENCIA, 2 O MES ANTERIOR A
      * ELA, 3 O MESMO MES DO ANO ANTERIOR.  AS LINHAS DE CADA
      * PERIODO SEGUEM A ORDEM DA DEMONSTRACAO:
      *   01 RECEITA BRUTA        05 ICMS SOBRE VENDAS
      *   02 DEVOLUCOES           06 RECEITA LIQUIDA
      *   03 DESCONTOS OFERTAS    07 CMV
      *   04 DESCONTOS PONTOS     08 LUCRO BRUTO
      *   09 PERDAS DE ESTOQUE    10 DESPESAS OPERACIONAIS
      *   11 RESULTADO LIQUIDO
       01 TAB-PERIODOS.
           02 TAB-PE-ITEM OCCURS 3 TIMES.
               03 TAB-PE-COMP     PIC 9(6).
               03 TAB-PE-MORTO    PIC X(1).
               03 TAB-PE-DIAS     PIC 9(3).
               03 TAB-PE-NOTAS    PIC 9(5).
               03 TAB-PE-BAIXAS   PIC 9(6).
               03 TAB-PE-VALOR    PIC S9(11)V99 OCCURS 11 TIMES.
       77 WS-PE-I      PIC 9 VALUE ZEROS.
       77 WS-PE-ACHOU  PIC 9 VALUE ZEROS.
       77 WS-LN-I      PIC 99 VALUE ZEROS.
       77 WS-VALOR-MOV PIC 9(9)V99 VALUE ZEROS.
       77 WS-ULT-DATA  PIC 9(8) VALUE ZEROS.

       01 WS-PERIODO-W.
           02 WS-PW-ANO    PIC 9(4).
           02 WS-PW-MES    PIC 9(2).
       01 WS-PERIODO-WN REDEFINES WS-PERIODO-W PIC 9(6).

       01 WS-TITULOS-TAB.
           02 FILLER PIC X(32) VALUE "RECEITA BRUTA DE VENDAS".
           02 FILLER PIC X(32) VALUE "(-) DEVOLUCOES".
           02 FILLER PIC X(32) VALUE "(-) DESCONTOS DE OFERTAS".
           02 FILLER PIC X(32) VALUE "(-) DESCONTOS DE FIDELIDADE".
           02 FILLER PIC X(32) VALUE "(-) ICMS SOBRE VENDAS".
           02 FILLER PIC X(32) VALUE "(=) RECEITA LIQUIDA".
           02 FILLER PIC X(32) VALUE "(-) CMV (CUSTO MEDIO)".
           02 FILLER PIC X(32) VALUE "(=) LUCRO BRUTO".
           02 FILLER PIC X(32) VALUE "(-) PERDAS DE ESTOQUE".
           02 FILLER PIC X(32) VALUE "(-) DESPESAS OPERACIONAIS".
           02 FILLER PIC X(32) VALUE "(=) RESULTADO LIQUIDO".
       01 WS-TITULOS-T REDEFINES WS-TITULOS-TAB.
           02 WS-TITULO PIC X(32) OCCURS 11 TIMES.

      * VARIACAO DA LINHA: ATUAL CONTRA A BASE DE COMPARACAO, SOBRE O
      * VALOR ABSOLUTO DA BASE (RESULTADO NEGATIVO TAMBEM COMPARA).
       77 WS-VAR-ATUAL  PIC S9(11)V99 VALUE ZEROS.
       77 WS-VAR-BASE   PIC S9(11)V99 VALUE ZEROS.
       77 WS-VAR-ABS    PIC S9(11)V99 VALUE ZEROS.
       77 WS-PCT        PIC S9(5)V99 VALUE ZEROS.
       01 WS-PCT-ED     PIC -ZZZZ9,99.

      * MARGENS SOBRE A RECEITA LIQUIDA DA COMPETENCIA.
       77 WS-MARGEM     PIC S9(5)V99 VALUE ZEROS.
       01 WS-MARGEM-ED  PIC -ZZZZ9,99.

       01 LINHA-CABEC.
           02 FILLER PIC X(32) VALUE SPACES.
           02 LC-COMP-1    PIC X(16).
           02 LC-COMP-2    PIC X(16).
           02 FILLER PIC X(10) VALUE "   VAR %".
           02 LC-COMP-3    PIC X(16).
           02 FILLER PIC X(10) VALUE "   VAR %".

       01 LINHA-DRE.
           02 LD-TITULO    PIC X(32).
           02 LD-VALOR-1   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-VALOR-2   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-VAR-2     PIC X(9).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-VALOR-3   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-VAR-3     PIC X(9).

       01 LINHA-RESUMO.
           02 LR-TITULO    PIC X(40).
           02 LR-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

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

      *    OS PERIODOS DE COMPARACAO.
           MOVE WS-COMPETENCIA-N TO WS-PERIODO-WN
           MOVE WS-PERIODO-WN TO TAB-PE-COMP(1)
           IF WS-PW-MES = 1
               MOVE 12 TO WS-PW-MES
               SUBTRACT 1 FROM WS-PW-ANO
           ELSE
               SUBTRACT 1 FROM WS-PW-MES
           END-IF
           MOVE WS-PERIODO-WN TO TAB-PE-COMP(2)
           MOVE WS-COMPETENCIA-N TO WS-PERIODO-WN
           SUBTRACT 1 FROM WS-PW-ANO
           MOVE WS-PERIODO-WN TO TAB-PE-COMP(3)
           PERFORM ZERA-PERIODO
               VARYING WS-PE-I FROM 1 BY 1 UNTIL WS-PE-I > 3

           PERFORM ABRE-ARQUIVOS

      *    1) VENDAS, DEDUCOES E CMV DE CADA PERIODO.
           IF WS-TEM-VENDAS = 'S'
               PERFORM SOMA-VENDAS-PERIODO
                   VARYING WS-PE-I FROM 1 BY 1 UNTIL WS-PE-I > 3
           END-IF

      *    2) PERDAS: KARDEX VIVO UMA VEZ, ARQUIVO MORTO DE CADA MES.
           IF WS-TEM-MOVIMENTO = 'S'
               MOVE ZEROS TO MV-CHAVE
               START MOVIMENTO KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                       SET MV-FIM TO TRUE
               END-START
               PERFORM LE-KARDEX-VIVO UNTIL MV-FIM
           END-IF
           PERFORM LE-MORTO-PERIODO
               VARYING WS-PE-I FROM 1 BY 1 UNTIL WS-PE-I > 3

      *    3) DESPESAS OPERACIONAIS: NOTAS DO TIPO DESPESA.
           IF WS-TEM-NOTAS = 'S'
               MOVE ZEROS TO NF-CHAVE
               START NOTAS KEY IS NOT LESS THAN NF-CHAVE
                   INVALID KEY
                       SET NF-FIM TO TRUE
               END-START
               PERFORM SOMA-DESPESA THRU END-SOMA-DESPESA
                   UNTIL NF-FIM
           END-IF

           PERFORM FECHA-PERIODO
               VARYING WS-PE-I FROM 1 BY 1 UNTIL WS-PE-I > 3
           PERFORM IMPRIME-DRE
           PERFORM IMPRIME-MARGENS

           CLOSE RELATORIO
           IF WS-TEM-VENDAS = 'S'
               CLOSE VENDAS
           END-IF
           IF WS-TEM-MOVIMENTO = 'S'
               CLOSE MOVIMENTO
           END-IF
           IF WS-TEM-NOTAS = 'S'
               CLOSE NOTAS
           END-IF
           IF WS-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
           END-IF
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ZERA-PERIODO.
           MOVE 'N' TO TAB-PE-MORTO(WS-PE-I)
           MOVE ZEROS TO TAB-PE-DIAS(WS-PE-I) TAB-PE-NOTAS(WS-PE-I)
               TAB-PE-BAIXAS(WS-PE-I)
           PERFORM ZERA-LINHA
               VARYING WS-LN-I FROM 1 BY 1 UNTIL WS-LN-I > 11.

       ZERA-LINHA.
           MOVE ZEROS TO TAB-PE-VALOR(WS-PE-I WS-LN-I).

       ABRE-ARQUIVOS.
           OPEN INPUT VENDAS
           IF VD-OK
               MOVE 'S' TO WS-TEM-VENDAS
           ELSE
               DISPLAY "VENDAS.DAT INDISPONIVEL - DRE SEM RECEITA"
           END-IF
           OPEN INPUT MOVIMENTO
           IF MV-OK
               MOVE 'S' TO WS-TEM-MOVIMENTO
           ELSE
               DISPLAY "MOVIMENT.DAT INDISPONIVEL - SO O ARQUIVO MORTO"
           END-IF
           OPEN INPUT NOTAS
           IF NF-OK
               MOVE 'S' TO WS-TEM-NOTAS
           ELSE
               DISPLAY "NOTAS.DAT INDISPONIVEL - DRE SEM DESPESAS"
           END-IF
           OPEN INPUT PRODUTOS
           IF ARQST = "00"
               MOVE 'S' TO WS-TEM-PRODUTOS
           ELSE
               DISPLAY "PRODUTOS.DAT INDISPONIVEL - PERDAS DE PESAVEL "
                   "VALORIZADAS POR UNIDADE"
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "DRE_" WS-COMPETENCIA-N ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DRE DA LOJA - COMPETENCIA " WS-COMPETENCIA-N
               " - EMITIDO EM " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * VENDAS.DAT E DATA+CODIGO: CADA PERIODO E UMA FAIXA CONTIGUA.
       SOMA-VENDAS-PERIODO.
           MOVE "00" TO VDST
           MOVE ZEROS TO WS-ULT-DATA
           MOVE ZEROS TO VD-CHAVE
           MOVE TAB-PE-COMP(WS-PE-I) TO VD-DATA(1:6)
           START VENDAS KEY IS NOT LESS THAN VD-CHAVE
               INVALID KEY
                   SET VD-FIM TO TRUE
           END-START
           PERFORM SOMA-VENDA THRU END-SOMA-VENDA UNTIL VD-FIM.

      * A RECEITA POSTADA JA E LIQUIDA DE DEVOLUCAO E DESCONTOS: A
      * BRUTA E REFEITA SOMANDO-OS DE VOLTA.
       SOMA-VENDA.
           READ VENDAS NEXT RECORD
               AT END
                   SET VD-FIM TO TRUE
           END-READ
           IF NOT VD-OK
               GO END-SOMA-VENDA
           END-IF
           IF VD-DATA(1:6) NOT = TAB-PE-COMP(WS-PE-I)
               SET VD-FIM TO TRUE
               GO END-SOMA-VENDA
           END-IF
           IF VD-DATA NOT = WS-ULT-DATA
               ADD 1 TO TAB-PE-DIAS(WS-PE-I)
               MOVE VD-DATA TO WS-ULT-DATA
           END-IF
           COMPUTE TAB-PE-VALOR(WS-PE-I 1) =
               TAB-PE-VALOR(WS-PE-I 1) + VD-RECEITA
               + VD-RECEITA-DEVOL + VD-DESC-OFERTA + VD-DESC-PONTOS
           ADD VD-RECEITA-DEVOL TO TAB-PE-VALOR(WS-PE-I 2)
           ADD VD-DESC-OFERTA TO TAB-PE-VALOR(WS-PE-I 3)
           ADD VD-DESC-PONTOS TO TAB-PE-VALOR(WS-PE-I 4)
           ADD VD-ICMS TO TAB-PE-VALOR(WS-PE-I 5)
           ADD VD-CUSTO TO TAB-PE-VALOR(WS-PE-I 7).
       END-SOMA-VENDA.

       LE-KARDEX-VIVO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   SET MV-FIM TO TRUE
           END-READ
           IF MV-OK
               PERFORM ACUMULA-PERDA THRU END-ACUMULA-PERDA
           END-IF.

      * O MES JA FECHADO PELO FECHAMENTO-ESTOQUE ESTA NO MORTO.
       LE-MORTO-PERIODO.
           MOVE SPACES TO WS-NOME-MOVARQ
           STRING "MOVARQ_" TAB-PE-COMP(WS-PE-I) ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-MOVARQ
           OPEN INPUT MOVARQ
           IF MA-OK
               MOVE 'S' TO TAB-PE-MORTO(WS-PE-I)
               PERFORM LE-KARDEX-MORTO UNTIL MA-FIM
               CLOSE MOVARQ
           END-IF.

       LE-KARDEX-MORTO.
           READ MOVARQ
               AT END
                   SET MA-FIM TO TRUE
           END-READ
           IF MA-OK
               MOVE REG-MOVARQ TO REG-MOVIMENTO
               PERFORM ACUMULA-PERDA THRU END-ACUMULA-PERDA
           END-IF.

      * UMA SAIDA DO KARDEX: SO CONTA BAIXA POR PERDA DE UM DOS TRES
      * PERIODOS, A CUSTO DA BAIXA.
       ACUMULA-PERDA.
           IF NOT MV-SAIDA
               OR MV-MOTIVO(1:6) NOT = "PERDA-"
               GO END-ACUMULA-PERDA
           END-IF
           MOVE MV-DATA(1:6) TO WS-PERIODO-WN
           PERFORM LOCALIZA-PERIODO
           IF WS-PE-ACHOU = ZEROS
               GO END-ACUMULA-PERDA
           END-IF
           PERFORM VALORIZA-PERDA
           ADD WS-VALOR-MOV TO TAB-PE-VALOR(WS-PE-ACHOU 9)
           ADD 1 TO TAB-PE-BAIXAS(WS-PE-ACHOU).
       END-ACUMULA-PERDA.

      * VALOR DA BAIXA A CUSTO; O PESAVEL SAI EM GRAMAS COM O CUSTO
      * POR QUILO.
       VALORIZA-PERDA.
           MOVE 'N' TO VENDA-PESO-P
           IF WS-TEM-PRODUTOS = 'S'
               MOVE MV-CODIGO TO CODIG-P
               READ PRODUTOS
                   INVALID KEY
                       MOVE 'N' TO VENDA-PESO-P
               END-READ
           END-IF
           IF PRODUTO-PESAVEL
               COMPUTE WS-VALOR-MOV ROUNDED =
                   MV-QUANTIDADE * MV-CUSTO-UNIT / 1000
           ELSE
               COMPUTE WS-VALOR-MOV = MV-QUANTIDADE * MV-CUSTO-UNIT
                   ON SIZE ERROR
                       DISPLAY "MOVIMENTO DO PRODUTO " MV-CODIGO
                           " FORA DO CAMPO - VALOR NAO SOMADO"
                       MOVE ZEROS TO WS-VALOR-MOV
               END-COMPUTE
           END-IF.

      * WS-PERIODO-WN EM UM DOS TRES PERIODOS: INDICE EM WS-PE-ACHOU.
      * O INDICE DA VARREDURA FICA SEPARADO - O MORTO E LIDO DENTRO
      * DO LACO DE PERIODOS.
       LOCALIZA-PERIODO.
           MOVE ZEROS TO WS-PE-ACHOU
           IF WS-PERIODO-WN = TAB-PE-COMP(1)
               MOVE 1 TO WS-PE-ACHOU
           END-IF
           IF WS-PERIODO-WN = TAB-PE-COMP(2)
               MOVE 2 TO WS-PE-ACHOU
           END-IF
           IF WS-PERIODO-WN = TAB-PE-COMP(3)
               MOVE 3 TO WS-PE-ACHOU
           END-IF.

      * NOTAS.DAT E FORNECEDOR+NUMERO: VARRE TUDO E FICA COM AS
      * DESPESAS EMITIDAS EM UM DOS PERIODOS, PAGAS OU NAO.
       SOMA-DESPESA.
           READ NOTAS NEXT RECORD
               AT END
                   SET NF-FIM TO TRUE
           END-READ
           IF NOT NF-OK
               GO END-SOMA-DESPESA
           END-IF
           IF NOT NF-DESPESA
               GO END-SOMA-DESPESA
           END-IF
           MOVE NF-EMISSAO(1:6) TO WS-PERIODO-WN
           PERFORM LOCALIZA-PERIODO
           IF WS-PE-ACHOU = ZEROS
               GO END-SOMA-DESPESA
           END-IF
           COMPUTE TAB-PE-VALOR(WS-PE-ACHOU 10) =
               TAB-PE-VALOR(WS-PE-ACHOU 10) + NF-VALOR + NF-FRETE
           ADD 1 TO TAB-PE-NOTAS(WS-PE-ACHOU).
       END-SOMA-DESPESA.

      * AS LINHAS DE TOTAL DA DEMONSTRACAO.
       FECHA-PERIODO.
           COMPUTE TAB-PE-VALOR(WS-PE-I 6) =
               TAB-PE-VALOR(WS-PE-I 1) - TAB-PE-VALOR(WS-PE-I 2)
               - TAB-PE-VALOR(WS-PE-I 3) - TAB-PE-VALOR(WS-PE-I 4)
               - TAB-PE-VALOR(WS-PE-I 5)
           COMPUTE TAB-PE-VALOR(WS-PE-I 8) =
               TAB-PE-VALOR(WS-PE-I 6) - TAB-PE-VALOR(WS-PE-I 7)
           COMPUTE TAB-PE-VALOR(WS-PE-I 11) =
               TAB-PE-VALOR(WS-PE-I 8) - TAB-PE-VALOR(WS-PE-I 9)
               - TAB-PE-VALOR(WS-PE-I 10).

      * WS-VAR-ATUAL CONTRA WS-VAR-BASE EM WS-PCT-ED; SEM VALOR NA
      * BASE A VARIACAO NAO TEM SENTIDO.
       CALCULA-VARIACAO.
           IF WS-VAR-BASE = ZEROS
               MOVE ZEROS TO WS-PCT
           ELSE
               MOVE WS-VAR-BASE TO WS-VAR-ABS
               IF WS-VAR-ABS < ZEROS
                   COMPUTE WS-VAR-ABS = WS-VAR-ABS * -1
               END-IF
               COMPUTE WS-PCT ROUNDED =
                   (WS-VAR-ATUAL - WS-VAR-BASE) * 100 / WS-VAR-ABS
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PCT TO WS-PCT-ED.

       IMPRIME-DRE.
           MOVE SPACES TO LC-COMP-1 LC-COMP-2 LC-COMP-3
           STRING "         " TAB-PE-COMP(1)
               DELIMITED BY SIZE INTO LC-COMP-1
           STRING "         " TAB-PE-COMP(2)
               DELIMITED BY SIZE INTO LC-COMP-2
           STRING "         " TAB-PE-COMP(3)
               DELIMITED BY SIZE INTO LC-COMP-3
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-LINHA-DRE
               VARYING WS-LN-I FROM 1 BY 1 UNTIL WS-LN-I > 11
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * AS LINHAS DE TOTAL SAO SEPARADAS DA DEDUCAO POR UMA EM BRANCO.
       IMPRIME-LINHA-DRE.
           MOVE WS-TITULO(WS-LN-I) TO LD-TITULO
           MOVE TAB-PE-VALOR(1 WS-LN-I) TO LD-VALOR-1
           MOVE TAB-PE-VALOR(2 WS-LN-I) TO LD-VALOR-2
           MOVE TAB-PE-VALOR(3 WS-LN-I) TO LD-VALOR-3
           MOVE TAB-PE-VALOR(1 WS-LN-I) TO WS-VAR-ATUAL
           MOVE TAB-PE-VALOR(2 WS-LN-I) TO WS-VAR-BASE
           IF WS-VAR-BASE = ZEROS
               MOVE "      N/D" TO LD-VAR-2
           ELSE
               PERFORM CALCULA-VARIACAO
               MOVE WS-PCT-ED TO LD-VAR-2
           END-IF
           MOVE TAB-PE-VALOR(3 WS-LN-I) TO WS-VAR-BASE
           IF WS-VAR-BASE = ZEROS
               MOVE "      N/D" TO LD-VAR-3
           ELSE
               PERFORM CALCULA-VARIACAO
               MOVE WS-PCT-ED TO LD-VAR-3
           END-IF
           IF WS-LN-I = 6 OR WS-LN-I = 8 OR WS-LN-I = 11
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE LINHA-DRE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-MARGENS.
           MOVE TAB-PE-VALOR(1 8) TO WS-VAR-ATUAL
           PERFORM CALCULA-MARGEM
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MARGEM BRUTA SOBRE A RECEITA LIQUIDA...: "
               WS-MARGEM-ED " %"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TAB-PE-VALOR(1 11) TO WS-VAR-ATUAL
           PERFORM CALCULA-MARGEM
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MARGEM LIQUIDA SOBRE A RECEITA LIQUIDA.: "
               WS-MARGEM-ED " %"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DIAS COM VENDA NA COMPETENCIA" TO LR-TITULO
           MOVE TAB-PE-DIAS(1) TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "BAIXAS POR PERDA NA COMPETENCIA" TO LR-TITULO
           MOVE TAB-PE-BAIXAS(1) TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "NOTAS DE DESPESA NA COMPETENCIA" TO LR-TITULO
           MOVE TAB-PE-NOTAS(1) TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * WS-VAR-ATUAL SOBRE A RECEITA LIQUIDA DA COMPETENCIA.
       CALCULA-MARGEM.
           IF TAB-PE-VALOR(1 6) NOT > ZEROS
               MOVE ZEROS TO WS-MARGEM
           ELSE
               COMPUTE WS-MARGEM ROUNDED =
                   WS-VAR-ATUAL * 100 / TAB-PE-VALOR(1 6)
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-MARGEM
               END-COMPUTE
           END-IF
           MOVE WS-MARGEM TO WS-MARGEM-ED.

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
           DISPLAY "DRE DA LOJA - COMPETENCIA " WS-COMPETENCIA-N
           MOVE TAB-PE-VALOR(1 1) TO LR-VALOR
           DISPLAY "RECEITA BRUTA..........: " LR-VALOR
           MOVE TAB-PE-VALOR(1 6) TO LR-VALOR
           DISPLAY "RECEITA LIQUIDA........: " LR-VALOR
           MOVE TAB-PE-VALOR(1 8) TO LD-VALOR-1
           DISPLAY "LUCRO BRUTO............: " LD-VALOR-1
           MOVE TAB-PE-VALOR(1 11) TO LD-VALOR-1
           DISPLAY "RESULTADO LIQUIDO......: " LD-VALOR-1
           IF TAB-PE-MORTO(1) = 'N' AND WS-TEM-MOVIMENTO = 'N'
               DISPLAY "SEM KARDEX DA COMPETENCIA - PERDAS ZERADAS"
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM DRE-MENSAL.
