       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDAS-MENSAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MV-CHAVE
               FILE STATUS MVST.

           SELECT MOVARQ ASSIGN TO WS-NOME-MOVARQ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MAST.

           SELECT VENDAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VD-CHAVE
               FILE STATUS VDST.

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

           SELECT DEPOSITOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               SHARING WITH ALL OTHER
               RECORD KEY DP-CODIGO
               FILE STATUS DPST.

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
       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENT.DAT".

       COPY movimentos.

       FD  MOVARQ.
       01  REG-MOVARQ PIC X(69).

       FD  VENDAS LABEL RECORD STANDARD
           DATA RECORD IS REG-VENDA-DIA
           VALUE OF FILE-ID IS "VENDAS.DAT".

       COPY vendas.

       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  FORNECEDOR LABEL RECORD STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".

       COPY fornecedor.

       FD  DEPOSITOS LABEL RECORD STANDARD
           DATA RECORD IS REG-DEPOSITO
           VALUE OF FILE-ID IS "DEPOSITOS.DAT".

       COPY depositos.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * PERDAS DE ESTOQUE DO MES - RODA NO DIA 1 SOBRE O MES
      * ANTERIOR.  SOMA AS BAIXAS POR PERDA DO INDICE (SAIDAS DO
      * KARDEX COM MOTIVO PERDA-QUEBRA, PERDA-FURTO, PERDA-VENCIDO E
      * PERDA-TRANSPORT, VALORIZADAS NO MV-CUSTO-UNIT DA BAIXA) POR
      * MOTIVO, PRODUTO, FORNECEDOR E DEPOSITO, E COMPARA COM A
      * RECEITA DE VENDAS DO MES (VENDAS.DAT) EM PERCENTUAL.  O MES JA
      * FECHADO PELO FECHAMENTO-ESTOQUE SAIU DO MOVIMENT.DAT VIVO E E
      * LIDO DO ARQUIVO MORTO MOVARQ_AAAAMM.DAT; O QUE AINDA ESTA NO
      * VIVO TAMBEM CONTA.
       77 MVST PIC X(2).
           88 MV-OK        VALUE "00".
           88 MV-FIM       VALUE "99".
       77 MAST PIC X(2).
           88 MA-OK        VALUE "00".
           88 MA-FIM       VALUE "10".
       77 VDST PIC X(2).
           88 VD-OK        VALUE "00".
           88 VD-FIM       VALUE "99".
       77 ARQST PIC X(2).
       77 FOST PIC X(2).
       77 DPST PIC X(2).
       77 REP-OK PIC X(2).
       77 CRST PIC X(2).

       77 WS-NOME-MOVARQ    PIC X(20) VALUE SPACES.
       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-HOJE      PIC 9(8) VALUE ZEROS.
       77 WS-TIPO-CAT PIC X(10) VALUE "ESTOQUE".
       77 WS-PROG-CAT PIC X(20) VALUE "PERDAS-MENSAL".
       77 WS-TEM-PRODUTOS   PIC X(1) VALUE 'N'.
       77 WS-TEM-FORNEC     PIC X(1) VALUE 'N'.
       77 WS-TEM-DEPOSITOS  PIC X(1) VALUE 'N'.
       77 WS-TEM-MORTO      PIC X(1) VALUE 'N'.

       01 WS-COMPETENCIA.
           02 WS-COMP-ANO  PIC 9(4).
           02 WS-COMP-MES  PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).

       77 WS-VALOR-MOV     PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-PERDA     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-QTDE      PIC 9(7) VALUE ZEROS.
       77 WS-TOT-VENDAS    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-BAIXAS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-FORA       PIC 9(6) VALUE ZEROS.

      * POR MOTIVO - A 5A LINHA PEGA MOTIVO PERDA- DESCONHECIDO.
       01 TAB-MOTIVOS.
           02 TAB-MT-ITEM OCCURS 5 TIMES.
               03 TAB-MT-NOME   PIC X(17).
               03 TAB-MT-QTDE   PIC 9(7).
               03 TAB-MT-VALOR  PIC 9(9)V99.
       77 WS-MT-I      PIC 9 VALUE ZEROS.

      * POR PRODUTO, NA ORDEM DO KARDEX (CODIGO).
       01 TAB-PRODUTOS.
           02 TAB-PR-ITEM OCCURS 500 TIMES.
               03 TAB-PR-CODIGO  PIC 9(4).
               03 TAB-PR-NOME    PIC X(30).
               03 TAB-PR-FORNEC  PIC 9(4).
               03 TAB-PR-QTDE    PIC 9(7).
               03 TAB-PR-VALOR   PIC 9(9)V99.
               03 TAB-PR-VENDAS  PIC 9(9)V99.
       77 WS-QT-PRD    PIC 9(3) VALUE ZEROS.
       77 WS-PR-I      PIC 9(3) VALUE ZEROS.
       77 WS-PR-ACHOU  PIC 9(3) VALUE ZEROS.
       77 WS-CODIGO-W  PIC 9(4) VALUE ZEROS.

       01 TAB-FORNECEDORES.
           02 TAB-FO-ITEM OCCURS 200 TIMES.
               03 TAB-FO-CODIGO  PIC 9(4).
               03 TAB-FO-RAZAO   PIC X(35).
               03 TAB-FO-VALOR   PIC 9(9)V99.
               03 TAB-FO-VENDAS  PIC 9(9)V99.
       77 WS-QT-FOR    PIC 9(3) VALUE ZEROS.
       77 WS-FO-I      PIC 9(3) VALUE ZEROS.
       77 WS-FO-ACHOU  PIC 9(3) VALUE ZEROS.
       77 WS-FORNEC-W  PIC 9(4) VALUE ZEROS.

       01 TAB-DEPOSITOS.
           02 TAB-DP-ITEM OCCURS 20 TIMES.
               03 TAB-DP-CODIGO  PIC 9(2).
               03 TAB-DP-NOME    PIC X(20).
               03 TAB-DP-QTDE    PIC 9(7).
               03 TAB-DP-VALOR   PIC 9(9)V99.
       77 WS-QT-DEP    PIC 99 VALUE ZEROS.
       77 WS-DP-I      PIC 99 VALUE ZEROS.
       77 WS-DP-ACHOU  PIC 99 VALUE ZEROS.

      * PERCENTUAL DE UMA LINHA: PERDA SOBRE A VENDA DA MESMA LINHA.
       77 WS-PCT-PERDA  PIC 9(9)V99 VALUE ZEROS.
       77 WS-PCT-VENDAS PIC 9(11)V99 VALUE ZEROS.
       77 WS-PCT        PIC 9(5)V99 VALUE ZEROS.
       01 WS-PCT-ED     PIC ZZZZ9,99.

       01 LINHA-RESUMO.
           02 LR-TITULO    PIC X(40).
           02 LR-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-MOT-CABEC.
           02 FILLER PIC X(19) VALUE "MOTIVO".
           02 FILLER PIC X(10) VALUE "     QTDE".
           02 FILLER PIC X(18) VALUE "     VALOR PERDIDO".
           02 FILLER PIC X(12) VALUE "  % VENDAS".
           02 FILLER PIC X(12) VALUE "  % PERDAS".

       01 LINHA-MOTIVO.
           02 LM-NOME      PIC X(17).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LM-QTDE      PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LM-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LM-PCT-VEND  PIC X(10).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LM-PCT-PERD  PIC X(10).

       01 LINHA-PRD-CABEC.
           02 FILLER PIC X(36) VALUE "COD  PRODUTO".
           02 FILLER PIC X(10) VALUE "     QTDE".
           02 FILLER PIC X(16) VALUE "    VALOR PERDA".
           02 FILLER PIC X(16) VALUE "   VENDAS DO MES".
           02 FILLER PIC X(12) VALUE "  % VENDAS".

       01 LINHA-PRODUTO.
           02 LP-CODIGO    PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-NOME      PIC X(30).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-QTDE      PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-VENDAS    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-PCT       PIC X(10).

       01 LINHA-FOR-CABEC.
           02 FILLER PIC X(41) VALUE "COD  FORNECEDOR".
           02 FILLER PIC X(15) VALUE "    VALOR PERDA".
           02 FILLER PIC X(16) VALUE "   VENDAS DO MES".
           02 FILLER PIC X(12) VALUE "  % VENDAS".

       01 LINHA-FORNEC.
           02 LF-CODIGO    PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-RAZAO     PIC X(35).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-VENDAS    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LF-PCT       PIC X(10).

       01 LINHA-DEP-CABEC.
           02 FILLER PIC X(26) VALUE "DEP DEPOSITO".
           02 FILLER PIC X(10) VALUE "     QTDE".
           02 FILLER PIC X(16) VALUE "    VALOR PERDA".
           02 FILLER PIC X(12) VALUE "  % VENDAS".
           02 FILLER PIC X(12) VALUE "  % PERDAS".

       01 LINHA-DEPOSITO.
           02 LD-CODIGO    PIC 99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-NOME      PIC X(20).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-QTDE      PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-PCT-VEND  PIC X(10).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-PCT-PERD  PIC X(10).

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

           MOVE "QUEBRA"            TO TAB-MT-NOME(1)
           MOVE "FURTO"             TO TAB-MT-NOME(2)
           MOVE "VENCIDO"           TO TAB-MT-NOME(3)
           MOVE "AVARIA TRANSPORTE" TO TAB-MT-NOME(4)
           MOVE "OUTROS"            TO TAB-MT-NOME(5)
           PERFORM ZERA-MOTIVO
               VARYING WS-MT-I FROM 1 BY 1 UNTIL WS-MT-I > 5

           PERFORM ABRE-ARQUIVOS

      *    1) AS BAIXAS DO MES: KARDEX VIVO E ARQUIVO MORTO.
           MOVE ZEROS TO MV-CHAVE
           START MOVIMENTO KEY IS NOT LESS THAN MV-CHAVE
               INVALID KEY
                   SET MV-FIM TO TRUE
           END-START
           PERFORM LE-KARDEX-VIVO UNTIL MV-FIM
           IF WS-TEM-MORTO = 'S'
               PERFORM LE-KARDEX-MORTO UNTIL MA-FIM
               CLOSE MOVARQ
           END-IF

      *    2) A RECEITA DE VENDAS DO MES, NO TOTAL E NAS LINHAS.
           MOVE ZEROS TO VD-CHAVE
           MOVE WS-COMPETENCIA-N TO VD-DATA(1:6)
           START VENDAS KEY IS NOT LESS THAN VD-CHAVE
               INVALID KEY
                   SET VD-FIM TO TRUE
           END-START
           PERFORM SOMA-VENDA THRU END-SOMA-VENDA UNTIL VD-FIM

           PERFORM IMPRIME-RESUMO
           PERFORM IMPRIME-MOTIVOS
           PERFORM IMPRIME-PRODUTOS
           PERFORM IMPRIME-FORNECEDORES
           PERFORM IMPRIME-DEPOSITOS

           CLOSE MOVIMENTO VENDAS RELATORIO
           IF WS-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
           END-IF
           IF WS-TEM-FORNEC = 'S'
               CLOSE FORNECEDOR
           END-IF
           IF WS-TEM-DEPOSITOS = 'S'
               CLOSE DEPOSITOS
           END-IF
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ZERA-MOTIVO.
           MOVE ZEROS TO TAB-MT-QTDE(WS-MT-I) TAB-MT-VALOR(WS-MT-I).

       ABRE-ARQUIVOS.
           OPEN INPUT MOVIMENTO
           IF NOT MV-OK
               DISPLAY "MOVIMENT.DAT INDISPONIVEL - SO O ARQUIVO MORTO"
               SET MV-FIM TO TRUE
           END-IF
           MOVE SPACES TO WS-NOME-MOVARQ
           STRING "MOVARQ_" WS-COMPETENCIA-N ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-MOVARQ
           OPEN INPUT MOVARQ
           IF MA-OK
               MOVE 'S' TO WS-TEM-MORTO
           END-IF
           OPEN INPUT VENDAS
           IF NOT VD-OK
               DISPLAY "VENDAS.DAT INDISPONIVEL - PERCENTUAIS SEM BASE"
               SET VD-FIM TO TRUE
           END-IF
           OPEN INPUT PRODUTOS
           IF ARQST = "00"
               MOVE 'S' TO WS-TEM-PRODUTOS
           END-IF
           OPEN INPUT FORNECEDOR
           IF FOST = "00"
               MOVE 'S' TO WS-TEM-FORNEC
           END-IF
           OPEN INPUT DEPOSITOS
           IF DPST = "00"
               MOVE 'S' TO WS-TEM-DEPOSITOS
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "PERDAS_" WS-COMPETENCIA-N ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PERDAS DE ESTOQUE - COMPETENCIA " WS-COMPETENCIA-N
               " - EMITIDO EM " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       LE-KARDEX-VIVO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   SET MV-FIM TO TRUE
           END-READ
           IF MV-OK
               PERFORM ACUMULA-PERDA THRU END-ACUMULA-PERDA
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

      * UMA SAIDA DO KARDEX: SO CONTA BAIXA POR PERDA DA COMPETENCIA.
       ACUMULA-PERDA.
           IF MV-DATA(1:6) NOT = WS-COMPETENCIA-N
               OR NOT MV-SAIDA
               OR MV-MOTIVO(1:6) NOT = "PERDA-"
               GO END-ACUMULA-PERDA
           END-IF
           ADD 1 TO WS-QT-BAIXAS
           PERFORM VALORIZA-PERDA
           ADD WS-VALOR-MOV TO WS-TOT-PERDA
           ADD MV-QUANTIDADE TO WS-TOT-QTDE

           EVALUATE MV-MOTIVO
               WHEN "PERDA-QUEBRA"    MOVE 1 TO WS-MT-I
               WHEN "PERDA-FURTO"     MOVE 2 TO WS-MT-I
               WHEN "PERDA-VENCIDO"   MOVE 3 TO WS-MT-I
               WHEN "PERDA-TRANSPORT" MOVE 4 TO WS-MT-I
               WHEN OTHER             MOVE 5 TO WS-MT-I
           END-EVALUATE
           ADD MV-QUANTIDADE TO TAB-MT-QTDE(WS-MT-I)
           ADD WS-VALOR-MOV TO TAB-MT-VALOR(WS-MT-I)

           PERFORM ACUMULA-DEPOSITO

           MOVE MV-CODIGO TO WS-CODIGO-W
           MOVE ZEROS TO WS-PR-ACHOU
           PERFORM PROCURA-PRODUTO
               VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-QT-PRD OR WS-PR-ACHOU > 0
           IF WS-PR-ACHOU = ZEROS
               IF WS-QT-PRD >= 500
                   ADD 1 TO WS-QT-FORA
                   GO END-ACUMULA-PERDA
               END-IF
               ADD 1 TO WS-QT-PRD
               MOVE WS-QT-PRD TO WS-PR-ACHOU
               MOVE MV-CODIGO TO TAB-PR-CODIGO(WS-PR-ACHOU)
               MOVE "(FORA DO CADASTRO)" TO TAB-PR-NOME(WS-PR-ACHOU)
               MOVE ZEROS TO TAB-PR-FORNEC(WS-PR-ACHOU)
                   TAB-PR-QTDE(WS-PR-ACHOU) TAB-PR-VALOR(WS-PR-ACHOU)
                   TAB-PR-VENDAS(WS-PR-ACHOU)
               IF WS-TEM-PRODUTOS = 'S'
                   MOVE MV-CODIGO TO CODIG-P
                   READ PRODUTOS
                       NOT INVALID KEY
                           MOVE NOME-P TO TAB-PR-NOME(WS-PR-ACHOU)
                           MOVE COD-FORNEC
                               TO TAB-PR-FORNEC(WS-PR-ACHOU)
                   END-READ
               END-IF
           END-IF
           ADD MV-QUANTIDADE TO TAB-PR-QTDE(WS-PR-ACHOU)
           ADD WS-VALOR-MOV TO TAB-PR-VALOR(WS-PR-ACHOU)

           MOVE TAB-PR-FORNEC(WS-PR-ACHOU) TO WS-FORNEC-W
           PERFORM LOCALIZA-FORNECEDOR
           IF WS-FO-ACHOU = ZEROS
               IF WS-QT-FOR >= 200
                   GO END-ACUMULA-PERDA
               END-IF
               ADD 1 TO WS-QT-FOR
               MOVE WS-QT-FOR TO WS-FO-ACHOU
               MOVE WS-FORNEC-W TO TAB-FO-CODIGO(WS-FO-ACHOU)
               MOVE ZEROS TO TAB-FO-VALOR(WS-FO-ACHOU)
                   TAB-FO-VENDAS(WS-FO-ACHOU)
               IF WS-FORNEC-W = ZEROS
                   MOVE "SEM FORNECEDOR" TO TAB-FO-RAZAO(WS-FO-ACHOU)
               ELSE
                   MOVE "(NAO CADASTRADO)" TO TAB-FO-RAZAO(WS-FO-ACHOU)
                   IF WS-TEM-FORNEC = 'S'
                       MOVE WS-FORNEC-W TO FO-CODIGO
                       READ FORNECEDOR
                           NOT INVALID KEY
                               MOVE FO-RAZAO
                                   TO TAB-FO-RAZAO(WS-FO-ACHOU)
                       END-READ
                   END-IF
               END-IF
           END-IF
           ADD WS-VALOR-MOV TO TAB-FO-VALOR(WS-FO-ACHOU).
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
                       DISPLAY "PERDA DO PRODUTO " MV-CODIGO
                           " FORA DO CAMPO - VALOR NAO SOMADO"
                       MOVE ZEROS TO WS-VALOR-MOV
               END-COMPUTE
           END-IF.

       PROCURA-PRODUTO.
           IF TAB-PR-CODIGO(WS-PR-I) = WS-CODIGO-W
               MOVE WS-PR-I TO WS-PR-ACHOU
           END-IF.

       LOCALIZA-FORNECEDOR.
           MOVE ZEROS TO WS-FO-ACHOU
           PERFORM PROCURA-FORNECEDOR
               VARYING WS-FO-I FROM 1 BY 1
               UNTIL WS-FO-I > WS-QT-FOR OR WS-FO-ACHOU > 0.

       PROCURA-FORNECEDOR.
           IF TAB-FO-CODIGO(WS-FO-I) = WS-FORNEC-W
               MOVE WS-FO-I TO WS-FO-ACHOU
           END-IF.

      * DEPOSITO ZERO E MOVIMENTO ANTERIOR AO CONTROLE POR
      * LOCALIZACAO - APARECE COMO CONSOLIDADO.
       ACUMULA-DEPOSITO.
           MOVE ZEROS TO WS-DP-ACHOU
           PERFORM PROCURA-DEPOSITO
               VARYING WS-DP-I FROM 1 BY 1
               UNTIL WS-DP-I > WS-QT-DEP OR WS-DP-ACHOU > 0
           IF WS-DP-ACHOU = ZEROS AND WS-QT-DEP < 20
               ADD 1 TO WS-QT-DEP
               MOVE WS-QT-DEP TO WS-DP-ACHOU
               MOVE MV-DEPOSITO TO TAB-DP-CODIGO(WS-DP-ACHOU)
               MOVE ZEROS TO TAB-DP-QTDE(WS-DP-ACHOU)
                   TAB-DP-VALOR(WS-DP-ACHOU)
               IF MV-DEPOSITO = ZEROS
                   MOVE "CONSOLIDADO" TO TAB-DP-NOME(WS-DP-ACHOU)
               ELSE
                   MOVE "(NAO CADASTRADO)" TO TAB-DP-NOME(WS-DP-ACHOU)
                   IF WS-TEM-DEPOSITOS = 'S'
                       MOVE MV-DEPOSITO TO DP-CODIGO
                       READ DEPOSITOS
                           NOT INVALID KEY
                               MOVE DP-NOME TO TAB-DP-NOME(WS-DP-ACHOU)
                       END-READ
                   END-IF
               END-IF
           END-IF
           IF WS-DP-ACHOU > ZEROS
               ADD MV-QUANTIDADE TO TAB-DP-QTDE(WS-DP-ACHOU)
               ADD WS-VALOR-MOV TO TAB-DP-VALOR(WS-DP-ACHOU)
           END-IF.

       PROCURA-DEPOSITO.
           IF TAB-DP-CODIGO(WS-DP-I) = MV-DEPOSITO
               MOVE WS-DP-I TO WS-DP-ACHOU
           END-IF.

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
           ADD VD-RECEITA TO WS-TOT-VENDAS

           MOVE VD-CODIGO TO WS-CODIGO-W
           MOVE ZEROS TO WS-PR-ACHOU
           PERFORM PROCURA-PRODUTO
               VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-QT-PRD OR WS-PR-ACHOU > 0
           IF WS-PR-ACHOU > ZEROS
               ADD VD-RECEITA TO TAB-PR-VENDAS(WS-PR-ACHOU)
           END-IF

           IF WS-TEM-PRODUTOS = 'N'
               GO END-SOMA-VENDA
           END-IF
           MOVE VD-CODIGO TO CODIG-P
           READ PRODUTOS
               INVALID KEY
                   GO END-SOMA-VENDA
           END-READ
           MOVE COD-FORNEC TO WS-FORNEC-W
           PERFORM LOCALIZA-FORNECEDOR
           IF WS-FO-ACHOU > ZEROS
               ADD VD-RECEITA TO TAB-FO-VENDAS(WS-FO-ACHOU)
           END-IF.
       END-SOMA-VENDA.

      * WS-PCT-PERDA SOBRE WS-PCT-VENDAS, EDITADO EM WS-PCT-ED; SEM
      * VENDA NA LINHA O PERCENTUAL NAO TEM BASE.
       CALCULA-PERCENTUAL.
           IF WS-PCT-VENDAS = ZEROS
               MOVE ZEROS TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PCT-PERDA * 100 / WS-PCT-VENDAS
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PCT TO WS-PCT-ED.

       IMPRIME-RESUMO.
           MOVE "RECEITA DE VENDAS DO MES" TO LR-TITULO
           MOVE WS-TOT-VENDAS TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "PERDAS DO MES (A CUSTO)" TO LR-TITULO
           MOVE WS-TOT-PERDA TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WS-TOT-PERDA TO WS-PCT-PERDA
           MOVE WS-TOT-VENDAS TO WS-PCT-VENDAS
           PERFORM CALCULA-PERCENTUAL
           IF WS-TOT-VENDAS = ZEROS
               MOVE "PERDAS SOBRE VENDAS.....: SEM VENDAS NO MES"
                   TO LINHA-RELATORIO
           ELSE
               STRING "PERDAS SOBRE VENDAS.....: " WS-PCT-ED " %"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-MOTIVOS.
           MOVE "POR MOTIVO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-MOT-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-UM-MOTIVO
               VARYING WS-MT-I FROM 1 BY 1 UNTIL WS-MT-I > 5
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-UM-MOTIVO.
           IF WS-MT-I = 5 AND TAB-MT-QTDE(5) = ZEROS
               CONTINUE
           ELSE
               MOVE TAB-MT-NOME(WS-MT-I) TO LM-NOME
               MOVE TAB-MT-QTDE(WS-MT-I) TO LM-QTDE
               MOVE TAB-MT-VALOR(WS-MT-I) TO LM-VALOR
               MOVE TAB-MT-VALOR(WS-MT-I) TO WS-PCT-PERDA
               MOVE WS-TOT-VENDAS TO WS-PCT-VENDAS
               PERFORM CALCULA-PERCENTUAL
               MOVE WS-PCT-ED TO LM-PCT-VEND
               MOVE WS-TOT-PERDA TO WS-PCT-VENDAS
               PERFORM CALCULA-PERCENTUAL
               MOVE WS-PCT-ED TO LM-PCT-PERD
               MOVE LINHA-MOTIVO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIME-PRODUTOS.
           MOVE "POR PRODUTO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-PRD-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QT-PRD = ZEROS
               MOVE "NENHUMA BAIXA POR PERDA NO MES" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM IMPRIME-UM-PRODUTO
               VARYING WS-PR-I FROM 1 BY 1 UNTIL WS-PR-I > WS-QT-PRD
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-UM-PRODUTO.
           MOVE TAB-PR-CODIGO(WS-PR-I) TO LP-CODIGO
           MOVE TAB-PR-NOME(WS-PR-I) TO LP-NOME
           MOVE TAB-PR-QTDE(WS-PR-I) TO LP-QTDE
           MOVE TAB-PR-VALOR(WS-PR-I) TO LP-VALOR
           MOVE TAB-PR-VENDAS(WS-PR-I) TO LP-VENDAS
           IF TAB-PR-VENDAS(WS-PR-I) = ZEROS
               MOVE " SEM VENDA" TO LP-PCT
           ELSE
               MOVE TAB-PR-VALOR(WS-PR-I) TO WS-PCT-PERDA
               MOVE TAB-PR-VENDAS(WS-PR-I) TO WS-PCT-VENDAS
               PERFORM CALCULA-PERCENTUAL
               MOVE WS-PCT-ED TO LP-PCT
           END-IF
           MOVE LINHA-PRODUTO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-FORNECEDORES.
           MOVE "POR FORNECEDOR" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-FOR-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-UM-FORNECEDOR
               VARYING WS-FO-I FROM 1 BY 1 UNTIL WS-FO-I > WS-QT-FOR
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-UM-FORNECEDOR.
           MOVE TAB-FO-CODIGO(WS-FO-I) TO LF-CODIGO
           MOVE TAB-FO-RAZAO(WS-FO-I) TO LF-RAZAO
           MOVE TAB-FO-VALOR(WS-FO-I) TO LF-VALOR
           MOVE TAB-FO-VENDAS(WS-FO-I) TO LF-VENDAS
           IF TAB-FO-VENDAS(WS-FO-I) = ZEROS
               MOVE " SEM VENDA" TO LF-PCT
           ELSE
               MOVE TAB-FO-VALOR(WS-FO-I) TO WS-PCT-PERDA
               MOVE TAB-FO-VENDAS(WS-FO-I) TO WS-PCT-VENDAS
               PERFORM CALCULA-PERCENTUAL
               MOVE WS-PCT-ED TO LF-PCT
           END-IF
           MOVE LINHA-FORNEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * A VENDA NAO TEM DEPOSITO: O DEPOSITO COMPARA A SUA PERDA COM A
      * RECEITA TOTAL DO MES E COM O TOTAL DAS PERDAS.
       IMPRIME-DEPOSITOS.
           MOVE "POR DEPOSITO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-DEP-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-UM-DEPOSITO
               VARYING WS-DP-I FROM 1 BY 1 UNTIL WS-DP-I > WS-QT-DEP.

       IMPRIME-UM-DEPOSITO.
           MOVE TAB-DP-CODIGO(WS-DP-I) TO LD-CODIGO
           MOVE TAB-DP-NOME(WS-DP-I) TO LD-NOME
           MOVE TAB-DP-QTDE(WS-DP-I) TO LD-QTDE
           MOVE TAB-DP-VALOR(WS-DP-I) TO LD-VALOR
           MOVE TAB-DP-VALOR(WS-DP-I) TO WS-PCT-PERDA
           MOVE WS-TOT-VENDAS TO WS-PCT-VENDAS
           PERFORM CALCULA-PERCENTUAL
           MOVE WS-PCT-ED TO LD-PCT-VEND
           MOVE WS-TOT-PERDA TO WS-PCT-VENDAS
           PERFORM CALCULA-PERCENTUAL
           MOVE WS-PCT-ED TO LD-PCT-PERD
           MOVE LINHA-DEPOSITO TO LINHA-RELATORIO
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
           DISPLAY "PERDAS DE ESTOQUE - COMPETENCIA " WS-COMPETENCIA-N
           DISPLAY "BAIXAS POR PERDA.......: " WS-QT-BAIXAS
           DISPLAY "UNIDADES PERDIDAS......: " WS-TOT-QTDE
           DISPLAY "VALOR PERDIDO (CUSTO)..: " WS-TOT-PERDA
           DISPLAY "RECEITA DE VENDAS......: " WS-TOT-VENDAS
           IF WS-QT-FORA > ZEROS
               DISPLAY "TABELA DE PRODUTOS CHEIA - " WS-QT-FORA
                   " BAIXA(S) SO NOS TOTAIS"
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM PERDAS-MENSAL.
