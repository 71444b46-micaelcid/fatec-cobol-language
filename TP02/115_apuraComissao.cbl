       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA-COMISSAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDCOM ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               SHARING WITH ALL OTHER
               RECORD KEY VC-CHAVE
               FILE STATUS VCST.

           SELECT PRODUTOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODIG-P
               ALTERNATE RECORD KEY IS COD-FORNEC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS WITH DUPLICATES
               FILE STATUS ARQST.

           SELECT FUNCIONARIO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               SHARING WITH ALL OTHER
               RECORD KEY FU-CODIGO
               FILE STATUS FUST.

           SELECT FAIXAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FA-CHAVE
               FILE STATUS FAST.

           SELECT COMISSAO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CO-CHAVE
               FILE STATUS COST.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FFDIAM.

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
       FD  VENDCOM LABEL RECORD STANDARD
           DATA RECORD IS REG-VENDCOM
           VALUE OF FILE-ID IS "VENDCOM.DAT".

       COPY vendcom.

       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  FUNCIONARIO LABEL RECORD STANDARD
           DATA RECORD IS REG-FUNCIONARIO
           VALUE OF FILE-ID IS "FUNCIONARIO.DAT".

       COPY funcionario.

       FD  FAIXAS VALUE OF FILE-ID IS "FAIXAS.DAT".

       COPY faixas.

       FD  COMISSAO VALUE OF FILE-ID IS "COMISSAO.DAT".

       COPY comissao.

       FD  DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(120).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * COMISSAO DE VENDA DO BALCAO - RODA NO DIA 1 SOBRE O MES
      * ANTERIOR.  SOMA POR VENDEDOR O VENDCOM.DAT DA COMPETENCIA
      * (GRAVADO PELO INDICE A CADA LINHA VENDIDA COM VENDEDOR): A
      * VENDA LIQUIDA DE CADA PRODUTO (VENDIDO MENOS DEVOLVIDO NO
      * MES) PAGA A ALIQUOTA DO GRUPO DELE - O CAPITULO DO NCM, NA
      * TABELA 'C' DE FAIXAS.DAT, COM O GRUPO 99 PARA OS DEMAIS - E A
      * VENDA LIQUIDA DO MES INTEIRA PAGA O BONUS DA MAIOR META
      * BATIDA (TABELA 'M').  O RESULTADO VAI PARA COMISSAO.DAT, DE
      * ONDE A FOLHA-PAGAMENTO PAGA NO CONTRACHEQUE, E PARA O
      * RELATORIO COMISSAO_AAAAMM.TXT.  RODAR DE NOVO REFAZ A
      * APURACAO, MENOS A DO VENDEDOR CUJA COMISSAO JA FOI PAGA.
       77 VCST PIC X(2).
           88 VC-OK        VALUE "00".
           88 VC-FIM       VALUE "99".
       77 ARQST PIC X(2).
       77 FUST PIC X(2).
       77 FAST PIC X(2).
           88 FA-OK        VALUE "00".
           88 FA-FIM       VALUE "99".
       77 COST PIC X(2).
           88 CO-OK        VALUE "00".
           88 CO-EMPTY     VALUE "35".
       77 FFDIAM PIC X(2).
           88 FD2-OK       VALUE "00".
       77 REP-OK PIC X(2).
       77 CRST PIC X(2).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-HOJE      PIC 9(8) VALUE ZEROS.
       77 WS-TIPO-CAT PIC X(10) VALUE "GERENCIAL".
       77 WS-PROG-CAT PIC X(20) VALUE "APURA-COMISSAO".
       77 WS-TEM-PRODUTOS   PIC X(1) VALUE 'N'.
       77 WS-TEM-FUNC       PIC X(1) VALUE 'N'.

       01 WS-COMPETENCIA.
           02 WS-COMP-ANO  PIC 9(4).
           02 WS-COMP-MES  PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).

      * ALIQUOTA POR GRUPO (CAPITULO DO NCM 01 A 99); O GRUPO 99 E O
      * PADRAO DE QUEM NAO TEM ALIQUOTA PROPRIA OU NAO TEM NCM.
       01 TAB-GRUPOS.
           02 TAB-GR-ALIQ PIC 9(2)V99 OCCURS 99 TIMES.
       77 WS-GR-I      PIC 99 VALUE ZEROS.
       77 WS-GRUPO     PIC 99 VALUE ZEROS.
       77 WS-ALIQ      PIC 9(2)V99 VALUE ZEROS.

       01 TAB-METAS.
           02 TAB-MT-ITEM OCCURS 10 TIMES.
               03 TAB-MT-META   PIC 9(7)V99.
               03 TAB-MT-BONUS  PIC 9(2)V99.
       77 WS-QT-METAS  PIC 99 VALUE ZEROS.
       77 WS-MT-I      PIC 99 VALUE ZEROS.
       77 WS-MT-BATIDA PIC 9(7)V99 VALUE ZEROS.
       77 WS-MT-BONUS  PIC 9(2)V99 VALUE ZEROS.

      * POR VENDEDOR, NA ORDEM DO CODIGO (INSERCAO ORDENADA).
       01 TAB-VENDEDORES.
           02 TAB-VD-ITEM OCCURS 200 TIMES.
               03 TAB-VD-CODIGO  PIC 9(4).
               03 TAB-VD-BRUTA   PIC 9(9)V99.
               03 TAB-VD-DEVOL   PIC 9(9)V99.
               03 TAB-VD-COMIS   PIC S9(9)V99.
       77 WS-QT-VEND   PIC 9(3) VALUE ZEROS.
       77 WS-VD-I      PIC 9(3) VALUE ZEROS.
       77 WS-VD-POS    PIC 9(3) VALUE ZEROS.
       77 WS-VD-ACHOU  PIC 9(3) VALUE ZEROS.
       77 WS-QT-FORA   PIC 9(6) VALUE ZEROS.

       77 WS-LIQ-LINHA PIC S9(9)V99 VALUE ZEROS.
       77 WS-COM-LINHA PIC S9(9)V99 VALUE ZEROS.
       77 WS-LIQUIDA   PIC S9(9)V99 VALUE ZEROS.
       77 WS-BONUS     PIC 9(7)V99 VALUE ZEROS.
       77 WS-TOTAL     PIC S9(9)V99 VALUE ZEROS.
       77 WS-SITUACAO  PIC X(12) VALUE SPACES.

       77 WS-QT-LINHAS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-GRAVADAS   PIC 9(4) VALUE ZEROS.
       77 WS-QT-JA-PAGAS   PIC 9(4) VALUE ZEROS.
       77 WS-TOT-LIQUIDA   PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-COMISSAO  PIC 9(11)V99 VALUE ZEROS.

       01 LINHA-CABEC.
           02 FILLER PIC X(30) VALUE "VEND NOME".
           02 FILLER PIC X(15) VALUE "   VENDA BRUTA".
           02 FILLER PIC X(15) VALUE "     DEVOLVIDO".
           02 FILLER PIC X(15) VALUE " VENDA LIQUIDA".
           02 FILLER PIC X(13) VALUE "  COMIS GRUPO".
           02 FILLER PIC X(13) VALUE "        BONUS".
           02 FILLER PIC X(13) VALUE "     A PAGAR".
           02 FILLER PIC X(13) VALUE "  SITUACAO".

       01 LINHA-VENDEDOR.
           02 LV-CODIGO    PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LV-NOME      PIC X(25).
           02 LV-BRUTA     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LV-DEVOL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LV-LIQUIDA   PIC ZZZ.ZZZ.ZZ9,99-.
           02 LV-COMIS     PIC Z.ZZZ.ZZ9,99-.
           02 LV-BONUS     PIC ZZ.ZZZ.ZZ9,99.
           02 LV-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LV-SITUACAO  PIC X(12).

       01 LINHA-RESUMO.
           02 LR-TITULO    PIC X(40).
           02 LR-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

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

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT CO-OK
               GOBACK
           END-IF
           PERFORM CARREGA-TABELAS

      *    1) A VENDA DO MES POR VENDEDOR E A COMISSAO DOS GRUPOS.
           IF VC-OK
               MOVE ZEROS TO VC-CHAVE
               MOVE WS-COMPETENCIA-N TO VC-DATA(1:6)
               START VENDCOM KEY IS NOT LESS THAN VC-CHAVE
                   INVALID KEY
                       SET VC-FIM TO TRUE
               END-START
               PERFORM SOMA-LINHA THRU END-SOMA-LINHA UNTIL VC-FIM
           END-IF

      *    2) BONUS DE META, GRAVACAO E RELATORIO POR VENDEDOR.
           IF WS-QT-VEND = ZEROS
               MOVE "NENHUMA VENDA COM VENDEDOR NO MES"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM FECHA-VENDEDOR THRU END-FECHA-VENDEDOR
               VARYING WS-VD-I FROM 1 BY 1 UNTIL WS-VD-I > WS-QT-VEND
           PERFORM IMPRIME-RESUMO

           CLOSE COMISSAO RELATORIO
           IF VC-OK
               CLOSE VENDCOM
           END-IF
           IF WS-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
           END-IF
           IF WS-TEM-FUNC = 'S'
               CLOSE FUNCIONARIO
           END-IF
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN I-O COMISSAO
           IF CO-EMPTY
               OPEN OUTPUT COMISSAO
               CLOSE COMISSAO
               OPEN I-O COMISSAO
           END-IF
           IF NOT CO-OK
               DISPLAY "COMISSAO.DAT INDISPONIVEL - FS=" COST
                   " - NADA APURADO"
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT VENDCOM
           IF NOT VC-OK
               DISPLAY "VENDCOM.DAT INDISPONIVEL - SEM VENDA COM "
                   "VENDEDOR"
           END-IF
           OPEN INPUT PRODUTOS
           IF ARQST = "00"
               MOVE 'S' TO WS-TEM-PRODUTOS
           ELSE
               DISPLAY "PRODUTOS.DAT INDISPONIVEL - TUDO NO GRUPO 99"
           END-IF
           OPEN INPUT FUNCIONARIO
           IF FUST = "00"
               MOVE 'S' TO WS-TEM-FUNC
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "COMISSAO_" WS-COMPETENCIA-N ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "COMISSAO DE VENDAS - COMPETENCIA " WS-COMPETENCIA-N
               " - EMITIDO EM " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * TABELAS 'C' E 'M' DE FAIXAS.DAT (MANTIDAS NO MODO T DA
      * FOLHA-PAGAMENTO).  SEM TABELA NAO HA COMISSAO NEM BONUS.
       CARREGA-TABELAS.
           PERFORM ZERA-GRUPO
               VARYING WS-GR-I FROM 1 BY 1 UNTIL WS-GR-I > 98
           MOVE ZEROS TO TAB-GR-ALIQ(99)
           MOVE ZEROS TO WS-QT-METAS
           OPEN INPUT FAIXAS
           IF FA-OK
               MOVE "C" TO FA-TABELA
               MOVE ZEROS TO FA-SEQ
               START FAIXAS KEY IS NOT LESS THAN FA-CHAVE
                   INVALID KEY
                       SET FA-FIM TO TRUE
               END-START
               PERFORM CARREGA-UMA-FAIXA UNTIL FA-FIM
               CLOSE FAIXAS
           ELSE
               DISPLAY "FAIXAS.DAT INDISPONIVEL - SEM ALIQUOTAS DE "
                   "COMISSAO"
           END-IF.

       ZERA-GRUPO.
           MOVE ZEROS TO TAB-GR-ALIQ(WS-GR-I).

       CARREGA-UMA-FAIXA.
           READ FAIXAS NEXT RECORD
               AT END
                   SET FA-FIM TO TRUE
           END-READ
           IF FA-OK
               IF FA-TABELA = "C" AND FA-SEQ > ZEROS
                   MOVE FA-ALIQUOTA TO TAB-GR-ALIQ(FA-SEQ)
               END-IF
               IF FA-TABELA = "M" AND WS-QT-METAS < 10
                   ADD 1 TO WS-QT-METAS
                   MOVE FA-TETO TO TAB-MT-META(WS-QT-METAS)
                   MOVE FA-ALIQUOTA TO TAB-MT-BONUS(WS-QT-METAS)
               END-IF
               IF FA-TABELA > "M"
                   SET FA-FIM TO TRUE
               END-IF
           END-IF.

      * VENDCOM.DAT E DATA+VENDEDOR+PRODUTO: A COMPETENCIA E UMA
      * FAIXA CONTIGUA.  A LINHA VALE A RECEITA DO DIA MENOS O QUE
      * FOI DEVOLVIDO NO DIA (PODE SER NEGATIVA).
       SOMA-LINHA.
           READ VENDCOM NEXT RECORD
               AT END
                   SET VC-FIM TO TRUE
           END-READ
           IF NOT VC-OK
               GO END-SOMA-LINHA
           END-IF
           IF VC-DATA(1:6) NOT = WS-COMPETENCIA-N
               SET VC-FIM TO TRUE
               GO END-SOMA-LINHA
           END-IF
           ADD 1 TO WS-QT-LINHAS
           PERFORM LOCALIZA-VENDEDOR
           IF WS-VD-ACHOU = ZEROS
               ADD 1 TO WS-QT-FORA
               GO END-SOMA-LINHA
           END-IF

           MOVE 99 TO WS-GRUPO
           IF WS-TEM-PRODUTOS = 'S'
               MOVE VC-CODIGO TO CODIG-P
               READ PRODUTOS
                   NOT INVALID KEY
                       IF NCM-P >= 1000000
                           DIVIDE NCM-P BY 1000000 GIVING WS-GRUPO
                       END-IF
               END-READ
           END-IF
           MOVE TAB-GR-ALIQ(WS-GRUPO) TO WS-ALIQ
           IF WS-ALIQ = ZEROS
               MOVE TAB-GR-ALIQ(99) TO WS-ALIQ
           END-IF

           COMPUTE WS-LIQ-LINHA = VC-RECEITA - VC-ESTORNO
           COMPUTE WS-COM-LINHA ROUNDED = WS-LIQ-LINHA * WS-ALIQ / 100
           ADD VC-RECEITA TO TAB-VD-BRUTA(WS-VD-ACHOU)
           ADD VC-ESTORNO TO TAB-VD-DEVOL(WS-VD-ACHOU)
           ADD WS-COM-LINHA TO TAB-VD-COMIS(WS-VD-ACHOU).
       END-SOMA-LINHA.

      * POSICAO DO VENDEDOR NA TABELA; VENDEDOR NOVO ENTRA NO LUGAR
      * DA ORDEM, EMPURRANDO OS MAIORES UMA CASA PARA BAIXO.
       LOCALIZA-VENDEDOR.
           MOVE ZEROS TO WS-VD-ACHOU WS-VD-POS
           PERFORM PROCURA-VENDEDOR
               VARYING WS-VD-I FROM 1 BY 1
               UNTIL WS-VD-I > WS-QT-VEND OR WS-VD-POS > 0
           IF WS-VD-POS > 0
               IF TAB-VD-CODIGO(WS-VD-POS) = VC-VENDEDOR
                   MOVE WS-VD-POS TO WS-VD-ACHOU
               END-IF
           END-IF
           IF WS-VD-ACHOU = ZEROS AND WS-QT-VEND < 200
               IF WS-VD-POS = ZEROS
                   COMPUTE WS-VD-POS = WS-QT-VEND + 1
               ELSE
                   PERFORM EMPURRA-VENDEDOR
                       VARYING WS-VD-I FROM WS-QT-VEND BY -1
                       UNTIL WS-VD-I < WS-VD-POS
               END-IF
               ADD 1 TO WS-QT-VEND
               MOVE WS-VD-POS TO WS-VD-ACHOU
               MOVE VC-VENDEDOR TO TAB-VD-CODIGO(WS-VD-ACHOU)
               MOVE ZEROS TO TAB-VD-BRUTA(WS-VD-ACHOU)
                   TAB-VD-DEVOL(WS-VD-ACHOU) TAB-VD-COMIS(WS-VD-ACHOU)
           END-IF.

       PROCURA-VENDEDOR.
           IF TAB-VD-CODIGO(WS-VD-I) >= VC-VENDEDOR
               MOVE WS-VD-I TO WS-VD-POS
           END-IF.

       EMPURRA-VENDEDOR.
           MOVE TAB-VD-ITEM(WS-VD-I) TO TAB-VD-ITEM(WS-VD-I + 1).

      * UM VENDEDOR: BONUS DA MAIOR META BATIDA, TOTAL A PAGAR (NUNCA
      * NEGATIVO) E GRAVACAO - A COMISSAO JA PAGA PELA FOLHA FICA
      * COMO ESTA E SO SAI NO RELATORIO.
       FECHA-VENDEDOR.
           COMPUTE WS-LIQUIDA = TAB-VD-BRUTA(WS-VD-I)
               - TAB-VD-DEVOL(WS-VD-I)
           MOVE ZEROS TO WS-MT-BATIDA WS-MT-BONUS WS-BONUS
           IF WS-LIQUIDA > ZEROS
               PERFORM TESTA-META
                   VARYING WS-MT-I FROM 1 BY 1
                   UNTIL WS-MT-I > WS-QT-METAS
               COMPUTE WS-BONUS ROUNDED =
                   WS-LIQUIDA * WS-MT-BONUS / 100
           END-IF
           COMPUTE WS-TOTAL = TAB-VD-COMIS(WS-VD-I) + WS-BONUS
           IF WS-TOTAL < ZEROS
               MOVE ZEROS TO WS-TOTAL
           END-IF
           ADD WS-LIQUIDA TO WS-TOT-LIQUIDA

           MOVE TAB-VD-CODIGO(WS-VD-I) TO CO-VENDEDOR
           MOVE WS-COMPETENCIA-N TO CO-ANOMES
           READ COMISSAO
               INVALID KEY
                   MOVE "APURADA" TO WS-SITUACAO
               NOT INVALID KEY
                   IF CO-PAGA
                       MOVE "JA PAGA" TO WS-SITUACAO
                   ELSE
                       MOVE "REAPURADA" TO WS-SITUACAO
                   END-IF
           END-READ
           IF WS-SITUACAO = "JA PAGA"
               ADD 1 TO WS-QT-JA-PAGAS
               ADD CO-TOTAL TO WS-TOT-COMISSAO
               PERFORM IMPRIME-VENDEDOR
               GO END-FECHA-VENDEDOR
           END-IF

           MOVE TAB-VD-CODIGO(WS-VD-I) TO CO-VENDEDOR
           MOVE WS-COMPETENCIA-N TO CO-ANOMES
           MOVE TAB-VD-BRUTA(WS-VD-I) TO CO-VENDA-BRUTA
           MOVE TAB-VD-DEVOL(WS-VD-I) TO CO-DEVOLVIDO
           MOVE WS-LIQUIDA TO CO-VENDA-LIQUIDA
           MOVE TAB-VD-COMIS(WS-VD-I) TO CO-COMISSAO-GRUPOS
           MOVE WS-MT-BATIDA TO CO-META
           MOVE WS-BONUS TO CO-BONUS
           MOVE WS-TOTAL TO CO-TOTAL
           MOVE WS-HOJE TO CO-DATA-APURACAO
           SET CO-APURADA TO TRUE
           MOVE ZEROS TO CO-FOLHA
           WRITE REG-COMISSAO
               INVALID KEY
                   REWRITE REG-COMISSAO
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-QT-GRAVADAS
           ADD CO-TOTAL TO WS-TOT-COMISSAO
           PERFORM IMPRIME-VENDEDOR.
       END-FECHA-VENDEDOR.

       TESTA-META.
           IF TAB-MT-META(WS-MT-I) > ZEROS
               AND TAB-MT-META(WS-MT-I) NOT > WS-LIQUIDA
               AND TAB-MT-META(WS-MT-I) > WS-MT-BATIDA
               MOVE TAB-MT-META(WS-MT-I) TO WS-MT-BATIDA
               MOVE TAB-MT-BONUS(WS-MT-I) TO WS-MT-BONUS
           END-IF.

       IMPRIME-VENDEDOR.
           MOVE TAB-VD-CODIGO(WS-VD-I) TO LV-CODIGO
           MOVE "(NAO CADASTRADO)" TO LV-NOME
           IF WS-TEM-FUNC = 'S'
               MOVE TAB-VD-CODIGO(WS-VD-I) TO FU-CODIGO
               READ FUNCIONARIO
                   NOT INVALID KEY
                       MOVE FU-NOME TO LV-NOME
               END-READ
           END-IF
           MOVE CO-VENDA-BRUTA TO LV-BRUTA
           MOVE CO-DEVOLVIDO TO LV-DEVOL
           MOVE CO-VENDA-LIQUIDA TO LV-LIQUIDA
           MOVE CO-COMISSAO-GRUPOS TO LV-COMIS
           MOVE CO-BONUS TO LV-BONUS
           MOVE CO-TOTAL TO LV-TOTAL
           MOVE WS-SITUACAO TO LV-SITUACAO
           MOVE LINHA-VENDEDOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "VENDA LIQUIDA COM VENDEDOR NO MES" TO LR-TITULO
           MOVE WS-TOT-LIQUIDA TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "COMISSOES DA COMPETENCIA (A PAGAR)" TO LR-TITULO
           MOVE WS-TOT-COMISSAO TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QT-FORA > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TABELA DE VENDEDORES CHEIA - " WS-QT-FORA
                   " LINHA(S) FORA DA APURACAO"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

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
           DISPLAY "COMISSAO DE VENDAS - COMPETENCIA " WS-COMPETENCIA-N
           DISPLAY "LINHAS DE VENDA LIDAS..: " WS-QT-LINHAS
           DISPLAY "VENDEDORES APURADOS....: " WS-QT-GRAVADAS
           DISPLAY "JA PAGOS NA FOLHA......: " WS-QT-JA-PAGAS
           DISPLAY "COMISSOES DO MES.......: " WS-TOT-COMISSAO
           IF WS-QT-FORA > ZEROS
               DISPLAY "TABELA DE VENDEDORES CHEIA - " WS-QT-FORA
                   " LINHA(S) FORA DA APURACAO"
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM APURA-COMISSAO.
