       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFETIVIDADE-OFERTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFERTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               SHARING WITH ALL OTHER
               RECORD KEY OF-CODIGO
               FILE STATUS OFST.

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
       FD  OFERTAS LABEL RECORD STANDARD
           DATA RECORD IS REG-OFERTA
           VALUE OF FILE-ID IS "OFERTAS.DAT".

       COPY ofertas.

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

       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  FORNECEDOR LABEL RECORD STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".

       COPY fornecedor.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * EFETIVIDADE DAS OFERTAS PROMOCIONAIS (OFERTAS.DAT) JA
      * ENCERRADAS: PARA CADA UMA, UNIDADES E MARGEM DURANTE A OFERTA
      * CONTRA O MESMO NUMERO DE DIAS ANTES E DEPOIS (VENDAS.DAT; O
      * DEPOIS PARA ONTEM SE AINDA NAO PASSOU INTEIRO).  A BASE E A
      * MEDIA DIARIA DE ANTES E DEPOIS JUNTOS; O AUMENTO E O QUE A
      * OFERTA VENDEU ACIMA DA BASE, A MARGEM CEDIDA E O DESCONTO DA
      * OFERTA (VD-DESC-OFERTA, OU QTDE PROMOCIONAL A PRECO CHEIO
      * MENOS A RECEITA PROMOCIONAL NO REGISTRO ANTIGO) E A MARGEM
      * INCREMENTAL DIZ SE A OFERTA PAGOU.  RUPTURA: O ESTOQUE ZEROU
      * (MV-QTDADE-APOS) DENTRO DO PERIODO, NO KARDEX VIVO OU NO
      * ARQUIVO MORTO.  FECHA COM O TOTAL POR FORNECEDOR PARA O
      * COMPRADOR DECIDIR QUE OFERTA DO FORNECEDOR VALE REPETIR.
       77 OFST PIC X(2).
           88 OF-OK        VALUE "00".
           88 OF-FIM       VALUE "99".
       77 VDST PIC X(2).
           88 VD-OK        VALUE "00".
           88 VD-FIM       VALUE "99".
       77 MVST PIC X(2).
           88 MV-OK        VALUE "00".
           88 MV-FIM       VALUE "99".
       77 MAST PIC X(2).
           88 MA-OK        VALUE "00".
           88 MA-FIM       VALUE "99".
       77 ARQST PIC X(2).
       77 FOST PIC X(2).
       77 REP-OK PIC X(2).
       77 CRST PIC X(2).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-NOME-MOVARQ    PIC X(20) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "COMPRAS".
       77 WS-PROG-CAT PIC X(20) VALUE "EFETIVIDADE-OFERTAS".
       77 WS-HOJE      PIC 9(8) VALUE ZEROS.
       77 WS-ONTEM     PIC 9(8) VALUE ZEROS.
       77 WS-BUF3      PIC X(3) VALUE SPACES.
       77 WS-QT-DIAS-ENC PIC 9(3) VALUE 90.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * CURSOR DE CALENDARIO PARA VOLTAR N DIAS (O DATAS-SERVICO SO
      * SOMA).
       01 WS-DATA-W.
           02 WS-W-ANO PIC 9(4).
           02 WS-W-MES PIC 9(2).
           02 WS-W-DIA PIC 9(2).
       01 WS-DATA-W-N REDEFINES WS-DATA-W PIC 9(8).
       77 WS-BISSEXTO     PIC 9 VALUE ZERO.
       77 WS-DIV4         PIC S9(4) VALUE ZEROS.
       77 WS-DIV100       PIC S9(4) VALUE ZEROS.
       77 WS-DIV400       PIC S9(4) VALUE ZEROS.
       77 WS-REM4         PIC S9(4) VALUE ZEROS.
       77 WS-REM100       PIC S9(4) VALUE ZEROS.
       77 WS-REM400       PIC S9(4) VALUE ZEROS.
       01 WS-DIAS-MES-TAB.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 28.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
       01 WS-DIAS-MES-T REDEFINES WS-DIAS-MES-TAB.
           02 WS-DIAS-MES PIC 9(2) OCCURS 12 TIMES.
       77 WS-K            PIC 9(3) VALUE ZEROS.

      * AS OFERTAS ENCERRADAS E OS TRES PERIODOS DE CADA UMA
      * (1 = ANTES, 2 = DURANTE, 3 = DEPOIS).
       01 TAB-OFERTAS.
           02 TAB-OF-ITEM OCCURS 300 TIMES.
               03 TAB-OF-CODIGO      PIC 9(4).
               03 TAB-OF-NOME        PIC X(30).
               03 TAB-OF-FORNEC      PIC 9(4).
               03 TAB-OF-PRECO-NORMAL PIC 9(5)V99.
      *        'P'/'V' = PESAVEL: QUANTIDADES EM GRAMAS, PRECO POR KG.
               03 TAB-OF-PESO        PIC X(1).
               03 TAB-OF-PRECO-OFERTA PIC 9(5)V99.
               03 TAB-OF-ANTES-INI   PIC 9(8).
               03 TAB-OF-INI         PIC 9(8).
               03 TAB-OF-FIM         PIC 9(8).
               03 TAB-OF-DEPOIS-FIM  PIC 9(8).
               03 TAB-OF-DIAS        PIC 9(3).
               03 TAB-OF-DIAS-DEPOIS PIC 9(3).
               03 TAB-OF-PER OCCURS 3 TIMES.
                   04 TAB-OF-QTDE    PIC 9(7).
                   04 TAB-OF-RECEITA PIC 9(9)V99.
                   04 TAB-OF-CUSTO   PIC 9(9)V99.
               03 TAB-OF-QTDE-PROMO  PIC 9(7).
               03 TAB-OF-REC-PROMO   PIC 9(9)V99.
               03 TAB-OF-DESC-OFERTA PIC 9(9)V99.
               03 TAB-OF-RUPTURA     PIC 9(8).
       77 WS-QT-OF     PIC 9(3) VALUE ZEROS.
       77 WS-OF-I      PIC 9(3) VALUE ZEROS.
       77 WS-OF-J      PIC 9(3) VALUE ZEROS.
       77 WS-OF-ACHOU  PIC 9(3) VALUE ZEROS.
       77 WS-PER       PIC 9 VALUE ZEROS.
       77 WS-MENOR-DATA PIC 9(8) VALUE ZEROS.
       77 WS-MAIOR-DATA PIC 9(8) VALUE ZEROS.
       77 WS-CODIGO-PROC PIC 9(4) VALUE ZEROS.

      * TOTAL POR FORNECEDOR.
       01 TAB-FORNEC.
           02 TAB-FO-ITEM OCCURS 100 TIMES.
               03 TAB-FO-CODIGO     PIC 9(4).
               03 TAB-FO-QT-OFERTAS PIC 9(3).
               03 TAB-FO-QT-PAGOU   PIC 9(3).
               03 TAB-FO-QT-RUPTURA PIC 9(3).
               03 TAB-FO-AUMENTO    PIC S9(7)V99.
               03 TAB-FO-CEDIDA     PIC 9(9)V99.
               03 TAB-FO-INCREM     PIC S9(9)V99.
       77 WS-QT-FO     PIC 9(3) VALUE ZEROS.
       77 WS-FO-I      PIC 9(3) VALUE ZEROS.
       77 WS-FO-ACHOU  PIC 9(3) VALUE ZEROS.

      * MESES DO ARQUIVO MORTO A VARRER PARA A RUPTURA.
       01 WS-AM-W.
           02 WS-AM-ANO PIC 9(4).
           02 WS-AM-MES PIC 9(2).
       01 WS-AM-W-N REDEFINES WS-AM-W PIC 9(6).
       77 WS-AM-FIM    PIC 9(6) VALUE ZEROS.

      * CALCULO DE UMA OFERTA.
       77 WS-DIAS-BASE     PIC 9(4) VALUE ZEROS.
       77 WS-MARGEM-W      PIC S9(9)V99 VALUE ZEROS.
       77 WS-MARGEM-BASE   PIC S9(9)V99 VALUE ZEROS.
       77 WS-ESPERADO      PIC 9(7)V99 VALUE ZEROS.
       77 WS-AUMENTO       PIC S9(7)V99 VALUE ZEROS.
       77 WS-AUMENTO-PCT   PIC S9(5)V9 VALUE ZEROS.
       77 WS-CEDIDA        PIC S9(9)V99 VALUE ZEROS.
       77 WS-INCREMENTAL   PIC S9(9)V99 VALUE ZEROS.
       77 WS-MEDIA-DIA     PIC 9(7)V99 VALUE ZEROS.
       77 WS-MARGEM-DIA    PIC S9(9)V99 VALUE ZEROS.
       77 WS-QT-PAGOU      PIC 9(3) VALUE ZEROS.
       77 WS-QT-RUPTURA    PIC 9(3) VALUE ZEROS.
       01 WS-NOMES-PER-TAB.
           02 FILLER PIC X(7) VALUE "ANTES".
           02 FILLER PIC X(7) VALUE "DURANTE".
           02 FILLER PIC X(7) VALUE "DEPOIS".
       01 WS-NOMES-PER-T REDEFINES WS-NOMES-PER-TAB.
           02 WS-NOME-PER PIC X(7) OCCURS 3 TIMES.

       01 LINHA-PER-CABEC.
           02 FILLER PIC X(16) VALUE "  PERIODO  DIAS".
           02 FILLER PIC X(12) VALUE "   UNIDADES".
           02 FILLER PIC X(11) VALUE "    UN/DIA".
           02 FILLER PIC X(16) VALUE "        RECEITA".
           02 FILLER PIC X(16) VALUE "         MARGEM".
           02 FILLER PIC X(16) VALUE "     MARGEM/DIA".

       01 LINHA-PERIODO.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-PERIODO   PIC X(7).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-DIAS      PIC ZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-QTDE      PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-MEDIA     PIC ZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-RECEITA   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-MARGEM    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-MARGEM-DIA PIC -ZZ.ZZZ.ZZ9,99.

       01 LINHA-FO-CABEC.
           02 FILLER PIC X(40) VALUE "FORNECEDOR".
           02 FILLER PIC X(10) VALUE "  OFERTAS".
           02 FILLER PIC X(10) VALUE "   PAGOU".
           02 FILLER PIC X(10) VALUE " RUPTURA".
           02 FILLER PIC X(14) VALUE "  AUMENTO UN".
           02 FILLER PIC X(16) VALUE "  MARGEM CEDIDA".
           02 FILLER PIC X(16) VALUE "  MARGEM INCREM".

       01 LINHA-FORNEC.
           02 LF-CODIGO    PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-RAZAO     PIC X(35).
           02 LF-OFERTAS   PIC ZZZZZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-PAGOU     PIC ZZZZZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-RUPTURA   PIC ZZZZZZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-AUMENTO   PIC -Z.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-CEDIDA    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LF-INCREM    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LF-VEREDITO  PIC X(11).

       77 WS-QTDE-ED     PIC -Z.ZZZ.ZZ9,99.
       77 WS-PCT-ED      PIC -ZZZZ9,9.
       77 WS-VALOR-ED    PIC -ZZ.ZZZ.ZZ9,99.
       77 WS-VALOR-ED-2  PIC -ZZ.ZZZ.ZZ9,99.
       77 WS-PRECO-ED    PIC ZZ.ZZ9,99.
       77 WS-PRECO-ED-2  PIC ZZ.ZZ9,99.
       77 WS-DIAS-ED     PIC ZZ9.
       01 WS-DATA-ED      PIC 99/99/9999.
       01 WS-DATA-ED-2    PIC 99/99/9999.
       01 WS-DATA-INV.
           02 WS-DI-ANO   PIC 9(4).
           02 WS-DI-MES   PIC 9(2).
           02 WS-DI-DIA   PIC 9(2).
       01 WS-DATA-BR.
           02 WS-DB-DIA   PIC 9(2).
           02 WS-DB-MES   PIC 9(2).
           02 WS-DB-ANO   PIC 9(4).
       01 WS-DATA-BR-N REDEFINES WS-DATA-BR PIC 9(8).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           DISPLAY "EFETIVIDADE DAS OFERTAS PROMOCIONAIS"
           DISPLAY "OFERTAS ENCERRADAS NOS ULTIMOS QUANTOS DIAS "
               "(ENTER = 90): "
           MOVE SPACES TO WS-BUF3
           ACCEPT WS-BUF3
           IF WS-BUF3 NOT = SPACES
               MOVE WS-BUF3 TO WS-QT-DIAS-ENC
           END-IF
           IF WS-QT-DIAS-ENC = ZEROS
               MOVE 90 TO WS-QT-DIAS-ENC
           END-IF
           MOVE WS-HOJE TO WS-DATA-W-N
           PERFORM RECUA-UM-DIA
           MOVE WS-DATA-W-N TO WS-ONTEM

           OPEN INPUT OFERTAS
           IF NOT OF-OK
               DISPLAY "OFERTAS.DAT INDISPONIVEL"
               GOBACK
           END-IF
           OPEN INPUT PRODUTOS
           OPEN INPUT FORNECEDOR

      *    1) AS OFERTAS ENCERRADAS E SEUS PERIODOS.
           MOVE ZEROS TO OF-CODIGO
           START OFERTAS KEY IS NOT LESS THAN OF-CODIGO
               INVALID KEY
                   SET OF-FIM TO TRUE
           END-START
           PERFORM CARREGA-OFERTA THRU FIM-CARREGA-OFERTA UNTIL OF-FIM
           CLOSE OFERTAS
           IF WS-QT-OF = ZEROS
               DISPLAY "NENHUMA OFERTA ENCERRADA NOS ULTIMOS "
                   WS-QT-DIAS-ENC " DIAS"
               CLOSE PRODUTOS FORNECEDOR
               GOBACK
           END-IF

      *    2) AS VENDAS DOS TRES PERIODOS.
           PERFORM SOMA-VENDAS

      *    3) RUPTURA: KARDEX VIVO E ARQUIVO MORTO DOS MESES DAS
      *       OFERTAS.
           PERFORM PROCURA-RUPTURAS

      *    4) RELATORIO POR OFERTA E POR FORNECEDOR.
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "EFOFERTA_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EFETIVIDADE DAS OFERTAS ENCERRADAS NOS ULTIMOS "
               WS-QT-DIAS-ENC " DIAS - EMITIDO EM " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-OFERTA
               VARYING WS-OF-I FROM 1 BY 1 UNTIL WS-OF-I > WS-QT-OF
           PERFORM IMPRIME-FORNECEDORES
           CLOSE RELATORIO PRODUTOS FORNECEDOR
           PERFORM REGISTRA-CATALOGO

           DISPLAY "OFERTAS ANALISADAS.....: " WS-QT-OF
           DISPLAY "OFERTAS QUE PAGARAM....: " WS-QT-PAGOU
           DISPLAY "OFERTAS COM RUPTURA....: " WS-QT-RUPTURA
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO
           GOBACK.

      ******************************************************************
      * OFERTA ENCERRADA (FIM ANTES DE HOJE) DENTRO DA JANELA PEDIDA:
      * DURANTE = INI A FIM (N DIAS), ANTES = OS N DIAS ANTERIORES,
      * DEPOIS = OS N DIAS SEGUINTES, ATE ONTEM NO MAXIMO.
      ******************************************************************
       CARREGA-OFERTA.
           READ OFERTAS NEXT RECORD
               AT END
                   SET OF-FIM TO TRUE
           END-READ
           IF NOT OF-OK
               GO FIM-CARREGA-OFERTA
           END-IF
           IF OF-DATA-INI = ZEROS OR OF-DATA-FIM NOT < WS-HOJE
               OR OF-DATA-FIM < OF-DATA-INI
               GO FIM-CARREGA-OFERTA
           END-IF
           MOVE "DF" TO WS-SV-FUNCAO
           MOVE OF-DATA-FIM TO WS-SV-DATA-1
           MOVE WS-HOJE TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0'
               OR WS-SV-RESULTADO > WS-QT-DIAS-ENC
               GO FIM-CARREGA-OFERTA
           END-IF
           IF WS-QT-OF NOT < 300
               DISPLAY "MAIS DE 300 OFERTAS - AS DEMAIS FICAM DE FORA"
               SET OF-FIM TO TRUE
               GO FIM-CARREGA-OFERTA
           END-IF
           ADD 1 TO WS-QT-OF
           MOVE WS-QT-OF TO WS-OF-I
           INITIALIZE TAB-OF-ITEM(WS-OF-I)
           MOVE OF-CODIGO TO TAB-OF-CODIGO(WS-OF-I)
           MOVE OF-PRECO TO TAB-OF-PRECO-OFERTA(WS-OF-I)
           MOVE OF-DATA-INI TO TAB-OF-INI(WS-OF-I)
           MOVE OF-DATA-FIM TO TAB-OF-FIM(WS-OF-I)
           MOVE OF-CODIGO TO CODIG-P
           READ PRODUTOS
               INVALID KEY
                   MOVE "PRODUTO SEM CADASTRO" TO NOME-P
                   MOVE ZEROS TO COD-FORNEC PRECO-VENDA-P
                   MOVE 'N' TO VENDA-PESO-P
           END-READ
           MOVE NOME-P TO TAB-OF-NOME(WS-OF-I)
           MOVE VENDA-PESO-P TO TAB-OF-PESO(WS-OF-I)
           MOVE COD-FORNEC TO TAB-OF-FORNEC(WS-OF-I)
           MOVE PRECO-VENDA-P TO TAB-OF-PRECO-NORMAL(WS-OF-I)

           MOVE "DF" TO WS-SV-FUNCAO
           MOVE OF-DATA-INI TO WS-SV-DATA-1
           MOVE OF-DATA-FIM TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           COMPUTE TAB-OF-DIAS(WS-OF-I) = WS-SV-RESULTADO + 1

           MOVE OF-DATA-INI TO WS-DATA-W-N
           PERFORM RECUA-UM-DIA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > TAB-OF-DIAS(WS-OF-I)
           MOVE WS-DATA-W-N TO TAB-OF-ANTES-INI(WS-OF-I)

           MOVE "SD" TO WS-SV-FUNCAO
           MOVE OF-DATA-FIM TO WS-SV-DATA-1
           MOVE TAB-OF-DIAS(WS-OF-I) TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO TAB-OF-DEPOIS-FIM(WS-OF-I)
           MOVE TAB-OF-DIAS(WS-OF-I) TO TAB-OF-DIAS-DEPOIS(WS-OF-I)
           IF TAB-OF-DEPOIS-FIM(WS-OF-I) > WS-ONTEM
               MOVE WS-ONTEM TO TAB-OF-DEPOIS-FIM(WS-OF-I)
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE OF-DATA-FIM TO WS-SV-DATA-1
               MOVE WS-ONTEM TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               MOVE WS-SV-RESULTADO TO TAB-OF-DIAS-DEPOIS(WS-OF-I)
           END-IF

           IF WS-MENOR-DATA = ZEROS
               OR TAB-OF-ANTES-INI(WS-OF-I) < WS-MENOR-DATA
               MOVE TAB-OF-ANTES-INI(WS-OF-I) TO WS-MENOR-DATA
           END-IF
           IF OF-DATA-FIM > WS-MAIOR-DATA
               MOVE OF-DATA-FIM TO WS-MAIOR-DATA
           END-IF.
       FIM-CARREGA-OFERTA.
           EXIT.

      * UM DIA PARA TRAS EM WS-DATA-W.
       RECUA-UM-DIA.
           IF WS-W-DIA > 1
               SUBTRACT 1 FROM WS-W-DIA
           ELSE
               IF WS-W-MES > 1
                   SUBTRACT 1 FROM WS-W-MES
               ELSE
                   MOVE 12 TO WS-W-MES
                   SUBTRACT 1 FROM WS-W-ANO
               END-IF
               PERFORM CALCULA-BISSEXTO-W
               IF WS-W-MES = 2 AND WS-BISSEXTO = 1
                   MOVE 29 TO WS-W-DIA
               ELSE
                   MOVE WS-DIAS-MES(WS-W-MES) TO WS-W-DIA
               END-IF
           END-IF.

       CALCULA-BISSEXTO-W.
           COMPUTE WS-DIV4 = WS-W-ANO / 4
           COMPUTE WS-DIV100 = WS-W-ANO / 100
           COMPUTE WS-DIV400 = WS-W-ANO / 400
           COMPUTE WS-REM4 = WS-W-ANO - (WS-DIV4 * 4)
           COMPUTE WS-REM100 = WS-W-ANO - (WS-DIV100 * 100)
           COMPUTE WS-REM400 = WS-W-ANO - (WS-DIV400 * 400)
           IF WS-REM4 = 0 AND (WS-REM100 NOT = 0 OR WS-REM400 = 0)
               MOVE 1 TO WS-BISSEXTO
           ELSE
               MOVE 0 TO WS-BISSEXTO
           END-IF.

      * OFERTA DO CODIGO EM WS-CODIGO-PROC, EM WS-OF-ACHOU (ZERO SE O
      * PRODUTO NAO TEM OFERTA NO RELATORIO - UMA POR PRODUTO, COMO
      * NO OFERTAS.DAT).
       LOCALIZA-OFERTA.
           MOVE ZEROS TO WS-OF-ACHOU
           PERFORM COMPARA-OFERTA
               VARYING WS-OF-J FROM 1 BY 1
               UNTIL WS-OF-J > WS-QT-OF OR WS-OF-ACHOU > ZEROS.

       COMPARA-OFERTA.
           IF TAB-OF-CODIGO(WS-OF-J) = WS-CODIGO-PROC
               MOVE WS-OF-J TO WS-OF-ACHOU
           END-IF.

       SOMA-VENDAS.
           OPEN INPUT VENDAS
           IF NOT VD-OK
               DISPLAY "VENDAS.DAT INDISPONIVEL - SEM VENDAS"
           ELSE
               MOVE ZEROS TO VD-CHAVE
               MOVE WS-MENOR-DATA TO VD-DATA
               START VENDAS KEY IS NOT LESS THAN VD-CHAVE
                   INVALID KEY
                       SET VD-FIM TO TRUE
               END-START
               PERFORM SOMA-UMA-VENDA THRU FIM-SOMA-UMA-VENDA
                   UNTIL VD-FIM
               CLOSE VENDAS
           END-IF.

       SOMA-UMA-VENDA.
           READ VENDAS NEXT RECORD
               AT END
                   SET VD-FIM TO TRUE
           END-READ
           IF NOT VD-OK
               GO FIM-SOMA-UMA-VENDA
           END-IF
           IF VD-DATA > WS-ONTEM
               SET VD-FIM TO TRUE
               GO FIM-SOMA-UMA-VENDA
           END-IF
           MOVE VD-CODIGO TO WS-CODIGO-PROC
           PERFORM LOCALIZA-OFERTA
           IF WS-OF-ACHOU = ZEROS
               GO FIM-SOMA-UMA-VENDA
           END-IF
           MOVE WS-OF-ACHOU TO WS-OF-I
           MOVE ZEROS TO WS-PER
           IF VD-DATA NOT < TAB-OF-ANTES-INI(WS-OF-I)
               AND VD-DATA < TAB-OF-INI(WS-OF-I)
               MOVE 1 TO WS-PER
           END-IF
           IF VD-DATA NOT < TAB-OF-INI(WS-OF-I)
               AND VD-DATA NOT > TAB-OF-FIM(WS-OF-I)
               MOVE 2 TO WS-PER
               ADD VD-QTDE-PROMO TO TAB-OF-QTDE-PROMO(WS-OF-I)
               ADD VD-RECEITA-PROMO TO TAB-OF-REC-PROMO(WS-OF-I)
               ADD VD-DESC-OFERTA TO TAB-OF-DESC-OFERTA(WS-OF-I)
           END-IF
           IF VD-DATA > TAB-OF-FIM(WS-OF-I)
               AND VD-DATA NOT > TAB-OF-DEPOIS-FIM(WS-OF-I)
               MOVE 3 TO WS-PER
           END-IF
           IF WS-PER > ZEROS
               ADD VD-QTDE TO TAB-OF-QTDE(WS-OF-I WS-PER)
               ADD VD-RECEITA TO TAB-OF-RECEITA(WS-OF-I WS-PER)
               ADD VD-CUSTO TO TAB-OF-CUSTO(WS-OF-I WS-PER)
           END-IF.
       FIM-SOMA-UMA-VENDA.
           EXIT.

      ******************************************************************
      * RUPTURA: SAIDA QUE DEIXOU O ESTOQUE EM ZERO DENTRO DA OFERTA.
      * O KARDEX VIVO INTEIRO, MAIS O ARQUIVO MORTO DE CADA MES ENTRE
      * O INICIO DA OFERTA MAIS ANTIGA E O FIM DA MAIS RECENTE.
      ******************************************************************
       PROCURA-RUPTURAS.
           OPEN INPUT MOVIMENTO
           IF MV-OK
               MOVE ZEROS TO MV-CHAVE
               START MOVIMENTO KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                       SET MV-FIM TO TRUE
               END-START
               PERFORM LE-KARDEX-VIVO UNTIL MV-FIM
               CLOSE MOVIMENTO
           END-IF
           MOVE WS-MENOR-DATA(1:6) TO WS-AM-W-N
           MOVE WS-MAIOR-DATA(1:6) TO WS-AM-FIM
           PERFORM LE-MES-MORTO UNTIL WS-AM-W-N > WS-AM-FIM.

       LE-KARDEX-VIVO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   SET MV-FIM TO TRUE
           END-READ
           IF MV-OK
               PERFORM VERIFICA-RUPTURA
           END-IF.

       LE-MES-MORTO.
           MOVE SPACES TO WS-NOME-MOVARQ
           STRING "MOVARQ_" WS-AM-W-N ".DAT"
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
               PERFORM VERIFICA-RUPTURA
           END-IF.

       VERIFICA-RUPTURA.
           IF MV-SAIDA AND MV-QTDADE-APOS = ZEROS
               MOVE MV-CODIGO TO WS-CODIGO-PROC
               PERFORM LOCALIZA-OFERTA
               IF WS-OF-ACHOU > ZEROS
                   MOVE WS-OF-ACHOU TO WS-OF-I
                   IF MV-DATA NOT < TAB-OF-INI(WS-OF-I)
                       AND MV-DATA NOT > TAB-OF-FIM(WS-OF-I)
                       IF TAB-OF-RUPTURA(WS-OF-I) = ZEROS
                           OR MV-DATA < TAB-OF-RUPTURA(WS-OF-I)
                           MOVE MV-DATA TO TAB-OF-RUPTURA(WS-OF-I)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * UMA OFERTA: OS TRES PERIODOS, O AUMENTO SOBRE A BASE (MEDIA
      * DIARIA DE ANTES E DEPOIS), A MARGEM CEDIDA E A INCREMENTAL.
      ******************************************************************
       IMPRIME-OFERTA.
           MOVE SPACES TO LINHA-RELATORIO
           MOVE TAB-OF-FORNEC(WS-OF-I) TO FO-CODIGO
           READ FORNECEDOR
               INVALID KEY
                   MOVE "SEM FORNECEDOR" TO FO-RAZAO
           END-READ
           STRING "PRODUTO " TAB-OF-CODIGO(WS-OF-I) " "
               TAB-OF-NOME(WS-OF-I) "  FORNECEDOR "
               TAB-OF-FORNEC(WS-OF-I) " " FO-RAZAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TAB-OF-INI(WS-OF-I) TO WS-DATA-INV
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO WS-DATA-ED-2
           MOVE TAB-OF-FIM(WS-OF-I) TO WS-DATA-INV
           PERFORM EDITA-DATA
           MOVE TAB-OF-DIAS(WS-OF-I) TO WS-DIAS-ED
           MOVE TAB-OF-PRECO-OFERTA(WS-OF-I) TO WS-PRECO-ED
           MOVE TAB-OF-PRECO-NORMAL(WS-OF-I) TO WS-PRECO-ED-2
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  OFERTA DE " WS-DATA-ED-2 " A " WS-DATA-ED
               " (" WS-DIAS-ED " DIAS) A R$ " WS-PRECO-ED
               " - PRECO NORMAL R$ " WS-PRECO-ED-2
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-PER-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-PERIODO
               VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3

      *    BASE: O QUE O PRODUTO VENDERIA NOS N DIAS SEM A OFERTA.
           COMPUTE WS-DIAS-BASE = TAB-OF-DIAS(WS-OF-I)
               + TAB-OF-DIAS-DEPOIS(WS-OF-I)
           COMPUTE WS-ESPERADO ROUNDED =
               (TAB-OF-QTDE(WS-OF-I 1) + TAB-OF-QTDE(WS-OF-I 3))
               * TAB-OF-DIAS(WS-OF-I) / WS-DIAS-BASE
           COMPUTE WS-MARGEM-BASE ROUNDED =
               (TAB-OF-RECEITA(WS-OF-I 1) - TAB-OF-CUSTO(WS-OF-I 1)
              + TAB-OF-RECEITA(WS-OF-I 3) - TAB-OF-CUSTO(WS-OF-I 3))
               * TAB-OF-DIAS(WS-OF-I) / WS-DIAS-BASE
           COMPUTE WS-AUMENTO = TAB-OF-QTDE(WS-OF-I 2) - WS-ESPERADO
           COMPUTE WS-INCREMENTAL = TAB-OF-RECEITA(WS-OF-I 2)
               - TAB-OF-CUSTO(WS-OF-I 2) - WS-MARGEM-BASE

      *    MARGEM CEDIDA: O DESCONTO GRAVADO NA VENDA; NO REGISTRO
      *    ANTIGO, SEM O CAMPO, A QTDE PROMOCIONAL A PRECO CHEIO MENOS
      *    A RECEITA PROMOCIONAL.
           IF TAB-OF-DESC-OFERTA(WS-OF-I) > ZEROS
               MOVE TAB-OF-DESC-OFERTA(WS-OF-I) TO WS-CEDIDA
           ELSE
               IF TAB-OF-PESO(WS-OF-I) = 'P' OR 'V'
                   COMPUTE WS-CEDIDA ROUNDED =
                       TAB-OF-QTDE-PROMO(WS-OF-I)
                       * TAB-OF-PRECO-NORMAL(WS-OF-I) / 1000
                       - TAB-OF-REC-PROMO(WS-OF-I)
               ELSE
                   COMPUTE WS-CEDIDA = TAB-OF-QTDE-PROMO(WS-OF-I)
                       * TAB-OF-PRECO-NORMAL(WS-OF-I)
                       - TAB-OF-REC-PROMO(WS-OF-I)
               END-IF
               IF WS-CEDIDA < ZEROS
                   MOVE ZEROS TO WS-CEDIDA
               END-IF
           END-IF

           MOVE WS-AUMENTO TO WS-QTDE-ED
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-ESPERADO > ZEROS
               COMPUTE WS-AUMENTO-PCT ROUNDED =
                   WS-AUMENTO * 100 / WS-ESPERADO
                   ON SIZE ERROR
                       MOVE 99999,9 TO WS-AUMENTO-PCT
               END-COMPUTE
               MOVE WS-AUMENTO-PCT TO WS-PCT-ED
               STRING "  AUMENTO SOBRE A BASE: " WS-QTDE-ED " UN ("
                   WS-PCT-ED "%)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "  AUMENTO SOBRE A BASE: " WS-QTDE-ED
                   " UN (SEM VENDA NA BASE - % N/D)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           MOVE WS-CEDIDA TO WS-VALOR-ED
           MOVE WS-INCREMENTAL TO WS-VALOR-ED-2
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  MARGEM CEDIDA NA OFERTA R$ " WS-VALOR-ED
               "   MARGEM INCREMENTAL R$ " WS-VALOR-ED-2
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF TAB-OF-RUPTURA(WS-OF-I) > ZEROS
               ADD 1 TO WS-QT-RUPTURA
               MOVE TAB-OF-RUPTURA(WS-OF-I) TO WS-DATA-INV
               PERFORM EDITA-DATA
               STRING "  ** RUPTURA: ESTOQUE ZEROU EM " WS-DATA-ED
                   " DURANTE A OFERTA **"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               MOVE "  SEM RUPTURA DURANTE A OFERTA" TO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           IF TAB-OF-DIAS-DEPOIS(WS-OF-I) < TAB-OF-DIAS(WS-OF-I)
               MOVE "  (PERIODO DEPOIS AINDA INCOMPLETO)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           IF WS-INCREMENTAL > ZEROS
               ADD 1 TO WS-QT-PAGOU
               MOVE "  RESULTADO: A OFERTA PAGOU" TO LINHA-RELATORIO
           ELSE
               MOVE "  RESULTADO: A OFERTA NAO PAGOU"
                   TO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM ACUMULA-FORNECEDOR THRU FIM-ACUMULA-FORNECEDOR.

       IMPRIME-PERIODO.
           MOVE WS-NOME-PER(WS-PER) TO LP-PERIODO
           EVALUATE WS-PER
               WHEN 3
                   MOVE TAB-OF-DIAS-DEPOIS(WS-OF-I) TO WS-K
               WHEN OTHER
                   MOVE TAB-OF-DIAS(WS-OF-I) TO WS-K
           END-EVALUATE
           MOVE WS-K TO LP-DIAS
           MOVE TAB-OF-QTDE(WS-OF-I WS-PER) TO LP-QTDE
           MOVE TAB-OF-RECEITA(WS-OF-I WS-PER) TO LP-RECEITA
           COMPUTE WS-MARGEM-W = TAB-OF-RECEITA(WS-OF-I WS-PER)
               - TAB-OF-CUSTO(WS-OF-I WS-PER)
           MOVE WS-MARGEM-W TO LP-MARGEM
           MOVE ZEROS TO WS-MEDIA-DIA WS-MARGEM-DIA
           IF WS-K > ZEROS
               COMPUTE WS-MEDIA-DIA ROUNDED =
                   TAB-OF-QTDE(WS-OF-I WS-PER) / WS-K
               COMPUTE WS-MARGEM-DIA ROUNDED = WS-MARGEM-W / WS-K
           END-IF
           MOVE WS-MEDIA-DIA TO LP-MEDIA
           MOVE WS-MARGEM-DIA TO LP-MARGEM-DIA
           MOVE LINHA-PERIODO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       ACUMULA-FORNECEDOR.
           MOVE ZEROS TO WS-FO-ACHOU
           PERFORM COMPARA-FORNECEDOR
               VARYING WS-FO-I FROM 1 BY 1
               UNTIL WS-FO-I > WS-QT-FO OR WS-FO-ACHOU > ZEROS
           IF WS-FO-ACHOU = ZEROS
               IF WS-QT-FO NOT < 100
                   GO FIM-ACUMULA-FORNECEDOR
               END-IF
               ADD 1 TO WS-QT-FO
               MOVE WS-QT-FO TO WS-FO-ACHOU
               INITIALIZE TAB-FO-ITEM(WS-FO-ACHOU)
               MOVE TAB-OF-FORNEC(WS-OF-I) TO TAB-FO-CODIGO(WS-FO-ACHOU)
           END-IF
           ADD 1 TO TAB-FO-QT-OFERTAS(WS-FO-ACHOU)
           IF WS-INCREMENTAL > ZEROS
               ADD 1 TO TAB-FO-QT-PAGOU(WS-FO-ACHOU)
           END-IF
           IF TAB-OF-RUPTURA(WS-OF-I) > ZEROS
               ADD 1 TO TAB-FO-QT-RUPTURA(WS-FO-ACHOU)
           END-IF
           ADD WS-AUMENTO TO TAB-FO-AUMENTO(WS-FO-ACHOU)
           ADD WS-CEDIDA TO TAB-FO-CEDIDA(WS-FO-ACHOU)
           ADD WS-INCREMENTAL TO TAB-FO-INCREM(WS-FO-ACHOU).
       FIM-ACUMULA-FORNECEDOR.
           EXIT.

       COMPARA-FORNECEDOR.
           IF TAB-FO-CODIGO(WS-FO-I) = TAB-OF-FORNEC(WS-OF-I)
               MOVE WS-FO-I TO WS-FO-ACHOU
           END-IF.

      * POR FORNECEDOR: VALE REPETIR QUANDO AS OFERTAS DELE, SOMADAS,
      * DERAM MARGEM INCREMENTAL POSITIVA.
       IMPRIME-FORNECEDORES.
           MOVE "TOTAL POR FORNECEDOR" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-FO-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-UM-FORNECEDOR
               VARYING WS-FO-I FROM 1 BY 1 UNTIL WS-FO-I > WS-QT-FO.

       IMPRIME-UM-FORNECEDOR.
           MOVE TAB-FO-CODIGO(WS-FO-I) TO LF-CODIGO FO-CODIGO
           READ FORNECEDOR
               INVALID KEY
                   MOVE "SEM FORNECEDOR" TO FO-RAZAO
           END-READ
           MOVE FO-RAZAO TO LF-RAZAO
           MOVE TAB-FO-QT-OFERTAS(WS-FO-I) TO LF-OFERTAS
           MOVE TAB-FO-QT-PAGOU(WS-FO-I) TO LF-PAGOU
           MOVE TAB-FO-QT-RUPTURA(WS-FO-I) TO LF-RUPTURA
           MOVE TAB-FO-AUMENTO(WS-FO-I) TO LF-AUMENTO
           MOVE TAB-FO-CEDIDA(WS-FO-I) TO LF-CEDIDA
           MOVE TAB-FO-INCREM(WS-FO-I) TO LF-INCREM
           IF TAB-FO-INCREM(WS-FO-I) > ZEROS
               MOVE "REPETIR" TO LF-VEREDITO
           ELSE
               MOVE "NAO REPETIR" TO LF-VEREDITO
           END-IF
           MOVE LINHA-FORNEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * AAAAMMDD EM WS-DATA-INV PARA DD/MM/AAAA EM WS-DATA-ED.
       EDITA-DATA.
           MOVE WS-DI-DIA TO WS-DB-DIA
           MOVE WS-DI-MES TO WS-DB-MES
           MOVE WS-DI-ANO TO WS-DB-ANO
           MOVE WS-DATA-BR-N TO WS-DATA-ED.

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

       END PROGRAM EFETIVIDADE-OFERTAS.
