       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               ALTERNATE RECORD KEY IS EX-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FFEXTR.

           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFEMPR
               RECORD KEY IS EM-CHAVE.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFPARM.

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
       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

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
      * RENTABILIDADE DE CLIENTES - RODA NO DIA 1 SOBRE O MES QUE
      * ACABOU DE FECHAR (MESMA REGRA DE COMPETENCIA DO
      * EXTRATO-MENSAL).  POR CPF E AGENCIA DA CONTA, SOMA O QUE O
      * CLIENTE RENDEU AO BANCO NO MES:
      *   TARIFAS      EXTRATO ORIGEM 'TA' E 'TX' (ESTORNO SUBTRAI)
      *   JR CHQ ESP   EXTRATO ORIGEM 'JR' A DEBITO DA CONTA
      *   JR EMPREST   JUROS DA PARCELA DO MES DE CADA CONTRATO ATIVO
      *                DE EMPRESTIMO.DAT (PRICE: PRINCIPAL * TAXA;
      *                SAC: SOBRE O SALDO DEVEDOR)
      *   FLOAT        SALDO CREDOR ATUAL * PM-TAXA-FLOAT
      * E SUBTRAI OS JUROS PAGOS A ELE (ORIGEM 'JR' A CREDITO, DA
      * POUPANCA, E 'RJ', RENDIMENTO DE APLICACAO).  O IOF ('IO') E
      * IMPOSTO E NAO ENTRA.  OS CLIENTES SAEM DO MAIS PARA O MENOS
      * RENTAVEL, SEGUIDOS DOS TOTAIS POR AGENCIA, POR TIPO DE CONTA
      * E POR PACOTE DE TARIFAS (CD-PACOTE-TARIFA), COM O PREJUIZO
      * MARCADO.  CONTA CONJUNTA E ATRIBUIDA AO TITULAR (CD-CPF).
       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-OTHER     VALUE 99.

       77 FFEMPR PIC 9(02).
           88 FM-OK        VALUE 00.
           88 FM-OTHER     VALUE 99.

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CLIENTES".
       77 WS-PROG-CAT PIC X(20) VALUE "RENTABILIDADE".

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-ANOMES        PIC 9(6) VALUE ZEROS.
       77 WS-DATA-INI      PIC 9(8) VALUE ZEROS.
       77 WS-DATA-FIM      PIC 9(8) VALUE ZEROS.
       77 WS-TAXA-FLOAT    PIC 9V9999 VALUE 0.0050.
       77 WS-TAXA-ED       PIC 9.9999.

       77 WS-QT-CONTAS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-MOVTOS     PIC 9(8) VALUE ZEROS.
       77 WS-QT-CONTRATOS  PIC 9(6) VALUE ZEROS.
       77 WS-QT-SEM-CONTA  PIC 9(6) VALUE ZEROS.
       77 WS-QT-FORA       PIC 9(6) VALUE ZEROS.
       77 WS-QT-PREJUIZO   PIC 9(6) VALUE ZEROS.

      * PARCELAS DE RESULTADO DO LANCAMENTO CORRENTE, ATRIBUIDAS AO
      * CLIENTE, AGENCIA, TIPO E PACOTE DA CONTA LIDA EM CAD.
       01 WS-COMPONENTES.
           02 WS-CP-TARIFAS     PIC S9(9)V99.
           02 WS-CP-JUROS-CHQ   PIC S9(9)V99.
           02 WS-CP-JUROS-EMPR  PIC S9(9)V99.
           02 WS-CP-FLOAT       PIC S9(9)V99.
           02 WS-CP-JUROS-PAGOS PIC S9(9)V99.
       77 WS-RESTANTES     PIC 9(3) VALUE ZEROS.

       01 TAB-CLIENTES.
           02 TAB-CL-ITEM OCCURS 3000 TIMES.
               03 TAB-CL-CPF          PIC 9(11).
               03 TAB-CL-AGENCIA      PIC 9(3).
               03 TAB-CL-TARIFAS      PIC S9(9)V99.
               03 TAB-CL-JUROS-CHQ    PIC S9(9)V99.
               03 TAB-CL-JUROS-EMPR   PIC S9(9)V99.
               03 TAB-CL-FLOAT        PIC S9(9)V99.
               03 TAB-CL-JUROS-PAGOS  PIC S9(9)V99.
               03 TAB-CL-RESULTADO    PIC S9(9)V99.
       01 WS-TROCA-CL               PIC X(80).
       77 WS-QT-CLIENTES   PIC 9(4) VALUE ZEROS.
       77 WS-CL-I          PIC 9(4) VALUE ZEROS.
       77 WS-CL-J          PIC 9(4) VALUE ZEROS.
       77 WS-CL-POSTO      PIC 9(4) VALUE ZEROS.
       77 WS-HOUVE-TROCA   PIC X VALUE 'N'.

      * TOTAIS: AGENCIA NA POSICAO CODIGO + 1, PACOTE NA POSICAO
      * CODIGO + 1 (1 = SEM PACOTE), TIPO 1 = CORRENTE, 2 = POUPANCA.
       01 TAB-AGENCIAS.
           02 TAB-AG-ITEM OCCURS 1000 TIMES.
               03 TAB-AG-QTDE         PIC 9(5).
               03 TAB-AG-VALORES.
                   04 TAB-AG-VALOR    PIC S9(11)V99 OCCURS 6 TIMES.
       01 TAB-TIPOS.
           02 TAB-TP-ITEM OCCURS 2 TIMES.
               03 TAB-TP-QTDE         PIC 9(5).
               03 TAB-TP-VALORES.
                   04 TAB-TP-VALOR    PIC S9(11)V99 OCCURS 6 TIMES.
       01 TAB-PACOTES.
           02 TAB-PC-ITEM OCCURS 100 TIMES.
               03 TAB-PC-QTDE         PIC 9(5).
               03 TAB-PC-VALORES.
                   04 TAB-PC-VALOR    PIC S9(11)V99 OCCURS 6 TIMES.
       01 TAB-GERAL.
           02 TAB-GR-QTDE             PIC 9(5).
           02 TAB-GR-VALORES.
               03 TAB-GR-VALOR        PIC S9(11)V99 OCCURS 6 TIMES.
       77 WS-AG-I          PIC 9(4) VALUE ZEROS.
       77 WS-TP-I          PIC 9 VALUE ZEROS.
       77 WS-PC-I          PIC 9(3) VALUE ZEROS.
       77 WS-V-I           PIC 9 VALUE ZEROS.
       77 WS-COD-ED        PIC 9(3) VALUE ZEROS.
       01 WS-VALORES-LINHA.
           02 WS-VL-VALOR      PIC S9(11)V99 OCCURS 6 TIMES.

       01 LINHA-CABEC.
           02 FILLER PIC X(20) VALUE " POS CPF         AGE".
           02 FILLER PIC X(30)
               VALUE "   TARIFAS JR CHQESP JR EMPRES".
           02 FILLER PIC X(30)
               VALUE "     FLOAT  JR PAGOS RESULTADO".

       01 LINHA-DETALHE.
           02 LD-POSICAO   PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CPF       PIC 9(11).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-AGENCIA   PIC 9(3).
           02 LD-VALOR     PIC -Z(5)9.99 OCCURS 6 TIMES.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-MARCA     PIC X(8).

       01 LINHA-CABEC-TOTAL.
           02 FILLER PIC X(13) VALUE "         QTDE".
           02 FILLER PIC X(39)
               VALUE "      TARIFAS   JR CHQ ESP   JR EMPREST".
           02 FILLER PIC X(39)
               VALUE "        FLOAT     JR PAGOS    RESULTADO".

       01 LINHA-TOTAL.
           02 LT-ROTULO    PIC X(8).
           02 LT-QTDE      PIC ZZZZ9.
           02 LT-VALOR     PIC -Z(8)9.99 OCCURS 6 TIMES.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LT-MARCA     PIC X(8).

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
           MOVE WS-HOJE(1:6) TO WS-ANOMES
           IF WS-HOJE(7:2) = "01"
               IF WS-ANOMES(5:2) = "01"
                   COMPUTE WS-ANOMES = WS-ANOMES - 100 + 11
               ELSE
                   SUBTRACT 1 FROM WS-ANOMES
               END-IF
           END-IF
           COMPUTE WS-DATA-INI = WS-ANOMES * 100 + 1
           COMPUTE WS-DATA-FIM = WS-ANOMES * 100 + 31
           PERFORM CARREGA-PARAMETROS

           OPEN INPUT CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               GOBACK
           END-IF
           INITIALIZE TAB-AGENCIAS TAB-TIPOS TAB-PACOTES TAB-GERAL

      *    FLOAT: SALDO CREDOR DE CADA CONTA VIVA.
           MOVE ZEROS TO CD-CONTA
           START CAD KEY IS NOT LESS THAN CD-CONTA
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-START
           PERFORM APURA-FLOAT THRU END-APURA-FLOAT
               UNTIL FS-OTHER
           MOVE ZEROS TO FFSALV

      *    TARIFAS E JUROS DO MES NO EXTRATO.
           OPEN INPUT EXTRATO
           IF FE-OK
               MOVE ZEROS TO EX-CHAVE
               START EXTRATO KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFEXTR
               END-START
               PERFORM APURA-EXTRATO THRU END-APURA-EXTRATO
                   UNTIL FE-OTHER
               CLOSE EXTRATO
           ELSE
               DISPLAY "EXTRATO.DAT INDISPONIVEL - SEM TARIFAS E JUROS"
           END-IF

      *    JUROS DOS EMPRESTIMOS ATIVOS.
           OPEN INPUT EMPRESTIMO
           IF FM-OK
               MOVE ZEROS TO EM-CHAVE
               START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFEMPR
               END-START
               PERFORM APURA-EMPRESTIMO THRU END-APURA-EMPRESTIMO
                   UNTIL FM-OTHER
               CLOSE EMPRESTIMO
           END-IF
           CLOSE CAD

           PERFORM ORDENA-CLIENTES
           PERFORM IMPRIME-RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       IF PM-TAXA-FLOAT > 0
                           MOVE PM-TAXA-FLOAT TO WS-TAXA-FLOAT
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       APURA-FLOAT.
           READ CAD NEXT RECORD
               AT END
                   MOVE 99 TO FFSALV
           END-READ
           IF NOT FS-OK
               GO END-APURA-FLOAT
           END-IF
           IF CONTA-ENCERRADA OR CONTA-RECUSADA OR CONTA-PENDENTE
               GO END-APURA-FLOAT
           END-IF
           ADD 1 TO WS-QT-CONTAS
           PERFORM POSICIONA-TOTAIS
           ADD 1 TO TAB-TP-QTDE(WS-TP-I)
           ADD 1 TO TAB-PC-QTDE(WS-PC-I)
           IF VL-SALDO > 0
               INITIALIZE WS-COMPONENTES
               COMPUTE WS-CP-FLOAT ROUNDED = VL-SALDO * WS-TAXA-FLOAT
               PERFORM LANCA-RESULTADO THRU END-LANCA-RESULTADO
           END-IF.
       END-APURA-FLOAT.

       APURA-EXTRATO.
           READ EXTRATO NEXT RECORD
               AT END
                   MOVE 99 TO FFEXTR
           END-READ
           IF NOT FE-OK
               GO END-APURA-EXTRATO
           END-IF
           IF EX-DATA-MOVTO < WS-DATA-INI OR EX-DATA-MOVTO > WS-DATA-FIM
               GO END-APURA-EXTRATO
           END-IF
           IF NOT EX-ORIG-TARIFA AND NOT EX-ORIG-TAXA
               AND NOT EX-ORIG-JUROS AND NOT EX-ORIG-REND-APLIC
               GO END-APURA-EXTRATO
           END-IF

           INITIALIZE WS-COMPONENTES
           EVALUATE TRUE
               WHEN EX-ORIG-TARIFA OR EX-ORIG-TAXA
                   IF EX-SAQUE
                       MOVE EX-VALOR TO WS-CP-TARIFAS
                   ELSE
                       COMPUTE WS-CP-TARIFAS = 0 - EX-VALOR
                   END-IF
               WHEN EX-ORIG-JUROS
                   IF EX-SAQUE
                       MOVE EX-VALOR TO WS-CP-JUROS-CHQ
                   ELSE
                       MOVE EX-VALOR TO WS-CP-JUROS-PAGOS
                   END-IF
               WHEN OTHER
                   IF EX-DEPOSITO
                       MOVE EX-VALOR TO WS-CP-JUROS-PAGOS
                   ELSE
                       COMPUTE WS-CP-JUROS-PAGOS = 0 - EX-VALOR
                   END-IF
           END-EVALUATE

           MOVE EX-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-READ
           IF NOT FS-OK
               MOVE ZEROS TO FFSALV
               ADD 1 TO WS-QT-SEM-CONTA
               GO END-APURA-EXTRATO
           END-IF
           ADD 1 TO WS-QT-MOVTOS
           PERFORM LANCA-RESULTADO THRU END-LANCA-RESULTADO.
       END-APURA-EXTRATO.

      * JUROS EMBUTIDOS NA PARCELA DO MES: NA PRICE O CONTRATO PAGA
      * PRINCIPAL * TAXA POR PARCELA; NO SAC OS JUROS INCIDEM SOBRE O
      * SALDO DEVEDOR (PARCELAS QUE FALTAM).  CONTRATO SUSPENSO POR
      * OBITO, QUITADO OU RENEGOCIADO NAO RENDE MAIS.
       APURA-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF NOT FM-OK
               GO END-APURA-EMPRESTIMO
           END-IF
           IF NOT EM-ATIVO OR EM-DATA-CONTRATO > WS-DATA-FIM
               OR EM-PARCELAS-PAGAS NOT < EM-QT-PARCELAS
               GO END-APURA-EMPRESTIMO
           END-IF

           INITIALIZE WS-COMPONENTES
           IF EM-SAC
               COMPUTE WS-RESTANTES = EM-QT-PARCELAS - EM-PARCELAS-PAGAS
               COMPUTE WS-CP-JUROS-EMPR ROUNDED = EM-PRINCIPAL
                   * EM-TAXA * WS-RESTANTES / EM-QT-PARCELAS
           ELSE
               COMPUTE WS-CP-JUROS-EMPR ROUNDED =
                   EM-PRINCIPAL * EM-TAXA
           END-IF

           MOVE EM-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-READ
           IF NOT FS-OK
               MOVE ZEROS TO FFSALV
               ADD 1 TO WS-QT-SEM-CONTA
               GO END-APURA-EMPRESTIMO
           END-IF
           ADD 1 TO WS-QT-CONTRATOS
           PERFORM LANCA-RESULTADO THRU END-LANCA-RESULTADO.
       END-APURA-EMPRESTIMO.

      * POSICOES DA CONTA LIDA EM CAD NAS TABELAS DE TOTAIS.
       POSICIONA-TOTAIS.
           COMPUTE WS-AG-I = CD-AGENCIA + 1
           COMPUTE WS-PC-I = CD-PACOTE-TARIFA + 1
           IF CONTA-POUPANCA
               MOVE 2 TO WS-TP-I
           ELSE
               MOVE 1 TO WS-TP-I
           END-IF.

      * SOMA WS-COMPONENTES NO CLIENTE (CD-CPF + CD-AGENCIA) E NOS
      * TOTAIS DA AGENCIA, DO TIPO E DO PACOTE DA CONTA.
       LANCA-RESULTADO.
           PERFORM POSICIONA-TOTAIS
           MOVE WS-CP-TARIFAS TO WS-VL-VALOR(1)
           MOVE WS-CP-JUROS-CHQ TO WS-VL-VALOR(2)
           MOVE WS-CP-JUROS-EMPR TO WS-VL-VALOR(3)
           MOVE WS-CP-FLOAT TO WS-VL-VALOR(4)
           MOVE WS-CP-JUROS-PAGOS TO WS-VL-VALOR(5)
           COMPUTE WS-VL-VALOR(6) = WS-CP-TARIFAS + WS-CP-JUROS-CHQ
               + WS-CP-JUROS-EMPR + WS-CP-FLOAT - WS-CP-JUROS-PAGOS
           PERFORM SOMA-TOTAIS
               VARYING WS-V-I FROM 1 BY 1 UNTIL WS-V-I > 6

           MOVE ZEROS TO WS-CL-POSTO
           PERFORM PROCURA-CLIENTE
               VARYING WS-CL-I FROM 1 BY 1
               UNTIL WS-CL-I > WS-QT-CLIENTES OR WS-CL-POSTO > 0
           IF WS-CL-POSTO = 0
               IF WS-QT-CLIENTES NOT < 3000
                   ADD 1 TO WS-QT-FORA
                   GO END-LANCA-RESULTADO
               END-IF
               ADD 1 TO WS-QT-CLIENTES
               MOVE WS-QT-CLIENTES TO WS-CL-POSTO
               INITIALIZE TAB-CL-ITEM(WS-CL-POSTO)
               MOVE CD-CPF TO TAB-CL-CPF(WS-CL-POSTO)
               MOVE CD-AGENCIA TO TAB-CL-AGENCIA(WS-CL-POSTO)
               ADD 1 TO TAB-AG-QTDE(WS-AG-I)
           END-IF
           ADD WS-CP-TARIFAS TO TAB-CL-TARIFAS(WS-CL-POSTO)
           ADD WS-CP-JUROS-CHQ TO TAB-CL-JUROS-CHQ(WS-CL-POSTO)
           ADD WS-CP-JUROS-EMPR TO TAB-CL-JUROS-EMPR(WS-CL-POSTO)
           ADD WS-CP-FLOAT TO TAB-CL-FLOAT(WS-CL-POSTO)
           ADD WS-CP-JUROS-PAGOS TO TAB-CL-JUROS-PAGOS(WS-CL-POSTO)
           ADD WS-VL-VALOR(6) TO TAB-CL-RESULTADO(WS-CL-POSTO).
       END-LANCA-RESULTADO.

       SOMA-TOTAIS.
           ADD WS-VL-VALOR(WS-V-I) TO TAB-AG-VALOR(WS-AG-I, WS-V-I)
           ADD WS-VL-VALOR(WS-V-I) TO TAB-TP-VALOR(WS-TP-I, WS-V-I)
           ADD WS-VL-VALOR(WS-V-I) TO TAB-PC-VALOR(WS-PC-I, WS-V-I)
           ADD WS-VL-VALOR(WS-V-I) TO TAB-GR-VALOR(WS-V-I).

       PROCURA-CLIENTE.
           IF TAB-CL-CPF(WS-CL-I) = CD-CPF
               AND TAB-CL-AGENCIA(WS-CL-I) = CD-AGENCIA
               MOVE WS-CL-I TO WS-CL-POSTO
           END-IF.

      * DO MAIS PARA O MENOS RENTAVEL (TROCA DE VIZINHOS, COMO NA
      * CURVA-ABC).
       ORDENA-CLIENTES.
           MOVE 'S' TO WS-HOUVE-TROCA
           PERFORM PASSADA-ORDENA UNTIL WS-HOUVE-TROCA = 'N'.

       PASSADA-ORDENA.
           MOVE 'N' TO WS-HOUVE-TROCA
           PERFORM COMPARA-VIZINHOS
               VARYING WS-CL-I FROM 1 BY 1
               UNTIL WS-CL-I >= WS-QT-CLIENTES.

       COMPARA-VIZINHOS.
           COMPUTE WS-CL-J = WS-CL-I + 1
           IF TAB-CL-RESULTADO(WS-CL-J) > TAB-CL-RESULTADO(WS-CL-I)
               MOVE TAB-CL-ITEM(WS-CL-I) TO WS-TROCA-CL
               MOVE TAB-CL-ITEM(WS-CL-J) TO TAB-CL-ITEM(WS-CL-I)
               MOVE WS-TROCA-CL TO TAB-CL-ITEM(WS-CL-J)
               MOVE 'S' TO WS-HOUVE-TROCA
           END-IF.

       IMPRIME-RELATORIO.
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "RENTAB_" WS-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE WS-TAXA-FLOAT TO WS-TAXA-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RENTABILIDADE DE CLIENTES - COMPETENCIA " WS-ANOMES
               "  (FLOAT " WS-TAXA-ED " AO MES)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-CLIENTE
               VARYING WS-CL-I FROM 1 BY 1
               UNTIL WS-CL-I > WS-QT-CLIENTES

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAIS POR AGENCIA (QTDE = CLIENTES)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-AGENCIA
               VARYING WS-AG-I FROM 1 BY 1 UNTIL WS-AG-I > 1000

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAIS POR TIPO DE CONTA (QTDE = CONTAS)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-TIPO
               VARYING WS-TP-I FROM 1 BY 1 UNTIL WS-TP-I > 2

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAIS POR PACOTE DE TARIFAS (QTDE = CONTAS)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-PACOTE
               VARYING WS-PC-I FROM 1 BY 1 UNTIL WS-PC-I > 100

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "GERAL   " TO LT-ROTULO
           MOVE WS-QT-CLIENTES TO LT-QTDE
           MOVE TAB-GR-VALORES TO WS-VALORES-LINHA
           PERFORM IMPRIME-TOTAL
           CLOSE RELATORIO.

       IMPRIME-CLIENTE.
           MOVE WS-CL-I TO LD-POSICAO
           MOVE TAB-CL-CPF(WS-CL-I) TO LD-CPF
           MOVE TAB-CL-AGENCIA(WS-CL-I) TO LD-AGENCIA
           MOVE TAB-CL-TARIFAS(WS-CL-I) TO LD-VALOR(1)
           MOVE TAB-CL-JUROS-CHQ(WS-CL-I) TO LD-VALOR(2)
           MOVE TAB-CL-JUROS-EMPR(WS-CL-I) TO LD-VALOR(3)
           MOVE TAB-CL-FLOAT(WS-CL-I) TO LD-VALOR(4)
           MOVE TAB-CL-JUROS-PAGOS(WS-CL-I) TO LD-VALOR(5)
           MOVE TAB-CL-RESULTADO(WS-CL-I) TO LD-VALOR(6)
           MOVE SPACES TO LD-MARCA
           IF TAB-CL-RESULTADO(WS-CL-I) < 0
               MOVE "PREJUIZO" TO LD-MARCA
               ADD 1 TO WS-QT-PREJUIZO
           END-IF
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-AGENCIA.
           IF TAB-AG-QTDE(WS-AG-I) > 0
               MOVE "AGE     " TO LT-ROTULO
               COMPUTE WS-COD-ED = WS-AG-I - 1
               MOVE WS-COD-ED TO LT-ROTULO(5:3)
               MOVE TAB-AG-QTDE(WS-AG-I) TO LT-QTDE
               MOVE TAB-AG-VALORES(WS-AG-I) TO WS-VALORES-LINHA
               PERFORM IMPRIME-TOTAL
           END-IF.

       IMPRIME-TIPO.
           IF WS-TP-I = 1
               MOVE "CORRENTE" TO LT-ROTULO
           ELSE
               MOVE "POUPANCA" TO LT-ROTULO
           END-IF
           MOVE TAB-TP-QTDE(WS-TP-I) TO LT-QTDE
           MOVE TAB-TP-VALORES(WS-TP-I) TO WS-VALORES-LINHA
           PERFORM IMPRIME-TOTAL.

       IMPRIME-PACOTE.
           IF TAB-PC-QTDE(WS-PC-I) > 0
               IF WS-PC-I = 1
                   MOVE "SEM PCT " TO LT-ROTULO
               ELSE
                   MOVE "PCT     " TO LT-ROTULO
                   COMPUTE WS-COD-ED = WS-PC-I - 1
                   MOVE WS-COD-ED(2:2) TO LT-ROTULO(5:2)
               END-IF
               MOVE TAB-PC-QTDE(WS-PC-I) TO LT-QTDE
               MOVE TAB-PC-VALORES(WS-PC-I) TO WS-VALORES-LINHA
               PERFORM IMPRIME-TOTAL
           END-IF.

       IMPRIME-TOTAL.
           PERFORM MONTA-VALOR-TOTAL
               VARYING WS-V-I FROM 1 BY 1 UNTIL WS-V-I > 6
           MOVE SPACES TO LT-MARCA
           IF WS-VL-VALOR(6) < 0
               MOVE "PREJUIZO" TO LT-MARCA
           END-IF
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       MONTA-VALOR-TOTAL.
           MOVE WS-VL-VALOR(WS-V-I) TO LT-VALOR(WS-V-I).

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
           DISPLAY "RENTABILIDADE DE CLIENTES - COMPETENCIA " WS-ANOMES
           DISPLAY "CONTAS VIVAS.........: " WS-QT-CONTAS
           DISPLAY "MOVIMENTOS APURADOS..: " WS-QT-MOVTOS
           DISPLAY "CONTRATOS APURADOS...: " WS-QT-CONTRATOS
           DISPLAY "SEM CONTA EM CADASTRO: " WS-QT-SEM-CONTA
           DISPLAY "CLIENTES LISTADOS....: " WS-QT-CLIENTES
           DISPLAY "CLIENTES COM PREJUIZO: " WS-QT-PREJUIZO
           IF WS-QT-FORA > 0
               DISPLAY "TABELA CHEIA - LANCAMENTOS FORA DO RANKING: "
                   WS-QT-FORA
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM RENTABILIDADE.
