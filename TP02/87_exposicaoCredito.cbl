       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICAO-CREDITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFEMPR
               RECORD KEY IS EM-CHAVE.

           SELECT CONTABIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCTB
               RECORD KEY IS CT-CHAVE.

           SELECT SALDOCTB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSCTB
               RECORD KEY IS SC-CHAVE.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFDIAM.

           SELECT EXPOSICAO-REG ASSIGN TO WS-NOME-REGULATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERST.

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

       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD CONTABIL VALUE OF FILE-ID IS "CONTABIL.DAT".

       COPY contabil.

       FD SALDOCTB VALUE OF FILE-ID IS "SALDOCTB.DAT".

       COPY saldoctb.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  EXPOSICAO-REG.
       01  LINHA-REGULATORIA PIC X(140).

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * EXPOSICAO DE CREDITO POR CPF - O EXTRATO-REGULATORIO SO
      * INFORMA OS DEPOSITOS; ESTE INFORMA O QUE O CLIENTE DEVE AO
      * BANCO, NO FIM DO MES, NOS MOLDES DO SCR.  PERCORRE O
      * CADASTRO PELA CHAVE ALTERNATIVA CD-CPF (TODAS AS CONTAS DE
      * UM CPF EM SEGUIDA) E, PARA CADA CONTA, OS CONTRATOS DE
      * EMPRESTIMO.DAT.  O SALDO DEVEDOR DE CADA CONTRATO ATIVO OU
      * SUSPENSO ENTRA NUMA FAIXA (A VENCER OU VENCIDO) PELOS DIAS
      * DE ATRASO DA PARCELA MAIS ANTIGA EM ABERTO - MESMA BASE DO
      * PROVISAO-PDD - E O CHEQUE ESPECIAL EM USO E O SALDO
      * NEGATIVO DAS CONTAS.  O CONTRATO QUE O CPF ASSUMIU NUMA
      * RENEGOCIACAO (EM-ORIGEM) TEM O SALDO DESTACADO A PARTE.
      * RODANDO NO DIA 1 (CADEIA MENSAL, DEPOIS DO FECHAMENTO-
      * CONTABIL) A COMPETENCIA E O MES QUE ACABOU, COM DATA-BASE NO
      * ULTIMO DIA DELE; FORA DO DIA 1, O MES CORRENTE NA DATA DE
      * MOVIMENTO.
      *
      * CONCILIACAO: O TOTAL DE EMPRESTIMOS DO ARQUIVO E CONFERIDO
      * COM UMA VARREDURA COMPLETA DE EMPRESTIMO.DAT (CONTRATO SEM
      * CONTA NO CADASTRO FICA FORA DO ARQUIVO), E O PRINCIPAL EM
      * ABERTO DESSA VARREDURA COM O SALDO CONTABIL DE EMPRESTIMOS
      * A RECEBER (10003) NA DATA-BASE: O ULTIMO FECHAMENTO ATE A
      * COMPETENCIA EM SALDOCTB.DAT MAIS OS LANCAMENTOS DE
      * CONTABIL.DAT DAI ATE A DATA-BASE, COMO NA CONCILIA-RAZAO.  O
      * LIVRO CARREGA SO O PRINCIPAL (OS JUROS DA PARCELA SAO
      * RECEITA QUANDO COBRADOS), POR ISSO A CONFERENCIA E PELO
      * PRINCIPAL E NAO PELO SALDO DEVEDOR DO ARQUIVO.  DIVERGENCIA
      * SAI NO RELATORIO E NA TELA; O ARQUIVO SO DEVE SER ENVIADO
      * DEPOIS DE CONCILIADO.
      *
      * DETALHE (REGISTRO TIPO 1), POSICOES:
      *   COL 001     TIPO DE REGISTRO ("1")
      *   COL 002-012 CPF                           (9(11))
      *   COL 013-015 QUANTIDADE DE CONTRATOS       (9(03))
      *   COL 016-027 A VENCER (SEM ATRASO)         (9(10)V99)
      *   COL 028-039 VENCIDO DE 1 A 30 DIAS        (9(10)V99)
      *   COL 040-051 VENCIDO DE 31 A 90 DIAS       (9(10)V99)
      *   COL 052-063 VENCIDO DE 91 A 180 DIAS      (9(10)V99)
      *   COL 064-075 VENCIDO HA MAIS DE 180 DIAS   (9(10)V99)
      *   COL 076-087 DOS QUAIS RENEGOCIADOS        (9(10)V99)
      *               (JA CONTIDOS NAS FAIXAS ACIMA)
      *   COL 088-099 CHEQUE ESPECIAL EM USO        (9(10)V99)
      *   COL 100-111 EXPOSICAO TOTAL               (9(10)V99)
      *               (FAIXAS + CHEQUE ESPECIAL)
      * HEADER (TIPO 0): "0" + COMPETENCIA AAAAMM + DATA-BASE
      * AAAAMMDD + TITULO.  TRAILER (TIPO 9): "9" + QUANTIDADE DE
      * DETALHES (9(06)) + QUANTIDADE DE CONTRATOS (9(07)) + OS
      * TOTAIS DE CONTROLE DAS COLUNAS 016 A 111, NA MESMA ORDEM,
      * CADA UM EM 9(13)V99.
       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFEMPR PIC 9(02).
           88 FM-OK        VALUE 00.
           88 FM-EMPTY     VALUE 35.
           88 FM-OTHER     VALUE 99.

       77 FFCTB PIC 9(02).
           88 FB-OK        VALUE 00.
           88 FB-OTHER     VALUE 99.

       77 FFSCTB PIC 9(02).
           88 SC-OK        VALUE 00.
           88 SC-OTHER     VALUE 99.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 ERST PIC X(02).
       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-REGULATORIO PIC X(20) VALUE SPACES.
       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CREDITO".
       77 WS-PROG-CAT PIC X(20) VALUE "EXPOSICAO-CREDITO".

       77 WS-ABORTOU       PIC X VALUE 'N'.
       77 WS-TEM-CARTEIRA  PIC X VALUE 'N'.
       77 WS-TEM-CONTABIL  PIC X VALUE 'N'.
       77 WS-TEM-SALDOCTB  PIC X VALUE 'N'.
       77 WS-CTR-VALIDO    PIC X VALUE 'N'.

      * FAIXAS DE ATRASO: ATRASO MAXIMO EM DIAS E TITULO.  A FAIXA
      * DO CONTRATO E A PRIMEIRA CUJO ATRASO MAXIMO COBRE O DELE.
       01 WS-FAIXAS-ATRASO.
           02 FILLER PIC X(24) VALUE "0000A VENCER            ".
           02 FILLER PIC X(24) VALUE "0030VENCIDO 1 A 30 DIAS ".
           02 FILLER PIC X(24) VALUE "0090VENCIDO 31 A 90 DIAS".
           02 FILLER PIC X(24) VALUE "0180VENCIDO 91 A 180    ".
           02 FILLER PIC X(24) VALUE "9999VENCIDO ACIMA DE 180".
       01 WS-FAIXAS-ATRASO-T REDEFINES WS-FAIXAS-ATRASO.
           02 WS-FA OCCURS 5 TIMES.
               03 WS-FA-DIAS-MAX PIC 9(4).
               03 WS-FA-TITULO   PIC X(20).

      * ACUMULADORES DO CPF CORRENTE.
       01 WS-ACUM-CPF.
           02 WS-AC-QT-CONTRATOS PIC 9(3).
           02 WS-AC-FAIXA        PIC 9(10)V99 OCCURS 5 TIMES.
           02 WS-AC-RENEGOCIADO  PIC 9(10)V99.
           02 WS-AC-CHEQUE-ESP   PIC 9(10)V99.
           02 WS-AC-EXPOSICAO    PIC 9(10)V99.

      * TOTAIS DE CONTROLE DO TRAILER.
       01 WS-TOTAIS.
           02 WS-TT-QT-CONTRATOS PIC 9(7).
           02 WS-TT-FAIXA        PIC 9(13)V99 OCCURS 5 TIMES.
           02 WS-TT-RENEGOCIADO  PIC 9(13)V99.
           02 WS-TT-CHEQUE-ESP   PIC 9(13)V99.
           02 WS-TT-EXPOSICAO    PIC 9(13)V99.
       77 WS-TT-EMPRESTIMOS PIC 9(13)V99 VALUE ZEROS.

      * CONFERENCIA DA CARTEIRA.
       77 WS-CTL-QT         PIC 9(7) VALUE ZEROS.
       77 WS-CTL-SALDO      PIC 9(13)V99 VALUE ZEROS.
       77 WS-CTL-PRINCIPAL  PIC 9(13)V99 VALUE ZEROS.
       77 WS-DIF-CARTEIRA   PIC S9(13)V99 VALUE ZEROS.
       77 WS-DIF-RAZAO      PIC S9(13)V99 VALUE ZEROS.

      * SALDO CONTABIL DE EMPRESTIMOS A RECEBER NA DATA-BASE (CONTA
      * DE ATIVO: CRESCE NO DEBITO).
       77 WS-CONTA-EMPREST  PIC 9(5) VALUE 10003.
       77 WS-RAZAO-BASE     PIC 9(6) VALUE ZEROS.
       77 WS-RAZAO-EMPREST  PIC S9(13)V99 VALUE ZEROS.

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-DATA-BASE      PIC 9(8) VALUE ZEROS.
       77 WS-ANOMES         PIC 9(6) VALUE ZEROS.
       77 WS-ULT-DIA        PIC 9(2) VALUE ZEROS.
       77 WS-ANO-CALC       PIC 9(4) VALUE ZEROS.
       77 WS-ANO-Q          PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-4        PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-100      PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-400      PIC 9(4) VALUE ZEROS.

       77 WS-CPF-ATUAL      PIC 9(11) VALUE ZEROS.
       77 WS-CONTA-ATUAL    PIC 9(5) VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC S9(6) VALUE ZEROS.
       77 WS-RESTANTES      PIC 9(3) VALUE ZEROS.
       77 WS-SALDO-DEVEDOR  PIC 9(9)V99 VALUE ZEROS.
       77 WS-PRINCIPAL-ABERTO PIC 9(9)V99 VALUE ZEROS.
       77 WS-F              PIC 9(1) VALUE ZEROS.
       77 WS-I              PIC 9(1) VALUE ZEROS.
       77 WS-QT-CONTAS      PIC 9(6) VALUE ZEROS.
       77 WS-QT-REGISTROS   PIC 9(6) VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

       01 LINHA-VALOR.
           02 LV-TEXTO     PIC X(40).
           02 LV-VALOR     PIC -(11)9.99.

       01 LINHA-QTDE.
           02 LQ-TEXTO     PIC X(40).
           02 LQ-QTDE      PIC Z(6)9.

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
           PERFORM DEFINE-COMPETENCIA
           INITIALIZE WS-ACUM-CPF WS-TOTAIS

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF WS-ABORTOU = 'N'
               MOVE ZEROS TO CD-CPF
               START CAD KEY IS NOT LESS THAN CD-CPF
                   INVALID KEY
                       SET FS-OTHER TO TRUE
               END-START
               PERFORM LE-CONTA THRU END-LE-CONTA
                   UNTIL FS-OTHER
               PERFORM FECHA-CPF
               PERFORM GRAVA-TRAILER
               IF WS-TEM-CARTEIRA = 'S'
                   PERFORM CONFERE-CARTEIRA
               END-IF
               IF WS-TEM-SALDOCTB = 'S'
                   PERFORM APURA-FECHAMENTO
               END-IF
               IF WS-TEM-CONTABIL = 'S'
                   PERFORM APURA-LANCAMENTOS
               END-IF
               PERFORM IMPRIME-RELATORIO THRU FIM-IMPRIME-RELATORIO
               CLOSE CAD EXPOSICAO-REG RELATORIO
               IF WS-TEM-CARTEIRA = 'S'
                   CLOSE EMPRESTIMO
               END-IF
               IF WS-TEM-CONTABIL = 'S'
                   CLOSE CONTABIL
               END-IF
               IF WS-TEM-SALDOCTB = 'S'
                   CLOSE SALDOCTB
               END-IF
               PERFORM REGISTRA-CATALOGO
           END-IF
           PERFORM RELATORIO-FINAL
           GOBACK.

      * NO DIA 1 A COMPETENCIA E O MES ANTERIOR, COM DATA-BASE NO
      * ULTIMO DIA DELE; NOS DEMAIS DIAS, O MES CORRENTE NA DATA DE
      * MOVIMENTO.
       DEFINE-COMPETENCIA.
           MOVE WS-HOJE(1:6) TO WS-ANOMES
           MOVE WS-HOJE TO WS-DATA-BASE
           IF WS-HOJE(7:2) = "01"
               IF WS-ANOMES(5:2) = "01"
                   COMPUTE WS-ANOMES = WS-ANOMES - 100 + 11
               ELSE
                   SUBTRACT 1 FROM WS-ANOMES
               END-IF
               PERFORM ULTIMO-DIA-MES
               MOVE WS-ANOMES TO WS-DATA-BASE(1:6)
               MOVE WS-ULT-DIA TO WS-DATA-BASE(7:2)
           END-IF.

       ULTIMO-DIA-MES.
           EVALUATE WS-ANOMES(5:2)
               WHEN "04" WHEN "06" WHEN "09" WHEN "11"
                   MOVE 30 TO WS-ULT-DIA
               WHEN "02"
                   MOVE 28 TO WS-ULT-DIA
                   MOVE WS-ANOMES(1:4) TO WS-ANO-CALC
                   DIVIDE WS-ANO-CALC BY 4 GIVING WS-ANO-Q
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-ANO-CALC BY 100 GIVING WS-ANO-Q
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-ANO-CALC BY 400 GIVING WS-ANO-Q
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-4 = 0
                       AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                       MOVE 29 TO WS-ULT-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ULT-DIA
           END-EVALUATE.

       ABRE-ARQUIVOS.
           OPEN INPUT CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               MOVE 'S' TO WS-ABORTOU
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT EMPRESTIMO
           IF FM-EMPTY
               DISPLAY "EMPRESTIMO.DAT VAZIO - SO CHEQUE ESPECIAL"
           END-IF
           IF FM-OK
               MOVE 'S' TO WS-TEM-CARTEIRA
           END-IF
           IF NOT FM-OK AND NOT FM-EMPTY
               DISPLAY "NAO FOI POSSIVEL ABRIR EMPRESTIMO.DAT - FS="
                   FFEMPR
               CLOSE CAD
               MOVE 'S' TO WS-ABORTOU
               GO FIM-ABRE-ARQUIVOS
           END-IF
      *    SEM CONTABIL.DAT O ARQUIVO SAI, MAS A CONCILIACAO COM OS
      *    LIVROS FICA PENDENTE NO RELATORIO.  SEM SALDOCTB.DAT (NENHUM
      *    MES FECHADO AINDA) O SALDO SAI SO DOS LANCAMENTOS.
           OPEN INPUT CONTABIL
           IF FB-OK
               MOVE 'S' TO WS-TEM-CONTABIL
           END-IF
           OPEN INPUT SALDOCTB
           IF SC-OK
               MOVE 'S' TO WS-TEM-SALDOCTB
           END-IF

           MOVE SPACES TO WS-NOME-REGULATORIO
           STRING "SCR_" WS-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-REGULATORIO
           OPEN OUTPUT EXPOSICAO-REG
           MOVE SPACES TO LINHA-REGULATORIA
           STRING "0"                  DELIMITED BY SIZE
               WS-ANOMES               DELIMITED BY SIZE
               WS-DATA-BASE            DELIMITED BY SIZE
               "EXPOSICAO DE CREDITO POR CPF" DELIMITED BY SIZE
               INTO LINHA-REGULATORIA
           WRITE LINHA-REGULATORIA

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "EXPCRED_" WS-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXPOSICAO DE CREDITO POR CPF - COMPETENCIA "
               WS-ANOMES "  DATA-BASE " WS-DATA-BASE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * CONTAS NA ORDEM DE CPF; A TROCA DE CPF FECHA O ANTERIOR.
       LE-CONTA.
           READ CAD NEXT RECORD
               AT END
                   SET FS-OTHER TO TRUE
           END-READ
           IF NOT FS-OK
               GO END-LE-CONTA
           END-IF
           IF CD-CPF NOT = WS-CPF-ATUAL
               PERFORM FECHA-CPF
               MOVE CD-CPF TO WS-CPF-ATUAL
           END-IF
           ADD 1 TO WS-QT-CONTAS
           IF VL-SALDO < 0
               COMPUTE WS-AC-CHEQUE-ESP = WS-AC-CHEQUE-ESP - VL-SALDO
           END-IF
           IF WS-TEM-CARTEIRA = 'S'
               MOVE CD-CONTA TO WS-CONTA-ATUAL
               PERFORM VARRE-CONTRATOS
           END-IF.
       END-LE-CONTA.

      * CPF SEM CONTRATO EM ABERTO NEM CHEQUE ESPECIAL EM USO NAO
      * TEM EXPOSICAO E NAO ENTRA NO ARQUIVO.
       FECHA-CPF.
           IF WS-AC-QT-CONTRATOS > 0 OR WS-AC-CHEQUE-ESP > 0
               MOVE WS-AC-CHEQUE-ESP TO WS-AC-EXPOSICAO
               PERFORM SOMA-FAIXA-CPF
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE SPACES TO LINHA-REGULATORIA
               STRING "1"              DELIMITED BY SIZE
                   WS-CPF-ATUAL        DELIMITED BY SIZE
                   WS-AC-QT-CONTRATOS  DELIMITED BY SIZE
                   WS-AC-FAIXA(1)      DELIMITED BY SIZE
                   WS-AC-FAIXA(2)      DELIMITED BY SIZE
                   WS-AC-FAIXA(3)      DELIMITED BY SIZE
                   WS-AC-FAIXA(4)      DELIMITED BY SIZE
                   WS-AC-FAIXA(5)      DELIMITED BY SIZE
                   WS-AC-RENEGOCIADO   DELIMITED BY SIZE
                   WS-AC-CHEQUE-ESP    DELIMITED BY SIZE
                   WS-AC-EXPOSICAO     DELIMITED BY SIZE
                   INTO LINHA-REGULATORIA
               WRITE LINHA-REGULATORIA
               ADD 1 TO WS-QT-REGISTROS
               ADD WS-AC-QT-CONTRATOS TO WS-TT-QT-CONTRATOS
               ADD WS-AC-RENEGOCIADO TO WS-TT-RENEGOCIADO
               ADD WS-AC-CHEQUE-ESP TO WS-TT-CHEQUE-ESP
               ADD WS-AC-EXPOSICAO TO WS-TT-EXPOSICAO
           END-IF
           INITIALIZE WS-ACUM-CPF.

       SOMA-FAIXA-CPF.
           ADD WS-AC-FAIXA(WS-I) TO WS-AC-EXPOSICAO
           ADD WS-AC-FAIXA(WS-I) TO WS-TT-FAIXA(WS-I)
           ADD WS-AC-FAIXA(WS-I) TO WS-TT-EMPRESTIMOS.

       VARRE-CONTRATOS.
           MOVE WS-CONTA-ATUAL TO EM-CONTA
           MOVE ZEROS TO EM-SEQ
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
               INVALID KEY
                   MOVE 99 TO FFEMPR
           END-START
           PERFORM SOMA-CONTRATO UNTIL FM-OTHER
           MOVE ZEROS TO FFEMPR.

       SOMA-CONTRATO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF FM-OK AND EM-CONTA NOT = WS-CONTA-ATUAL
               MOVE 99 TO FFEMPR
           END-IF
           IF FM-OK
               PERFORM AVALIA-CONTRATO THRU END-AVALIA-CONTRATO
               IF WS-CTR-VALIDO = 'S'
                   ADD 1 TO WS-AC-QT-CONTRATOS
                   ADD WS-SALDO-DEVEDOR TO WS-AC-FAIXA(WS-F)
                   IF EM-DE-RENEGOCIACAO
                       ADD WS-SALDO-DEVEDOR TO WS-AC-RENEGOCIADO
                   END-IF
               END-IF
           END-IF.

      * MESMO CRITERIO DO PROVISAO-PDD: CONTRATO ATIVO OU SUSPENSO
      * POR OBITO COM PARCELA EM ABERTO; SALDO = SOMA DAS PARCELAS A
      * PAGAR (NO PRICE PARCELAS x VALOR DA PARCELA; NO SAC, R COTAS
      * DE PRINCIPAL/PARCELAS MAIS OS JUROS DECRESCENTES R, R-1, ...,
      * 1 COTAS * TAXA); PRINCIPAL EM ABERTO PELA MESMA CONTA DA
      * CONCILIA-RAZAO; ATRASO CONTADO DO VENCIMENTO DA PRIMEIRA
      * PARCELA NAO PAGA (PARCELA N VENCE N * 30 DIAS APOS A
      * CONTRATACAO) ATE A DATA-BASE.  O CONTRATO FECHADO POR
      * RENEGOCIACAO FICA DE FORA - A DIVIDA ESTA NO CONTRATO NOVO.
       AVALIA-CONTRATO.
           MOVE 'N' TO WS-CTR-VALIDO
           IF (NOT EM-ATIVO AND NOT EM-SUSPENSO)
               OR EM-PARCELAS-PAGAS >= EM-QT-PARCELAS
               GO END-AVALIA-CONTRATO
           END-IF
           MOVE "DF" TO WS-SV-FUNCAO
           MOVE EM-DATA-CONTRATO TO WS-SV-DATA-1
           MOVE WS-DATA-BASE TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           COMPUTE WS-DIAS-ATRASO = WS-SV-RESULTADO
               - (EM-PARCELAS-PAGAS + 1) * 30
           IF WS-SV-RETORNO NOT = '0' OR WS-DIAS-ATRASO < 0
               MOVE ZEROS TO WS-DIAS-ATRASO
           END-IF
           MOVE 1 TO WS-F
           PERFORM ACHA-FAIXA
               UNTIL WS-F = 5 OR WS-DIAS-ATRASO <= WS-FA-DIAS-MAX(WS-F)
           COMPUTE WS-RESTANTES = EM-QT-PARCELAS - EM-PARCELAS-PAGAS
           IF EM-SAC
               COMPUTE WS-SALDO-DEVEDOR ROUNDED = (EM-PRINCIPAL
                   * WS-RESTANTES + EM-PRINCIPAL * EM-TAXA
                   * WS-RESTANTES * (WS-RESTANTES + 1) / 2)
                   / EM-QT-PARCELAS
           ELSE
               COMPUTE WS-SALDO-DEVEDOR =
                   WS-RESTANTES * EM-VALOR-PARCELA
           END-IF
           COMPUTE WS-PRINCIPAL-ABERTO ROUNDED = EM-PRINCIPAL
               * WS-RESTANTES / EM-QT-PARCELAS
           MOVE 'S' TO WS-CTR-VALIDO.
       END-AVALIA-CONTRATO.

       ACHA-FAIXA.
           ADD 1 TO WS-F.

       GRAVA-TRAILER.
           MOVE SPACES TO LINHA-REGULATORIA
           STRING "9"                  DELIMITED BY SIZE
               WS-QT-REGISTROS         DELIMITED BY SIZE
               WS-TT-QT-CONTRATOS      DELIMITED BY SIZE
               WS-TT-FAIXA(1)          DELIMITED BY SIZE
               WS-TT-FAIXA(2)          DELIMITED BY SIZE
               WS-TT-FAIXA(3)          DELIMITED BY SIZE
               WS-TT-FAIXA(4)          DELIMITED BY SIZE
               WS-TT-FAIXA(5)          DELIMITED BY SIZE
               WS-TT-RENEGOCIADO       DELIMITED BY SIZE
               WS-TT-CHEQUE-ESP        DELIMITED BY SIZE
               WS-TT-EXPOSICAO         DELIMITED BY SIZE
               INTO LINHA-REGULATORIA
           WRITE LINHA-REGULATORIA.

      * VARREDURA COMPLETA DA CARTEIRA, SEM PASSAR PELO CADASTRO:
      * O QUE SOBRAR AQUI E CONTRATO DE CONTA QUE NAO ESTA EM
      * AGENCIA.DAT.
       CONFERE-CARTEIRA.
           MOVE ZEROS TO EM-CHAVE
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
               INVALID KEY
                   MOVE 99 TO FFEMPR
           END-START
           PERFORM CONFERE-CONTRATO UNTIL FM-OTHER.

       CONFERE-CONTRATO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF FM-OK
               PERFORM AVALIA-CONTRATO THRU END-AVALIA-CONTRATO
               IF WS-CTR-VALIDO = 'S'
                   ADD 1 TO WS-CTL-QT
                   ADD WS-SALDO-DEVEDOR TO WS-CTL-SALDO
                   ADD WS-PRINCIPAL-ABERTO TO WS-CTL-PRINCIPAL
               END-IF
           END-IF.

      * SALDO CONTABIL DE EMPRESTIMOS A RECEBER: PARTE DO ULTIMO
      * FECHAMENTO DA CONTA ATE A COMPETENCIA (SALDOCTB.DAT ESTA EM
      * ORDEM DE ANO/MES, O ULTIMO LIDO FICA).
       APURA-FECHAMENTO.
           MOVE ZEROS TO SC-CHAVE
           START SALDOCTB KEY IS NOT LESS THAN SC-CHAVE
               INVALID KEY
                   MOVE 99 TO FFSCTB
           END-START
           PERFORM LE-FECHAMENTO UNTIL SC-OTHER.

       LE-FECHAMENTO.
           READ SALDOCTB NEXT RECORD
               AT END
                   MOVE 99 TO FFSCTB
           END-READ
           IF SC-OK AND SC-ANOMES > WS-ANOMES
               MOVE 99 TO FFSCTB
           END-IF
           IF SC-OK AND SC-CONTA = WS-CONTA-EMPREST
               MOVE SC-ANOMES TO WS-RAZAO-BASE
               MOVE SC-SALDO-FECHA TO WS-RAZAO-EMPREST
           END-IF.

      * DEPOIS DO FECHAMENTO, OS LANCAMENTOS DE CONTABIL.DAT ATE A
      * DATA-BASE.
       APURA-LANCAMENTOS.
           MOVE ZEROS TO CT-CHAVE
           IF WS-RAZAO-BASE > 0
               MOVE WS-RAZAO-BASE TO CT-DATA(1:6)
               MOVE "99" TO CT-DATA(7:2)
           END-IF
           START CONTABIL KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCTB
           END-START
           PERFORM LE-LANCAMENTO UNTIL FB-OTHER.

       LE-LANCAMENTO.
           READ CONTABIL NEXT RECORD
               AT END
                   MOVE 99 TO FFCTB
           END-READ
           IF FB-OK AND CT-DATA > WS-DATA-BASE
               MOVE 99 TO FFCTB
           END-IF
           IF FB-OK
               IF CT-CONTA-DEBITO = WS-CONTA-EMPREST
                   ADD CT-VALOR TO WS-RAZAO-EMPREST
               END-IF
               IF CT-CONTA-CREDITO = WS-CONTA-EMPREST
                   SUBTRACT CT-VALOR FROM WS-RAZAO-EMPREST
               END-IF
           END-IF.

       IMPRIME-RELATORIO.
           MOVE "CPFS REPORTADOS" TO LQ-TEXTO
           MOVE WS-QT-REGISTROS TO LQ-QTDE
           MOVE LINHA-QTDE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTRATOS EM ABERTO" TO LQ-TEXTO
           MOVE WS-TT-QT-CONTRATOS TO LQ-QTDE
           MOVE LINHA-QTDE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-FAIXA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
           MOVE "TOTAL DE EMPRESTIMOS" TO LV-TEXTO
           MOVE WS-TT-EMPRESTIMOS TO LV-VALOR
           PERFORM ESCREVE-VALOR
           MOVE "  DOS QUAIS RENEGOCIADOS" TO LV-TEXTO
           MOVE WS-TT-RENEGOCIADO TO LV-VALOR
           PERFORM ESCREVE-VALOR
           MOVE "CHEQUE ESPECIAL EM USO" TO LV-TEXTO
           MOVE WS-TT-CHEQUE-ESP TO LV-VALOR
           PERFORM ESCREVE-VALOR
           MOVE "EXPOSICAO TOTAL" TO LV-TEXTO
           MOVE WS-TT-EXPOSICAO TO LV-VALOR
           PERFORM ESCREVE-VALOR

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONCILIACAO DA CARTEIRA DE EMPRESTIMOS"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CARTEIRA NO ARQUIVO" TO LV-TEXTO
           MOVE WS-TT-EMPRESTIMOS TO LV-VALOR
           PERFORM ESCREVE-VALOR
           MOVE "CARTEIRA EM EMPRESTIMO.DAT" TO LV-TEXTO
           MOVE WS-CTL-SALDO TO LV-VALOR
           PERFORM ESCREVE-VALOR
           COMPUTE WS-DIF-CARTEIRA = WS-TT-EMPRESTIMOS - WS-CTL-SALDO
           MOVE "  DIFERENCA (CONTRATO SEM CONTA)" TO LV-TEXTO
           MOVE WS-DIF-CARTEIRA TO LV-VALOR
           PERFORM ESCREVE-VALOR
           IF WS-TEM-CONTABIL NOT = 'S'
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CONTABIL.DAT INDISPONIVEL - CONCILIACAO COM OS"
                   " LIVROS PENDENTE"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO FIM-IMPRIME-RELATORIO
           END-IF
      *    O LIVRO TEM SO O PRINCIPAL; OS JUROS DAS PARCELAS A VENCER
      *    QUE ESTAO NO SALDO DEVEDOR ACIMA NAO ENTRAM NA CONFERENCIA.
           MOVE "PRINCIPAL EM ABERTO DA CARTEIRA" TO LV-TEXTO
           MOVE WS-CTL-PRINCIPAL TO LV-VALOR
           PERFORM ESCREVE-VALOR
           MOVE "SALDO CONTABIL EMPRESTIMOS 10003" TO LV-TEXTO
           MOVE WS-RAZAO-EMPREST TO LV-VALOR
           PERFORM ESCREVE-VALOR
           COMPUTE WS-DIF-RAZAO = WS-CTL-PRINCIPAL - WS-RAZAO-EMPREST
           MOVE "  DIFERENCA PARA OS LIVROS" TO LV-TEXTO
           MOVE WS-DIF-RAZAO TO LV-VALOR
           PERFORM ESCREVE-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-DIF-CARTEIRA = 0 AND WS-DIF-RAZAO = 0
               MOVE "CARTEIRA CONCILIADA COM OS LIVROS"
                   TO LINHA-RELATORIO
           ELSE
               MOVE "DIVERGENCIA - CONFERIR ANTES DE ENVIAR O ARQUIVO"
                   TO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.
       FIM-IMPRIME-RELATORIO.
           EXIT.

       IMPRIME-FAIXA.
           MOVE WS-FA-TITULO(WS-I) TO LV-TEXTO
           MOVE WS-TT-FAIXA(WS-I) TO LV-VALOR
           PERFORM ESCREVE-VALOR.

       ESCREVE-VALOR.
           MOVE LINHA-VALOR TO LINHA-RELATORIO
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
           DISPLAY "EXPOSICAO DE CREDITO - COMPETENCIA " WS-ANOMES
           IF WS-ABORTOU = 'S'
               DISPLAY "ARQUIVO NAO GERADO"
           ELSE
               DISPLAY "CONTAS LIDAS.........: " WS-QT-CONTAS
               DISPLAY "CPFS REPORTADOS......: " WS-QT-REGISTROS
               DISPLAY "CONTRATOS EM ABERTO..: " WS-TT-QT-CONTRATOS
               IF WS-DIF-CARTEIRA NOT = 0
                   DISPLAY "CARTEIRA DIFERE DE EMPRESTIMO.DAT EM "
                       WS-DIF-CARTEIRA
               END-IF
               IF WS-TEM-CONTABIL NOT = 'S'
                   DISPLAY "CONCILIACAO COM OS LIVROS PENDENTE"
               ELSE
                   IF WS-DIF-RAZAO NOT = 0
                       DISPLAY "CARTEIRA DIFERE DOS LIVROS EM "
                           WS-DIF-RAZAO
                   END-IF
               END-IF
               DISPLAY "ARQUIVO GRAVADO EM " WS-NOME-REGULATORIO
               DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO
           END-IF.

       END PROGRAM EXPOSICAO-CREDITO.
