       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO-PDD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFEMPR
               RECORD KEY IS EM-CHAVE.

           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT AGMASTER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAGMA
               RECORD KEY IS AM-CODIGO.

           SELECT PROVISAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFPROV
               RECORD KEY IS PV-CHAVE.

           SELECT CONTABIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCTB
               RECORD KEY IS CT-CHAVE.

           SELECT PLANO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFPLAN
               RECORD KEY IS PL-CONTA.

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
       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD AGMASTER VALUE OF FILE-ID IS "AGENCIAS.DAT".

       COPY agencias.

       FD PROVISAO VALUE OF FILE-ID IS "PROVISAO.DAT".

       COPY provisao.

       FD CONTABIL VALUE OF FILE-ID IS "CONTABIL.DAT".

       COPY contabil.

       FD PLANO VALUE OF FILE-ID IS "PLANO.DAT".

       COPY plano.

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
      * PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) - CLASSIFICA CADA
      * CONTRATO ATIVO DE EMPRESTIMO.DAT NUMA FAIXA DE RISCO DE AA A
      * H PELOS DIAS DE ATRASO DA PARCELA MAIS ANTIGA EM ABERTO,
      * APLICA O PERCENTUAL DA FAIXA SOBRE O SALDO DEVEDOR E ACUMULA
      * POR AGENCIA (PROVISAO.DAT).  A DIFERENCA PARA A PROVISAO JA
      * CONTABILIZADA (ULTIMA COMPETENCIA CALCULADA) E LANCADA EM
      * CONTABIL.DAT: AUMENTO E DESPESA DE PDD CONTRA A CONTA
      * REDUTORA DO ATIVO; QUEDA E REVERSAO PARA RECEITA.  AS TRES
      * CONTAS SAO INCLUIDAS NO PLANO.DAT QUANDO AINDA NAO EXISTEM.
      * RODANDO NO DIA 1 (CADEIA MENSAL) A COMPETENCIA E O MES QUE
      * ACABOU DE TERMINAR E O LANCAMENTO SAI NO ULTIMO DIA DELE,
      * ANTES DO FECHAMENTO-CONTABIL DO MES; FORA DO DIA 1 CALCULA O
      * MES CORRENTE NA DATA DE MOVIMENTO (DEPOIS DO CONTABILIZA-DIA,
      * COMO O GERA-REPASSE).  REEXECUTAR NA MESMA COMPETENCIA SO
      * LANCA O QUE MUDOU DESDE A EXECUCAO ANTERIOR.
       77 FFEMPR PIC 9(02).
           88 FM-OK        VALUE 00.
           88 FM-EMPTY     VALUE 35.
           88 FM-OTHER     VALUE 99.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFAGMA PIC 9(02).
           88 AG-OK        VALUE 00.

       77 FFPROV PIC 9(02).
           88 PV-OK        VALUE 00.
           88 PV-EMPTY     VALUE 35.
           88 PV-OTHER     VALUE 99.

       77 FFCTB PIC 9(02).
           88 FB-OK        VALUE 00.
           88 FB-EMPTY     VALUE 35.
           88 FB-OTHER     VALUE 99.

       77 FFPLAN PIC 9(02).
           88 PL-OK        VALUE 00.
           88 PL-OTHER     VALUE 99.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CONTABIL".
       77 WS-PROG-CAT PIC X(20) VALUE "PROVISAO-PDD".

       77 WS-TEM-CARTEIRA  PIC X VALUE 'N'.
       77 WS-TEM-PLANO     PIC X VALUE 'N'.
       77 WS-TEM-AGMASTER  PIC X VALUE 'N'.

      * CONTAS DA PROVISAO.  A REDUTORA E DO TIPO ATIVO PENDURADA NO
      * 10000: O SALDO CREDOR DELA ABATE O ATIVO NO ROLLUP.
       77 WS-CONTA-PROVISAO    PIC 9(5) VALUE 10009.
       77 WS-CONTA-REVERSAO    PIC 9(5) VALUE 40003.
       77 WS-CONTA-DESP-PDD    PIC 9(5) VALUE 50002.

       01 WS-CONTAS-PDD.
           02 FILLER PIC X(27)
               VALUE "10009PROVISAO PDD REDUTORA ".
           02 FILLER PIC X(6) VALUE "A10000".
           02 FILLER PIC X(27)
               VALUE "40003REVERSAO DE PROVISAO  ".
           02 FILLER PIC X(6) VALUE "R40000".
           02 FILLER PIC X(27)
               VALUE "50002DESPESA DE PDD        ".
           02 FILLER PIC X(6) VALUE "D40000".
       01 WS-CONTAS-PDD-T REDEFINES WS-CONTAS-PDD.
           02 WS-CPDD OCCURS 3 TIMES.
               03 WS-CPDD-CONTA PIC 9(5).
               03 WS-CPDD-NOME  PIC X(22).
               03 WS-CPDD-TIPO  PIC X(1).
               03 WS-CPDD-PAI   PIC 9(5).

      * FAIXAS DE RISCO: CODIGO, ATRASO MAXIMO EM DIAS E PERCENTUAL
      * DE PROVISAO SOBRE O SALDO DEVEDOR.  A FAIXA DO CONTRATO E A
      * PRIMEIRA CUJO ATRASO MAXIMO COBRE O ATRASO DELE.
       01 WS-FAIXAS-RISCO.
           02 FILLER PIC X(11) VALUE "AA000000000".
           02 FILLER PIC X(11) VALUE "A 001400050".
           02 FILLER PIC X(11) VALUE "B 003000100".
           02 FILLER PIC X(11) VALUE "C 006000300".
           02 FILLER PIC X(11) VALUE "D 009001000".
           02 FILLER PIC X(11) VALUE "E 012003000".
           02 FILLER PIC X(11) VALUE "F 015005000".
           02 FILLER PIC X(11) VALUE "G 018007000".
           02 FILLER PIC X(11) VALUE "H 999910000".
       01 WS-FAIXAS-RISCO-T REDEFINES WS-FAIXAS-RISCO.
           02 WS-FX OCCURS 9 TIMES.
               03 WS-FX-RATING   PIC X(2).
               03 WS-FX-DIAS-MAX PIC 9(4).
               03 WS-FX-PCT      PIC 9(3)V99.

      * ACUMULADORES POR AGENCIA, UMA LINHA POR FAIXA DE RISCO.
       01 TAB-AGENCIAS.
           02 TAB-AG-ITEM OCCURS 50 TIMES.
               03 TAB-AG-COD        PIC 9(3).
               03 TAB-AG-QTDE       PIC 9(5).
               03 TAB-AG-SALDO      PIC 9(11)V99.
               03 TAB-AG-PROVISAO   PIC 9(11)V99.
               03 TAB-AG-RT OCCURS 9 TIMES.
                   04 TAB-AG-RT-QTDE     PIC 9(5).
                   04 TAB-AG-RT-SALDO    PIC 9(11)V99.
                   04 TAB-AG-RT-PROVISAO PIC 9(11)V99.
       77 WS-QT-AGENCIAS    PIC 9(2) VALUE ZEROS.
       77 WS-POSTO          PIC 9(2) VALUE ZEROS.
       77 WS-I              PIC 9(2) VALUE ZEROS.
       77 WS-R              PIC 9(2) VALUE ZEROS.
       77 WS-AGENCIA-BUSCA  PIC 9(3) VALUE ZEROS.

       01 TAB-TOTAL-RATING.
           02 TAB-TT-RT OCCURS 9 TIMES.
               03 TAB-TT-QTDE       PIC 9(6).
               03 TAB-TT-SALDO      PIC 9(12)V99.
               03 TAB-TT-PROVISAO   PIC 9(12)V99.

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-DATA-BASE      PIC 9(8) VALUE ZEROS.
       77 WS-ANOMES         PIC 9(6) VALUE ZEROS.
       77 WS-ANOMES-LIDO    PIC 9(6) VALUE ZEROS.
       77 WS-ULT-DIA        PIC 9(2) VALUE ZEROS.
       77 WS-ANO-CALC       PIC 9(4) VALUE ZEROS.
       77 WS-ANO-Q          PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-4        PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-100      PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-400      PIC 9(4) VALUE ZEROS.

       77 WS-DIAS-ATRASO    PIC S9(6) VALUE ZEROS.
       77 WS-RESTANTES      PIC 9(3) VALUE ZEROS.
       77 WS-SALDO-DEVEDOR  PIC 9(9)V99 VALUE ZEROS.
       77 WS-PROVISAO-CTR   PIC 9(9)V99 VALUE ZEROS.

       77 WS-QT-CONTRATOS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-SEM-CONTA   PIC 9(6) VALUE ZEROS.
       77 WS-TOT-SALDO      PIC 9(12)V99 VALUE ZEROS.
       77 WS-TOT-PROVISAO   PIC 9(12)V99 VALUE ZEROS.
       77 WS-PROV-ANTERIOR  PIC 9(12)V99 VALUE ZEROS.
       77 WS-PROV-LIDA      PIC 9(12)V99 VALUE ZEROS.
       77 WS-DIFERENCA      PIC S9(12)V99 VALUE ZEROS.
       77 WS-VALOR-LANCTO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-SEQ-LANCTO     PIC 9(6) VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

       01 LINHA-CABEC.
           02 FILLER PIC X(40)
               VALUE "  RATING  ATRASO (DIAS)   PCT  CONTRATOS".
           02 FILLER PIC X(40)
               VALUE "     SALDO DEVEDOR        PROVISAO".

       01 LINHA-DETALHE.
           02 FILLER       PIC X(4) VALUE SPACES.
           02 LD-RATING    PIC X(2).
           02 FILLER       PIC X(4) VALUE SPACES.
           02 LD-DIAS-DE   PIC ZZZ9.
           02 FILLER       PIC X(3) VALUE " A ".
           02 LD-DIAS-ATE  PIC ZZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-PCT       PIC ZZ9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-QTDE      PIC ZZZZZ9.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-SALDO     PIC Z(10)9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-PROVISAO  PIC Z(10)9.99.

       01 LINHA-SUBTOTAL.
           02 FILLER       PIC X(30) VALUE "  TOTAL DA AGENCIA".
           02 LS-QTDE      PIC ZZZZZ9.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LS-SALDO     PIC Z(10)9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LS-PROVISAO  PIC Z(10)9.99.

       01 LINHA-VALOR.
           02 LV-TEXTO     PIC X(40).
           02 LV-VALOR     PIC -(11)9.99.

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
           INITIALIZE TAB-TOTAL-RATING

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT PV-OTHER
               PERFORM CONFERE-PLANO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               IF WS-TEM-CARTEIRA = 'S'
                   MOVE ZEROS TO EM-CHAVE
                   START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
                       INVALID KEY
                           SET FM-OTHER TO TRUE
                   END-START
                   PERFORM CLASSIFICA-CONTRATO
                       THRU END-CLASSIFICA-CONTRATO
                       UNTIL FM-OTHER
               END-IF
               PERFORM APURA-CONTABILIZADO
               PERFORM GRAVA-AGENCIA
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QT-AGENCIAS
               PERFORM LANCA-DIFERENCA THRU END-LANCA-DIFERENCA
               PERFORM IMPRIME-RELATORIO
               PERFORM REGISTRA-CATALOGO
           END-IF
           PERFORM RELATORIO-FINAL
           CLOSE PROVISAO CONTABIL RELATORIO
           IF WS-TEM-CARTEIRA = 'S'
               CLOSE EMPRESTIMO CAD
           END-IF
           IF WS-TEM-PLANO = 'S'
               CLOSE PLANO
           END-IF
           IF WS-TEM-AGMASTER = 'S'
               CLOSE AGMASTER
           END-IF
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
           OPEN INPUT EMPRESTIMO
           IF FM-EMPTY
               DISPLAY "EMPRESTIMO.DAT VAZIO - CARTEIRA ZERADA"
           END-IF
           IF FM-OK
               OPEN INPUT CAD
               IF NOT FS-OK
                   DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                       FFSALV
                   SET PV-OTHER TO TRUE
                   GO FIM-ABRE-ARQUIVOS
               END-IF
               MOVE 'S' TO WS-TEM-CARTEIRA
           END-IF
           IF NOT FM-OK AND NOT FM-EMPTY
               DISPLAY "NAO FOI POSSIVEL ABRIR EMPRESTIMO.DAT - FS="
                   FFEMPR
               SET PV-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O PROVISAO
           IF PV-EMPTY
               OPEN OUTPUT PROVISAO
               CLOSE PROVISAO
               OPEN I-O PROVISAO
           END-IF
           IF NOT PV-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR PROVISAO.DAT - FS="
                   FFPROV
               SET PV-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O CONTABIL
           IF FB-EMPTY
               OPEN OUTPUT CONTABIL
               CLOSE CONTABIL
               OPEN I-O CONTABIL
           END-IF
           IF NOT FB-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR CONTABIL.DAT - FS="
                   FFCTB
               SET PV-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O PLANO
           IF PL-OK
               MOVE 'S' TO WS-TEM-PLANO
           ELSE
               DISPLAY "PLANO.DAT INDISPONIVEL - RODE O MANTEM-PLANO"
           END-IF
           OPEN INPUT AGMASTER
           IF AG-OK
               MOVE 'S' TO WS-TEM-AGMASTER
           END-IF
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "PDD_" WS-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PROVISAO PARA DEVEDORES DUVIDOSOS - COMPETENCIA "
               WS-ANOMES "  DATA-BASE " WS-DATA-BASE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * CONTA DA PROVISAO QUE AINDA NAO ESTA NO PLANO E INCLUIDA,
      * PARA O FECHAMENTO-CONTABIL NAO A MOSTRAR "FORA DO PLANO".
       CONFERE-PLANO.
           IF WS-TEM-PLANO = 'S'
               MOVE WS-CPDD-CONTA(WS-I) TO PL-CONTA
               READ PLANO
                   INVALID KEY
                       MOVE WS-CPDD-NOME(WS-I) TO PL-NOME
                       MOVE WS-CPDD-TIPO(WS-I) TO PL-TIPO
                       MOVE WS-CPDD-PAI(WS-I) TO PL-CONTA-PAI
                       WRITE REG-PLANO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       DISPLAY "CONTA " PL-CONTA " " PL-NOME
                           " INCLUIDA NO PLANO"
               END-READ
           END-IF.

       CLASSIFICA-CONTRATO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   SET FM-OTHER TO TRUE
           END-READ
           IF NOT FM-OK
               GO END-CLASSIFICA-CONTRATO
           END-IF
      *    CONTRATO SUSPENSO POR OBITO DO TITULAR CONTINUA SENDO
      *    RISCO DO BANCO (DIVIDA DO ESPOLIO) E SEGUE PROVISIONADO.
           IF (NOT EM-ATIVO AND NOT EM-SUSPENSO)
               OR EM-PARCELAS-PAGAS >= EM-QT-PARCELAS
               GO END-CLASSIFICA-CONTRATO
           END-IF

           MOVE EM-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   ADD 1 TO WS-QT-SEM-CONTA
                   MOVE ZEROS TO CD-AGENCIA
           END-READ

      *    ATRASO = DIAS CORRIDOS DESDE O VENCIMENTO DA PRIMEIRA
      *    PARCELA NAO PAGA, NA MESMA BASE 30 DA RENEGOCIACAO: A
      *    PARCELA N VENCE N * 30 DIAS APOS A CONTRATACAO.
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

           MOVE 1 TO WS-R
           PERFORM ACHA-FAIXA
               UNTIL WS-R = 9 OR WS-DIAS-ATRASO <= WS-FX-DIAS-MAX(WS-R)

      *    SALDO DEVEDOR = SOMA DAS PARCELAS AINDA EM ABERTO.  NO SAC
      *    EM-VALOR-PARCELA E SO A PROXIMA (A MAIOR); AS R QUE FALTAM
      *    SOMAM R COTAS DE PRINCIPAL/PARCELAS MAIS OS JUROS SOBRE O
      *    SALDO (R, R-1, ..., 1 COTAS * TAXA), COMO NO QUADRO DO
      *    CONTRATO E NA BAIXA DO COBRA-EMPRESTIMO.
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
           COMPUTE WS-PROVISAO-CTR ROUNDED =
               WS-SALDO-DEVEDOR * WS-FX-PCT(WS-R) / 100

           MOVE CD-AGENCIA TO WS-AGENCIA-BUSCA
           PERFORM ACHA-AGENCIA
           IF WS-POSTO = 0
               DISPLAY "TABELA DE AGENCIAS CHEIA - AGENCIA "
                   WS-AGENCIA-BUSCA " FORA DO RELATORIO"
               GO END-CLASSIFICA-CONTRATO
           END-IF

           ADD 1 TO WS-QT-CONTRATOS
           ADD 1 TO TAB-AG-QTDE(WS-POSTO)
           ADD WS-SALDO-DEVEDOR TO TAB-AG-SALDO(WS-POSTO)
           ADD WS-PROVISAO-CTR TO TAB-AG-PROVISAO(WS-POSTO)
           ADD 1 TO TAB-AG-RT-QTDE(WS-POSTO WS-R)
           ADD WS-SALDO-DEVEDOR TO TAB-AG-RT-SALDO(WS-POSTO WS-R)
           ADD WS-PROVISAO-CTR TO TAB-AG-RT-PROVISAO(WS-POSTO WS-R)
           ADD 1 TO TAB-TT-QTDE(WS-R)
           ADD WS-SALDO-DEVEDOR TO TAB-TT-SALDO(WS-R)
           ADD WS-PROVISAO-CTR TO TAB-TT-PROVISAO(WS-R)
           ADD WS-SALDO-DEVEDOR TO WS-TOT-SALDO
           ADD WS-PROVISAO-CTR TO WS-TOT-PROVISAO.
       END-CLASSIFICA-CONTRATO.

       ACHA-FAIXA.
           ADD 1 TO WS-R.

       ACHA-AGENCIA.
           MOVE ZEROS TO WS-POSTO
           PERFORM COMPARA-AGENCIA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QT-AGENCIAS
           IF WS-POSTO = 0 AND WS-QT-AGENCIAS < 50
               ADD 1 TO WS-QT-AGENCIAS
               MOVE WS-QT-AGENCIAS TO WS-POSTO
               INITIALIZE TAB-AG-ITEM(WS-POSTO)
               MOVE WS-AGENCIA-BUSCA TO TAB-AG-COD(WS-POSTO)
           END-IF.

       COMPARA-AGENCIA.
           IF TAB-AG-COD(WS-I) = WS-AGENCIA-BUSCA
               MOVE WS-I TO WS-POSTO
           END-IF.

      * PROVISAO NOS LIVROS = SOMA DA ULTIMA COMPETENCIA JA CALCULADA
      * ATE A DE AGORA (INCLUSIVE - REEXECUCAO NO MESMO MES).  OS
      * REGISTROS DA COMPETENCIA CORRENTE SAO APAGADOS PARA SEREM
      * REGRAVADOS COM O CALCULO NOVO.
       APURA-CONTABILIZADO.
           MOVE ZEROS TO WS-PROV-ANTERIOR WS-PROV-LIDA WS-ANOMES-LIDO
           MOVE ZEROS TO PV-CHAVE
           START PROVISAO KEY IS NOT LESS THAN PV-CHAVE
               INVALID KEY
                   MOVE 99 TO FFPROV
           END-START
           PERFORM LE-PROVISAO UNTIL PV-OTHER
           MOVE WS-PROV-LIDA TO WS-PROV-ANTERIOR
           MOVE ZEROS TO FFPROV.

       LE-PROVISAO.
           READ PROVISAO NEXT RECORD
               AT END
                   MOVE 99 TO FFPROV
           END-READ
           IF PV-OK AND PV-ANOMES > WS-ANOMES
               MOVE 99 TO FFPROV
           END-IF
           IF PV-OK
               IF PV-ANOMES NOT = WS-ANOMES-LIDO
                   MOVE PV-ANOMES TO WS-ANOMES-LIDO
                   MOVE ZEROS TO WS-PROV-LIDA
               END-IF
               ADD PV-VALOR-PROVISAO TO WS-PROV-LIDA
               IF PV-ANOMES = WS-ANOMES
                   DELETE PROVISAO RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.

       GRAVA-AGENCIA.
           MOVE SPACES TO REG-PROVISAO
           MOVE WS-ANOMES TO PV-ANOMES
           MOVE TAB-AG-COD(WS-I) TO PV-AGENCIA
           MOVE WS-DATA-BASE TO PV-DATA-CALCULO
           MOVE TAB-AG-QTDE(WS-I) TO PV-QT-CONTRATOS
           MOVE TAB-AG-SALDO(WS-I) TO PV-SALDO-CARTEIRA
           MOVE TAB-AG-PROVISAO(WS-I) TO PV-VALOR-PROVISAO
           PERFORM COPIA-RATING VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 9
           WRITE REG-PROVISAO
               INVALID KEY
                   REWRITE REG-PROVISAO
                   END-REWRITE
           END-WRITE.

       COPIA-RATING.
           MOVE TAB-AG-RT-QTDE(WS-I WS-R) TO PV-RT-QTDE(WS-R)
           MOVE TAB-AG-RT-SALDO(WS-I WS-R) TO PV-RT-SALDO(WS-R)
           MOVE TAB-AG-RT-PROVISAO(WS-I WS-R) TO PV-RT-PROVISAO(WS-R).

      * CONSTITUICAO:  D DESPESA DE PDD       C PROVISAO (REDUTORA)
      * REVERSAO:      D PROVISAO (REDUTORA)  C REVERSAO DE PROVISAO
      * OS LANCAMENTOS CONTINUAM A NUMERACAO CT-SEQ DA DATA-BASE.
       LANCA-DIFERENCA.
           COMPUTE WS-DIFERENCA = WS-TOT-PROVISAO - WS-PROV-ANTERIOR
           IF WS-DIFERENCA = ZEROS
               GO END-LANCA-DIFERENCA
           END-IF

           MOVE ZEROS TO WS-SEQ-LANCTO
           MOVE WS-DATA-BASE TO CT-DATA
           MOVE ZEROS TO CT-SEQ
           START CONTABIL KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCTB
           END-START
           PERFORM VARRE-LANCTO UNTIL FB-OTHER
           MOVE ZEROS TO FFCTB

           ADD 1 TO WS-SEQ-LANCTO
           MOVE WS-DATA-BASE TO CT-DATA
           MOVE WS-SEQ-LANCTO TO CT-SEQ
           IF WS-DIFERENCA > 0
               MOVE WS-DIFERENCA TO WS-VALOR-LANCTO
               MOVE WS-CONTA-DESP-PDD TO CT-CONTA-DEBITO
               MOVE WS-CONTA-PROVISAO TO CT-CONTA-CREDITO
               MOVE "CONSTITUICAO DE PROVISAO PDD" TO CT-HISTORICO
           ELSE
               COMPUTE WS-VALOR-LANCTO = 0 - WS-DIFERENCA
               MOVE WS-CONTA-PROVISAO TO CT-CONTA-DEBITO
               MOVE WS-CONTA-REVERSAO TO CT-CONTA-CREDITO
               MOVE "REVERSAO DE PROVISAO PDD" TO CT-HISTORICO
           END-IF
           MOVE WS-VALOR-LANCTO TO CT-VALOR
           WRITE REG-CONTABIL
               INVALID KEY
                   DISPLAY "LANCAMENTO " CT-CHAVE " JA EXISTE - "
                       "PROVISAO NAO CONTABILIZADA"
           END-WRITE.
       END-LANCA-DIFERENCA.

       VARRE-LANCTO.
           READ CONTABIL NEXT RECORD
               AT END
                   MOVE 99 TO FFCTB
           END-READ
           IF FB-OK AND CT-DATA NOT = WS-DATA-BASE
               MOVE 99 TO FFCTB
           END-IF
           IF FB-OK
               MOVE CT-SEQ TO WS-SEQ-LANCTO
           END-IF.

       IMPRIME-RELATORIO.
           PERFORM IMPRIME-AGENCIA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QT-AGENCIAS

           MOVE "TOTAL GERAL DA CARTEIRA" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-TOTAL-RATING
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 9
           MOVE "  TOTAL DA CARTEIRA" TO LINHA-SUBTOTAL(1:30)
           MOVE WS-QT-CONTRATOS TO LS-QTDE
           MOVE WS-TOT-SALDO TO LS-SALDO
           MOVE WS-TOT-PROVISAO TO LS-PROVISAO
           MOVE LINHA-SUBTOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE "PROVISAO REQUERIDA NA COMPETENCIA" TO LV-TEXTO
           MOVE WS-TOT-PROVISAO TO LV-VALOR
           MOVE LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "PROVISAO JA CONTABILIZADA" TO LV-TEXTO
           MOVE WS-PROV-ANTERIOR TO LV-VALOR
           MOVE LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-DIFERENCA < 0
               MOVE "REVERSAO LANCADA EM CONTABIL.DAT" TO LV-TEXTO
           ELSE
               MOVE "CONSTITUICAO LANCADA EM CONTABIL.DAT" TO LV-TEXTO
           END-IF
           MOVE WS-DIFERENCA TO LV-VALOR
           MOVE LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-AGENCIA.
           MOVE TAB-AG-COD(WS-I) TO AM-CODIGO
           MOVE "AGENCIA SEM NOME CADASTRADO" TO AM-NOME
           IF WS-TEM-AGMASTER = 'S'
               READ AGMASTER
                   INVALID KEY
                       MOVE "AGENCIA SEM NOME CADASTRADO" TO AM-NOME
               END-READ
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AGENCIA " TAB-AG-COD(WS-I) " - " AM-NOME
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-RATING-AGENCIA
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 9
           MOVE "  TOTAL DA AGENCIA" TO LINHA-SUBTOTAL(1:30)
           MOVE TAB-AG-QTDE(WS-I) TO LS-QTDE
           MOVE TAB-AG-SALDO(WS-I) TO LS-SALDO
           MOVE TAB-AG-PROVISAO(WS-I) TO LS-PROVISAO
           MOVE LINHA-SUBTOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-RATING-AGENCIA.
           IF TAB-AG-RT-QTDE(WS-I WS-R) > 0
               PERFORM MONTA-FAIXA
               MOVE TAB-AG-RT-QTDE(WS-I WS-R) TO LD-QTDE
               MOVE TAB-AG-RT-SALDO(WS-I WS-R) TO LD-SALDO
               MOVE TAB-AG-RT-PROVISAO(WS-I WS-R) TO LD-PROVISAO
               MOVE LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIME-TOTAL-RATING.
           PERFORM MONTA-FAIXA
           MOVE TAB-TT-QTDE(WS-R) TO LD-QTDE
           MOVE TAB-TT-SALDO(WS-R) TO LD-SALDO
           MOVE TAB-TT-PROVISAO(WS-R) TO LD-PROVISAO
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       MONTA-FAIXA.
           MOVE WS-FX-RATING(WS-R) TO LD-RATING
           IF WS-R = 1
               MOVE ZEROS TO LD-DIAS-DE
           ELSE
               COMPUTE LD-DIAS-DE = WS-FX-DIAS-MAX(WS-R - 1) + 1
           END-IF
           MOVE WS-FX-DIAS-MAX(WS-R) TO LD-DIAS-ATE
           MOVE WS-FX-PCT(WS-R) TO LD-PCT.

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
           DISPLAY "PROVISAO PDD - COMPETENCIA " WS-ANOMES
           DISPLAY "CONTRATOS CLASSIFICADOS: " WS-QT-CONTRATOS
           DISPLAY "SALDO DA CARTEIRA......: " WS-TOT-SALDO
           DISPLAY "PROVISAO REQUERIDA.....: " WS-TOT-PROVISAO
           DISPLAY "PROVISAO ANTERIOR......: " WS-PROV-ANTERIOR
           DISPLAY "DIFERENCA LANCADA......: " WS-DIFERENCA
           IF WS-QT-SEM-CONTA > 0
               DISPLAY "CONTRATOS SEM CONTA....: " WS-QT-SEM-CONTA
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM PROVISAO-PDD.
