       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESEMPENHO-AGENCIA.
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

           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAPLI
               RECORD KEY IS AP-CHAVE.

           SELECT AGMASTER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAGMA
               RECORD KEY IS AM-CODIGO.

           SELECT OPERADOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFOPER
               RECORD KEY IS OP-ID.

           SELECT SALDOCTB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSCTB
               RECORD KEY IS SC-CHAVE.

           SELECT DESHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFDESH
               RECORD KEY IS DH-CHAVE.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT ARQUIVO-MORTO ASSIGN TO WS-NOME-MORTO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AQST.

           SELECT BKPCAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BKST
               RECORD KEY IS BK-CHAVE.

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

       FD APLICACAO VALUE OF FILE-ID IS "APLICACAO.DAT".

       COPY aplicacao.

       FD AGMASTER VALUE OF FILE-ID IS "AGENCIAS.DAT".

       COPY agencias.

       FD OPERADOR VALUE OF FILE-ID IS "OPERADOR.DAT".

       COPY operador.

       FD SALDOCTB VALUE OF FILE-ID IS "SALDOCTB.DAT".

       COPY saldoctb.

       FD DESHIST VALUE OF FILE-ID IS "DESHIST.DAT".

       COPY deshist.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD  ARQUIVO-MORTO.
       01  REG-ARQUIVO-MORTO PIC X(107).

       FD BKPCAT VALUE OF FILE-ID IS "BKPCAT.DAT".

       COPY bkpcat.

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
      * DESEMPENHO GERENCIAL DAS AGENCIAS - RODA NO DIA 1 SOBRE O MES
      * QUE ACABOU DE FECHAR (MESMA REGRA DE COMPETENCIA DO
      * EXTRATO-MENSAL) E COMPARA CADA INDICADOR DE CADA AGENCIA DE
      * AGENCIAS.DAT COM O MES ANTERIOR E COM O MESMO MES DO ANO
      * ANTERIOR.  OS FLUXOS SAO REMONTADOS DOS ARQUIVOS HISTORICOS
      * PARA AS TRES COMPETENCIAS:
      *   ABERTAS      AUDITORIA "APROVAR" DE CADASTRO (BANCOPEL)
      *   ENCERRADAS   AUDITORIA "ENCERRAR" (BANCOPEL)
      *   DORMENTES    AUDITORIA "INATIVAR" (CONTAS-INATIVAS)
      *   CAPTACAO     EXTRATO: CREDITOS MENOS DEBITOS DE DINHEIRO DO
      *                CLIENTE (FORA JUROS, RENDIMENTO, TARIFAS E
      *                IMPOSTOS)
      *   EMPRESTIMOS  CONTRATOS DE EMPRESTIMO.DAT PELA DATA DE
      *                CONTRATACAO (A RENEGOCIACAO NAO E CREDITO NOVO)
      *   APLICACOES   APLICACAO.DAT PELA DATA DA APLICACAO
      *   TARIFAS      EXTRATO ORIGEM 'TA' E 'TX' (ESTORNO SUBTRAI)
      *   GUICHE       EXTRATO ORIGEM 'GC', POR OPERADOR, NA AGENCIA
      *                DE LOTACAO DO OPERADOR (OP-AGENCIA) OU, SEM
      *                LOTACAO, NA AGENCIA DA CONTA
      * A AUDITORIA GUARDA O CPF; A AGENCIA E A DA PRIMEIRA CONTA DO
      * CPF EM CADASTRO (A DORMENTE TRAZ A CONTA NA DESCRICAO).  O
      * TRECHO JA ARQUIVADO (ARQUIVA-AUDITORIA) E LIDO DOS ARQUIVOS
      * MORTOS AUDARQ_<CORTE>.DAT CATALOGADOS EM BKPCAT.DAT, COMO NO
      * CONSULTA-AUDITORIA, QUANDO O TRECHO CRUZA AS COMPETENCIAS.
      * A INADIMPLENCIA (CONTRATOS ATIVOS COM PARCELA VENCIDA E NAO
      * PAGA NO FIM DO MES, MESMO CRITERIO DO NEGATIVA-DEVEDORES) E
      * ESTOQUE: SO SE APURA NA COMPETENCIA CORRENTE, QUE FICA
      * FOTOGRAFADA EM DESHIST.DAT; AS COMPETENCIAS DE COMPARACAO SAEM
      * DE LA E, ANTES DA PRIMEIRA FOTOGRAFIA, SAEM COMO N/D.  NO
      * TOTAL DO BANCO ENTRAM DE REFERENCIA A CAPTACAO (DEPOSITOS
      * 20001) E A RECEITA DE TAXAS (40002) DO BALANCETE MENSAL EM
      * SALDOCTB.DAT.
       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-OTHER     VALUE 99.

       77 FFEMPR PIC 9(02).
           88 FM-OK        VALUE 00.
           88 FM-OTHER     VALUE 99.

       77 FFAPLI PIC 9(02).
           88 FL-OK        VALUE 00.
           88 FL-OTHER     VALUE 99.

       77 FFAGMA PIC 9(02).
           88 FG-OK        VALUE 00.
           88 FG-OTHER     VALUE 99.

       77 FFOPER PIC 9(02).
           88 FO-OK        VALUE 00.

       77 FFSCTB PIC 9(02).
           88 FC-OK        VALUE 00.

       77 FFDESH PIC 9(02).
           88 FH-OK        VALUE 00.
           88 FH-EMPTY     VALUE 35.
           88 FH-OTHER     VALUE 99.

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 AQST PIC X(02).
           88 AQ-OK        VALUE "00".
           88 AQ-FIM       VALUE "10".
       77 BKST PIC X(02).
           88 BK-OK        VALUE "00".
           88 BK-FIM       VALUE "99".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "GERENCIAL".
       77 WS-PROG-CAT PIC X(20) VALUE "DESEMPENHO-AGENCIA".

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-ANOMES        PIC 9(6) VALUE ZEROS.
       77 WS-DATA-FIM      PIC 9(8) VALUE ZEROS.
       77 WS-ANOMES-TESTE  PIC 9(6) VALUE ZEROS.
       77 WS-TEM-OPERADOR  PIC X VALUE 'N'.
       77 WS-AGENCIA-LANC  PIC 9(3) VALUE ZEROS.
       77 WS-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77 WS-ATRASO        PIC S9(6) VALUE ZEROS.

       77 WS-QT-EVENTOS    PIC 9(8) VALUE ZEROS.
       77 WS-QT-MOVTOS     PIC 9(8) VALUE ZEROS.
       77 WS-QT-CONTRATOS  PIC 9(6) VALUE ZEROS.
       77 WS-QT-APLICACOES PIC 9(6) VALUE ZEROS.
       77 WS-QT-SEM-CONTA  PIC 9(6) VALUE ZEROS.
       77 WS-QT-AGENCIAS   PIC 9(4) VALUE ZEROS.
       77 WS-QT-NAO-CAD    PIC 9(4) VALUE ZEROS.
       77 WS-QT-HIST       PIC 9(4) VALUE ZEROS.
       77 WS-QT-OPS-FORA   PIC 9(6) VALUE ZEROS.

      * ARQUIVOS MORTOS DA AUDITORIA QUE CRUZAM AS COMPETENCIAS, NA
      * ORDEM DO CATALOGO (CORTE).
       77 WS-NOME-MORTO      PIC X(20) VALUE SPACES.
       77 WS-CORTE-ANT       PIC 9(8) VALUE ZEROS.
       77 WS-DATA-INI-AUD    PIC 9(8) VALUE ZEROS.
       77 WS-QT-MORTOS       PIC 9(3) VALUE ZEROS.
       77 WS-QT-MORTOS-LIDOS PIC 9(3) VALUE ZEROS.
       77 WS-IX              PIC 9(3) VALUE ZEROS.
       01 TAB-MORTOS.
           02 TAB-MORTO OCCURS 200 TIMES.
               03 TAB-MT-NOME  PIC X(20).

      * COMPETENCIAS: 1 = O MES, 2 = MES ANTERIOR, 3 = MESMO MES DO
      * ANO ANTERIOR.
       01 WS-PERIODOS.
           02 WS-PER-ANOMES    PIC 9(6) OCCURS 3 TIMES.
       77 WS-PER           PIC 9 VALUE ZEROS.
       77 WS-P-I           PIC 9 VALUE ZEROS.

      * INDICADORES: ROTULO (22) E TIPO ('Q' QUANTIDADE, 'V' VALOR).
      * 11 E 12 SAO O ESTOQUE DA INADIMPLENCIA.
       01 TAB-ROTULOS-VAL.
           02 FILLER PIC X(23) VALUE "CONTAS ABERTAS        Q".
           02 FILLER PIC X(23) VALUE "CONTAS ENCERRADAS     Q".
           02 FILLER PIC X(23) VALUE "CONTAS DORMENTES      Q".
           02 FILLER PIC X(23) VALUE "CAPTACAO LIQUIDA R$   V".
           02 FILLER PIC X(23) VALUE "EMPRESTIMOS CONCEDIDOSQ".
           02 FILLER PIC X(23) VALUE "  VALOR EMPRESTADO R$ V".
           02 FILLER PIC X(23) VALUE "APLICACOES CAPTADAS   Q".
           02 FILLER PIC X(23) VALUE "  VALOR APLICADO R$   V".
           02 FILLER PIC X(23) VALUE "TARIFAS R$            V".
           02 FILLER PIC X(23) VALUE "TRANSACOES DE GUICHE  Q".
           02 FILLER PIC X(23) VALUE "CONTRATOS ATIVOS      Q".
           02 FILLER PIC X(23) VALUE "CONTRATOS EM ATRASO   Q".
       01 TAB-ROTULOS REDEFINES TAB-ROTULOS-VAL.
           02 TAB-ROT OCCURS 12 TIMES.
               03 TAB-ROT-NOME    PIC X(22).
               03 TAB-ROT-TIPO    PIC X(1).
       77 WS-MED           PIC 9(2) VALUE ZEROS.

      * AGENCIA NA POSICAO CODIGO + 1.  TAB-AG-HIST = 'S' QUANDO A
      * INADIMPLENCIA DA COMPETENCIA E CONHECIDA.
       01 TAB-AGENCIAS.
           02 TAB-AG-ITEM OCCURS 1000 TIMES.
               03 TAB-AG-USADA        PIC X(1).
               03 TAB-AG-CADASTRADA   PIC X(1).
               03 TAB-AG-PERIODOS.
                   04 TAB-AG-PER OCCURS 3 TIMES.
                       05 TAB-AG-HIST     PIC X(1).
                       05 TAB-AG-MED      PIC S9(11)V99
                                          OCCURS 12 TIMES.
       77 WS-AG-I          PIC 9(4) VALUE ZEROS.

       01 TAB-BANCO.
           02 TAB-BC-PERIODOS.
               03 TAB-BC-PER OCCURS 3 TIMES.
                   04 TAB-BC-HIST         PIC X(1).
                   04 TAB-BC-MED          PIC S9(11)V99
                                          OCCURS 12 TIMES.

      * BLOCO EM IMPRESSAO (AGENCIA OU BANCO).
       01 WS-IMP-PERIODOS.
           02 WS-IMP-PER OCCURS 3 TIMES.
               03 WS-IMP-HIST         PIC X(1).
               03 WS-IMP-MED          PIC S9(11)V99 OCCURS 12 TIMES.

      * TRANSACOES DE GUICHE POR AGENCIA + OPERADOR.
       01 TAB-OPERADORES.
           02 TAB-OP-ITEM OCCURS 500 TIMES.
               03 TAB-OP-AGENCIA      PIC 9(3).
               03 TAB-OP-ID           PIC X(4).
               03 TAB-OP-QTDE         PIC 9(7) OCCURS 3 TIMES.
       77 WS-QT-OPS        PIC 9(4) VALUE ZEROS.
       77 WS-OP-I          PIC 9(4) VALUE ZEROS.
       77 WS-OP-POSTO      PIC 9(4) VALUE ZEROS.
       77 WS-OP-LISTADOS   PIC 9(4) VALUE ZEROS.
       77 WS-OPERADOR      PIC X(4) VALUE SPACES.

      * REFERENCIA CONTABIL DO BANCO (SALDOCTB.DAT).
       01 TAB-CONTABIL.
           02 TAB-CT-PER OCCURS 3 TIMES.
               03 TAB-CT-ACHOU-DEP    PIC X(1).
               03 TAB-CT-CAPTACAO     PIC S9(11)V99.
               03 TAB-CT-ACHOU-REC    PIC X(1).
               03 TAB-CT-RECEITA      PIC S9(11)V99.

      * LINHA COMPARATIVA: O VALOR DAS TRES COMPETENCIAS, 'S' EM
      * WS-LIN-OK QUANDO CONHECIDO.
       01 WS-LINHA-COMP.
           02 WS-LIN-TIPO          PIC X(1).
           02 WS-LIN-PER OCCURS 3 TIMES.
               03 WS-LIN-OK        PIC X(1).
               03 WS-LIN-VALOR     PIC S9(11)V99.
       77 WS-BASE          PIC S9(11)V99 VALUE ZEROS.
       77 WS-VARIACAO      PIC S9(5)V9 VALUE ZEROS.
       77 WS-ED-QTDE       PIC -(14)9.
       77 WS-ED-VALOR      PIC -(11)9.99.
       77 WS-ED-VAR        PIC -(5)9.9.
       77 WS-COD-ED        PIC 9(3) VALUE ZEROS.

       01 LINHA-CABEC.
           02 FILLER PIC X(22) VALUE "INDICADOR".
           02 FILLER PIC X(24) VALUE "      MES ATUAL".
           02 FILLER PIC X(24) VALUE "   MES ANTERIOR    VAR %".
           02 FILLER PIC X(24) VALUE "   ANO ANTERIOR    VAR %".

       01 LINHA-DETALHE.
           02 LD-ROTULO    PIC X(22).
           02 LD-COLUNA OCCURS 3 TIMES.
               03 LD-VALOR PIC X(15).
               03 FILLER   PIC X(1).
               03 LD-VAR   PIC X(8).

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
           MOVE WS-ANOMES TO WS-PER-ANOMES(1)
           IF WS-ANOMES(5:2) = "01"
               COMPUTE WS-PER-ANOMES(2) = WS-ANOMES - 100 + 11
           ELSE
               COMPUTE WS-PER-ANOMES(2) = WS-ANOMES - 1
           END-IF
           COMPUTE WS-PER-ANOMES(3) = WS-ANOMES - 100
           PERFORM ULTIMO-DIA-MES

           OPEN INPUT CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               GOBACK
           END-IF
           INITIALIZE TAB-AGENCIAS TAB-BANCO TAB-OPERADORES
               TAB-CONTABIL
           OPEN INPUT OPERADOR
           IF FO-OK
               MOVE 'S' TO WS-TEM-OPERADOR
           END-IF

      *    CONTAS ABERTAS, ENCERRADAS E DORMENTES.
           COMPUTE WS-DATA-INI-AUD = WS-PER-ANOMES(3) * 100 + 1
           PERFORM CARREGA-MORTOS THRU FIM-CARREGA-MORTOS
           PERFORM LE-ARQUIVO-MORTO THRU END-LE-ARQUIVO-MORTO
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QT-MORTOS
           OPEN INPUT AUDITORIA
           IF FA-OK
               PERFORM APURA-AUDITORIA THRU END-APURA-AUDITORIA
                   UNTIL NOT FA-OK
               CLOSE AUDITORIA
           ELSE
               DISPLAY "AUDITORIA.DAT INDISPONIVEL - SEM ABERTURAS E "
                   "ENCERRAMENTOS"
           END-IF

      *    CAPTACAO, TARIFAS E GUICHE.
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
               DISPLAY "EXTRATO.DAT INDISPONIVEL - SEM CAPTACAO, "
                   "TARIFAS E GUICHE"
           END-IF

      *    EMPRESTIMOS CONCEDIDOS E INADIMPLENCIA DO MES.
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

      *    APLICACOES CAPTADAS.
           OPEN INPUT APLICACAO
           IF FL-OK
               MOVE ZEROS TO AP-CHAVE
               START APLICACAO KEY IS NOT LESS THAN AP-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFAPLI
               END-START
               PERFORM APURA-APLICACAO THRU END-APURA-APLICACAO
                   UNTIL FL-OTHER
               CLOSE APLICACAO
           END-IF
           CLOSE CAD
           IF WS-TEM-OPERADOR = 'S'
               CLOSE OPERADOR
           END-IF

           PERFORM ATUALIZA-HISTORICO THRU END-ATUALIZA-HISTORICO
           PERFORM SOMA-BANCO
               VARYING WS-AG-I FROM 1 BY 1 UNTIL WS-AG-I > 1000
               AFTER WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
           PERFORM CARREGA-CONTABIL
           PERFORM IMPRIME-RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

      * ULTIMO DIA DA COMPETENCIA: O MAIOR DIA ENTRE 31 E 28 QUE O
      * DATAS-SERVICO ACEITA COMO DATA VALIDA.
       ULTIMO-DIA-MES.
           COMPUTE WS-DATA-FIM = WS-ANOMES * 100 + 31
           MOVE "VD" TO WS-SV-FUNCAO
           MOVE '1' TO WS-SV-RETORNO
           PERFORM TESTA-ULTIMO-DIA
               UNTIL WS-SV-RETORNO = '0'
                  OR WS-DATA-FIM(7:2) < "28".

       TESTA-ULTIMO-DIA.
           MOVE WS-DATA-FIM TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0'
               SUBTRACT 1 FROM WS-DATA-FIM
           END-IF.

      * COMPETENCIA (1 A 3) DE WS-ANOMES-TESTE; ZERO = FORA.
       ACHA-PERIODO.
           MOVE ZEROS TO WS-PER
           PERFORM TESTA-PERIODO
               VARYING WS-P-I FROM 1 BY 1
               UNTIL WS-P-I > 3 OR WS-PER > 0.

       TESTA-PERIODO.
           IF WS-PER-ANOMES(WS-P-I) = WS-ANOMES-TESTE
               MOVE WS-P-I TO WS-PER
           END-IF.

      * SO ENTRA ARQUIVO MORTO CUJO TRECHO (DO CORTE ANTERIOR ATE O
      * DELE) CRUZA DO MESMO MES DO ANO ANTERIOR ATE O FIM DO MES.
       CARREGA-MORTOS.
           OPEN INPUT BKPCAT
           IF NOT BK-OK
               GO FIM-CARREGA-MORTOS
           END-IF
           MOVE "AUDITORIA" TO BK-ARQUIVO
           MOVE ZEROS TO BK-DATA WS-CORTE-ANT
           START BKPCAT KEY IS NOT LESS THAN BK-CHAVE
               INVALID KEY
                   SET BK-FIM TO TRUE
           END-START
           PERFORM ESCOLHE-MORTO UNTIL BK-FIM
           CLOSE BKPCAT.
       FIM-CARREGA-MORTOS.
           EXIT.

       ESCOLHE-MORTO.
           READ BKPCAT NEXT RECORD
               AT END
                   SET BK-FIM TO TRUE
           END-READ
           IF BK-OK AND BK-ARQUIVO NOT = "AUDITORIA"
               SET BK-FIM TO TRUE
           END-IF
           IF BK-OK AND BK-VERIF-OK
               IF WS-DATA-INI-AUD < BK-DATA
                   AND WS-DATA-FIM NOT < WS-CORTE-ANT
                   AND WS-QT-MORTOS < 200
                   ADD 1 TO WS-QT-MORTOS
                   MOVE BK-NOME-BKP TO TAB-MT-NOME(WS-QT-MORTOS)
               END-IF
               MOVE BK-DATA TO WS-CORTE-ANT
           END-IF.

       LE-ARQUIVO-MORTO.
           MOVE TAB-MT-NOME(WS-IX) TO WS-NOME-MORTO
           OPEN INPUT ARQUIVO-MORTO
           IF NOT AQ-OK
               DISPLAY "ARQUIVO MORTO " WS-NOME-MORTO
                   " INDISPONIVEL - FS=" AQST
               GO END-LE-ARQUIVO-MORTO
           END-IF
           ADD 1 TO WS-QT-MORTOS-LIDOS
           PERFORM PROCESSA-MORTO THRU END-PROCESSA-MORTO
               UNTIL NOT AQ-OK
           CLOSE ARQUIVO-MORTO.
       END-LE-ARQUIVO-MORTO.

       PROCESSA-MORTO.
           READ ARQUIVO-MORTO INTO REG-AUDITORIA
               AT END
                   SET AQ-FIM TO TRUE
                   GO END-PROCESSA-MORTO
           END-READ
           PERFORM APURA-EVENTO THRU END-APURA-EVENTO.
       END-PROCESSA-MORTO.

       APURA-AUDITORIA.
           READ AUDITORIA
               AT END
                   MOVE "10" TO FFAUDI
           END-READ
           IF NOT FA-OK
               GO END-APURA-AUDITORIA
           END-IF
           PERFORM APURA-EVENTO THRU END-APURA-EVENTO.
       END-APURA-AUDITORIA.

      * UMA LINHA DA AUDITORIA, DO ARQUIVO VIVO OU DE UM MORTO (O
      * SELO DO ARQUIVAMENTO NAO E EVENTO E CAI NO WHEN OTHER).
       APURA-EVENTO.
           IF AUD-ANO NOT NUMERIC OR AUD-MES NOT NUMERIC
               GO END-APURA-EVENTO
           END-IF
           COMPUTE WS-ANOMES-TESTE = AUD-ANO * 100 + AUD-MES
           PERFORM ACHA-PERIODO
           IF WS-PER = 0
               GO END-APURA-EVENTO
           END-IF
           EVALUATE TRUE
               WHEN AUD-OPERACAO = "APROVAR"
                   AND AUD-PROGRAMA = "BANCOPEL"
                   AND AUD-DESCRICAO(1:8) = "CADASTRO"
                   MOVE 1 TO WS-MED
               WHEN AUD-OPERACAO = "ENCERRAR"
                   AND AUD-PROGRAMA = "BANCOPEL"
                   MOVE 2 TO WS-MED
               WHEN AUD-OPERACAO = "INATIVAR"
                   AND AUD-PROGRAMA = "CONTAS-INATIVAS"
                   MOVE 3 TO WS-MED
               WHEN OTHER
                   GO END-APURA-EVENTO
           END-EVALUATE

           MOVE 99 TO FFSALV
           IF WS-MED = 3 AND AUD-DESCRICAO(1:6) = "CONTA "
               AND AUD-DESCRICAO(7:5) IS NUMERIC
               MOVE AUD-DESCRICAO(7:5) TO CD-CONTA
               READ CAD
                   INVALID KEY
                       MOVE 99 TO FFSALV
               END-READ
           ELSE
               IF AUD-CHAVE(1:11) IS NUMERIC
                   MOVE AUD-CHAVE(1:11) TO CD-CPF
                   START CAD KEY IS EQUAL TO CD-CPF
                       INVALID KEY
                           MOVE 99 TO FFSALV
                   END-START
                   IF FS-OK
                       READ CAD NEXT RECORD
                           AT END
                               MOVE 99 TO FFSALV
                       END-READ
                   END-IF
               END-IF
           END-IF
           IF NOT FS-OK
               MOVE ZEROS TO FFSALV
               ADD 1 TO WS-QT-SEM-CONTA
               GO END-APURA-EVENTO
           END-IF
           ADD 1 TO WS-QT-EVENTOS
           MOVE CD-AGENCIA TO WS-AGENCIA-LANC
           MOVE 1 TO WS-VALOR
           PERFORM ACUMULA.
       END-APURA-EVENTO.

       APURA-EXTRATO.
           READ EXTRATO NEXT RECORD
               AT END
                   MOVE 99 TO FFEXTR
           END-READ
           IF NOT FE-OK
               GO END-APURA-EXTRATO
           END-IF
           MOVE EX-DATA-MOVTO(1:6) TO WS-ANOMES-TESTE
           PERFORM ACHA-PERIODO
           IF WS-PER = 0
               GO END-APURA-EXTRATO
           END-IF
           IF EX-ORIG-JUROS OR EX-ORIG-REND-APLIC OR EX-ORIG-IR
               OR EX-ORIG-IOF
               GO END-APURA-EXTRATO
           END-IF

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
           MOVE CD-AGENCIA TO WS-AGENCIA-LANC

           IF EX-ORIG-TARIFA OR EX-ORIG-TAXA
               MOVE 9 TO WS-MED
               IF EX-SAQUE
                   MOVE EX-VALOR TO WS-VALOR
               ELSE
                   COMPUTE WS-VALOR = 0 - EX-VALOR
               END-IF
               PERFORM ACUMULA
               GO END-APURA-EXTRATO
           END-IF

           MOVE 4 TO WS-MED
           IF EX-DEPOSITO
               MOVE EX-VALOR TO WS-VALOR
           ELSE
               COMPUTE WS-VALOR = 0 - EX-VALOR
           END-IF
           PERFORM ACUMULA
           IF EX-ORIG-GUICHE
               PERFORM CONTA-GUICHE THRU END-CONTA-GUICHE
           END-IF.
       END-APURA-EXTRATO.

      * A TRANSACAO DE GUICHE VAI PARA A AGENCIA ONDE O OPERADOR ESTA
      * LOTADO; SEM LOTACAO (OU MOVIMENTO ANTIGO SEM OPERADOR), FICA
      * NA AGENCIA DA CONTA.
       CONTA-GUICHE.
           MOVE EX-OPERADOR TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               MOVE "----" TO WS-OPERADOR
           ELSE
               IF WS-TEM-OPERADOR = 'S'
                   MOVE WS-OPERADOR TO OP-ID
                   READ OPERADOR
                       INVALID KEY
                           MOVE 99 TO FFOPER
                   END-READ
                   IF FO-OK AND OP-AGENCIA > 0
                       MOVE OP-AGENCIA TO WS-AGENCIA-LANC
                   END-IF
               END-IF
           END-IF
           MOVE 10 TO WS-MED
           MOVE 1 TO WS-VALOR
           PERFORM ACUMULA

           MOVE ZEROS TO WS-OP-POSTO
           PERFORM PROCURA-OPERADOR
               VARYING WS-OP-I FROM 1 BY 1
               UNTIL WS-OP-I > WS-QT-OPS OR WS-OP-POSTO > 0
           IF WS-OP-POSTO = 0
               IF WS-QT-OPS NOT < 500
                   ADD 1 TO WS-QT-OPS-FORA
                   GO END-CONTA-GUICHE
               END-IF
               ADD 1 TO WS-QT-OPS
               MOVE WS-QT-OPS TO WS-OP-POSTO
               INITIALIZE TAB-OP-ITEM(WS-OP-POSTO)
               MOVE WS-AGENCIA-LANC TO TAB-OP-AGENCIA(WS-OP-POSTO)
               MOVE WS-OPERADOR TO TAB-OP-ID(WS-OP-POSTO)
           END-IF
           ADD 1 TO TAB-OP-QTDE(WS-OP-POSTO, WS-PER).
       END-CONTA-GUICHE.

       PROCURA-OPERADOR.
           IF TAB-OP-AGENCIA(WS-OP-I) = WS-AGENCIA-LANC
               AND TAB-OP-ID(WS-OP-I) = WS-OPERADOR
               MOVE WS-OP-I TO WS-OP-POSTO
           END-IF.

      * CONTRATO NOVO NA COMPETENCIA DA CONTRATACAO; NO ESTOQUE DO
      * FIM DO MES, O CONTRATO ATIVO COM A PRIMEIRA PARCELA NAO PAGA
      * JA VENCIDA (PARCELA N VENCE N * 30 DIAS APOS A CONTRATACAO)
      * CONTA COMO EM ATRASO.
       APURA-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF NOT FM-OK
               GO END-APURA-EMPRESTIMO
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
           MOVE CD-AGENCIA TO WS-AGENCIA-LANC

           MOVE EM-DATA-CONTRATO(1:6) TO WS-ANOMES-TESTE
           PERFORM ACHA-PERIODO
           IF WS-PER > 0 AND NOT EM-DE-RENEGOCIACAO
               MOVE 5 TO WS-MED
               MOVE 1 TO WS-VALOR
               PERFORM ACUMULA
               MOVE 6 TO WS-MED
               MOVE EM-PRINCIPAL TO WS-VALOR
               PERFORM ACUMULA
           END-IF

           IF NOT EM-ATIVO OR EM-PARCELAS-PAGAS NOT < EM-QT-PARCELAS
               OR EM-DATA-CONTRATO > WS-DATA-FIM
               GO END-APURA-EMPRESTIMO
           END-IF
           MOVE 1 TO WS-PER
           MOVE 11 TO WS-MED
           MOVE 1 TO WS-VALOR
           PERFORM ACUMULA
           MOVE "DF" TO WS-SV-FUNCAO
           MOVE EM-DATA-CONTRATO TO WS-SV-DATA-1
           MOVE WS-DATA-FIM TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0'
               GO END-APURA-EMPRESTIMO
           END-IF
           COMPUTE WS-ATRASO = WS-SV-RESULTADO
               - (EM-PARCELAS-PAGAS + 1) * 30
           IF WS-ATRASO > 0
               MOVE 12 TO WS-MED
               PERFORM ACUMULA
           END-IF.
       END-APURA-EMPRESTIMO.

       APURA-APLICACAO.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE 99 TO FFAPLI
           END-READ
           IF NOT FL-OK
               GO END-APURA-APLICACAO
           END-IF
           MOVE AP-DATA-APLIC(1:6) TO WS-ANOMES-TESTE
           PERFORM ACHA-PERIODO
           IF WS-PER = 0
               GO END-APURA-APLICACAO
           END-IF
           MOVE AP-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-READ
           IF NOT FS-OK
               MOVE ZEROS TO FFSALV
               ADD 1 TO WS-QT-SEM-CONTA
               GO END-APURA-APLICACAO
           END-IF
           ADD 1 TO WS-QT-APLICACOES
           MOVE CD-AGENCIA TO WS-AGENCIA-LANC
           MOVE 7 TO WS-MED
           MOVE 1 TO WS-VALOR
           PERFORM ACUMULA
           MOVE 8 TO WS-MED
           MOVE AP-VALOR TO WS-VALOR
           PERFORM ACUMULA.
       END-APURA-APLICACAO.

      * SOMA WS-VALOR NO INDICADOR WS-MED DA COMPETENCIA WS-PER DA
      * AGENCIA WS-AGENCIA-LANC.
       ACUMULA.
           COMPUTE WS-AG-I = WS-AGENCIA-LANC + 1
           MOVE 'S' TO TAB-AG-USADA(WS-AG-I)
           ADD WS-VALOR TO TAB-AG-MED(WS-AG-I, WS-PER, WS-MED).

      * FOTOGRAFA A INADIMPLENCIA DA COMPETENCIA EM DESHIST.DAT
      * (REPROCESSAR O MES REGRAVA A FOTOGRAFIA) E CARREGA A DO MES
      * ANTERIOR E A DO MESMO MES DO ANO ANTERIOR.
       ATUALIZA-HISTORICO.
           PERFORM MARCA-HIST-CORRENTE
               VARYING WS-AG-I FROM 1 BY 1 UNTIL WS-AG-I > 1000
           OPEN I-O DESHIST
           IF FH-EMPTY
               OPEN OUTPUT DESHIST
               CLOSE DESHIST
               OPEN I-O DESHIST
           END-IF
           IF NOT FH-OK
               DISPLAY "DESHIST.DAT INDISPONIVEL - FS=" FFDESH
                   " - INADIMPLENCIA SEM COMPARACAO"
               GO END-ATUALIZA-HISTORICO
           END-IF
           PERFORM GRAVA-HISTORICO
               VARYING WS-AG-I FROM 1 BY 1 UNTIL WS-AG-I > 1000
           PERFORM CARREGA-HISTORICO THRU END-CARREGA-HISTORICO
               VARYING WS-P-I FROM 2 BY 1 UNTIL WS-P-I > 3
           CLOSE DESHIST.
       END-ATUALIZA-HISTORICO.

       MARCA-HIST-CORRENTE.
           MOVE 'S' TO TAB-AG-HIST(WS-AG-I, 1).

       GRAVA-HISTORICO.
           IF TAB-AG-USADA(WS-AG-I) = 'S'
               MOVE WS-ANOMES TO DH-ANOMES
               COMPUTE DH-AGENCIA = WS-AG-I - 1
               MOVE TAB-AG-MED(WS-AG-I, 1, 11) TO DH-CONTRATOS
               MOVE TAB-AG-MED(WS-AG-I, 1, 12) TO DH-EM-ATRASO
               MOVE WS-HOJE TO DH-DATA-GERACAO
               WRITE REG-DESHIST
                   INVALID KEY
                       REWRITE REG-DESHIST
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-QT-HIST
           END-IF.

       CARREGA-HISTORICO.
           MOVE WS-PER-ANOMES(WS-P-I) TO DH-ANOMES
           MOVE ZEROS TO DH-AGENCIA
           MOVE ZEROS TO FFDESH
           START DESHIST KEY IS NOT LESS THAN DH-CHAVE
               INVALID KEY
                   GO END-CARREGA-HISTORICO
           END-START
           PERFORM LE-HISTORICO UNTIL NOT FH-OK.
       END-CARREGA-HISTORICO.

       LE-HISTORICO.
           READ DESHIST NEXT RECORD
               AT END
                   MOVE 99 TO FFDESH
           END-READ
           IF FH-OK AND DH-ANOMES NOT = WS-PER-ANOMES(WS-P-I)
               MOVE 99 TO FFDESH
           END-IF
           IF FH-OK
               COMPUTE WS-AG-I = DH-AGENCIA + 1
               MOVE 'S' TO TAB-AG-USADA(WS-AG-I)
               MOVE 'S' TO TAB-AG-HIST(WS-AG-I, WS-P-I)
               MOVE DH-CONTRATOS TO TAB-AG-MED(WS-AG-I, WS-P-I, 11)
               MOVE DH-EM-ATRASO TO TAB-AG-MED(WS-AG-I, WS-P-I, 12)
           END-IF.

       SOMA-BANCO.
           IF TAB-AG-HIST(WS-AG-I, WS-PER) = 'S'
               MOVE 'S' TO TAB-BC-HIST(WS-PER)
           END-IF
           PERFORM SOMA-BANCO-MEDIDA
               VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 12.

       SOMA-BANCO-MEDIDA.
           ADD TAB-AG-MED(WS-AG-I, WS-PER, WS-MED)
               TO TAB-BC-MED(WS-PER, WS-MED).

      * CAPTACAO (CREDITOS MENOS DEBITOS DE DEPOSITOS 20001) E RECEITA
      * DE TAXAS (40002) DE CADA COMPETENCIA NO BALANCETE MENSAL; O
      * MES AINDA NAO FECHADO PELO FECHAMENTO-CONTABIL SAI N/D.
       CARREGA-CONTABIL.
           OPEN INPUT SALDOCTB
           IF FC-OK
               PERFORM LE-SALDO-CONTABIL
                   VARYING WS-P-I FROM 1 BY 1 UNTIL WS-P-I > 3
               CLOSE SALDOCTB
           END-IF.

       LE-SALDO-CONTABIL.
           MOVE WS-PER-ANOMES(WS-P-I) TO SC-ANOMES
           MOVE 20001 TO SC-CONTA
           READ SALDOCTB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO TAB-CT-ACHOU-DEP(WS-P-I)
                   COMPUTE TAB-CT-CAPTACAO(WS-P-I) =
                       SC-CREDITOS - SC-DEBITOS
           END-READ
           MOVE WS-PER-ANOMES(WS-P-I) TO SC-ANOMES
           MOVE 40002 TO SC-CONTA
           READ SALDOCTB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO TAB-CT-ACHOU-REC(WS-P-I)
                   COMPUTE TAB-CT-RECEITA(WS-P-I) =
                       SC-CREDITOS - SC-DEBITOS
           END-READ.

       IMPRIME-RELATORIO.
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "DESEMP_" WS-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DESEMPENHO DAS AGENCIAS - COMPETENCIA " WS-ANOMES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "COMPARADO COM " WS-PER-ANOMES(2)
               " (MES ANTERIOR) E " WS-PER-ANOMES(3)
               " (ANO ANTERIOR)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           OPEN INPUT AGMASTER
           IF FG-OK
               MOVE ZEROS TO AM-CODIGO
               START AGMASTER KEY IS NOT LESS THAN AM-CODIGO
                   INVALID KEY
                       MOVE 99 TO FFAGMA
               END-START
               PERFORM IMPRIME-AGENCIA THRU END-IMPRIME-AGENCIA
                   UNTIL FG-OTHER
               CLOSE AGMASTER
           ELSE
               DISPLAY "AGENCIAS.DAT INDISPONIVEL - FS=" FFAGMA
           END-IF
           PERFORM IMPRIME-NAO-CADASTRADA
               VARYING WS-AG-I FROM 1 BY 1 UNTIL WS-AG-I > 1000

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ALL "=" TO LINHA-RELATORIO(1:85)
           WRITE LINHA-RELATORIO
           MOVE "TOTAL DO BANCO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TAB-BC-PERIODOS TO WS-IMP-PERIODOS
           PERFORM IMPRIME-BLOCO
           PERFORM IMPRIME-CONTABIL
           CLOSE RELATORIO.

       IMPRIME-AGENCIA.
           READ AGMASTER NEXT RECORD
               AT END
                   MOVE 99 TO FFAGMA
           END-READ
           IF NOT FG-OK
               GO END-IMPRIME-AGENCIA
           END-IF
           ADD 1 TO WS-QT-AGENCIAS
           COMPUTE WS-AG-I = AM-CODIGO + 1
           MOVE 'S' TO TAB-AG-CADASTRADA(WS-AG-I)
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ALL "-" TO LINHA-RELATORIO(1:85)
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AGENCIA " AM-CODIGO " - " AM-NOME
               "  GERENTE: " AM-GERENTE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE TAB-AG-PERIODOS(WS-AG-I) TO WS-IMP-PERIODOS
           PERFORM IMPRIME-BLOCO
           PERFORM IMPRIME-OPERADORES.
       END-IMPRIME-AGENCIA.

      * MOVIMENTO DE CONTA CUJA AGENCIA NAO ESTA EM AGENCIAS.DAT SAI
      * EM BLOCO PROPRIO, PARA NAO SUMIR DO TOTAL SEM EXPLICACAO.
       IMPRIME-NAO-CADASTRADA.
           IF TAB-AG-USADA(WS-AG-I) = 'S'
               AND TAB-AG-CADASTRADA(WS-AG-I) NOT = 'S'
               ADD 1 TO WS-QT-NAO-CAD
               COMPUTE WS-COD-ED = WS-AG-I - 1
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE ALL "-" TO LINHA-RELATORIO(1:85)
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "AGENCIA " WS-COD-ED
                   " - NAO CADASTRADA EM AGENCIAS.DAT"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE TAB-AG-PERIODOS(WS-AG-I) TO WS-IMP-PERIODOS
               PERFORM IMPRIME-BLOCO
               PERFORM IMPRIME-OPERADORES
           END-IF.

      * INDICADORES DE WS-IMP-PERIODOS E A TAXA DE INADIMPLENCIA.
       IMPRIME-BLOCO.
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-MEDIDA
               VARYING WS-MED FROM 1 BY 1 UNTIL WS-MED > 12
           MOVE "INADIMPLENCIA %" TO LD-ROTULO
           MOVE 'V' TO WS-LIN-TIPO
           PERFORM MONTA-TAXA-INADIMPLENCIA
               VARYING WS-P-I FROM 1 BY 1 UNTIL WS-P-I > 3
           PERFORM IMPRIME-LINHA.

       IMPRIME-MEDIDA.
           MOVE TAB-ROT-NOME(WS-MED) TO LD-ROTULO
           MOVE TAB-ROT-TIPO(WS-MED) TO WS-LIN-TIPO
           PERFORM MONTA-MEDIDA
               VARYING WS-P-I FROM 1 BY 1 UNTIL WS-P-I > 3
           PERFORM IMPRIME-LINHA.

       MONTA-MEDIDA.
           MOVE WS-IMP-MED(WS-P-I, WS-MED) TO WS-LIN-VALOR(WS-P-I)
           MOVE 'S' TO WS-LIN-OK(WS-P-I)
           IF WS-MED > 10 AND WS-IMP-HIST(WS-P-I) NOT = 'S'
               MOVE 'N' TO WS-LIN-OK(WS-P-I)
           END-IF.

       MONTA-TAXA-INADIMPLENCIA.
           MOVE ZEROS TO WS-LIN-VALOR(WS-P-I)
           MOVE 'N' TO WS-LIN-OK(WS-P-I)
           IF WS-IMP-HIST(WS-P-I) = 'S'
               AND WS-IMP-MED(WS-P-I, 11) > 0
               MOVE 'S' TO WS-LIN-OK(WS-P-I)
               COMPUTE WS-LIN-VALOR(WS-P-I) ROUNDED =
                   WS-IMP-MED(WS-P-I, 12) * 100
                   / WS-IMP-MED(WS-P-I, 11)
           END-IF.

      * TRANSACOES DE GUICHE DE CADA OPERADOR DA AGENCIA WS-AG-I.
       IMPRIME-OPERADORES.
           MOVE SPACES TO LINHA-RELATORIO
           MOVE "  GUICHE POR OPERADOR" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO WS-OP-LISTADOS
           PERFORM IMPRIME-OPERADOR
               VARYING WS-OP-I FROM 1 BY 1 UNTIL WS-OP-I > WS-QT-OPS
           IF WS-OP-LISTADOS = 0
               MOVE "    (SEM TRANSACOES DE GUICHE)" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIME-OPERADOR.
           IF TAB-OP-AGENCIA(WS-OP-I) + 1 = WS-AG-I
               ADD 1 TO WS-OP-LISTADOS
               MOVE SPACES TO LD-ROTULO
               STRING "    OPERADOR " TAB-OP-ID(WS-OP-I)
                   DELIMITED BY SIZE INTO LD-ROTULO
               MOVE 'Q' TO WS-LIN-TIPO
               PERFORM MONTA-OPERADOR
                   VARYING WS-P-I FROM 1 BY 1 UNTIL WS-P-I > 3
               PERFORM IMPRIME-LINHA
           END-IF.

       MONTA-OPERADOR.
           MOVE 'S' TO WS-LIN-OK(WS-P-I)
           MOVE TAB-OP-QTDE(WS-OP-I, WS-P-I) TO WS-LIN-VALOR(WS-P-I).

       IMPRIME-CONTABIL.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "REFERENCIA CONTABIL (SALDOCTB.DAT)" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DEPOSITOS 20001 LIQ R$" TO LD-ROTULO
           MOVE 'V' TO WS-LIN-TIPO
           PERFORM MONTA-CONTABIL-DEP
               VARYING WS-P-I FROM 1 BY 1 UNTIL WS-P-I > 3
           PERFORM IMPRIME-LINHA
           MOVE "RECEITA TAXAS 40002 R$" TO LD-ROTULO
           PERFORM MONTA-CONTABIL-REC
               VARYING WS-P-I FROM 1 BY 1 UNTIL WS-P-I > 3
           PERFORM IMPRIME-LINHA.

       MONTA-CONTABIL-DEP.
           MOVE TAB-CT-ACHOU-DEP(WS-P-I) TO WS-LIN-OK(WS-P-I)
           MOVE TAB-CT-CAPTACAO(WS-P-I) TO WS-LIN-VALOR(WS-P-I).

       MONTA-CONTABIL-REC.
           MOVE TAB-CT-ACHOU-REC(WS-P-I) TO WS-LIN-OK(WS-P-I)
           MOVE TAB-CT-RECEITA(WS-P-I) TO WS-LIN-VALOR(WS-P-I).

      * GRAVA A LINHA COMPARATIVA: LD-ROTULO JA MONTADO, AS TRES
      * COLUNAS E A VARIACAO SOBRE O MES ANTERIOR E O ANO ANTERIOR.
       IMPRIME-LINHA.
           PERFORM MONTA-COLUNA THRU END-MONTA-COLUNA
               VARYING WS-P-I FROM 1 BY 1 UNTIL WS-P-I > 3
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       MONTA-COLUNA.
           MOVE SPACES TO LD-VALOR(WS-P-I) LD-VAR(WS-P-I)
           IF WS-LIN-OK(WS-P-I) NOT = 'S'
               MOVE "            N/D" TO LD-VALOR(WS-P-I)
               IF WS-P-I > 1
                   MOVE "     N/D" TO LD-VAR(WS-P-I)
               END-IF
               GO END-MONTA-COLUNA
           END-IF
           IF WS-LIN-TIPO = 'Q'
               MOVE WS-LIN-VALOR(WS-P-I) TO WS-ED-QTDE
               MOVE WS-ED-QTDE TO LD-VALOR(WS-P-I)
           ELSE
               MOVE WS-LIN-VALOR(WS-P-I) TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO LD-VALOR(WS-P-I)
           END-IF
           IF WS-P-I = 1
               GO END-MONTA-COLUNA
           END-IF
      *    VARIACAO SOBRE O MODULO DA BASE, PARA A CAPTACAO NEGATIVA
      *    QUE MELHORA NAO APARECER COMO QUEDA.
           MOVE WS-LIN-VALOR(WS-P-I) TO WS-BASE
           IF WS-BASE < 0
               COMPUTE WS-BASE = 0 - WS-BASE
           END-IF
           IF WS-BASE = 0 OR WS-LIN-OK(1) NOT = 'S'
               MOVE "     N/D" TO LD-VAR(WS-P-I)
               GO END-MONTA-COLUNA
           END-IF
           COMPUTE WS-VARIACAO ROUNDED =
               (WS-LIN-VALOR(1) - WS-LIN-VALOR(WS-P-I)) * 100
               / WS-BASE
               ON SIZE ERROR
                   MOVE "  >9999" TO LD-VAR(WS-P-I)
                   GO END-MONTA-COLUNA
           END-COMPUTE
           MOVE WS-VARIACAO TO WS-ED-VAR
           MOVE WS-ED-VAR TO LD-VAR(WS-P-I).
       END-MONTA-COLUNA.

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
           DISPLAY "DESEMPENHO DAS AGENCIAS - COMPETENCIA " WS-ANOMES
           DISPLAY "COMPARACAO...........: " WS-PER-ANOMES(2) " E "
               WS-PER-ANOMES(3)
           DISPLAY "EVENTOS DE AUDITORIA.: " WS-QT-EVENTOS
           DISPLAY "ARQUIVOS MORTOS......: " WS-QT-MORTOS-LIDOS
           DISPLAY "MOVIMENTOS APURADOS..: " WS-QT-MOVTOS
           DISPLAY "CONTRATOS LIDOS......: " WS-QT-CONTRATOS
           DISPLAY "APLICACOES APURADAS..: " WS-QT-APLICACOES
           DISPLAY "SEM CONTA EM CADASTRO: " WS-QT-SEM-CONTA
           DISPLAY "AGENCIAS LISTADAS....: " WS-QT-AGENCIAS
           DISPLAY "AGENCIAS NAO CADASTR.: " WS-QT-NAO-CAD
           DISPLAY "FOTOGRAFIAS GRAVADAS.: " WS-QT-HIST
           IF WS-QT-OPS-FORA > 0
               DISPLAY "TABELA DE OPERADORES CHEIA - TRANSACOES FORA: "
                   WS-QT-OPS-FORA
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM DESEMPENHO-AGENCIA.
