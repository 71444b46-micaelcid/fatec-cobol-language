       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-RAZAO.
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

           SELECT CHQDEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCHQD
               RECORD KEY IS QD-CHAVE.

           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFBLOQ
               RECORD KEY IS BJ-CHAVE.

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

           SELECT SALDOCTB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSCTB
               RECORD KEY IS SC-CHAVE.

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

       FD CHQDEP VALUE OF FILE-ID IS "CHQDEP.DAT".

       COPY chqdep.

       FD BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".

       COPY bloqjud.

       FD CONTABIL VALUE OF FILE-ID IS "CONTABIL.DAT".

       COPY contabil.

       FD PLANO VALUE OF FILE-ID IS "PLANO.DAT".

       COPY plano.

       FD SALDOCTB VALUE OF FILE-ID IS "SALDOCTB.DAT".

       COPY saldoctb.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(110).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * CONCILIACAO DO RAZAO COM OS AUXILIARES - RODA NO FIM DA CADEIA
      * NOTURNA E PROVA, PARA CADA CONTA DE CONTROLE DO PLANO.DAT, QUE
      * O SALDO CONTABIL BATE COM A SOMA DO ARQUIVO DE DETALHE QUE ELA
      * REPRESENTA:
      *   20001 DEPOSITOS       X SOMA DE VL-SALDO EM AGENCIA.DAT
      *   10003 EMPRESTIMOS     X PRINCIPAL A AMORTIZAR DOS CONTRATOS
      *                           ATIVOS/SUSPENSOS DE EMPRESTIMO.DAT
      *   20002 APLICACOES      X AP-VALOR DAS ATIVAS EM APLICACAO.DAT
      *   90001 CHEQUES BLOQ.   X CHEQUES 'B' EM CHQDEP.DAT
      *   90002 BLOQ. JUDICIAL  X BLOQUEIOS 'A' EM BLOQJUD.DAT
      * 10003 E 20002 SAO ALIMENTADAS PELO CONTABILIZA-DIA A PARTIR
      * DAS ORIGENS DO EXTRATO (EL/EA DO EMPRESTIMO, AP/RG DA
      * APLICACAO) E PELA FOLHA-PAGAMENTO (AMORTIZACAO DO CONSIGNADO).
      * SALDO CONTABIL = FECHAMENTO DO ULTIMO MES FECHADO EM
      * SALDOCTB.DAT (ANTERIOR AO MES DA DATA DE MOVIMENTO) MAIS OS
      * LANCAMENTOS DE CONTABIL.DAT DAI ATE A DATA DE MOVIMENTO.  AS
      * CONTAS DE CONTROLE QUE AINDA NAO ESTAO NO PLANO SAO INCLUIDAS,
      * COMO FAZ A PROVISAO-PDD.  ALEM DO TOTAL POR CONTA, CADA
      * REGISTRO DE DETALHE E CONFERIDO CONTRA A CONTA EM AGENCIA.DAT
      * E TODA DIVERGENCIA SAI LISTADA COM O ARQUIVO E A CHAVE
      * RESPONSAVEIS: SALDO DA CONTA DIFERENTE DO ULTIMO SALDO DO
      * EXTRATO, BLOQUEIO DE CHEQUES DIFERENTE DOS CHEQUES BLOQUEADOS,
      * DETALHE SEM CONTA OU EM CONTA ENCERRADA.  SO LE; NAO LANCA NEM
      * CORRIGE NADA.
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

       77 FFCHQD PIC 9(02).
           88 FQ-OK        VALUE 00.
           88 FQ-OTHER     VALUE 99.

       77 FFBLOQ PIC 9(02).
           88 FBJ-OK       VALUE 00.
           88 FBJ-OTHER    VALUE 99.

       77 FFCTB PIC 9(02).
           88 FB-OK        VALUE 00.
           88 FB-OTHER     VALUE 99.

       77 FFPLAN PIC 9(02).
           88 PL-OK        VALUE 00.

       77 FFSCTB PIC 9(02).
           88 SC-OK        VALUE 00.
           88 SC-OTHER     VALUE 99.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CONTABIL".
       77 WS-PROG-CAT PIC X(20) VALUE "CONCILIA-RAZAO".

       77 WS-TEM-EXTRATO   PIC X VALUE 'N'.
       77 WS-TEM-EMPREST   PIC X VALUE 'N'.
       77 WS-TEM-APLIC     PIC X VALUE 'N'.
       77 WS-TEM-CHQDEP    PIC X VALUE 'N'.
       77 WS-TEM-BLOQJUD   PIC X VALUE 'N'.
       77 WS-TEM-CONTABIL  PIC X VALUE 'N'.
       77 WS-TEM-PLANO     PIC X VALUE 'N'.
       77 WS-TEM-SALDOCTB  PIC X VALUE 'N'.

      * CONTAS DE CONTROLE: CODIGO, NOME, TIPO, CONTA-PAI E O ARQUIVO
      * AUXILIAR QUE AS EXPLICA.  OS EMPRESTIMOS SAO ATIVO E AS
      * APLICACOES PASSIVO, PENDURADOS NAS SINTETICAS DO ROLLUP; OS
      * CHEQUES BLOQUEADOS (FORA DE VL-SALDO) E O BLOQUEIO JUDICIAL
      * (DENTRO DE VL-SALDO) SAO CONTAS DE COMPENSACAO, SEM PAI, PARA
      * NAO SOMAREM EM DOBRO COM OS DEPOSITOS NO BALANCETE.
       01 WS-CONTAS-CTRL.
           02 FILLER PIC X(27)
               VALUE "20001DEPOSITOS DE CLIENTES ".
           02 FILLER PIC X(6) VALUE "P20000".
           02 FILLER PIC X(14) VALUE "AGENCIA.DAT".
           02 FILLER PIC X(27)
               VALUE "10003EMPRESTIMOS A RECEBER ".
           02 FILLER PIC X(6) VALUE "A10000".
           02 FILLER PIC X(14) VALUE "EMPRESTIMO.DAT".
           02 FILLER PIC X(27)
               VALUE "20002APLICACOES DE CLIENTES".
           02 FILLER PIC X(6) VALUE "P20000".
           02 FILLER PIC X(14) VALUE "APLICACAO.DAT".
           02 FILLER PIC X(27)
               VALUE "90001CHEQUES EM BLOQUEIO   ".
           02 FILLER PIC X(6) VALUE "P00000".
           02 FILLER PIC X(14) VALUE "CHQDEP.DAT".
           02 FILLER PIC X(27)
               VALUE "90002BLOQUEIOS JUDICIAIS   ".
           02 FILLER PIC X(6) VALUE "P00000".
           02 FILLER PIC X(14) VALUE "BLOQJUD.DAT".
       01 WS-CONTAS-CTRL-T REDEFINES WS-CONTAS-CTRL.
           02 WS-CC OCCURS 5 TIMES.
               03 WS-CC-CONTA   PIC 9(5).
               03 WS-CC-NOME    PIC X(22).
               03 WS-CC-TIPO    PIC X(1).
               03 WS-CC-PAI     PIC 9(5).
               03 WS-CC-ARQUIVO PIC X(14).
       77 WS-QT-CTRL        PIC 9(1) VALUE 5.
       77 WS-CC-DEPOSITOS   PIC 9(1) VALUE 1.
       77 WS-CC-EMPREST     PIC 9(1) VALUE 2.
       77 WS-CC-APLIC       PIC 9(1) VALUE 3.
       77 WS-CC-CHEQUES     PIC 9(1) VALUE 4.
       77 WS-CC-BLOQJUD     PIC 9(1) VALUE 5.

      * APURACAO POR CONTA DE CONTROLE, NA ORDEM DA TABELA ACIMA.
       01 TAB-CONCILIA.
           02 TAB-CC-ITEM OCCURS 5 TIMES.
               03 TAB-CC-BASE       PIC 9(6).
               03 TAB-CC-RAZAO      PIC S9(11)V99.
               03 TAB-CC-AUXILIAR   PIC S9(11)V99.
               03 TAB-CC-QT-ITENS   PIC 9(7).
               03 TAB-CC-DIFERENCA  PIC S9(11)V99.

       77 WS-HOJE            PIC 9(8) VALUE ZEROS.
       77 WS-ANOMES          PIC 9(6) VALUE ZEROS.
       77 WS-BASE-MINIMA     PIC 9(6) VALUE ZEROS.
       77 WS-I               PIC 9(1) VALUE ZEROS.
       77 WS-POSTO           PIC 9(1) VALUE ZEROS.
       77 WS-CONTA-BUSCA     PIC 9(5) VALUE ZEROS.

       77 WS-ACHOU-EXTRATO   PIC X VALUE 'N'.
       77 WS-ULT-DATAHORA    PIC 9(14) VALUE ZEROS.
       77 WS-ULT-MS          PIC 9(4) VALUE ZEROS.
       77 WS-SALDO-EXTRATO   PIC S9(8)V99 VALUE ZEROS.
       77 WS-CHQ-BLOQUEADO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-PRINCIPAL-ABERTO PIC 9(9)V99 VALUE ZEROS.

       77 WS-QT-CONTAS       PIC 9(7) VALUE ZEROS.
       77 WS-QT-LANCTOS      PIC 9(7) VALUE ZEROS.
       77 WS-QT-DIVERGENCIAS PIC 9(6) VALUE ZEROS.
       77 WS-QT-CTRL-DIVERGE PIC 9(1) VALUE ZEROS.

      * DIVERGENCIA A LISTAR: ARQUIVO, CHAVE, MOTIVO E OS DOIS
      * VALORES CONFRONTADOS (ZERO QUANDO NAO HA VALOR A COMPARAR).
       77 WS-DV-ARQUIVO      PIC X(14) VALUE SPACES.
       77 WS-DV-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-DV-MOTIVO       PIC X(38) VALUE SPACES.
       77 WS-DV-VALOR-1      PIC S9(11)V99 VALUE ZEROS.
       77 WS-DV-VALOR-2      PIC S9(11)V99 VALUE ZEROS.

       01 WS-CHAVE-MONTA.
           02 WS-CM-CONTA    PIC 9(5).
           02 WS-CM-BARRA    PIC X(1).
           02 WS-CM-SEQ      PIC 9(5).
           02 FILLER         PIC X(1).

       01 LINHA-CABEC-DIV.
           02 FILLER PIC X(67)
               VALUE "ARQUIVO        CHAVE        MOTIVO".
           02 FILLER PIC X(15) VALUE "  VALOR ARQUIVO".
           02 FILLER PIC X(17) VALUE "  VALOR CONFERIDO".

       01 LINHA-DIVERGENCIA.
           02 LV-ARQUIVO   PIC X(14).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LV-CHAVE     PIC X(12).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LV-MOTIVO    PIC X(38).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LV-VALOR-1   PIC -(11)9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LV-VALOR-2   PIC -(11)9.99.

       01 LINHA-CABEC-CTRL.
           02 FILLER PIC X(44)
               VALUE "CONTA NOME                   AUXILIAR".
           02 FILLER PIC X(16) VALUE "  SALDO CONTABIL".
           02 FILLER PIC X(16) VALUE "  SALDO AUXILIAR".
           02 FILLER PIC X(16) VALUE "       DIFERENCA".

       01 LINHA-CONTROLE.
           02 LC-CONTA     PIC 9(5).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-NOME      PIC X(22).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-ARQUIVO   PIC X(14).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-RAZAO     PIC -(11)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-AUXILIAR  PIC -(11)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-DIFERENCA PIC -(11)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-SITUACAO  PIC X(7).

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
           INITIALIZE TAB-CONCILIA

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF FS-OTHER
               GOBACK
           END-IF
           PERFORM CONFERE-PLANO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QT-CTRL

      *    LADO CONTABIL.
           IF WS-TEM-SALDOCTB = 'S'
               MOVE ZEROS TO SC-CHAVE
               START SALDOCTB KEY IS NOT LESS THAN SC-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFSCTB
               END-START
               PERFORM LE-SALDO-FECHADO UNTIL SC-OTHER
           END-IF
           IF WS-TEM-CONTABIL = 'S'
               PERFORM POSICIONA-CONTABIL
               PERFORM SOMA-LANCAMENTO THRU END-SOMA-LANCAMENTO
                   UNTIL FB-OTHER
           END-IF

      *    LADO AUXILIAR, COM A CONFERENCIA REGISTRO A REGISTRO.
           MOVE SPACES TO LINHA-RELATORIO
           MOVE "DIVERGENCIAS POR ARQUIVO E CHAVE" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-DIV TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE ZEROS TO CD-CONTA
           START CAD KEY IS NOT LESS THAN CD-CONTA
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-START
           PERFORM CONFERE-CONTA THRU END-CONFERE-CONTA
               UNTIL FS-OTHER

           IF WS-TEM-EMPREST = 'S'
               MOVE ZEROS TO EM-CHAVE
               START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFEMPR
               END-START
               PERFORM CONFERE-CONTRATO THRU END-CONFERE-CONTRATO
                   UNTIL FM-OTHER
           END-IF
           IF WS-TEM-APLIC = 'S'
               MOVE ZEROS TO AP-CHAVE
               START APLICACAO KEY IS NOT LESS THAN AP-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFAPLI
               END-START
               PERFORM CONFERE-APLICACAO THRU END-CONFERE-APLICACAO
                   UNTIL FL-OTHER
           END-IF
           IF WS-TEM-CHQDEP = 'S'
               MOVE ZEROS TO QD-CHAVE
               START CHQDEP KEY IS NOT LESS THAN QD-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFCHQD
               END-START
               PERFORM CONFERE-CHEQUE THRU END-CONFERE-CHEQUE
                   UNTIL FQ-OTHER
           END-IF
           IF WS-TEM-BLOQJUD = 'S'
               MOVE ZEROS TO BJ-CHAVE
               START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFBLOQ
               END-START
               PERFORM CONFERE-BLOQUEIO THRU END-CONFERE-BLOQUEIO
                   UNTIL FBJ-OTHER
           END-IF
           IF WS-QT-DIVERGENCIAS = 0
               MOVE "  NENHUMA DIVERGENCIA NOS ARQUIVOS DE DETALHE"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

           PERFORM IMPRIME-CONTROLES
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           PERFORM FECHA-ARQUIVOS
           GOBACK.

      * SO AGENCIA.DAT E OBRIGATORIO; AUXILIAR QUE NAO ABRE CONTA
      * COMO VAZIO E A CONTA DE CONTROLE DELE E CONFERIDA CONTRA ZERO.
       ABRE-ARQUIVOS.
           OPEN INPUT CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               SET FS-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT EXTRATO
           IF FE-OK
               MOVE 'S' TO WS-TEM-EXTRATO
           ELSE
               DISPLAY "EXTRATO.DAT INDISPONIVEL - SALDOS DAS CONTAS "
                   "NAO CONFERIDOS COM O EXTRATO"
           END-IF
           OPEN INPUT EMPRESTIMO
           IF FM-OK
               MOVE 'S' TO WS-TEM-EMPREST
           END-IF
           OPEN INPUT APLICACAO
           IF FL-OK
               MOVE 'S' TO WS-TEM-APLIC
           END-IF
           OPEN INPUT CHQDEP
           IF FQ-OK
               MOVE 'S' TO WS-TEM-CHQDEP
           END-IF
           OPEN INPUT BLOQJUD
           IF FBJ-OK
               MOVE 'S' TO WS-TEM-BLOQJUD
           END-IF
           OPEN INPUT CONTABIL
           IF FB-OK
               MOVE 'S' TO WS-TEM-CONTABIL
           ELSE
               DISPLAY "CONTABIL.DAT INDISPONIVEL - SEM LANCAMENTOS"
           END-IF
           OPEN INPUT SALDOCTB
           IF SC-OK
               MOVE 'S' TO WS-TEM-SALDOCTB
           END-IF
           OPEN I-O PLANO
           IF PL-OK
               MOVE 'S' TO WS-TEM-PLANO
           ELSE
               DISPLAY "PLANO.DAT INDISPONIVEL - RODE O MANTEM-PLANO"
           END-IF
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "CONCILIA_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONCILIACAO DO RAZAO COM OS AUXILIARES - "
               "DATA DE MOVIMENTO " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE CAD RELATORIO
           IF WS-TEM-EXTRATO = 'S'
               CLOSE EXTRATO
           END-IF
           IF WS-TEM-EMPREST = 'S'
               CLOSE EMPRESTIMO
           END-IF
           IF WS-TEM-APLIC = 'S'
               CLOSE APLICACAO
           END-IF
           IF WS-TEM-CHQDEP = 'S'
               CLOSE CHQDEP
           END-IF
           IF WS-TEM-BLOQJUD = 'S'
               CLOSE BLOQJUD
           END-IF
           IF WS-TEM-CONTABIL = 'S'
               CLOSE CONTABIL
           END-IF
           IF WS-TEM-SALDOCTB = 'S'
               CLOSE SALDOCTB
           END-IF
           IF WS-TEM-PLANO = 'S'
               CLOSE PLANO
           END-IF.

      * CONTA DE CONTROLE QUE AINDA NAO ESTA NO PLANO E INCLUIDA,
      * PARA O FECHAMENTO-CONTABIL NAO A MOSTRAR "FORA DO PLANO".
       CONFERE-PLANO.
           IF WS-TEM-PLANO = 'S'
               MOVE WS-CC-CONTA(WS-I) TO PL-CONTA
               READ PLANO
                   INVALID KEY
                       MOVE WS-CC-NOME(WS-I) TO PL-NOME
                       MOVE WS-CC-TIPO(WS-I) TO PL-TIPO
                       MOVE WS-CC-PAI(WS-I) TO PL-CONTA-PAI
                       WRITE REG-PLANO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       DISPLAY "CONTA " PL-CONTA " " PL-NOME
                           " INCLUIDA NO PLANO"
               END-READ
           END-IF.

      * CONTA DE CONTROLE NA TABELA; ZERO = NAO E CONTA DE CONTROLE.
       ACHA-CONTROLE.
           MOVE ZEROS TO WS-POSTO
           PERFORM COMPARA-CONTROLE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QT-CTRL.

       COMPARA-CONTROLE.
           IF WS-CC-CONTA(WS-I) = WS-CONTA-BUSCA
               MOVE WS-I TO WS-POSTO
           END-IF.

      * SALDOCTB.DAT VEM EM ORDEM DE COMPETENCIA: O ULTIMO FECHAMENTO
      * ANTERIOR AO MES DE MOVIMENTO QUE APARECER E O QUE VALE.  O MES
      * CORRENTE FICA DE FORA MESMO SE O FECHAMENTO JA RODOU NELE - OS
      * LANCAMENTOS DELE VEM DE CONTABIL.DAT.
       LE-SALDO-FECHADO.
           READ SALDOCTB NEXT RECORD
               AT END
                   MOVE 99 TO FFSCTB
           END-READ
           IF SC-OK AND SC-ANOMES NOT < WS-ANOMES
               MOVE 99 TO FFSCTB
           END-IF
           IF SC-OK
               MOVE SC-CONTA TO WS-CONTA-BUSCA
               PERFORM ACHA-CONTROLE
               IF WS-POSTO > 0
                   MOVE SC-ANOMES TO TAB-CC-BASE(WS-POSTO)
                   MOVE SC-SALDO-FECHA TO TAB-CC-RAZAO(WS-POSTO)
               END-IF
           END-IF.

      * OS LANCAMENTOS SAO LIDOS A PARTIR DO MES SEGUINTE AO FECHAMENTO
      * MAIS ANTIGO ENTRE AS CONTAS DE CONTROLE (CONTA SEM FECHAMENTO
      * NENHUM LE DESDE O INICIO DO ARQUIVO).
       POSICIONA-CONTABIL.
           MOVE 999999 TO WS-BASE-MINIMA
           PERFORM MENOR-BASE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QT-CTRL
           MOVE ZEROS TO CT-CHAVE
           IF WS-BASE-MINIMA > 0
               MOVE WS-BASE-MINIMA TO CT-DATA(1:6)
               MOVE "99" TO CT-DATA(7:2)
           END-IF
           START CONTABIL KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCTB
           END-START.

       MENOR-BASE.
           IF TAB-CC-BASE(WS-I) < WS-BASE-MINIMA
               MOVE TAB-CC-BASE(WS-I) TO WS-BASE-MINIMA
           END-IF.

      * ATIVO CRESCE NO DEBITO; PASSIVO (E COMPENSACAO) NO CREDITO.
       SOMA-LANCAMENTO.
           READ CONTABIL NEXT RECORD
               AT END
                   MOVE 99 TO FFCTB
           END-READ
           IF FB-OK AND CT-DATA > WS-HOJE
               MOVE 99 TO FFCTB
           END-IF
           IF NOT FB-OK
               GO END-SOMA-LANCAMENTO
           END-IF
           ADD 1 TO WS-QT-LANCTOS

           MOVE CT-CONTA-DEBITO TO WS-CONTA-BUSCA
           PERFORM ACHA-CONTROLE
           IF WS-POSTO > 0
               IF CT-DATA(1:6) > TAB-CC-BASE(WS-POSTO)
                   IF WS-CC-TIPO(WS-POSTO) = 'A'
                       ADD CT-VALOR TO TAB-CC-RAZAO(WS-POSTO)
                   ELSE
                       SUBTRACT CT-VALOR FROM TAB-CC-RAZAO(WS-POSTO)
                   END-IF
               END-IF
           END-IF

           MOVE CT-CONTA-CREDITO TO WS-CONTA-BUSCA
           PERFORM ACHA-CONTROLE
           IF WS-POSTO > 0
               IF CT-DATA(1:6) > TAB-CC-BASE(WS-POSTO)
                   IF WS-CC-TIPO(WS-POSTO) = 'A'
                       SUBTRACT CT-VALOR FROM TAB-CC-RAZAO(WS-POSTO)
                   ELSE
                       ADD CT-VALOR TO TAB-CC-RAZAO(WS-POSTO)
                   END-IF
               END-IF
           END-IF.
       END-SOMA-LANCAMENTO.

      * DEPOSITOS: SOMA O VL-SALDO E CONFERE A CONTA CONTRA O SALDO
      * APOS DO ULTIMO MOVIMENTO DELA NO EXTRATO (CONTA SEM MOVIMENTO
      * NO EXTRATO NAO TEM COM QUE CONFERIR) E O VL-SALDO-BLOQUEADO
      * CONTRA OS CHEQUES AINDA BLOQUEADOS DELA EM CHQDEP.DAT.
       CONFERE-CONTA.
           READ CAD NEXT RECORD
               AT END
                   MOVE 99 TO FFSALV
           END-READ
           IF NOT FS-OK
               GO END-CONFERE-CONTA
           END-IF
           ADD 1 TO WS-QT-CONTAS
           ADD VL-SALDO TO TAB-CC-AUXILIAR(WS-CC-DEPOSITOS)
           ADD 1 TO TAB-CC-QT-ITENS(WS-CC-DEPOSITOS)

           IF WS-TEM-EXTRATO = 'S'
               PERFORM ULTIMO-EXTRATO
               IF WS-ACHOU-EXTRATO = 'S'
                   AND WS-SALDO-EXTRATO NOT = VL-SALDO
                   MOVE "AGENCIA.DAT" TO WS-DV-ARQUIVO
                   MOVE CD-CONTA TO WS-CM-CONTA
                   MOVE SPACES TO WS-CM-BARRA
                   MOVE ZEROS TO WS-CM-SEQ
                   MOVE WS-CHAVE-MONTA(1:5) TO WS-DV-CHAVE
                   MOVE "VL-SALDO X ULTIMO SALDO DO EXTRATO"
                       TO WS-DV-MOTIVO
                   MOVE VL-SALDO TO WS-DV-VALOR-1
                   MOVE WS-SALDO-EXTRATO TO WS-DV-VALOR-2
                   PERFORM LISTA-DIVERGENCIA
               END-IF
           END-IF

           IF WS-TEM-CHQDEP = 'S'
               PERFORM CHEQUES-DA-CONTA
           ELSE
               MOVE ZEROS TO WS-CHQ-BLOQUEADO
           END-IF
           IF WS-CHQ-BLOQUEADO NOT = VL-SALDO-BLOQUEADO
               MOVE "AGENCIA.DAT" TO WS-DV-ARQUIVO
               MOVE CD-CONTA TO WS-CM-CONTA
               MOVE SPACES TO WS-CM-BARRA
               MOVE ZEROS TO WS-CM-SEQ
               MOVE WS-CHAVE-MONTA(1:5) TO WS-DV-CHAVE
               MOVE "VL-SALDO-BLOQUEADO X CHEQUES BLOQUEADOS"
                   TO WS-DV-MOTIVO
               MOVE VL-SALDO-BLOQUEADO TO WS-DV-VALOR-1
               MOVE WS-CHQ-BLOQUEADO TO WS-DV-VALOR-2
               PERFORM LISTA-DIVERGENCIA
           END-IF.
       END-CONFERE-CONTA.

      * O ULTIMO MOVIMENTO E O DE MAIOR DATA/HORA+MILISSEGUNDO ENTRE
      * OS DA CONTA NA CHAVE ALTERNATIVA EX-CONTA.
       ULTIMO-EXTRATO.
           MOVE 'N' TO WS-ACHOU-EXTRATO
           MOVE ZEROS TO WS-ULT-DATAHORA WS-ULT-MS WS-SALDO-EXTRATO
           MOVE CD-CONTA TO EX-CONTA
           MOVE ZEROS TO FFEXTR
           START EXTRATO KEY IS = EX-CONTA
               INVALID KEY
                   MOVE 99 TO FFEXTR
           END-START
           PERFORM LE-EXTRATO-CONTA UNTIL FE-OTHER.

       LE-EXTRATO-CONTA.
           READ EXTRATO NEXT RECORD
               AT END
                   MOVE 99 TO FFEXTR
           END-READ
           IF FE-OK AND EX-CONTA NOT = CD-CONTA
               MOVE 99 TO FFEXTR
           END-IF
           IF FE-OK
               IF WS-ACHOU-EXTRATO = 'N'
                   OR EX-DATAHORA > WS-ULT-DATAHORA
                   OR (EX-DATAHORA = WS-ULT-DATAHORA
                       AND EX-MS > WS-ULT-MS)
                   MOVE 'S' TO WS-ACHOU-EXTRATO
                   MOVE EX-DATAHORA TO WS-ULT-DATAHORA
                   MOVE EX-MS TO WS-ULT-MS
                   MOVE EX-SALDO-APOS TO WS-SALDO-EXTRATO
               END-IF
           END-IF.

       CHEQUES-DA-CONTA.
           MOVE ZEROS TO WS-CHQ-BLOQUEADO
           MOVE CD-CONTA TO QD-CONTA
           MOVE ZEROS TO QD-SEQ
           MOVE ZEROS TO FFCHQD
           START CHQDEP KEY IS NOT LESS THAN QD-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCHQD
           END-START
           PERFORM LE-CHEQUE-CONTA UNTIL FQ-OTHER.

       LE-CHEQUE-CONTA.
           READ CHQDEP NEXT RECORD
               AT END
                   MOVE 99 TO FFCHQD
           END-READ
           IF FQ-OK AND QD-CONTA NOT = CD-CONTA
               MOVE 99 TO FFCHQD
           END-IF
           IF FQ-OK AND QD-BLOQUEADO
               ADD QD-VALOR TO WS-CHQ-BLOQUEADO
           END-IF.

      * EMPRESTIMOS: PRINCIPAL AINDA NAO AMORTIZADO.  NA PRICE DA
      * CASA (JUROS SIMPLES) E NO SAC CADA PARCELA AMORTIZA
      * PRINCIPAL / PARCELAS, ENTAO O SALDO E O PRINCIPAL NA PROPORCAO
      * DAS PARCELAS EM ABERTO.  O SUSPENSO POR OBITO CONTINUA NA
      * CARTEIRA ATE A QUITACAO.
       CONFERE-CONTRATO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF NOT FM-OK
               GO END-CONFERE-CONTRATO
           END-IF
           IF NOT EM-ATIVO AND NOT EM-SUSPENSO
               GO END-CONFERE-CONTRATO
           END-IF

           MOVE "EMPRESTIMO.DAT" TO WS-DV-ARQUIVO
           MOVE EM-CONTA TO WS-CM-CONTA
           MOVE "/" TO WS-CM-BARRA
           MOVE EM-SEQ TO WS-CM-SEQ
           MOVE WS-CHAVE-MONTA TO WS-DV-CHAVE
           IF EM-QT-PARCELAS = 0
               OR EM-PARCELAS-PAGAS >= EM-QT-PARCELAS
               MOVE "CONTRATO EM ABERTO SEM PARCELA A PAGAR"
                   TO WS-DV-MOTIVO
               MOVE EM-PRINCIPAL TO WS-DV-VALOR-1
               MOVE ZEROS TO WS-DV-VALOR-2
               PERFORM LISTA-DIVERGENCIA
               GO END-CONFERE-CONTRATO
           END-IF

           COMPUTE WS-PRINCIPAL-ABERTO ROUNDED = EM-PRINCIPAL
               * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS) / EM-QT-PARCELAS
           ADD WS-PRINCIPAL-ABERTO TO TAB-CC-AUXILIAR(WS-CC-EMPREST)
           ADD 1 TO TAB-CC-QT-ITENS(WS-CC-EMPREST)

           MOVE EM-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE "CONTRATO SEM CONTA EM AGENCIA.DAT"
                       TO WS-DV-MOTIVO
                   MOVE WS-PRINCIPAL-ABERTO TO WS-DV-VALOR-1
                   MOVE ZEROS TO WS-DV-VALOR-2
                   PERFORM LISTA-DIVERGENCIA
           END-READ.
       END-CONFERE-CONTRATO.

       CONFERE-APLICACAO.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE 99 TO FFAPLI
           END-READ
           IF NOT FL-OK OR NOT AP-ATIVA
               GO END-CONFERE-APLICACAO
           END-IF
           ADD AP-VALOR TO TAB-CC-AUXILIAR(WS-CC-APLIC)
           ADD 1 TO TAB-CC-QT-ITENS(WS-CC-APLIC)

           MOVE "APLICACAO.DAT" TO WS-DV-ARQUIVO
           MOVE AP-CONTA TO WS-CM-CONTA
           MOVE "/" TO WS-CM-BARRA
           MOVE AP-SEQ TO WS-CM-SEQ
           MOVE WS-CHAVE-MONTA TO WS-DV-CHAVE
           MOVE AP-VALOR TO WS-DV-VALOR-1
           MOVE ZEROS TO WS-DV-VALOR-2
           MOVE AP-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE "APLICACAO ATIVA SEM CONTA EM AGENCIA.DAT"
                       TO WS-DV-MOTIVO
                   PERFORM LISTA-DIVERGENCIA
                   GO END-CONFERE-APLICACAO
           END-READ
           IF CONTA-ENCERRADA
               MOVE "APLICACAO ATIVA EM CONTA ENCERRADA"
                   TO WS-DV-MOTIVO
               PERFORM LISTA-DIVERGENCIA
           END-IF.
       END-CONFERE-APLICACAO.

      * CHEQUES: O BLOQUEIO DE CADA CONTA JA FOI CONFERIDO NA PASSADA
      * DE AGENCIA.DAT; AQUI SO SOBRA O CHEQUE BLOQUEADO DE CONTA QUE
      * NAO EXISTE.
       CONFERE-CHEQUE.
           READ CHQDEP NEXT RECORD
               AT END
                   MOVE 99 TO FFCHQD
           END-READ
           IF NOT FQ-OK OR NOT QD-BLOQUEADO
               GO END-CONFERE-CHEQUE
           END-IF
           ADD QD-VALOR TO TAB-CC-AUXILIAR(WS-CC-CHEQUES)
           ADD 1 TO TAB-CC-QT-ITENS(WS-CC-CHEQUES)

           MOVE QD-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE "CHQDEP.DAT" TO WS-DV-ARQUIVO
                   MOVE QD-CONTA TO WS-CM-CONTA
                   MOVE "/" TO WS-CM-BARRA
                   MOVE QD-SEQ TO WS-CM-SEQ
                   MOVE WS-CHAVE-MONTA TO WS-DV-CHAVE
                   MOVE "CHEQUE BLOQUEADO SEM CONTA EM AGENCIA.DAT"
                       TO WS-DV-MOTIVO
                   MOVE QD-VALOR TO WS-DV-VALOR-1
                   MOVE ZEROS TO WS-DV-VALOR-2
                   PERFORM LISTA-DIVERGENCIA
           END-READ.
       END-CONFERE-CHEQUE.

       CONFERE-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE 99 TO FFBLOQ
           END-READ
           IF NOT FBJ-OK OR NOT BJ-ATIVO
               GO END-CONFERE-BLOQUEIO
           END-IF
           ADD BJ-VALOR TO TAB-CC-AUXILIAR(WS-CC-BLOQJUD)
           ADD 1 TO TAB-CC-QT-ITENS(WS-CC-BLOQJUD)

           MOVE "BLOQJUD.DAT" TO WS-DV-ARQUIVO
           MOVE BJ-CONTA TO WS-CM-CONTA
           MOVE "/" TO WS-CM-BARRA
           MOVE BJ-SEQ TO WS-CM-SEQ
           MOVE WS-CHAVE-MONTA TO WS-DV-CHAVE
           MOVE BJ-VALOR TO WS-DV-VALOR-1
           MOVE ZEROS TO WS-DV-VALOR-2
           MOVE BJ-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE "BLOQUEIO ATIVO SEM CONTA EM AGENCIA.DAT"
                       TO WS-DV-MOTIVO
                   PERFORM LISTA-DIVERGENCIA
                   GO END-CONFERE-BLOQUEIO
           END-READ
           IF CONTA-ENCERRADA
               MOVE "BLOQUEIO ATIVO EM CONTA ENCERRADA"
                   TO WS-DV-MOTIVO
               PERFORM LISTA-DIVERGENCIA
           END-IF.
       END-CONFERE-BLOQUEIO.

       LISTA-DIVERGENCIA.
           ADD 1 TO WS-QT-DIVERGENCIAS
           MOVE WS-DV-ARQUIVO TO LV-ARQUIVO
           MOVE WS-DV-CHAVE TO LV-CHAVE
           MOVE WS-DV-MOTIVO TO LV-MOTIVO
           MOVE WS-DV-VALOR-1 TO LV-VALOR-1
           MOVE WS-DV-VALOR-2 TO LV-VALOR-2
           MOVE LINHA-DIVERGENCIA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-CONTROLES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTAS DE CONTROLE X SOMA DOS AUXILIARES"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-CTRL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-UM-CONTROLE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QT-CTRL.

       IMPRIME-UM-CONTROLE.
           COMPUTE TAB-CC-DIFERENCA(WS-I) =
               TAB-CC-RAZAO(WS-I) - TAB-CC-AUXILIAR(WS-I)
           MOVE WS-CC-CONTA(WS-I) TO LC-CONTA
           MOVE WS-CC-NOME(WS-I) TO LC-NOME
           MOVE WS-CC-ARQUIVO(WS-I) TO LC-ARQUIVO
           MOVE TAB-CC-RAZAO(WS-I) TO LC-RAZAO
           MOVE TAB-CC-AUXILIAR(WS-I) TO LC-AUXILIAR
           MOVE TAB-CC-DIFERENCA(WS-I) TO LC-DIFERENCA
           IF TAB-CC-DIFERENCA(WS-I) = ZEROS
               MOVE "OK" TO LC-SITUACAO
           ELSE
               MOVE "DIVERGE" TO LC-SITUACAO
               ADD 1 TO WS-QT-CTRL-DIVERGE
           END-IF
           MOVE LINHA-CONTROLE TO LINHA-RELATORIO
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
           DISPLAY "CONCILIACAO RAZAO X AUXILIARES - " WS-HOJE
           DISPLAY "CONTAS CONFERIDAS.....: " WS-QT-CONTAS
           DISPLAY "LANCAMENTOS SOMADOS...: " WS-QT-LANCTOS
           DISPLAY "CONTROLES DIVERGENTES.: " WS-QT-CTRL-DIVERGE
           DISPLAY "DIVERGENCIAS POR CHAVE: " WS-QT-DIVERGENCIAS
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM CONCILIA-RAZAO.
