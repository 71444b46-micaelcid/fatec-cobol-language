       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESOURARIA-DIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFTESM
               RECORD KEY IS TM-CHAVE.

           SELECT TESCOFRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFTESC
               RECORD KEY IS TC-AGENCIA.

           SELECT CONTABIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCTB
               RECORD KEY IS CT-CHAVE.

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
       FD TESMOV VALUE OF FILE-ID IS "TESMOV.DAT".

       COPY tesmov.

       FD TESCOFRE VALUE OF FILE-ID IS "TESCOFRE.DAT".

       COPY tescofre.

       FD CONTABIL VALUE OF FILE-ID IS "CONTABIL.DAT".

       COPY contabil.

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
      * TESOURARIA DO DIA - FECHA O RAZAO DOS COFRES DAS AGENCIAS
      * (TESMOV.DAT): LANCA EM CONTABIL.DAT CADA LANCAMENTO AINDA NAO
      * CONTABILIZADO, CONTINUANDO A NUMERACAO CT-SEQ DO DIA COMO O
      * GERA-REPASSE, E O MARCA PARA A REEXECUCAO NAO DOBRAR:
      *   ABERTURA/SUPRIMENTO  D CAIXA       C TESOURARIA
      *   SANGRIA              D TESOURARIA  C CAIXA
      *   REMESSA RECEBIDA     D TESOURARIA  C TRANSITO
      *   DEVOLUCAO            D TRANSITO    C TESOURARIA
      *   IMPLANTACAO          D TESOURARIA  C CAIXA
      * (NA IMPLANTACAO O NUMERARIO QUE JA ESTAVA NO COFRE SAI DO
      * SALDO HISTORICO DO CAIXA.)  DEPOIS LISTA CADA COFRE COM O
      * SALDO ANTERIOR, AS ENTRADAS E SAIDAS DO DIA E O ESTOQUE POR
      * CEDULA, E FAZ A PROVA DO NUMERARIO: A SOMA DOS COFRES TEM DE
      * BATER COM O SALDO CONTABIL DA TESOURARIA; O SALDO DO CAIXA E
      * O NUMERARIO QUE NAO FOI RECOLHIDO AO COFRE (GAVETAS).
       77 FFTESM PIC 9(02).
           88 FTM-OK       VALUE 00.
           88 FTM-EMPTY    VALUE 35.
           88 FTM-OTHER    VALUE 99.

       77 FFTESC PIC 9(02).
           88 FTC-OK       VALUE 00.
           88 FTC-EMPTY    VALUE 35.
           88 FTC-OTHER    VALUE 99.

       77 FFCTB PIC 9(02).
           88 FB-OK        VALUE 00.
           88 FB-EMPTY     VALUE 35.
           88 FB-OTHER     VALUE 99.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CONTABIL".
       77 WS-PROG-CAT PIC X(20) VALUE "TESOURARIA-DIA".

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-SEQ-LANCTO    PIC 9(6) VALUE ZEROS.
       77 WS-QT-LANCADOS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-COFRES     PIC 9(4) VALUE ZEROS.
       77 WS-TOT-LANCADO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-COFRES    PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-TESOUR  PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-CAIXA   PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIFERENCA     PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-ANT     PIC S9(11)V99 VALUE ZEROS.
       77 WS-I             PIC 9 VALUE ZEROS.

       77 WS-CONTA-CAIXA      PIC 9(5) VALUE 10001.
       77 WS-CONTA-TESOURARIA PIC 9(5) VALUE 10002.
       77 WS-CONTA-TRANSITO   PIC 9(5) VALUE 30001.

      * ENTRADAS E SAIDAS DO DIA POR AGENCIA, PARA O SALDO ANTERIOR
      * DE CADA COFRE (SALDO ATUAL - ENTRADAS + SAIDAS).
       01 TAB-AGENCIAS.
           02 TAB-AG-ITEM OCCURS 50 TIMES.
               03 TAB-AG-CODIGO    PIC 9(3).
               03 TAB-AG-ENTRADAS  PIC 9(11)V99.
               03 TAB-AG-SAIDAS    PIC 9(11)V99.
       77 WS-QT-AGENCIAS   PIC 99 VALUE ZEROS.
       77 WS-AG-I          PIC 99 VALUE ZEROS.
       77 WS-AG-POSTO      PIC 99 VALUE ZEROS.

       01 WS-CED-FACES-TAB PIC X(21) VALUE "200100050020010005002".
       01 WS-CED-FACES REDEFINES WS-CED-FACES-TAB.
           02 WS-CED-FACE PIC 9(3) OCCURS 7 TIMES.

       01 LINHA-CABEC.
           02 FILLER PIC X(50)
               VALUE "AGE   SALDO ANTERIOR        ENTRADAS          ".
           02 FILLER PIC X(40)
               VALUE "  SAIDAS     SALDO ATUAL  ULT.MOV".

       01 LINHA-DETALHE.
           02 LD-AGENCIA   PIC 9(3).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-ANTERIOR  PIC -Z(10)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-ENTRADAS  PIC Z(11)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-SAIDAS    PIC Z(11)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-ATUAL     PIC Z(11)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-ULT-MOV   PIC 9(8).

       01 LINHA-CEDULAS.
           02 FILLER       PIC X(4) VALUE SPACES.
           02 LC-ITEM OCCURS 7 TIMES.
               03 LC-FACE  PIC ZZ9.
               03 FILLER   PIC X(1) VALUE ":".
               03 LC-QTDE  PIC Z(6)9.
               03 FILLER   PIC X(1) VALUE SPACE.
           02 FILLER       PIC X(7) VALUE "MOEDAS ".
           02 LC-MOEDAS    PIC Z(8)9.99.

       01 LINHA-TOTAL.
           02 LT-TITULO    PIC X(40).
           02 LT-VALOR     PIC -Z(11)9.99.

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

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT FTM-OK
               GOBACK
           END-IF

           PERFORM ACHA-ULTIMO-LANCTO
           MOVE ZEROS TO TM-CHAVE
           START TESMOV KEY IS NOT LESS THAN TM-CHAVE
               INVALID KEY
                   MOVE 99 TO FFTESM
           END-START
           PERFORM CONTABILIZA-TESMOV THRU END-CONTABILIZA-TESMOV
               UNTIL FTM-OTHER

           PERFORM LISTA-COFRES
           PERFORM SALDOS-CONTABEIS
           PERFORM PROVA-NUMERARIO

           CLOSE TESMOV TESCOFRE CONTABIL RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN I-O TESMOV
           IF FTM-EMPTY
               DISPLAY "TESMOV.DAT VAZIO - NENHUM COFRE MOVIMENTADO"
               GO FIM-ABRE-ARQUIVOS
           END-IF
           IF NOT FTM-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR TESMOV.DAT - FS="
                   FFTESM
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT TESCOFRE
           IF NOT FTC-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR TESCOFRE.DAT - FS="
                   FFTESC
               CLOSE TESMOV
               MOVE 99 TO FFTESM
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O CONTABIL
           IF FB-EMPTY
               OPEN OUTPUT CONTABIL
               CLOSE CONTABIL
               OPEN I-O CONTABIL
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "TESOURARIA_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TESOURARIA - COFRES DAS AGENCIAS - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * OS LANCAMENTOS DE HOJE CONTINUAM A NUMERACAO QUE O
      * CONTABILIZA-DIA E O GERA-REPASSE DEIXARAM NO CONTABIL.DAT.
       ACHA-ULTIMO-LANCTO.
           MOVE ZEROS TO WS-SEQ-LANCTO
           MOVE WS-HOJE TO CT-DATA
           MOVE ZEROS TO CT-SEQ
           START CONTABIL KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCTB
           END-START
           PERFORM VARRE-LANCTO UNTIL FB-OTHER
           MOVE ZEROS TO FFCTB.

       VARRE-LANCTO.
           READ CONTABIL NEXT RECORD
               AT END
                   MOVE 99 TO FFCTB
           END-READ
           IF FB-OK AND CT-DATA NOT = WS-HOJE
               MOVE 99 TO FFCTB
           END-IF
           IF FB-OK
               MOVE CT-SEQ TO WS-SEQ-LANCTO
           END-IF.

       CONTABILIZA-TESMOV.
           READ TESMOV NEXT RECORD
               AT END
                   MOVE 99 TO FFTESM
           END-READ
           IF NOT FTM-OK
               GO END-CONTABILIZA-TESMOV
           END-IF
           IF TM-DATA > WS-HOJE
               GO END-CONTABILIZA-TESMOV
           END-IF
           IF TM-DATA = WS-HOJE
               PERFORM ACUMULA-AGENCIA
           END-IF
           IF TM-CONTABILIZADO
               GO END-CONTABILIZA-TESMOV
           END-IF

           ADD 1 TO WS-SEQ-LANCTO
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-SEQ-LANCTO TO CT-SEQ
           MOVE TM-VALOR TO CT-VALOR
           EVALUATE TRUE
               WHEN TM-ABERTURA
                   MOVE WS-CONTA-CAIXA TO CT-CONTA-DEBITO
                   MOVE WS-CONTA-TESOURARIA TO CT-CONTA-CREDITO
                   MOVE "ABERTURA DE CAIXA DO COFRE" TO CT-HISTORICO
               WHEN TM-SUPRIMENTO
                   MOVE WS-CONTA-CAIXA TO CT-CONTA-DEBITO
                   MOVE WS-CONTA-TESOURARIA TO CT-CONTA-CREDITO
                   MOVE "SUPRIMENTO DE CAIXA DO COFRE"
                       TO CT-HISTORICO
               WHEN TM-SANGRIA
                   MOVE WS-CONTA-TESOURARIA TO CT-CONTA-DEBITO
                   MOVE WS-CONTA-CAIXA TO CT-CONTA-CREDITO
                   MOVE "SANGRIA DE CAIXA PARA O COFRE"
                       TO CT-HISTORICO
               WHEN TM-REMESSA
                   MOVE WS-CONTA-TESOURARIA TO CT-CONTA-DEBITO
                   MOVE WS-CONTA-TRANSITO TO CT-CONTA-CREDITO
                   MOVE "REMESSA DE NUMERARIO RECEBIDA"
                       TO CT-HISTORICO
               WHEN TM-DEVOLUCAO
                   MOVE WS-CONTA-TRANSITO TO CT-CONTA-DEBITO
                   MOVE WS-CONTA-TESOURARIA TO CT-CONTA-CREDITO
                   MOVE "DEVOLUCAO DE NUMERARIO" TO CT-HISTORICO
               WHEN OTHER
                   MOVE WS-CONTA-TESOURARIA TO CT-CONTA-DEBITO
                   MOVE WS-CONTA-CAIXA TO CT-CONTA-CREDITO
                   MOVE "IMPLANTACAO DO COFRE" TO CT-HISTORICO
           END-EVALUATE
           WRITE REG-CONTABIL
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-QT-LANCADOS
           ADD TM-VALOR TO WS-TOT-LANCADO

           SET TM-CONTABILIZADO TO TRUE
           REWRITE REG-TESMOV.
       END-CONTABILIZA-TESMOV.

       ACUMULA-AGENCIA.
           MOVE ZEROS TO WS-AG-POSTO
           PERFORM PROCURA-AGENCIA
               VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I > WS-QT-AGENCIAS OR WS-AG-POSTO > 0
           IF WS-AG-POSTO = 0
               IF WS-QT-AGENCIAS < 50
                   ADD 1 TO WS-QT-AGENCIAS
                   MOVE WS-QT-AGENCIAS TO WS-AG-POSTO
                   MOVE TM-AGENCIA TO TAB-AG-CODIGO(WS-AG-POSTO)
                   MOVE ZEROS TO TAB-AG-ENTRADAS(WS-AG-POSTO)
                   MOVE ZEROS TO TAB-AG-SAIDAS(WS-AG-POSTO)
               ELSE
                   DISPLAY "TABELA DE AGENCIAS CHEIA - AGENCIA "
                       TM-AGENCIA " FORA DO SALDO ANTERIOR"
               END-IF
           END-IF
           IF WS-AG-POSTO > 0
               IF TM-ENTRADA
                   ADD TM-VALOR TO TAB-AG-ENTRADAS(WS-AG-POSTO)
               ELSE
                   ADD TM-VALOR TO TAB-AG-SAIDAS(WS-AG-POSTO)
               END-IF
           END-IF.

       PROCURA-AGENCIA.
           IF TAB-AG-CODIGO(WS-AG-I) = TM-AGENCIA
               MOVE WS-AG-I TO WS-AG-POSTO
           END-IF.

      * UM BLOCO POR COFRE: SALDOS DO DIA E ESTOQUE POR CEDULA.
       LISTA-COFRES.
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO TC-AGENCIA
           START TESCOFRE KEY IS NOT LESS THAN TC-AGENCIA
               INVALID KEY
                   MOVE 99 TO FFTESC
           END-START
           PERFORM LISTA-COFRE THRU END-LISTA-COFRE
               UNTIL FTC-OTHER.

       LISTA-COFRE.
           READ TESCOFRE NEXT RECORD
               AT END
                   MOVE 99 TO FFTESC
           END-READ
           IF NOT FTC-OK
               GO END-LISTA-COFRE
           END-IF
           ADD 1 TO WS-QT-COFRES
           ADD TC-SALDO TO WS-TOT-COFRES

           MOVE ZEROS TO WS-AG-POSTO
           MOVE TC-AGENCIA TO TM-AGENCIA
           PERFORM PROCURA-AGENCIA
               VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I > WS-QT-AGENCIAS OR WS-AG-POSTO > 0
           MOVE TC-AGENCIA TO LD-AGENCIA
           MOVE TC-SALDO TO LD-ATUAL
           MOVE TC-DATA-ULT-MOV TO LD-ULT-MOV
           IF WS-AG-POSTO > 0
               COMPUTE WS-SALDO-ANT = TC-SALDO
                   - TAB-AG-ENTRADAS(WS-AG-POSTO)
                   + TAB-AG-SAIDAS(WS-AG-POSTO)
               MOVE TAB-AG-ENTRADAS(WS-AG-POSTO) TO LD-ENTRADAS
               MOVE TAB-AG-SAIDAS(WS-AG-POSTO) TO LD-SAIDAS
           ELSE
               MOVE TC-SALDO TO WS-SALDO-ANT
               MOVE ZEROS TO LD-ENTRADAS LD-SAIDAS
           END-IF
           MOVE WS-SALDO-ANT TO LD-ANTERIOR
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM MONTA-CEDULA VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 7
           MOVE TC-MOEDAS TO LC-MOEDAS
           MOVE LINHA-CEDULAS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-LISTA-COFRE.

       MONTA-CEDULA.
           MOVE WS-CED-FACE(WS-I) TO LC-FACE(WS-I)
           MOVE TC-QT-CEDULA(WS-I) TO LC-QTDE(WS-I).

      * SALDO CONTABIL ACUMULADO ATE HOJE DO CAIXA E DA TESOURARIA
      * (DEBITOS MENOS CREDITOS), JA COM OS LANCAMENTOS DESTA RODADA.
       SALDOS-CONTABEIS.
           MOVE ZEROS TO WS-SALDO-CAIXA WS-SALDO-TESOUR
           MOVE ZEROS TO CT-CHAVE
           START CONTABIL KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCTB
           END-START
           PERFORM SOMA-LANCTO UNTIL FB-OTHER.

       SOMA-LANCTO.
           READ CONTABIL NEXT RECORD
               AT END
                   MOVE 99 TO FFCTB
           END-READ
           IF FB-OK AND CT-DATA > WS-HOJE
               MOVE 99 TO FFCTB
           END-IF
           IF FB-OK
               IF CT-CONTA-DEBITO = WS-CONTA-CAIXA
                   ADD CT-VALOR TO WS-SALDO-CAIXA
               END-IF
               IF CT-CONTA-CREDITO = WS-CONTA-CAIXA
                   SUBTRACT CT-VALOR FROM WS-SALDO-CAIXA
               END-IF
               IF CT-CONTA-DEBITO = WS-CONTA-TESOURARIA
                   ADD CT-VALOR TO WS-SALDO-TESOUR
               END-IF
               IF CT-CONTA-CREDITO = WS-CONTA-TESOURARIA
                   SUBTRACT CT-VALOR FROM WS-SALDO-TESOUR
               END-IF
           END-IF.

       PROVA-NUMERARIO.
           COMPUTE WS-DIFERENCA = WS-TOT-COFRES - WS-SALDO-TESOUR
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAL DOS COFRES" TO LT-TITULO
           MOVE WS-TOT-COFRES TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "SALDO CONTABIL TESOURARIA (10002)" TO LT-TITULO
           MOVE WS-SALDO-TESOUR TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DIFERENCA COFRES x CONTABIL" TO LT-TITULO
           MOVE WS-DIFERENCA TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "SALDO CONTABIL CAIXA (10001)" TO LT-TITULO
           MOVE WS-SALDO-CAIXA TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-DIFERENCA = ZEROS
               MOVE "PROVA DO NUMERARIO: COFRES CONFEREM COM O CONTABIL"
                   TO LINHA-RELATORIO
           ELSE
               MOVE "PROVA DO NUMERARIO: *** COFRES NAO CONFEREM ***"
                   TO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           IF WS-SALDO-CAIXA NOT = ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "NUMERARIO DO CAIXA NAO RECOLHIDO AO COFRE"
                   TO LINHA-RELATORIO
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
           DISPLAY "TESOURARIA - COFRES DAS AGENCIAS - " WS-HOJE
           DISPLAY "LANCAMENTOS CONTABILIZADOS: " WS-QT-LANCADOS
           DISPLAY "VALOR CONTABILIZADO.......: " WS-TOT-LANCADO
           DISPLAY "COFRES LISTADOS...........: " WS-QT-COFRES
           DISPLAY "TOTAL DOS COFRES..........: " WS-TOT-COFRES
           DISPLAY "SALDO CONTABIL TESOURARIA.: " WS-SALDO-TESOUR
           DISPLAY "DIFERENCA.................: " WS-DIFERENCA
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM TESOURARIA-DIA.
