       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-CREDITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCLIE
               RECORD KEY IS CL-CPF.

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

           SELECT CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCHEQ
               RECORD KEY IS CQ-CHAVE.

           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFEMPR
               RECORD KEY IS EM-CHAVE.

           SELECT SCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSCOR
               RECORD KEY IS SR-CPF.

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
       FD CLIENTE VALUE OF FILE-ID IS "CLIENTE.DAT".

       COPY cliente.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD CHEQUES VALUE OF FILE-ID IS "CHEQUES.DAT".

       COPY cheques.

       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD SCORE VALUE OF FILE-ID IS "SCORE.DAT".

       COPY score.

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
      * SCORE INTERNO DE CREDITO - PARA CADA CPF DE CLIENTE.DAT COM
      * PELO MENOS UMA CONTA EM AGENCIA.DAT, MEDE O HISTORICO E GRAVA
      * A NOTA (0 A 1000) EM SCORE.DAT:
      *   - PARTE DE 500 PONTOS;
      *   - SALARIO NO EXTRATO (CREDITOS 'FP' DO IMPORTA-FOLHA):
      *     +150 COM 3 OU MAIS, +75 COM 1 OU 2;
      *   - SALDO MEDIO DOS MOVIMENTOS: +1 PONTO POR R$ 100,00 ATE
      *     +200; SALDO MEDIO NEGATIVO TIRA 100;
      *   - CHEQUE ESPECIAL: TIRA 2 PONTOS POR PONTO PERCENTUAL DOS
      *     MOVIMENTOS QUE DEIXARAM O SALDO NEGATIVO, ATE 200;
      *   - CHEQUE DEVOLVIDO: TIRA 100 POR CHEQUE, ATE 300;
      *   - PARCELA DE EMPRESTIMO EM ATRASO (MESMA BASE 30 DA
      *     RENEGOCIACAO): TIRA 80 POR PARCELA, ATE 400.
      * OS CORTES DE RECUSA/TETO NAO SAO APLICADOS AQUI - QUEM OS LE
      * DE PARAMETROS.DAT SAO O BANCOPEL (CONTRATACAO DE EMPRESTIMO)
      * E O REVISA-LIMITES.
       77 FFCLIE PIC 9(02).
           88 CL-OK        VALUE 00.
           88 CL-EMPTY     VALUE 35.
           88 CL-OTHER     VALUE 99.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-OTHER     VALUE 99.

       77 FFCHEQ PIC 9(02).
           88 FQ-OK        VALUE 00.
           88 FQ-OTHER     VALUE 99.

       77 FFEMPR PIC 9(02).
           88 FM-OK        VALUE 00.
           88 FM-OTHER     VALUE 99.

       77 FFSCOR PIC 9(02).
           88 SR-OK        VALUE 00.
           88 SR-EMPTY     VALUE 35.
           88 SR-OTHER     VALUE 99.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CREDITO".
       77 WS-PROG-CAT PIC X(20) VALUE "SCORE-CREDITO".

       77 WS-TEM-EXTRATO   PIC X VALUE 'N'.
       77 WS-TEM-CHEQUES   PIC X VALUE 'N'.
       77 WS-TEM-EMPREST   PIC X VALUE 'N'.

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-CPF-ATUAL      PIC 9(11) VALUE ZEROS.
       77 WS-CONTA-ATUAL    PIC 9(5) VALUE ZEROS.

       77 WS-QT-CONTAS      PIC 9(3) VALUE ZEROS.
       77 WS-SOMA-SALDOS    PIC S9(13)V99 VALUE ZEROS.
       77 WS-QT-MOVTOS      PIC 9(5) VALUE ZEROS.
       77 WS-QT-SALARIOS    PIC 9(3) VALUE ZEROS.
       77 WS-QT-NEGATIVOS   PIC 9(5) VALUE ZEROS.
       77 WS-QT-DEVOLVIDOS  PIC 9(3) VALUE ZEROS.
       77 WS-QT-ATRASADAS   PIC 9(3) VALUE ZEROS.
       77 WS-SALDO-MEDIO    PIC S9(8)V99 VALUE ZEROS.

       77 WS-PARC-DEVIDAS   PIC S9(5) VALUE ZEROS.
       77 WS-PARC-ATRASO    PIC S9(5) VALUE ZEROS.

       77 WS-PONTOS         PIC S9(5) VALUE ZEROS.
       77 WS-AJUSTE         PIC S9(7) VALUE ZEROS.
       77 WS-PCT-NEGATIVO   PIC 9(3) VALUE ZEROS.

       77 WS-QT-CLIENTES    PIC 9(6) VALUE ZEROS.
       77 WS-QT-CALCULADOS  PIC 9(6) VALUE ZEROS.
       77 WS-QT-SEM-CONTA   PIC 9(6) VALUE ZEROS.

      * DISTRIBUICAO DAS NOTAS POR CENTENA (0-99, 100-199 ... 1000).
       01 TAB-DISTRIBUICAO.
           02 TAB-DS-QTDE PIC 9(6) OCCURS 11 TIMES.
       77 WS-FAIXA          PIC 9(2) VALUE ZEROS.
       77 WS-I              PIC 9(2) VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

       01 LINHA-CABEC.
           02 FILLER PIC X(45)
               VALUE "CPF         NOME".
           02 FILLER PIC X(48)
               VALUE "SCORE   SALDO MEDIO  SAL NEG% DEV ATR CONTAS".

       01 LINHA-DETALHE.
           02 LD-CPF       PIC 9(11).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-NOME      PIC X(31).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-PONTOS    PIC ZZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-SMEDIO    PIC -(8)9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-SALARIOS  PIC ZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-PCT-NEG   PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-DEVOLV    PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-ATRASO    PIC ZZ9.
           02 FILLER       PIC X(4) VALUE SPACES.
           02 LD-CONTAS    PIC ZZ9.

       01 LINHA-FAIXA.
           02 FILLER       PIC X(14) VALUE "  SCORE ENTRE ".
           02 LF-DE        PIC ZZZ9.
           02 FILLER       PIC X(3) VALUE " E ".
           02 LF-ATE       PIC ZZZ9.
           02 FILLER       PIC X(3) VALUE " : ".
           02 LF-QTDE      PIC ZZZZZ9.

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
           INITIALIZE TAB-DISTRIBUICAO

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT CL-OTHER
               MOVE ZEROS TO CL-CPF
               START CLIENTE KEY IS NOT LESS THAN CL-CPF
                   INVALID KEY
                       SET CL-OTHER TO TRUE
               END-START
               PERFORM AVALIA-CLIENTE THRU END-AVALIA-CLIENTE
                   UNTIL CL-OTHER
               PERFORM IMPRIME-DISTRIBUICAO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 11
               PERFORM REGISTRA-CATALOGO
               CLOSE CLIENTE CAD SCORE RELATORIO
               IF WS-TEM-EXTRATO = 'S'
                   CLOSE EXTRATO
               END-IF
               IF WS-TEM-CHEQUES = 'S'
                   CLOSE CHEQUES
               END-IF
               IF WS-TEM-EMPREST = 'S'
                   CLOSE EMPRESTIMO
               END-IF
           END-IF
           PERFORM RELATORIO-FINAL
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT CLIENTE
           IF CL-EMPTY
               DISPLAY "CLIENTE.DAT VAZIO - NADA A PONTUAR"
               SET CL-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           IF NOT CL-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR CLIENTE.DAT - FS="
                   FFCLIE
               SET CL-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               CLOSE CLIENTE
               SET CL-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O SCORE
           IF SR-EMPTY
               OPEN OUTPUT SCORE
               CLOSE SCORE
               OPEN I-O SCORE
           END-IF
           IF NOT SR-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR SCORE.DAT - FS="
                   FFSCOR
               CLOSE CLIENTE CAD
               SET CL-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
      *    SEM EXTRATO, CHEQUES OU EMPRESTIMOS O COMPONENTE
      *    CORRESPONDENTE SIMPLESMENTE NAO PESA NA NOTA.
           OPEN INPUT EXTRATO
           IF FE-OK
               MOVE 'S' TO WS-TEM-EXTRATO
           END-IF
           OPEN INPUT CHEQUES
           IF FQ-OK
               MOVE 'S' TO WS-TEM-CHEQUES
           END-IF
           OPEN INPUT EMPRESTIMO
           IF FM-OK
               MOVE 'S' TO WS-TEM-EMPREST
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "SCORE_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SCORE INTERNO DE CREDITO - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

       AVALIA-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   SET CL-OTHER TO TRUE
           END-READ
           IF NOT CL-OK
               GO END-AVALIA-CLIENTE
           END-IF
           ADD 1 TO WS-QT-CLIENTES
           MOVE CL-CPF TO WS-CPF-ATUAL
           MOVE ZEROS TO WS-QT-CONTAS WS-SOMA-SALDOS WS-QT-MOVTOS
               WS-QT-SALARIOS WS-QT-NEGATIVOS WS-QT-DEVOLVIDOS
               WS-QT-ATRASADAS WS-SALDO-MEDIO WS-PCT-NEGATIVO

           PERFORM VARRE-CONTAS THRU END-VARRE-CONTAS
           IF WS-QT-CONTAS = 0
               ADD 1 TO WS-QT-SEM-CONTA
               GO END-AVALIA-CLIENTE
           END-IF
           IF WS-TEM-EXTRATO = 'S'
               PERFORM MEDE-EXTRATO THRU END-MEDE-EXTRATO
           END-IF
           PERFORM CALCULA-SCORE
           PERFORM GRAVA-SCORE.
       END-AVALIA-CLIENTE.

      * TODAS AS CONTAS DO CPF PELA CHAVE ALTERNATIVA CD-CPF; PARA
      * CADA UMA, CHEQUES DEVOLVIDOS E PARCELAS EM ATRASO.
       VARRE-CONTAS.
           MOVE WS-CPF-ATUAL TO CD-CPF
           START CAD KEY IS EQUAL TO CD-CPF
               INVALID KEY
                   GO END-VARRE-CONTAS
           END-START
           MOVE ZEROS TO FFSALV
           PERFORM LE-CONTA-CPF UNTIL FS-OTHER.
       END-VARRE-CONTAS.

       LE-CONTA-CPF.
           READ CAD NEXT RECORD
               AT END
                   SET FS-OTHER TO TRUE
           END-READ
           IF FS-OK AND CD-CPF NOT = WS-CPF-ATUAL
               SET FS-OTHER TO TRUE
           END-IF
           IF FS-OK
               ADD 1 TO WS-QT-CONTAS
               MOVE CD-CONTA TO WS-CONTA-ATUAL
               IF WS-TEM-CHEQUES = 'S'
                   PERFORM CONTA-DEVOLVIDOS
               END-IF
               IF WS-TEM-EMPREST = 'S'
                   PERFORM CONTA-ATRASOS
               END-IF
           END-IF.

      * O EXTRATO E CHAVEADO POR CPF: UMA UNICA VARREDURA COBRE OS
      * MOVIMENTOS DE TODAS AS CONTAS DO CLIENTE.
       MEDE-EXTRATO.
           MOVE WS-CPF-ATUAL TO EX-CPF
           MOVE ZEROS TO EX-DATAHORA EX-MS
           START EXTRATO KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   GO END-MEDE-EXTRATO
           END-START
           MOVE ZEROS TO FFEXTR
           PERFORM SOMA-MOVIMENTO UNTIL FE-OTHER
           IF WS-QT-MOVTOS > 0
               COMPUTE WS-SALDO-MEDIO ROUNDED =
                   WS-SOMA-SALDOS / WS-QT-MOVTOS
               COMPUTE WS-PCT-NEGATIVO =
                   WS-QT-NEGATIVOS * 100 / WS-QT-MOVTOS
           END-IF.
       END-MEDE-EXTRATO.

       SOMA-MOVIMENTO.
           READ EXTRATO NEXT RECORD
               AT END
                   SET FE-OTHER TO TRUE
           END-READ
           IF FE-OK AND EX-CPF NOT = WS-CPF-ATUAL
               SET FE-OTHER TO TRUE
           END-IF
           IF FE-OK
               ADD 1 TO WS-QT-MOVTOS
               ADD EX-SALDO-APOS TO WS-SOMA-SALDOS
               IF EX-ORIG-FOLHA AND EX-DEPOSITO
                   ADD 1 TO WS-QT-SALARIOS
               END-IF
               IF EX-SALDO-APOS < 0
                   ADD 1 TO WS-QT-NEGATIVOS
               END-IF
           END-IF.

       CONTA-DEVOLVIDOS.
           MOVE WS-CONTA-ATUAL TO CQ-CONTA
           MOVE ZEROS TO CQ-NUMERO
           START CHEQUES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCHEQ
           END-START
           PERFORM SOMA-DEVOLVIDO UNTIL FQ-OTHER
           MOVE ZEROS TO FFCHEQ.

       SOMA-DEVOLVIDO.
           READ CHEQUES NEXT RECORD
               AT END
                   MOVE 99 TO FFCHEQ
           END-READ
           IF FQ-OK AND CQ-CONTA NOT = WS-CONTA-ATUAL
               MOVE 99 TO FFCHEQ
           END-IF
           IF FQ-OK AND CQ-DEVOLVIDO
               ADD 1 TO WS-QT-DEVOLVIDOS
           END-IF.

       CONTA-ATRASOS.
           MOVE WS-CONTA-ATUAL TO EM-CONTA
           MOVE ZEROS TO EM-SEQ
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
               INVALID KEY
                   MOVE 99 TO FFEMPR
           END-START
           PERFORM SOMA-ATRASO UNTIL FM-OTHER
           MOVE ZEROS TO FFEMPR.

      * PARCELAS DEVIDAS = DIAS DESDE A CONTRATACAO / 30, NO MAXIMO
      * O TOTAL DO CONTRATO; EM ATRASO = DEVIDAS - PAGAS.
       SOMA-ATRASO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF FM-OK AND EM-CONTA NOT = WS-CONTA-ATUAL
               MOVE 99 TO FFEMPR
           END-IF
           IF FM-OK AND EM-ATIVO
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE EM-DATA-CONTRATO TO WS-SV-DATA-1
               MOVE WS-HOJE TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RETORNO = '0' AND WS-SV-RESULTADO > 0
                   COMPUTE WS-PARC-DEVIDAS = WS-SV-RESULTADO / 30
                   IF WS-PARC-DEVIDAS > EM-QT-PARCELAS
                       MOVE EM-QT-PARCELAS TO WS-PARC-DEVIDAS
                   END-IF
                   COMPUTE WS-PARC-ATRASO =
                       WS-PARC-DEVIDAS - EM-PARCELAS-PAGAS
                   IF WS-PARC-ATRASO > 0
                       ADD WS-PARC-ATRASO TO WS-QT-ATRASADAS
                   END-IF
               END-IF
           END-IF.

       CALCULA-SCORE.
           MOVE 500 TO WS-PONTOS

           IF WS-QT-SALARIOS >= 3
               ADD 150 TO WS-PONTOS
           ELSE
               IF WS-QT-SALARIOS > 0
                   ADD 75 TO WS-PONTOS
               END-IF
           END-IF

           IF WS-SALDO-MEDIO > 0
               COMPUTE WS-AJUSTE = WS-SALDO-MEDIO / 100
               IF WS-AJUSTE > 200
                   MOVE 200 TO WS-AJUSTE
               END-IF
               ADD WS-AJUSTE TO WS-PONTOS
           END-IF
           IF WS-SALDO-MEDIO < 0
               SUBTRACT 100 FROM WS-PONTOS
           END-IF

           COMPUTE WS-AJUSTE = WS-PCT-NEGATIVO * 2
           IF WS-AJUSTE > 200
               MOVE 200 TO WS-AJUSTE
           END-IF
           SUBTRACT WS-AJUSTE FROM WS-PONTOS

           COMPUTE WS-AJUSTE = WS-QT-DEVOLVIDOS * 100
           IF WS-AJUSTE > 300
               MOVE 300 TO WS-AJUSTE
           END-IF
           SUBTRACT WS-AJUSTE FROM WS-PONTOS

           COMPUTE WS-AJUSTE = WS-QT-ATRASADAS * 80
           IF WS-AJUSTE > 400
               MOVE 400 TO WS-AJUSTE
           END-IF
           SUBTRACT WS-AJUSTE FROM WS-PONTOS

           IF WS-PONTOS < 0
               MOVE ZEROS TO WS-PONTOS
           END-IF
           IF WS-PONTOS > 1000
               MOVE 1000 TO WS-PONTOS
           END-IF.

       GRAVA-SCORE.
           MOVE SPACES TO REG-SCORE
           MOVE WS-CPF-ATUAL TO SR-CPF
           MOVE WS-PONTOS TO SR-PONTOS
           MOVE WS-HOJE TO SR-DATA-CALCULO
           MOVE WS-QT-CONTAS TO SR-QT-CONTAS
           MOVE WS-SALDO-MEDIO TO SR-SALDO-MEDIO
           MOVE WS-QT-MOVTOS TO SR-QT-MOVTOS
           MOVE WS-QT-SALARIOS TO SR-QT-SALARIOS
           MOVE WS-QT-NEGATIVOS TO SR-QT-NEGATIVOS
           MOVE WS-QT-DEVOLVIDOS TO SR-QT-DEVOLVIDOS
           MOVE WS-QT-ATRASADAS TO SR-QT-ATRASADAS
           WRITE REG-SCORE
               INVALID KEY
                   REWRITE REG-SCORE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-QT-CALCULADOS

           COMPUTE WS-FAIXA = WS-PONTOS / 100 + 1
           ADD 1 TO TAB-DS-QTDE(WS-FAIXA)

           MOVE WS-CPF-ATUAL TO LD-CPF
           MOVE CL-NOME TO LD-NOME
           MOVE WS-PONTOS TO LD-PONTOS
           MOVE WS-SALDO-MEDIO TO LD-SMEDIO
           MOVE WS-QT-SALARIOS TO LD-SALARIOS
           MOVE WS-PCT-NEGATIVO TO LD-PCT-NEG
           MOVE WS-QT-DEVOLVIDOS TO LD-DEVOLV
           MOVE WS-QT-ATRASADAS TO LD-ATRASO
           MOVE WS-QT-CONTAS TO LD-CONTAS
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-DISTRIBUICAO.
           IF WS-I = 1
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "DISTRIBUICAO DAS NOTAS" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           COMPUTE LF-DE = (WS-I - 1) * 100
           IF WS-I = 11
               MOVE 1000 TO LF-ATE
           ELSE
               COMPUTE LF-ATE = WS-I * 100 - 1
           END-IF
           MOVE TAB-DS-QTDE(WS-I) TO LF-QTDE
           MOVE LINHA-FAIXA TO LINHA-RELATORIO
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
           DISPLAY "SCORE INTERNO DE CREDITO - " WS-HOJE
           DISPLAY "CLIENTES LIDOS.......: " WS-QT-CLIENTES
           DISPLAY "SCORES CALCULADOS....: " WS-QT-CALCULADOS
           DISPLAY "CLIENTES SEM CONTA...: " WS-QT-SEM-CONTA
           DISPLAY "NOTAS GRAVADAS EM SCORE.DAT"
           IF WS-QT-CALCULADOS > 0
               DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO
           END-IF.

       END PROGRAM SCORE-CREDITO.
