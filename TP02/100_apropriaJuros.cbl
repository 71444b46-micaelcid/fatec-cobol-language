       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROPRIA-JUROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROPRIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAPRO
               RECORD KEY IS AJ-ANOMES.

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
       FD APROPRIA VALUE OF FILE-ID IS "APROPRIA.DAT".

       COPY apropria.

       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD APLICACAO VALUE OF FILE-ID IS "APLICACAO.DAT".

       COPY aplicacao.

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
      * APROPRIACAO POR COMPETENCIA - OS JUROS DE EMPRESTIMO SO
      * CHEGAVAM AO RAZAO NA COBRANCA DA PARCELA E O RENDIMENTO DA
      * APLICACAO SO NO RESGATE, E O FECHAMENTO DO MES SAIA SEM A
      * RECEITA GANHA E SEM A DESPESA DEVIDA.  NA PRIMEIRA EXECUCAO
      * DO MES (ATE O PRIMEIRO DIA UTIL), CALCULA NO ULTIMO DIA DO MES
      * ANTERIOR OS JUROS CORRIDOS E NAO RECEBIDOS DE CADA CONTRATO
      * ATIVO DE EMPRESTIMO.DAT E O RENDIMENTO CORRIDO E NAO PAGO DE
      * CADA APLICACAO ATIVA DE APLICACAO.DAT, E LANCA EM CONTABIL.DAT
      * NAQUELA DATA, ANTES DO FECHAMENTO-CONTABIL DO MES:
      *   D JUROS A RECEBER      C RECEITA DE JUROS
      *   D DESPESA DE JUROS     C RENDIMENTOS A PAGAR
      * NO PRIMEIRO DIA UTIL DO MES O LANCAMENTO E ESTORNADO NA DATA
      * DE MOVIMENTO, PARA A COBRANCA E O RESGATE SEGUIREM LANCANDO O
      * VALOR CHEIO COMO SEMPRE.  APROPRIA.DAT GUARDA O QUE FOI
      * LANCADO E QUANDO FOI ESTORNADO; REEXECUTAR NAO LANCA DE NOVO.
      * AS DUAS CONTAS SAO INCLUIDAS NO PLANO.DAT QUANDO AINDA NAO
      * EXISTEM, COMO FAZ A PROVISAO-PDD.
       77 FFAPRO PIC 9(02).
           88 AJ-OK        VALUE 00.
           88 AJ-EMPTY     VALUE 35.
           88 AJ-OTHER     VALUE 99.

       77 FFEMPR PIC 9(02).
           88 FM-OK        VALUE 00.
           88 FM-OTHER     VALUE 99.

       77 FFAPLI PIC 9(02).
           88 FL-OK        VALUE 00.
           88 FL-OTHER     VALUE 99.

       77 FFCTB PIC 9(02).
           88 FB-OK        VALUE 00.
           88 FB-EMPTY     VALUE 35.
           88 FB-OTHER     VALUE 99.

       77 FFPLAN PIC 9(02).
           88 PL-OK        VALUE 00.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CONTABIL".
       77 WS-PROG-CAT PIC X(20) VALUE "APROPRIA-JUROS".

       77 WS-TEM-EMPREST   PIC X VALUE 'N'.
       77 WS-TEM-APLIC     PIC X VALUE 'N'.
       77 WS-TEM-PLANO     PIC X VALUE 'N'.
       77 WS-TEM-APROP     PIC X VALUE 'N'.

      * CONTAS DA APROPRIACAO E AS DE RESULTADO QUE JA EXISTIAM.
       77 WS-CONTA-JUROS-REC   PIC 9(5) VALUE 10004.
       77 WS-CONTA-REND-PAGAR  PIC 9(5) VALUE 20003.
       77 WS-CONTA-REC-JUROS   PIC 9(5) VALUE 40001.
       77 WS-CONTA-DESP-JUROS  PIC 9(5) VALUE 50001.

       01 WS-CONTAS-APROP.
           02 FILLER PIC X(27)
               VALUE "10004JUROS A RECEBER       ".
           02 FILLER PIC X(6) VALUE "A10000".
           02 FILLER PIC X(27)
               VALUE "20003RENDIMENTOS A PAGAR   ".
           02 FILLER PIC X(6) VALUE "P20000".
       01 WS-CONTAS-APROP-T REDEFINES WS-CONTAS-APROP.
           02 WS-CAP OCCURS 2 TIMES.
               03 WS-CAP-CONTA PIC 9(5).
               03 WS-CAP-NOME  PIC X(22).
               03 WS-CAP-TIPO  PIC X(1).
               03 WS-CAP-PAI   PIC 9(5).
       77 WS-I              PIC 9(2) VALUE ZEROS.

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-DATA-BASE      PIC 9(8) VALUE ZEROS.
       77 WS-PRIMEIRO-UTIL  PIC 9(8) VALUE ZEROS.
       77 WS-ANOMES         PIC 9(6) VALUE ZEROS.
       77 WS-ULT-DIA        PIC 9(2) VALUE ZEROS.
       77 WS-ANO-CALC       PIC 9(4) VALUE ZEROS.
       77 WS-ANO-Q          PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-4        PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-100      PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-400      PIC 9(4) VALUE ZEROS.

      * CONTRATO COM MAIS DE 59 DIAS DE ATRASO NAO APROPRIA RECEITA
      * (SO ENTRA NO RAZAO QUANDO EFETIVAMENTE RECEBIDA).
       77 WS-ATRASO-MAXIMO  PIC 9(3) VALUE 59.

       77 WS-DIAS           PIC S9(6) VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC S9(6) VALUE ZEROS.
       77 WS-DIAS-PARCELA   PIC S9(6) VALUE ZEROS.
       77 WS-PARC           PIC 9(3) VALUE ZEROS.
       77 WS-JUROS-PARCELA  PIC 9(9)V9(6) VALUE ZEROS.
       77 WS-JUROS-CTR-CALC PIC 9(9)V9(6) VALUE ZEROS.
       77 WS-JUROS-CTR      PIC 9(9)V99 VALUE ZEROS.
       77 WS-REND-APLIC     PIC 9(9)V99 VALUE ZEROS.

       77 WS-QT-CONTRATOS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-SEM-APROP   PIC 9(6) VALUE ZEROS.
       77 WS-QT-APLICACOES  PIC 9(6) VALUE ZEROS.
       77 WS-TOT-JUROS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-REND       PIC 9(11)V99 VALUE ZEROS.
       77 WS-SITUACAO       PIC X(30) VALUE SPACES.

      * LANCAMENTO A GRAVAR: CONTINUA A NUMERACAO CT-SEQ DA DATA.
       77 WS-LC-DATA        PIC 9(8) VALUE ZEROS.
       77 WS-LC-DEBITO      PIC 9(5) VALUE ZEROS.
       77 WS-LC-CREDITO     PIC 9(5) VALUE ZEROS.
       77 WS-LC-VALOR       PIC 9(9)V99 VALUE ZEROS.
       77 WS-LC-HISTORICO   PIC X(30) VALUE SPACES.
       77 WS-SEQ-LANCTO     PIC 9(6) VALUE ZEROS.
       77 WS-QT-LANCTOS     PIC 9(2) VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

       01 LINHA-CABEC-EMP.
           02 FILLER PIC X(40)
               VALUE "CONTRATO   SIST  PARC   PAGAS  DIAS CORR".
           02 FILLER PIC X(40)
               VALUE "    JUROS APROPRIADOS  SITUACAO".

       01 LINHA-EMPRESTIMO.
           02 LE-CONTA     PIC 9(5).
           02 FILLER       PIC X(1) VALUE "/".
           02 LE-SEQ       PIC 9(3).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LE-SISTEMA   PIC X(5).
           02 LE-PARCELAS  PIC ZZ9.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LE-PAGAS     PIC ZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LE-DIAS      PIC -(5)9.
           02 FILLER       PIC X(6) VALUE SPACES.
           02 LE-JUROS     PIC Z(10)9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LE-SITUACAO  PIC X(30).

       01 LINHA-CABEC-APL.
           02 FILLER PIC X(40)
               VALUE "APLICACAO        VALOR APLICADO   TAXA  ".
           02 FILLER PIC X(40)
               VALUE "  DIAS  RENDIMENTO A PAGAR".

       01 LINHA-APLICACAO.
           02 LA-CONTA     PIC 9(5).
           02 FILLER       PIC X(1) VALUE "/".
           02 LA-SEQ       PIC 9(3).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LA-VALOR     PIC Z(10)9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LA-TAXA      PIC 9.9999.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LA-DIAS      PIC ZZZZ9.
           02 FILLER       PIC X(4) VALUE SPACES.
           02 LA-REND      PIC Z(10)9.99.

       01 LINHA-VALOR.
           02 LV-TEXTO     PIC X(40).
           02 LV-VALOR     PIC Z(11)9.99.

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

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF AJ-OTHER
               GOBACK
           END-IF
           PERFORM CONFERE-PLANO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2

           MOVE WS-ANOMES TO AJ-ANOMES
           READ APROPRIA
               INVALID KEY
                   MOVE 'N' TO WS-TEM-APROP
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-APROP
           END-READ

           IF WS-TEM-APROP = 'N'
               IF WS-HOJE > WS-PRIMEIRO-UTIL
                   DISPLAY "COMPETENCIA " WS-ANOMES " NAO APROPRIADA "
                       "- O PRIMEIRO DIA UTIL " WS-PRIMEIRO-UTIL
                       " JA PASSOU"
               ELSE
                   PERFORM APROPRIA-COMPETENCIA
               END-IF
           END-IF
           IF WS-TEM-APROP = 'S' AND AJ-DATA-ESTORNO = ZEROS
               AND WS-HOJE NOT < WS-PRIMEIRO-UTIL
               PERFORM ESTORNA-COMPETENCIA
           END-IF

           PERFORM RELATORIO-FINAL
           CLOSE APROPRIA CONTABIL
           IF WS-TEM-EMPREST = 'S'
               CLOSE EMPRESTIMO
           END-IF
           IF WS-TEM-APLIC = 'S'
               CLOSE APLICACAO
           END-IF
           IF WS-TEM-PLANO = 'S'
               CLOSE PLANO
           END-IF
           GOBACK.

      * COMPETENCIA = MES ANTERIOR AO DA DATA DE MOVIMENTO, COM
      * DATA-BASE NO ULTIMO DIA DELE.  O PRIMEIRO DIA UTIL E O DIA 1
      * DO MES CORRENTE QUANDO UTIL, SENAO O PROXIMO DIA UTIL.
       DEFINE-COMPETENCIA.
           MOVE WS-HOJE(1:6) TO WS-ANOMES
           IF WS-ANOMES(5:2) = "01"
               COMPUTE WS-ANOMES = WS-ANOMES - 100 + 11
           ELSE
               SUBTRACT 1 FROM WS-ANOMES
           END-IF
           PERFORM ULTIMO-DIA-MES
           MOVE WS-ANOMES TO WS-DATA-BASE(1:6)
           MOVE WS-ULT-DIA TO WS-DATA-BASE(7:2)

           MOVE WS-HOJE TO WS-PRIMEIRO-UTIL
           MOVE "01" TO WS-PRIMEIRO-UTIL(7:2)
           MOVE "EU" TO WS-SV-FUNCAO
           MOVE WS-PRIMEIRO-UTIL TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RESULTADO NOT = 1
               MOVE "PU" TO WS-SV-FUNCAO
               MOVE WS-PRIMEIRO-UTIL TO WS-SV-DATA-1
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RETORNO = '0'
                   MOVE WS-SV-RESULTADO TO WS-PRIMEIRO-UTIL
               END-IF
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
           OPEN I-O APROPRIA
           IF AJ-EMPTY
               OPEN OUTPUT APROPRIA
               CLOSE APROPRIA
               OPEN I-O APROPRIA
           END-IF
           IF NOT AJ-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR APROPRIA.DAT - FS="
                   FFAPRO
               SET AJ-OTHER TO TRUE
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
               CLOSE APROPRIA
               SET AJ-OTHER TO TRUE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT EMPRESTIMO
           IF FM-OK
               MOVE 'S' TO WS-TEM-EMPREST
           END-IF
           OPEN INPUT APLICACAO
           IF FL-OK
               MOVE 'S' TO WS-TEM-APLIC
           END-IF
           OPEN I-O PLANO
           IF PL-OK
               MOVE 'S' TO WS-TEM-PLANO
           ELSE
               DISPLAY "PLANO.DAT INDISPONIVEL - RODE O MANTEM-PLANO"
           END-IF.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * CONTA DA APROPRIACAO QUE AINDA NAO ESTA NO PLANO E INCLUIDA,
      * PARA O FECHAMENTO-CONTABIL NAO A MOSTRAR "FORA DO PLANO".
       CONFERE-PLANO.
           IF WS-TEM-PLANO = 'S'
               MOVE WS-CAP-CONTA(WS-I) TO PL-CONTA
               READ PLANO
                   INVALID KEY
                       MOVE WS-CAP-NOME(WS-I) TO PL-NOME
                       MOVE WS-CAP-TIPO(WS-I) TO PL-TIPO
                       MOVE WS-CAP-PAI(WS-I) TO PL-CONTA-PAI
                       WRITE REG-PLANO
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       DISPLAY "CONTA " PL-CONTA " " PL-NOME
                           " INCLUIDA NO PLANO"
               END-READ
           END-IF.

       APROPRIA-COMPETENCIA.
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "APROPRIA_" WS-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "APROPRIACAO POR COMPETENCIA - " WS-ANOMES
               "  DATA-BASE " WS-DATA-BASE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE "JUROS DE EMPRESTIMO A RECEBER" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-EMP TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-TEM-EMPREST = 'S'
               MOVE ZEROS TO EM-CHAVE
               START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFEMPR
               END-START
               PERFORM APURA-CONTRATO THRU END-APURA-CONTRATO
                   UNTIL FM-OTHER
           END-IF
           MOVE "TOTAL DE JUROS A RECEBER" TO LV-TEXTO
           MOVE WS-TOT-JUROS TO LV-VALOR
           MOVE LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE "RENDIMENTO DE APLICACAO A PAGAR" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-APL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-TEM-APLIC = 'S'
               MOVE ZEROS TO AP-CHAVE
               START APLICACAO KEY IS NOT LESS THAN AP-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFAPLI
               END-START
               PERFORM APURA-APLICACAO THRU END-APURA-APLICACAO
                   UNTIL FL-OTHER
           END-IF
           MOVE "TOTAL DE RENDIMENTOS A PAGAR" TO LV-TEXTO
           MOVE WS-TOT-REND TO LV-VALOR
           MOVE LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF WS-TOT-JUROS > 0
               MOVE WS-DATA-BASE TO WS-LC-DATA
               MOVE WS-CONTA-JUROS-REC TO WS-LC-DEBITO
               MOVE WS-CONTA-REC-JUROS TO WS-LC-CREDITO
               MOVE WS-TOT-JUROS TO WS-LC-VALOR
               MOVE "APROPRIACAO JUROS EMPRESTIMO" TO WS-LC-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF WS-TOT-REND > 0
               MOVE WS-DATA-BASE TO WS-LC-DATA
               MOVE WS-CONTA-DESP-JUROS TO WS-LC-DEBITO
               MOVE WS-CONTA-REND-PAGAR TO WS-LC-CREDITO
               MOVE WS-TOT-REND TO WS-LC-VALOR
               MOVE "APROPRIACAO REND. APLICACAO" TO WS-LC-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF

           MOVE SPACES TO REG-APROPRIA
           MOVE WS-ANOMES TO AJ-ANOMES
           MOVE WS-DATA-BASE TO AJ-DATA-BASE
           MOVE WS-HOJE TO AJ-DATA-CALCULO
           MOVE WS-QT-CONTRATOS TO AJ-QT-CONTRATOS
           MOVE WS-TOT-JUROS TO AJ-JUROS-EMPREST
           MOVE WS-QT-APLICACOES TO AJ-QT-APLICACOES
           MOVE WS-TOT-REND TO AJ-REND-APLIC
           MOVE ZEROS TO AJ-DATA-ESTORNO
           WRITE REG-APROPRIA
               INVALID KEY
                   REWRITE REG-APROPRIA
                   END-REWRITE
           END-WRITE
           MOVE 'S' TO WS-TEM-APROP

           MOVE "LANCADO EM CONTABIL.DAT NA DATA-BASE" TO LV-TEXTO
           COMPUTE LV-VALOR = WS-TOT-JUROS + WS-TOT-REND
           MOVE LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ESTORNO NO PRIMEIRO DIA UTIL: " WS-PRIMEIRO-UTIL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE RELATORIO
           PERFORM REGISTRA-CATALOGO.

      * JUROS CORRIDOS: CADA PARCELA EM ABERTO CORRE EM 30 DIAS A
      * PARTIR DO VENCIMENTO DA ANTERIOR (A PARCELA N VENCE N * 30
      * DIAS APOS A CONTRATACAO, COMO NA PDD); APROPRIA-SE O JUROS DA
      * PARCELA NA PROPORCAO DOS DIAS JA CORRIDOS DELA ATE A
      * DATA-BASE.  JUROS DA PARCELA: NA PRICE DA CASA (JUROS
      * SIMPLES) PRINCIPAL * TAXA; NO SAC PRINCIPAL * TAXA * PARCELAS
      * AINDA NAO AMORTIZADAS ANTES DELA / PARCELAS.  CONTRATO
      * SUSPENSO POR OBITO OU COM ATRASO ACIMA DO MAXIMO NAO APROPRIA.
       APURA-CONTRATO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF NOT FM-OK
               GO END-APURA-CONTRATO
           END-IF
           IF NOT EM-ATIVO OR EM-QT-PARCELAS = 0
               OR EM-PARCELAS-PAGAS >= EM-QT-PARCELAS
               OR EM-DATA-CONTRATO > WS-DATA-BASE
               GO END-APURA-CONTRATO
           END-IF

           MOVE "DF" TO WS-SV-FUNCAO
           MOVE EM-DATA-CONTRATO TO WS-SV-DATA-1
           MOVE WS-DATA-BASE TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0'
               GO END-APURA-CONTRATO
           END-IF
           MOVE WS-SV-RESULTADO TO WS-DIAS
           COMPUTE WS-DIAS-ATRASO = WS-DIAS
               - (EM-PARCELAS-PAGAS + 1) * 30

           MOVE ZEROS TO WS-JUROS-CTR-CALC WS-JUROS-CTR
           MOVE SPACES TO WS-SITUACAO
           IF WS-DIAS-ATRASO > WS-ATRASO-MAXIMO
               ADD 1 TO WS-QT-SEM-APROP
               MOVE "SEM APROPRIACAO - ATRASO" TO WS-SITUACAO
           ELSE
               COMPUTE WS-PARC = EM-PARCELAS-PAGAS + 1
               PERFORM SOMA-JUROS-PARCELA
                   UNTIL WS-PARC > EM-QT-PARCELAS
                      OR (WS-PARC - 1) * 30 >= WS-DIAS
               COMPUTE WS-JUROS-CTR ROUNDED = WS-JUROS-CTR-CALC
               ADD 1 TO WS-QT-CONTRATOS
               ADD WS-JUROS-CTR TO WS-TOT-JUROS
           END-IF

           MOVE EM-CONTA TO LE-CONTA
           MOVE EM-SEQ TO LE-SEQ
           IF EM-SAC
               MOVE "SAC" TO LE-SISTEMA
           ELSE
               MOVE "PRICE" TO LE-SISTEMA
           END-IF
           MOVE EM-QT-PARCELAS TO LE-PARCELAS
           MOVE EM-PARCELAS-PAGAS TO LE-PAGAS
           MOVE WS-DIAS TO LE-DIAS
           MOVE WS-JUROS-CTR TO LE-JUROS
           MOVE WS-SITUACAO TO LE-SITUACAO
           MOVE LINHA-EMPRESTIMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-APURA-CONTRATO.

       SOMA-JUROS-PARCELA.
           COMPUTE WS-DIAS-PARCELA = WS-DIAS - (WS-PARC - 1) * 30
           IF WS-DIAS-PARCELA > 30
               MOVE 30 TO WS-DIAS-PARCELA
           END-IF
           IF EM-SAC
               COMPUTE WS-JUROS-PARCELA = EM-PRINCIPAL * EM-TAXA
                   * (EM-QT-PARCELAS - WS-PARC + 1) / EM-QT-PARCELAS
           ELSE
               COMPUTE WS-JUROS-PARCELA = EM-PRINCIPAL * EM-TAXA
           END-IF
           COMPUTE WS-JUROS-CTR-CALC = WS-JUROS-CTR-CALC
               + WS-JUROS-PARCELA * WS-DIAS-PARCELA / 30
           ADD 1 TO WS-PARC.

      * RENDIMENTO CORRIDO DESDE A APLICACAO (OU DESDE A ULTIMA
      * RENOVACAO, QUE REGRAVA AP-DATA-APLIC), NA MESMA FORMULA DO
      * RESGATE: VALOR * TAXA * DIAS / 30, LIMITADO AO PRAZO DA
      * APLICACAO QUANDO ELA JA VENCEU E AINDA NAO FOI LIQUIDADA.
       APURA-APLICACAO.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE 99 TO FFAPLI
           END-READ
           IF NOT FL-OK
               GO END-APURA-APLICACAO
           END-IF
           IF NOT AP-ATIVA OR AP-DATA-APLIC NOT < WS-DATA-BASE
               GO END-APURA-APLICACAO
           END-IF

           MOVE "DF" TO WS-SV-FUNCAO
           MOVE AP-DATA-APLIC TO WS-SV-DATA-1
           MOVE WS-DATA-BASE TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0' OR WS-SV-RESULTADO NOT > 0
               GO END-APURA-APLICACAO
           END-IF
           MOVE WS-SV-RESULTADO TO WS-DIAS
           IF NOT AP-INSTR-AUTOMATICA AND WS-DIAS > AP-PRAZO-DIAS
               MOVE AP-PRAZO-DIAS TO WS-DIAS
           END-IF

           COMPUTE WS-REND-APLIC ROUNDED =
               AP-VALOR * AP-TAXA * WS-DIAS / 30
           ADD 1 TO WS-QT-APLICACOES
           ADD WS-REND-APLIC TO WS-TOT-REND

           MOVE AP-CONTA TO LA-CONTA
           MOVE AP-SEQ TO LA-SEQ
           MOVE AP-VALOR TO LA-VALOR
           MOVE AP-TAXA TO LA-TAXA
           MOVE WS-DIAS TO LA-DIAS
           MOVE WS-REND-APLIC TO LA-REND
           MOVE LINHA-APLICACAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-APURA-APLICACAO.

      * ESTORNO: AS PERNAS INVERTIDAS DA APROPRIACAO, NA DATA DE
      * MOVIMENTO DO PRIMEIRO DIA UTIL (OU DA PRIMEIRA EXECUCAO
      * DEPOIS DELE, SE A CADEIA NAO RODOU NAQUELE DIA).
       ESTORNA-COMPETENCIA.
           IF AJ-JUROS-EMPREST > 0
               MOVE WS-HOJE TO WS-LC-DATA
               MOVE WS-CONTA-REC-JUROS TO WS-LC-DEBITO
               MOVE WS-CONTA-JUROS-REC TO WS-LC-CREDITO
               MOVE AJ-JUROS-EMPREST TO WS-LC-VALOR
               MOVE "ESTORNO APROPR. JUROS EMPREST" TO WS-LC-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           IF AJ-REND-APLIC > 0
               MOVE WS-HOJE TO WS-LC-DATA
               MOVE WS-CONTA-REND-PAGAR TO WS-LC-DEBITO
               MOVE WS-CONTA-DESP-JUROS TO WS-LC-CREDITO
               MOVE AJ-REND-APLIC TO WS-LC-VALOR
               MOVE "ESTORNO APROPR. REND. APLIC." TO WS-LC-HISTORICO
               PERFORM GRAVA-LANCAMENTO
           END-IF
           MOVE WS-HOJE TO AJ-DATA-ESTORNO
           REWRITE REG-APROPRIA
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL MARCAR O ESTORNO DE "
                       AJ-ANOMES
           END-REWRITE
           DISPLAY "APROPRIACAO DE " AJ-ANOMES " ESTORNADA EM "
               WS-HOJE.

       GRAVA-LANCAMENTO.
           MOVE ZEROS TO WS-SEQ-LANCTO
           MOVE WS-LC-DATA TO CT-DATA
           MOVE ZEROS TO CT-SEQ
           START CONTABIL KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCTB
           END-START
           PERFORM VARRE-LANCTO UNTIL FB-OTHER
           MOVE ZEROS TO FFCTB

           MOVE SPACES TO REG-CONTABIL
           ADD 1 TO WS-SEQ-LANCTO
           MOVE WS-LC-DATA TO CT-DATA
           MOVE WS-SEQ-LANCTO TO CT-SEQ
           MOVE WS-LC-DEBITO TO CT-CONTA-DEBITO
           MOVE WS-LC-CREDITO TO CT-CONTA-CREDITO
           MOVE WS-LC-VALOR TO CT-VALOR
           MOVE WS-LC-HISTORICO TO CT-HISTORICO
           WRITE REG-CONTABIL
               INVALID KEY
                   DISPLAY "LANCAMENTO " CT-CHAVE " JA EXISTE - "
                       WS-LC-HISTORICO " NAO CONTABILIZADO"
               NOT INVALID KEY
                   ADD 1 TO WS-QT-LANCTOS
           END-WRITE.

       VARRE-LANCTO.
           READ CONTABIL NEXT RECORD
               AT END
                   MOVE 99 TO FFCTB
           END-READ
           IF FB-OK AND CT-DATA NOT = WS-LC-DATA
               MOVE 99 TO FFCTB
           END-IF
           IF FB-OK
               MOVE CT-SEQ TO WS-SEQ-LANCTO
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
           DISPLAY "APROPRIACAO POR COMPETENCIA - " WS-ANOMES
           DISPLAY "CONTRATOS APROPRIADOS....: " WS-QT-CONTRATOS
           DISPLAY "CONTRATOS SEM APROPRIACAO: " WS-QT-SEM-APROP
           DISPLAY "JUROS A RECEBER..........: " WS-TOT-JUROS
           DISPLAY "APLICACOES APROPRIADAS...: " WS-QT-APLICACOES
           DISPLAY "RENDIMENTOS A PAGAR......: " WS-TOT-REND
           DISPLAY "LANCAMENTOS GRAVADOS.....: " WS-QT-LANCTOS
           IF WS-NOME-RELATORIO NOT = SPACES
               DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO
           END-IF.

       END PROGRAM APROPRIA-JUROS.
