       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-PONTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOGIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RLST.

           SELECT FUNCIONARIO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FU-CODIGO
               FILE STATUS FUST.

           SELECT PONTO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PT-CHAVE
               FILE STATUS PTST.

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
      * ARQUIVO EXPORTADO PELO RELOGIO DE PONTO, UMA LINHA POR
      * FUNCIONARIO POR DIA DE ESCALA: CODIGO (4), DATA AAAAMMDD (8),
      * QUATRO BATIDAS HHMM (ENTRADA, SAIDA DO ALMOCO, VOLTA, SAIDA -
      * BATIDA NAO REGISTRADA VEM EM BRANCO) E A JUSTIFICATIVA (1):
      * 'J' FALTA ABONADA (ATESTADO, FOLGA COMPENSADA, FERIAS).
       FD  RELOGIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PONTO.TXT".
       01  REG-RELOGIO.
           02 RL-FUNCIONARIO PIC 9(4).
           02 RL-DATA        PIC 9(8).
           02 RL-BATIDA      PIC X(4) OCCURS 4 TIMES.
           02 RL-JUSTIFICA   PIC X(1).
               88 RL-ABONADO    VALUE 'J' 'j'.

       FD  FUNCIONARIO LABEL RECORD STANDARD
           DATA RECORD IS REG-FUNCIONARIO
           VALUE OF FILE-ID IS "FUNCIONARIO.DAT".

       COPY funcionario.

       FD  PONTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PONTO.DAT".

       COPY ponto.

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
      * IMPORTACAO DO RELOGIO DE PONTO - RODA NO FECHAMENTO DO MES,
      * ANTES DA FOLHA (MODO F DA FOLHA-PAGAMENTO).  PARA CADA DIA
      * DE CADA FUNCIONARIO APURA OS PARES ENTRADA/SAIDA COMPLETOS
      * (SAIDA MENOR QUE A ENTRADA E VIRADA DE MEIA-NOITE) E SOMA NO
      * RESUMO DO MES EM PONTO.DAT:
      *   DIA UTIL.........: ATE 8 HORAS NORMAIS, O RESTO HE 50%;
      *   SABADO...........: TUDO HE 50%;
      *   DOMINGO/FERIADO..: TUDO HE 100% (CALENDARIO DO
      *                      DATAS-SERVICO);
      *   22:00 AS 05:00...: MINUTOS NOTURNOS, ALEM DAS HORAS ACIMA;
      *   DIA UTIL SEM BATIDA: FALTA, SALVO JUSTIFICATIVA 'J'.
      * PAR INCOMPLETO (BATIDA FALTANDO) NAO ENTRA NAS HORAS: VAI
      * PARA O RELATORIO DE EXCECOES PONTOEXC_AAAAMMDD.TXT E CONTA
      * COMO PENDENCIA NO RESUMO, PARA O RH ACERTAR E REIMPORTAR
      * ANTES DE RODAR A FOLHA.
       77 RLST PIC X(02).
           88 RL-OK        VALUE "00".
           88 RL-FIM       VALUE "10".

       77 FUST PIC X(02).
           88 FU-OK        VALUE "00".

       77 PTST PIC X(02).
           88 PT-OK        VALUE "00".
           88 PT-EMPTY     VALUE "35".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "EXCECAO".
       77 WS-PROG-CAT PIC X(20) VALUE "IMPORTA-PONTO".

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-LOTE          PIC 9(14) VALUE ZEROS.
       77 WS-QT-LIDAS      PIC 9(6) VALUE ZEROS.
       77 WS-QT-ACEITAS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-RECUSADAS  PIC 9(6) VALUE ZEROS.
       77 WS-QT-PENDENTES  PIC 9(6) VALUE ZEROS.
       77 WS-QT-FALTAS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-ABONOS     PIC 9(6) VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * APURACAO DE UM DIA.  AS HORAS SAO CONTADAS EM MINUTOS A
      * PARTIR DA MEIA-NOITE DO DIA DA ENTRADA; A SAIDA DEPOIS DA
      * MEIA-NOITE VAI ALEM DE 1440.
       01 WS-BAT-HHMM.
           02 WS-BAT-HH    PIC 9(2).
           02 WS-BAT-MM    PIC 9(2).
       77 WS-PAR-I         PIC 9(1) VALUE ZEROS.
       77 WS-BAT-E         PIC 9(1) VALUE ZEROS.
       77 WS-BAT-S         PIC 9(1) VALUE ZEROS.
       77 WS-ENT-MIN       PIC 9(4) VALUE ZEROS.
       77 WS-SAI-MIN       PIC 9(4) VALUE ZEROS.
       77 WS-MIN-DIA       PIC 9(4) VALUE ZEROS.
       77 WS-MIN-NOT-DIA   PIC 9(4) VALUE ZEROS.
       77 WS-JAN-INI       PIC 9(4) VALUE ZEROS.
       77 WS-JAN-FIM       PIC 9(4) VALUE ZEROS.
       77 WS-SOBRE-INI     PIC 9(4) VALUE ZEROS.
       77 WS-SOBRE-FIM     PIC 9(4) VALUE ZEROS.
       77 WS-PARES-OK      PIC 9(1) VALUE ZEROS.
       77 WS-DIA-UTIL      PIC 9(1) VALUE ZEROS.
       77 WS-DIA-SEMANA    PIC 9(1) VALUE ZEROS.
       77 WS-PENDENTE      PIC X(1) VALUE 'N'.
       77 WS-HORA-INVALIDA PIC X(1) VALUE 'N'.
       77 WS-PONTO-NOVO    PIC X(1) VALUE 'N'.
       77 WS-JORNADA-MIN   PIC 9(4) VALUE 480.

       01 LINHA-CABEC.
           02 FILLER PIC X(50)
               VALUE "FUNC NOME                      DATA     BATIDAS ".
           02 FILLER PIC X(50)
               VALUE "            MOTIVO".

       01 LINHA-EXCECAO.
           02 LE-FUNCIONARIO PIC X(4).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LE-NOME        PIC X(25).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LE-DATA        PIC X(8).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LE-BATIDA-1    PIC X(4).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LE-BATIDA-2    PIC X(4).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LE-BATIDA-3    PIC X(4).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LE-BATIDA-4    PIC X(4).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LE-MOTIVO      PIC X(40).

       01 LINHA-TOTAL.
           02 LT-TITULO    PIC X(40).
           02 LT-QTDE      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOTE
           OPEN INPUT DIAMOV
           IF FD2-OK
               READ DIAMOV
                   NOT AT END
                       MOVE DM-DATA-MOVTO TO WS-HOJE
               END-READ
               CLOSE DIAMOV
           END-IF

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT RL-OK OR NOT FU-OK
               GOBACK
           END-IF

           PERFORM PROCESSA-BATIDA THRU END-PROCESSA-BATIDA
               UNTIL RL-FIM
           IF WS-QT-RECUSADAS = ZEROS AND WS-QT-PENDENTES = ZEROS
               AND WS-QT-FALTAS = ZEROS
               MOVE "NENHUMA EXCECAO NO PONTO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM TOTAIS-GERAIS

           CLOSE RELOGIO FUNCIONARIO PONTO RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT RELOGIO
           IF NOT RL-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR PONTO.TXT - FS=" RLST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT FUNCIONARIO
           IF NOT FU-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR FUNCIONARIO.DAT - FS="
                   FUST
               CLOSE RELOGIO
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O PONTO
           IF PT-EMPTY
               OPEN OUTPUT PONTO
               CLOSE PONTO
               OPEN I-O PONTO
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "PONTOEXC_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXCECOES DO RELOGIO DE PONTO - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * UMA LINHA DO RELOGIO: VALIDA, APURA O DIA E SOMA NO RESUMO
      * DO MES DO FUNCIONARIO.
       PROCESSA-BATIDA.
           READ RELOGIO
               AT END
                   GO END-PROCESSA-BATIDA
           END-READ
           ADD 1 TO WS-QT-LIDAS
           MOVE SPACES TO FU-NOME
           IF RL-FUNCIONARIO NOT NUMERIC OR RL-DATA NOT NUMERIC
               MOVE "CODIGO OU DATA NAO NUMERICOS" TO LE-MOTIVO
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-BATIDA
           END-IF
           MOVE RL-FUNCIONARIO TO FU-CODIGO
           READ FUNCIONARIO
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO LE-MOTIVO
                   PERFORM RECUSA-LINHA
                   GO END-PROCESSA-BATIDA
           END-READ

           MOVE "EU" TO WS-SV-FUNCAO
           MOVE RL-DATA TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '1'
               MOVE "DATA INVALIDA" TO LE-MOTIVO
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-BATIDA
           END-IF
           MOVE WS-SV-RESULTADO TO WS-DIA-UTIL
           MOVE "DS" TO WS-SV-FUNCAO
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO WS-DIA-SEMANA

           MOVE ZEROS TO WS-MIN-DIA WS-MIN-NOT-DIA WS-PARES-OK
           MOVE 'N' TO WS-PENDENTE WS-HORA-INVALIDA
           PERFORM APURA-PAR THRU END-APURA-PAR
               VARYING WS-PAR-I FROM 1 BY 1 UNTIL WS-PAR-I > 2
           IF WS-HORA-INVALIDA = 'S'
               MOVE "HORARIO INVALIDO NA BATIDA" TO LE-MOTIVO
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-BATIDA
           END-IF

           ADD 1 TO WS-QT-ACEITAS
           PERFORM LE-RESUMO
           IF WS-PENDENTE = 'S'
               ADD 1 TO PT-PENDENCIAS
               ADD 1 TO WS-QT-PENDENTES
               MOVE "BATIDA FALTANDO - PAR FORA DAS HORAS"
                   TO LE-MOTIVO
               PERFORM MOSTRA-EXCECAO
           END-IF
           IF WS-PARES-OK = 0 AND WS-PENDENTE = 'N'
               IF RL-ABONADO
                   ADD 1 TO PT-ABONOS
                   ADD 1 TO WS-QT-ABONOS
               ELSE
                   IF WS-DIA-UTIL = 1
                       ADD 1 TO PT-FALTAS
                       ADD 1 TO WS-QT-FALTAS
                       MOVE "FALTA SEM JUSTIFICATIVA" TO LE-MOTIVO
                       PERFORM MOSTRA-EXCECAO
                   END-IF
               END-IF
           END-IF
           IF WS-MIN-DIA > 0
               ADD 1 TO PT-DIAS-TRAB
               ADD WS-MIN-NOT-DIA TO PT-MIN-NOTURNO
               EVALUATE TRUE
                   WHEN WS-DIA-UTIL = 1
                       IF WS-MIN-DIA > WS-JORNADA-MIN
                           ADD WS-JORNADA-MIN TO PT-MIN-NORMAIS
                           COMPUTE PT-MIN-HE50 = PT-MIN-HE50
                               + WS-MIN-DIA - WS-JORNADA-MIN
                       ELSE
                           ADD WS-MIN-DIA TO PT-MIN-NORMAIS
                       END-IF
                   WHEN WS-DIA-SEMANA = 1
                       ADD WS-MIN-DIA TO PT-MIN-HE50
                   WHEN OTHER
                       ADD WS-MIN-DIA TO PT-MIN-HE100
               END-EVALUATE
           END-IF
           PERFORM GRAVA-RESUMO.
       END-PROCESSA-BATIDA.

      * PAR WS-PAR-I: BATIDAS 1/2 OU 3/4.  PAR TODO EM BRANCO NAO
      * FOI TRABALHADO; SO UMA DAS DUAS EM BRANCO E PENDENCIA.
       APURA-PAR.
           COMPUTE WS-BAT-E = WS-PAR-I * 2 - 1
           COMPUTE WS-BAT-S = WS-PAR-I * 2
           IF RL-BATIDA(WS-BAT-E) = SPACES
               AND RL-BATIDA(WS-BAT-S) = SPACES
               GO END-APURA-PAR
           END-IF
           IF RL-BATIDA(WS-BAT-E) = SPACES
               OR RL-BATIDA(WS-BAT-S) = SPACES
               MOVE 'S' TO WS-PENDENTE
               GO END-APURA-PAR
           END-IF

           MOVE RL-BATIDA(WS-BAT-E) TO WS-BAT-HHMM
           IF WS-BAT-HHMM NOT NUMERIC
               OR WS-BAT-HH > 23 OR WS-BAT-MM > 59
               MOVE 'S' TO WS-HORA-INVALIDA
               GO END-APURA-PAR
           END-IF
           COMPUTE WS-ENT-MIN = WS-BAT-HH * 60 + WS-BAT-MM
           MOVE RL-BATIDA(WS-BAT-S) TO WS-BAT-HHMM
           IF WS-BAT-HHMM NOT NUMERIC
               OR WS-BAT-HH > 23 OR WS-BAT-MM > 59
               MOVE 'S' TO WS-HORA-INVALIDA
               GO END-APURA-PAR
           END-IF
           COMPUTE WS-SAI-MIN = WS-BAT-HH * 60 + WS-BAT-MM
           IF WS-SAI-MIN <= WS-ENT-MIN
               ADD 1440 TO WS-SAI-MIN
           END-IF
           COMPUTE WS-MIN-DIA = WS-MIN-DIA + WS-SAI-MIN - WS-ENT-MIN
           ADD 1 TO WS-PARES-OK

      *    JANELAS NOTURNAS: 00:00-05:00 DO DIA E 22:00-05:00 DA
      *    NOITE QUE COMECA NELE.
           MOVE ZEROS TO WS-JAN-INI
           MOVE 300 TO WS-JAN-FIM
           PERFORM SOMA-NOTURNO
           MOVE 1320 TO WS-JAN-INI
           MOVE 1740 TO WS-JAN-FIM
           PERFORM SOMA-NOTURNO.
       END-APURA-PAR.

       SOMA-NOTURNO.
           MOVE WS-ENT-MIN TO WS-SOBRE-INI
           IF WS-JAN-INI > WS-SOBRE-INI
               MOVE WS-JAN-INI TO WS-SOBRE-INI
           END-IF
           MOVE WS-SAI-MIN TO WS-SOBRE-FIM
           IF WS-JAN-FIM < WS-SOBRE-FIM
               MOVE WS-JAN-FIM TO WS-SOBRE-FIM
           END-IF
           IF WS-SOBRE-FIM > WS-SOBRE-INI
               COMPUTE WS-MIN-NOT-DIA = WS-MIN-NOT-DIA
                   + WS-SOBRE-FIM - WS-SOBRE-INI
           END-IF.

      * RESUMO DO MES: A PRIMEIRA LINHA DESTA IMPORTACAO PARA O
      * FUNCIONARIO/MES ZERA O QUE UMA IMPORTACAO ANTERIOR DEIXOU.
       LE-RESUMO.
           MOVE 'N' TO WS-PONTO-NOVO
           MOVE RL-FUNCIONARIO TO PT-FUNCIONARIO
           MOVE RL-DATA(1:6) TO PT-ANOMES
           READ PONTO
               INVALID KEY
                   MOVE 'S' TO WS-PONTO-NOVO
           END-READ
           IF WS-PONTO-NOVO = 'S' OR PT-LOTE NOT = WS-LOTE
               MOVE ZEROS TO PT-DIAS-TRAB PT-MIN-NORMAIS PT-MIN-HE50
                   PT-MIN-HE100 PT-MIN-NOTURNO PT-FALTAS PT-ABONOS
                   PT-PENDENCIAS
               MOVE WS-LOTE TO PT-LOTE
           END-IF.

       GRAVA-RESUMO.
           IF WS-PONTO-NOVO = 'S'
               WRITE REG-PONTO
                   INVALID KEY
                       DISPLAY "FALHA AO GRAVAR PONTO DE "
                           PT-FUNCIONARIO " " PT-ANOMES
               END-WRITE
           ELSE
               REWRITE REG-PONTO
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR PONTO DE "
                           PT-FUNCIONARIO " " PT-ANOMES
               END-REWRITE
           END-IF.

       RECUSA-LINHA.
           ADD 1 TO WS-QT-RECUSADAS
           PERFORM MOSTRA-EXCECAO.

       MOSTRA-EXCECAO.
           MOVE REG-RELOGIO(1:4) TO LE-FUNCIONARIO
           MOVE FU-NOME TO LE-NOME
           MOVE REG-RELOGIO(5:8) TO LE-DATA
           MOVE RL-BATIDA(1) TO LE-BATIDA-1
           MOVE RL-BATIDA(2) TO LE-BATIDA-2
           MOVE RL-BATIDA(3) TO LE-BATIDA-3
           MOVE RL-BATIDA(4) TO LE-BATIDA-4
           MOVE LINHA-EXCECAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       TOTAIS-GERAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "LINHAS LIDAS DO RELOGIO" TO LT-TITULO
           MOVE WS-QT-LIDAS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "LINHAS RECUSADAS" TO LT-TITULO
           MOVE WS-QT-RECUSADAS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DIAS COM BATIDA FALTANDO" TO LT-TITULO
           MOVE WS-QT-PENDENTES TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "FALTAS SEM JUSTIFICATIVA" TO LT-TITULO
           MOVE WS-QT-FALTAS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "FALTAS ABONADAS" TO LT-TITULO
           MOVE WS-QT-ABONOS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
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
           DISPLAY "IMPORTACAO DO PONTO - " WS-HOJE
           DISPLAY "LINHAS LIDAS..............: " WS-QT-LIDAS
           DISPLAY "LINHAS APURADAS...........: " WS-QT-ACEITAS
           DISPLAY "LINHAS RECUSADAS..........: " WS-QT-RECUSADAS
           DISPLAY "DIAS COM BATIDA FALTANDO..: " WS-QT-PENDENTES
           DISPLAY "FALTAS SEM JUSTIFICATIVA..: " WS-QT-FALTAS
           DISPLAY "FALTAS ABONADAS...........: " WS-QT-ABONOS
           DISPLAY "EXCECOES GRAVADAS EM " WS-NOME-RELATORIO
           IF WS-QT-PENDENTES > 0 OR WS-QT-RECUSADAS > 0
               DISPLAY "ACERTE AS BATIDAS E REIMPORTE ANTES DA FOLHA"
           END-IF.

       END PROGRAM IMPORTA-PONTO.
