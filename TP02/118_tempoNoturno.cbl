       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPO-NOTURNO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EJST
               RECORD KEY IS EJ-SEQ.

           SELECT CONTROLE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CNST
               RECORD KEY IS CN-CHAVE.

           SELECT HISTNOT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS HNST
               RECORD KEY IS HN-CHAVE.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DMST.

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
       FD ESCALA VALUE OF FILE-ID IS "ESCALA.DAT".

       COPY escala.

       FD CONTROLE VALUE OF FILE-ID IS "CONTROLE.DAT".

       COPY controle.

       FD HISTNOT VALUE OF FILE-ID IS "HISTNOT.DAT".

       COPY histnot.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * TEMPOS DA CADEIA NOTURNA - FECHA A NOITE (E PODE RODAR AVULSO
      * DURANTE ELA) COMPARANDO A DURACAO DE CADA PASSO DA DATA DE
      * MOVIMENTO COM A MEDIA DOS ULTIMOS 30 DIAS DO HISTNOT.DAT, COM
      * A TENDENCIA (MEDIA DOS ULTIMOS 7 DIAS CONTRA A DE 30) E COM O
      * HORARIO-ALVO DO PASSO NA ESCALA.DAT.  PASSO MUITO ACIMA DO
      * NORMAL (50% E PELO MENOS UM MINUTO ALEM DA MEDIA, COM TRES
      * NOITES DE HISTORICO) OU TERMINADO DEPOIS DO ALVO E SINALIZADO.
      * OS PASSOS DEVIDOS AINDA NAO CONCLUIDOS SOMAM SUAS MEDIAS A
      * PARTIR DE AGORA PARA A PREVISAO DE TERMINO DA CADEIA; O QUE
      * ESTA RODANDO CONTA SO O QUE FALTA DA MEDIA.  HORA ANTES DO
      * MEIO-DIA E DA MADRUGADA SEGUINTE (A CADEIA VIRA A NOITE).
      * O RELATORIO SAI EM TEMPONOT_<DATA>.TXT.
       77 EJST PIC 9(02).
           88 EJ-OK        VALUE 00.
           88 EJ-FIM       VALUE 99.
       77 CNST PIC X(02).
       77 HNST PIC X(02).
           88 HN-OK        VALUE "00".
           88 HN-FIM       VALUE "99".
       77 DMST PIC X(02).
       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-NOME-CAT       PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "GERENCIAL".
       77 WS-PROG-CAT PIC X(20) VALUE "TEMPO-NOTURNO".
       77 WS-HOJE         PIC 9(8) VALUE ZEROS.
       77 WS-TEM-HIST     PIC X(1) VALUE 'N'.
       77 WS-TEM-CONTROLE PIC X(1) VALUE 'N'.
       77 WS-DEVIDO       PIC X(1) VALUE 'N'.
       77 WS-PROX-UTIL    PIC 9(8) VALUE ZEROS.

      * LIMITES DO ALERTA DE PASSO LENTO.
       77 WS-FATOR-ALERTA PIC 9V99 VALUE 1,50.
       77 WS-FOLGA-MIN    PIC 9(4) VALUE 60.
       77 WS-MIN-NOITES   PIC 9(3) VALUE 3.
       77 WS-JANELA-DIAS  PIC 9(3) VALUE 30.
       77 WS-JANELA-TEND  PIC 9(3) VALUE 7.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * ACUMULADOS DO HISTORICO POR PASSO (INDICE = EJ-SEQ).
       01 TAB-PASSOS.
           02 TAB-PS-ITEM OCCURS 99 TIMES.
               03 TAB-PS-SOMA30 PIC 9(9).
               03 TAB-PS-N30    PIC 9(3).
               03 TAB-PS-SOMA7  PIC 9(9).
               03 TAB-PS-N7     PIC 9(3).

      * RELOGIO E CONTAS EM SEGUNDOS.  "RELATIVO" E O SEGUNDO DA
      * NOITE: A MADRUGADA GANHA 86400 PARA FICAR DEPOIS DA NOITE.
       01 WS-DATA-W.
           02 WS-DW-ANO PIC 9(4).
           02 WS-DW-MES PIC 9(2).
           02 WS-DW-DIA PIC 9(2).
       77 WS-RELOGIO      PIC 9(8) VALUE ZEROS.
       01 WS-HMS.
           02 WS-HMS-HH   PIC 9(2).
           02 WS-HMS-MM   PIC 9(2).
           02 WS-HMS-SS   PIC 9(2).
       01 WS-HMS-N REDEFINES WS-HMS PIC 9(6).
       77 WS-SEG          PIC 9(6) VALUE ZEROS.
       77 WS-SEG-REL      PIC 9(6) VALUE ZEROS.
       77 WS-REL-AGORA    PIC 9(6) VALUE ZEROS.
       77 WS-REL-INI      PIC 9(6) VALUE ZEROS.
       77 WS-REL-FIM      PIC 9(6) VALUE ZEROS.
       77 WS-REL-ALVO     PIC 9(6) VALUE ZEROS.
       77 WS-REL-PREVISTO PIC 9(6) VALUE ZEROS.
       77 WS-REL-ULT-FIM  PIC 9(6) VALUE ZEROS.
       77 WS-DURACAO      PIC 9(6) VALUE ZEROS.
       77 WS-MEDIA30      PIC 9(6) VALUE ZEROS.
       77 WS-MEDIA7       PIC 9(6) VALUE ZEROS.
       77 WS-LIMITE-LENTO PIC 9(6) VALUE ZEROS.
       77 WS-FALTA        PIC 9(6) VALUE ZEROS.
       77 WS-PREV-ACUM    PIC 9(6) VALUE ZEROS.
       77 WS-VAR-PCT      PIC S9(5) VALUE ZEROS.
       77 WS-DIAS-ATRAS   PIC 9(5) VALUE ZEROS.
       01 WS-HORA-ED      PIC X(8) VALUE SPACES.
       77 WS-PREV-ED      PIC X(8) VALUE SPACES.
       01 WS-ALVO-R.
           02 WS-ALVO-HH  PIC 9(2).
           02 WS-ALVO-MM  PIC 9(2).

       77 WS-SITUACAO     PIC X(40) VALUE SPACES.
       77 WS-SIT-PTR      PIC 9(3) VALUE ZEROS.

       77 WS-QT-PASSOS    PIC 9(3) VALUE ZEROS.
       77 WS-QT-CONCLUIDOS PIC 9(3) VALUE ZEROS.
       77 WS-QT-PENDENTES PIC 9(3) VALUE ZEROS.
       77 WS-QT-LENTOS    PIC 9(3) VALUE ZEROS.
       77 WS-QT-ATRASADOS PIC 9(3) VALUE ZEROS.
       77 WS-QT-RISCO     PIC 9(3) VALUE ZEROS.

       01 LINHA-CABEC.
           02 FILLER PIC X(24) VALUE "SEQ PROGRAMA".
           02 FILLER PIC X(9) VALUE "INICIO".
           02 FILLER PIC X(9) VALUE "FIM".
           02 FILLER PIC X(9) VALUE "DURACAO".
           02 FILLER PIC X(10) VALUE "MEDIA 30D".
           02 FILLER PIC X(4) VALUE "EXE".
           02 FILLER PIC X(7) VALUE "  VAR%".
           02 FILLER PIC X(10) VALUE "TENDENCIA".
           02 FILLER PIC X(7) VALUE "ALVO".
           02 FILLER PIC X(40) VALUE "SITUACAO".

       01 LINHA-PASSO.
           02 LP-SEQ       PIC Z9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-PROGRAMA  PIC X(20).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-INICIO    PIC X(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-FIM       PIC X(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-DURACAO   PIC X(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-MEDIA     PIC X(8).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-EXEC      PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-VAR       PIC X(6).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-TEND      PIC X(9).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LP-ALVO      PIC X(5).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LP-SITUACAO  PIC X(40).
       01 WS-VAR-ED        PIC +ZZZ9.

       01 LINHA-RESUMO.
           02 LR-TITULO    PIC X(40).
           02 LR-VALOR     PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           OPEN INPUT DIAMOV
           IF DMST = "00"
               READ DIAMOV
                   NOT AT END
                       MOVE DM-DATA-MOVTO TO WS-HOJE
               END-READ
               CLOSE DIAMOV
           END-IF
           ACCEPT WS-RELOGIO FROM TIME
           MOVE WS-RELOGIO(1:6) TO WS-HMS
           PERFORM SEGUNDO-RELATIVO
           MOVE WS-SEG-REL TO WS-REL-AGORA
           STRING "TEMPONOT_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT EJ-OK
               GOBACK
           END-IF
           PERFORM CARREGA-HISTORICO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "TEMPOS DA CADEIA NOTURNA - MOVIMENTO DE " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-RELOGIO(1:6) TO WS-HMS
           PERFORM FORMATA-HORA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "POSICAO AS " WS-HORA-ED
               " - MEDIA E TENDENCIA DOS ULTIMOS 30 E 7 DIAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

      *    OS PASSOS NA ORDEM DA ESCALA, QUE E A ORDEM DE EXECUCAO -
      *    A PREVISAO VAI SOMANDO OS PENDENTES NA MESMA ORDEM.
           MOVE ZEROS TO WS-PREV-ACUM WS-REL-ULT-FIM
           MOVE ZEROS TO EJ-SEQ
           START ESCALA KEY IS NOT LESS THAN EJ-SEQ
               INVALID KEY
                   SET EJ-FIM TO TRUE
           END-START
           PERFORM AVALIA-PASSO THRU END-AVALIA-PASSO
               UNTIL EJ-FIM
           PERFORM IMPRIME-RESUMO

           CLOSE ESCALA RELATORIO
           IF WS-TEM-CONTROLE = 'S'
               CLOSE CONTROLE
           END-IF
           IF WS-TEM-HIST = 'S'
               CLOSE HISTNOT
           END-IF
           MOVE WS-NOME-RELATORIO TO WS-NOME-CAT
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT ESCALA
           IF NOT EJ-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR ESCALA.DAT - FS=" EJST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT CONTROLE
           IF CNST = "00"
               MOVE 'S' TO WS-TEM-CONTROLE
           END-IF
           OPEN INPUT HISTNOT
           IF HN-OK
               MOVE 'S' TO WS-TEM-HIST
           ELSE
               DISPLAY "HISTNOT.DAT SEM HISTORICO - FS=" HNST
           END-IF
           OPEN OUTPUT RELATORIO
           IF REP-OK NOT = "00"
               DISPLAY "NAO FOI POSSIVEL GRAVAR " WS-NOME-RELATORIO
                   " - FS=" REP-OK
               CLOSE ESCALA
               SET EJ-FIM TO TRUE
           END-IF.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * SOMA AS NOITES DOS ULTIMOS 30 E 7 DIAS POR PASSO.  A LEITURA
      * COMECA NO DIA 1 DE DOIS MESES ATRAS (SEMPRE MAIS DE 30 DIAS)
      * E A DISTANCIA EXATA VEM DO DATAS-SERVICO.
       CARREGA-HISTORICO.
           INITIALIZE TAB-PASSOS
           IF WS-TEM-HIST = 'N'
               GO FIM-CARREGA-HISTORICO
           END-IF
           MOVE WS-HOJE TO WS-DATA-W
           IF WS-DW-MES > 2
               SUBTRACT 2 FROM WS-DW-MES
           ELSE
               ADD 10 TO WS-DW-MES
               SUBTRACT 1 FROM WS-DW-ANO
           END-IF
           MOVE 1 TO WS-DW-DIA
           MOVE WS-DATA-W TO HN-DATA
           MOVE ZEROS TO HN-PASSO
           START HISTNOT KEY IS NOT LESS THAN HN-CHAVE
               INVALID KEY
                   SET HN-FIM TO TRUE
           END-START
           PERFORM ACUMULA-HISTORICO UNTIL HN-FIM
           MOVE "00" TO HNST.
       FIM-CARREGA-HISTORICO.
           EXIT.

       ACUMULA-HISTORICO.
           READ HISTNOT NEXT RECORD
               AT END
                   SET HN-FIM TO TRUE
           END-READ
           IF HN-OK AND HN-DATA NOT < WS-HOJE
               SET HN-FIM TO TRUE
           END-IF
           IF HN-OK AND HN-PASSO > ZEROS
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE HN-DATA TO WS-SV-DATA-1
               MOVE WS-HOJE TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                   WS-SV-DATA-1 WS-SV-DATA-2 WS-SV-RESULTADO
                   WS-SV-RETORNO
               MOVE WS-SV-RESULTADO TO WS-DIAS-ATRAS
               IF WS-SV-RETORNO = '0'
                   AND WS-DIAS-ATRAS NOT > WS-JANELA-DIAS
                   ADD HN-DURACAO TO TAB-PS-SOMA30(HN-PASSO)
                   ADD 1 TO TAB-PS-N30(HN-PASSO)
                   IF WS-DIAS-ATRAS NOT > WS-JANELA-TEND
                       ADD HN-DURACAO TO TAB-PS-SOMA7(HN-PASSO)
                       ADD 1 TO TAB-PS-N7(HN-PASSO)
                   END-IF
               END-IF
           END-IF.

      * UMA LINHA POR PASSO DEVIDO NA DATA OU QUE JA RODOU NELA.
       AVALIA-PASSO.
           READ ESCALA NEXT RECORD
               AT END
                   SET EJ-FIM TO TRUE
                   GO END-AVALIA-PASSO
           END-READ
           IF EJ-DESLIGADO
               GO END-AVALIA-PASSO
           END-IF
           PERFORM AVALIA-DEVIDO THRU END-AVALIA-DEVIDO

           MOVE SPACE TO CN-STATUS
           IF WS-TEM-CONTROLE = 'S'
               MOVE WS-HOJE TO CN-DATA
               MOVE EJ-SEQ TO CN-PASSO
               READ CONTROLE
                   INVALID KEY
                       MOVE SPACE TO CN-STATUS
               END-READ
           END-IF
           IF WS-DEVIDO = 'N' AND NOT CN-CONCLUIDO
               AND NOT CN-INICIADO
               GO END-AVALIA-PASSO
           END-IF
           ADD 1 TO WS-QT-PASSOS

           MOVE ZEROS TO WS-MEDIA30 WS-MEDIA7
           IF TAB-PS-N30(EJ-SEQ) > ZEROS
               COMPUTE WS-MEDIA30 ROUNDED =
                   TAB-PS-SOMA30(EJ-SEQ) / TAB-PS-N30(EJ-SEQ)
           END-IF
           IF TAB-PS-N7(EJ-SEQ) > ZEROS
               COMPUTE WS-MEDIA7 ROUNDED =
                   TAB-PS-SOMA7(EJ-SEQ) / TAB-PS-N7(EJ-SEQ)
           END-IF
           COMPUTE WS-LIMITE-LENTO ROUNDED =
               WS-MEDIA30 * WS-FATOR-ALERTA
           IF WS-LIMITE-LENTO < WS-MEDIA30 + WS-FOLGA-MIN
               COMPUTE WS-LIMITE-LENTO = WS-MEDIA30 + WS-FOLGA-MIN
           END-IF

           MOVE SPACES TO LINHA-PASSO
           MOVE EJ-SEQ TO LP-SEQ
           MOVE EJ-PROGRAMA TO LP-PROGRAMA
           MOVE WS-MEDIA30 TO WS-SEG
           PERFORM FORMATA-DURACAO
           MOVE WS-HORA-ED TO LP-MEDIA
           MOVE TAB-PS-N30(EJ-SEQ) TO LP-EXEC
           PERFORM AVALIA-TENDENCIA
           IF EJ-HORA-LIMITE > ZEROS
               MOVE EJ-HORA-LIMITE TO WS-ALVO-R
               STRING WS-ALVO-HH ":" WS-ALVO-MM
                   DELIMITED BY SIZE INTO LP-ALVO
               MOVE WS-ALVO-HH TO WS-HMS-HH
               MOVE WS-ALVO-MM TO WS-HMS-MM
               MOVE ZEROS TO WS-HMS-SS
               PERFORM SEGUNDO-RELATIVO
               MOVE WS-SEG-REL TO WS-REL-ALVO
           END-IF
           MOVE SPACES TO WS-SITUACAO
           MOVE 1 TO WS-SIT-PTR

           EVALUATE TRUE
               WHEN CN-CONCLUIDO
                   PERFORM PASSO-CONCLUIDO
               WHEN CN-INICIADO
                   PERFORM PASSO-EM-EXECUCAO
               WHEN OTHER
                   PERFORM PASSO-PENDENTE
           END-EVALUATE

           MOVE WS-SITUACAO TO LP-SITUACAO
           MOVE LINHA-PASSO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-AVALIA-PASSO.

      * CONCLUIDO NA DATA: DURACAO CONTRA A MEDIA E FIM CONTRA O
      * ALVO.
       PASSO-CONCLUIDO.
           ADD 1 TO WS-QT-CONCLUIDOS
           MOVE CN-HORA-INI TO WS-HMS
           PERFORM FORMATA-HORA
           MOVE WS-HORA-ED TO LP-INICIO
           PERFORM SEGUNDO-RELATIVO
           MOVE WS-SEG-REL TO WS-REL-INI
           MOVE CN-HORA-FIM TO WS-HMS
           PERFORM FORMATA-HORA
           MOVE WS-HORA-ED TO LP-FIM
           PERFORM SEGUNDO-RELATIVO
           MOVE WS-SEG-REL TO WS-REL-FIM
           IF WS-REL-FIM > WS-REL-ULT-FIM
               MOVE WS-REL-FIM TO WS-REL-ULT-FIM
           END-IF
           MOVE ZEROS TO WS-DURACAO
           IF WS-REL-FIM > WS-REL-INI
               COMPUTE WS-DURACAO = WS-REL-FIM - WS-REL-INI
           END-IF
           MOVE WS-DURACAO TO WS-SEG
           PERFORM FORMATA-DURACAO
           MOVE WS-HORA-ED TO LP-DURACAO
           PERFORM CALCULA-VARIACAO
           IF TAB-PS-N30(EJ-SEQ) NOT < WS-MIN-NOITES
               AND WS-DURACAO > WS-LIMITE-LENTO
               ADD 1 TO WS-QT-LENTOS
               STRING "MUITO ACIMA DA MEDIA " DELIMITED BY SIZE
                   INTO WS-SITUACAO WITH POINTER WS-SIT-PTR
           END-IF
           IF EJ-HORA-LIMITE > ZEROS AND WS-REL-FIM > WS-REL-ALVO
               ADD 1 TO WS-QT-ATRASADOS
               STRING "TERMINOU APOS O ALVO" DELIMITED BY SIZE
                   INTO WS-SITUACAO WITH POINTER WS-SIT-PTR
           END-IF
           IF WS-SIT-PTR = 1
               MOVE "OK" TO WS-SITUACAO
           END-IF.

      * RODANDO AGORA (OU PARADO NUMA QUEDA): CONTA O TEMPO DECORRIDO
      * E, PARA A PREVISAO, O QUE FALTA DA MEDIA.
       PASSO-EM-EXECUCAO.
           ADD 1 TO WS-QT-PENDENTES
           MOVE CN-HORA-INI TO WS-HMS
           PERFORM FORMATA-HORA
           MOVE WS-HORA-ED TO LP-INICIO
           PERFORM SEGUNDO-RELATIVO
           MOVE WS-SEG-REL TO WS-REL-INI
           MOVE ZEROS TO WS-DURACAO
           IF WS-REL-AGORA > WS-REL-INI
               COMPUTE WS-DURACAO = WS-REL-AGORA - WS-REL-INI
           END-IF
           MOVE WS-DURACAO TO WS-SEG
           PERFORM FORMATA-DURACAO
           MOVE WS-HORA-ED TO LP-DURACAO
           PERFORM CALCULA-VARIACAO
           MOVE ZEROS TO WS-FALTA
           IF WS-MEDIA30 > WS-DURACAO
               COMPUTE WS-FALTA = WS-MEDIA30 - WS-DURACAO
           END-IF
           ADD WS-FALTA TO WS-PREV-ACUM
           PERFORM MARCA-PREVISAO
           STRING "EM EXECUCAO - PREVISTO " WS-PREV-ED " "
               DELIMITED BY SIZE
               INTO WS-SITUACAO WITH POINTER WS-SIT-PTR
           IF TAB-PS-N30(EJ-SEQ) NOT < WS-MIN-NOITES
               AND WS-DURACAO > WS-LIMITE-LENTO
               ADD 1 TO WS-QT-LENTOS
               STRING "LENTO " DELIMITED BY SIZE
                   INTO WS-SITUACAO WITH POINTER WS-SIT-PTR
           END-IF
           PERFORM CONFERE-ALVO-PREVISTO.

      * DEVIDO E AINDA NAO INICIADO: ENTRA NA FILA DA PREVISAO COM A
      * MEDIA DE 30 DIAS.
       PASSO-PENDENTE.
           ADD 1 TO WS-QT-PENDENTES
           ADD WS-MEDIA30 TO WS-PREV-ACUM
           PERFORM MARCA-PREVISAO
           IF TAB-PS-N30(EJ-SEQ) = ZEROS
               STRING "PENDENTE SEM HISTORICO " DELIMITED BY SIZE
                   INTO WS-SITUACAO WITH POINTER WS-SIT-PTR
           ELSE
               STRING "PENDENTE - PREVISTO " WS-PREV-ED " "
                   DELIMITED BY SIZE
                   INTO WS-SITUACAO WITH POINTER WS-SIT-PTR
           END-IF
           PERFORM CONFERE-ALVO-PREVISTO.

       MARCA-PREVISAO.
           COMPUTE WS-REL-PREVISTO = WS-REL-AGORA + WS-PREV-ACUM
           MOVE WS-REL-PREVISTO TO WS-SEG
           PERFORM HORA-DO-SEGUNDO
           PERFORM FORMATA-HORA
           MOVE WS-HORA-ED TO WS-PREV-ED.

       CONFERE-ALVO-PREVISTO.
           IF EJ-HORA-LIMITE > ZEROS
               AND WS-REL-PREVISTO > WS-REL-ALVO
               ADD 1 TO WS-QT-RISCO
               STRING "ESTOURA O ALVO" DELIMITED BY SIZE
                   INTO WS-SITUACAO WITH POINTER WS-SIT-PTR
           END-IF.

       CALCULA-VARIACAO.
           IF WS-MEDIA30 > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-DURACAO - WS-MEDIA30) * 100 / WS-MEDIA30
               MOVE WS-VAR-PCT TO WS-VAR-ED
               STRING WS-VAR-ED "%" DELIMITED BY SIZE INTO LP-VAR
           END-IF.

      * TENDENCIA: A MEDIA DA ULTIMA SEMANA CONTRA A DO MES, COM 10%
      * DE TOLERANCIA; POUCO HISTORICO NAO DA TENDENCIA.
       AVALIA-TENDENCIA.
           MOVE "-" TO LP-TEND
           IF TAB-PS-N7(EJ-SEQ) > 1
               AND TAB-PS-N30(EJ-SEQ) > TAB-PS-N7(EJ-SEQ)
               EVALUATE TRUE
                   WHEN WS-MEDIA7 * 10 > WS-MEDIA30 * 11
                       MOVE "SUBINDO" TO LP-TEND
                   WHEN WS-MEDIA7 * 10 < WS-MEDIA30 * 9
                       MOVE "CAINDO" TO LP-TEND
                   WHEN OTHER
                       MOVE "ESTAVEL" TO LP-TEND
               END-EVALUATE
           END-IF.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RESUMO
           IF WS-QT-PENDENTES > ZEROS
               COMPUTE WS-SEG = WS-REL-AGORA + WS-PREV-ACUM
               PERFORM HORA-DO-SEGUNDO
               PERFORM FORMATA-HORA
               MOVE "PREVISAO DE TERMINO DA CADEIA" TO LR-TITULO
               MOVE WS-HORA-ED TO LR-VALOR
           ELSE
               MOVE WS-REL-ULT-FIM TO WS-SEG
               PERFORM HORA-DO-SEGUNDO
               PERFORM FORMATA-HORA
               MOVE "CADEIA CONCLUIDA - ULTIMO PASSO AS" TO LR-TITULO
               MOVE WS-HORA-ED TO LR-VALOR
           END-IF
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "PASSOS DA NOITE" TO LR-TITULO
           MOVE WS-QT-PASSOS TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONCLUIDOS" TO LR-TITULO
           MOVE WS-QT-CONCLUIDOS TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "PENDENTES OU EM EXECUCAO" TO LR-TITULO
           MOVE WS-QT-PENDENTES TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "MUITO ACIMA DA MEDIA DE 30 DIAS" TO LR-TITULO
           MOVE WS-QT-LENTOS TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TERMINARAM APOS O HORARIO-ALVO" TO LR-TITULO
           MOVE WS-QT-ATRASADOS TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "PREVISTOS PARA DEPOIS DO ALVO" TO LR-TITULO
           MOVE WS-QT-RISCO TO LR-VALOR
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * SEGUNDO RELATIVO DA NOITE PARA A HORA EM WS-HMS.
       SEGUNDO-RELATIVO.
           COMPUTE WS-SEG-REL = WS-HMS-HH * 3600 + WS-HMS-MM * 60
               + WS-HMS-SS
           IF WS-HMS-N < 120000
               ADD 86400 TO WS-SEG-REL
           END-IF.

      * HORA DO RELOGIO (WS-HMS) DE UM SEGUNDO RELATIVO EM WS-SEG.
       HORA-DO-SEGUNDO.
           IF WS-SEG NOT < 86400
               SUBTRACT 86400 FROM WS-SEG
           END-IF
           IF WS-SEG NOT < 86400
               SUBTRACT 86400 FROM WS-SEG
           END-IF
           COMPUTE WS-HMS-HH = WS-SEG / 3600
           COMPUTE WS-HMS-MM = (WS-SEG - WS-HMS-HH * 3600) / 60
           COMPUTE WS-HMS-SS = WS-SEG - WS-HMS-HH * 3600
               - WS-HMS-MM * 60.

       FORMATA-HORA.
           MOVE SPACES TO WS-HORA-ED
           STRING WS-HMS-HH ":" WS-HMS-MM ":" WS-HMS-SS
               DELIMITED BY SIZE INTO WS-HORA-ED.

      * DURACAO EM SEGUNDOS (WS-SEG) COMO HH:MM:SS.
       FORMATA-DURACAO.
           COMPUTE WS-HMS-HH = WS-SEG / 3600
           COMPUTE WS-HMS-MM = (WS-SEG - WS-HMS-HH * 3600) / 60
           COMPUTE WS-HMS-SS = WS-SEG - WS-HMS-HH * 3600
               - WS-HMS-MM * 60
           PERFORM FORMATA-HORA.

      * O PASSO ESTA DEVIDO NA DATA DE MOVIMENTO?  MESMA REGRA DO
      * RODA-NOTURNO.
       AVALIA-DEVIDO.
           MOVE 'N' TO WS-DEVIDO
           EVALUATE TRUE
               WHEN EJ-DIARIO
                   MOVE 'S' TO WS-DEVIDO
               WHEN EJ-SEMANAL
                   MOVE "DS" TO WS-SV-FUNCAO
                   MOVE WS-HOJE TO WS-SV-DATA-1
                   CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                       WS-SV-DATA-1 WS-SV-DATA-2 WS-SV-RESULTADO
                       WS-SV-RETORNO
                   IF WS-SV-RETORNO = '0'
                       AND WS-SV-RESULTADO = EJ-DIA
                       MOVE 'S' TO WS-DEVIDO
                   END-IF
               WHEN EJ-MENSAL
                   IF WS-HOJE(7:2) = EJ-DIA
                       MOVE 'S' TO WS-DEVIDO
                   END-IF
               WHEN EJ-ULT-DIA-UTIL
                   MOVE "EU" TO WS-SV-FUNCAO
                   MOVE WS-HOJE TO WS-SV-DATA-1
                   CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                       WS-SV-DATA-1 WS-SV-DATA-2 WS-SV-RESULTADO
                       WS-SV-RETORNO
                   IF WS-SV-RETORNO = '0' AND WS-SV-RESULTADO = 1
                       MOVE "PU" TO WS-SV-FUNCAO
                       MOVE WS-HOJE TO WS-SV-DATA-1
                       CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                           WS-SV-DATA-1 WS-SV-DATA-2 WS-SV-RESULTADO
                           WS-SV-RETORNO
                       MOVE WS-SV-RESULTADO TO WS-PROX-UTIL
                       IF WS-SV-RETORNO = '0'
                           AND WS-PROX-UTIL(5:2) NOT = WS-HOJE(5:2)
                           MOVE 'S' TO WS-DEVIDO
                       END-IF
                   END-IF
           END-EVALUATE.
       END-AVALIA-DEVIDO.

       REGISTRA-CATALOGO.
           OPEN I-O CATREL
           IF CRST = "35"
               OPEN OUTPUT CATREL
               CLOSE CATREL
               OPEN I-O CATREL
           END-IF
           MOVE SPACES TO REG-CATREL
           MOVE WS-NOME-CAT TO CR-NOME
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
           DISPLAY "TEMPOS DA CADEIA NOTURNA - " WS-HOJE
           DISPLAY "PASSOS DA NOITE...........: " WS-QT-PASSOS
           DISPLAY "PENDENTES/EM EXECUCAO.....: " WS-QT-PENDENTES
           DISPLAY "MUITO ACIMA DA MEDIA......: " WS-QT-LENTOS
           DISPLAY "TERMINARAM APOS O ALVO....: " WS-QT-ATRASADOS
           DISPLAY "PREVISTOS APOS O ALVO.....: " WS-QT-RISCO
           DISPLAY "RELATORIO EM " WS-NOME-RELATORIO.

       END PROGRAM TEMPO-NOTURNO.
