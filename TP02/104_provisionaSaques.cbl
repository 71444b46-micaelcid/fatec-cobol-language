       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISIONA-SAQUES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAQAGEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSAQA
               SHARING WITH ALL OTHER
               RECORD KEY IS SG-CHAVE.

           SELECT TESCOFRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFTESC
               RECORD KEY IS TC-AGENCIA.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

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
       FD SAQAGEND VALUE OF FILE-ID IS "SAQAGEND.DAT".

       COPY saqagend.

       FD TESCOFRE VALUE OF FILE-ID IS "TESCOFRE.DAT".

       COPY tescofre.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

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
      * PROVISIONAMENTO DE SAQUES - RODA NA VIRADA DO DIA SOBRE OS
      * SAQUES EM ESPECIE AGENDADOS NO BANCOPEL (SAQAGEND.DAT):
      *   1) AGENDAMENTO AINDA ATIVO COM DATA DE HOJE OU ANTERIOR NAO
      *      FOI SACADO NO GUICHE: BAIXA COMO NAO SACADO ('N'), O QUE
      *      LIBERA O VALOR RESERVADO NA CONTA, E AUDITA;
      *   2) POR AGENCIA, SOMA OS AGENDAMENTOS DO PROXIMO DIA UTIL E
      *      COMPARA COM O SALDO DO COFRE (TESCOFRE.DAT): O QUE FALTAR
      *      E O NUMERARIO A PEDIR A TRANSPORTADORA.  OS AGENDAMENTOS
      *      DE DATAS POSTERIORES SAEM SO EM TOTAL, PARA PLANEJAMENTO.
      * AGENCIA SEM COFRE IMPLANTADO CONTA COMO COFRE ZERADO.
       77 FFSAQA PIC 9(02).
           88 FSG-OK       VALUE 00.
           88 FSG-EMPTY    VALUE 35.
           88 FSG-OTHER    VALUE 99.

       77 FFTESC PIC 9(02).
           88 FTC-OK       VALUE 00.

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "FINANCEIRO".
       77 WS-PROG-CAT PIC X(20) VALUE "PROVISIONA-SAQUES".

       01 FS-SDATA.
           05 SDATADMA.
               10 SDATTEMPO.
                   15 FS-SANO       PIC  9(4).
                   15 FS-SMES       PIC  9(2).
                   15 FS-SDIA       PIC  9(2).
               10 SDATAHORA.
                   15 FS-SHORA      PIC  9(2).
                   15 FS-SMIN       PIC  9(2).
                   15 FS-SSEGS      PIC  9(2).
               10 FS-SMMS           PIC  9(4).

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-PROXIMO-UTIL  PIC 9(8) VALUE ZEROS.
       77 WS-TEM-COFRE     PIC X(1) VALUE 'N'.
       77 WS-QT-VENCIDOS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-DIA        PIC 9(6) VALUE ZEROS.
       77 WS-QT-DEPOIS     PIC 9(6) VALUE ZEROS.
       77 WS-TOT-VENCIDOS  PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-DIA       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-DEPOIS    PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-PEDIR     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-COFRE   PIC 9(11)V99 VALUE ZEROS.
       77 WS-A-PEDIR       PIC 9(11)V99 VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * AGENDAMENTOS ATIVOS POR AGENCIA: OS DO PROXIMO DIA UTIL E OS
      * DE DATAS POSTERIORES.
       01 TAB-AGENCIAS.
           02 TAB-AG-ITEM OCCURS 50 TIMES.
               03 TAB-AG-CODIGO    PIC 9(3).
               03 TAB-AG-QT-DIA    PIC 9(6).
               03 TAB-AG-DIA       PIC 9(11)V99.
               03 TAB-AG-QT-DEPOIS PIC 9(6).
               03 TAB-AG-DEPOIS    PIC 9(11)V99.
       77 WS-QT-AGENCIAS   PIC 99 VALUE ZEROS.
       77 WS-AG-I          PIC 99 VALUE ZEROS.
       77 WS-AG-POSTO      PIC 99 VALUE ZEROS.

       01 LINHA-CABEC.
           02 FILLER PIC X(50)
               VALUE "AGE CONTA CPF         DATA SAQUE         VALOR ".
           02 FILLER PIC X(40)
               VALUE "OPER".

       01 LINHA-DETALHE.
           02 LD-AGENCIA   PIC 9(3).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CONTA     PIC 9(5).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CPF       PIC 9(11).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-DATA      PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-VALOR     PIC Z(11)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-OPERADOR  PIC X(4).

       01 LINHA-TOTAL.
           02 LT-TITULO    PIC X(40).
           02 LT-VALOR     PIC -Z(11)9.99.

       77 WS-AUD-OP    PIC X(10).
       77 WS-AUD-CHAVE PIC X(20).
       77 WS-AUD-DESC  PIC X(40).

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

           MOVE "PU" TO WS-SV-FUNCAO
           MOVE WS-HOJE TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '1'
               DISPLAY "DATA DO MOVIMENTO INVALIDA: " WS-HOJE
               GOBACK
           END-IF
           MOVE WS-SV-RESULTADO TO WS-PROXIMO-UTIL

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT FSG-OK
               GOBACK
           END-IF

           MOVE ZEROS TO SG-CHAVE
           START SAQAGEND KEY IS NOT LESS THAN SG-CHAVE
               INVALID KEY
                   MOVE 99 TO FFSAQA
           END-START
           PERFORM VARRE-AGENDAMENTO THRU END-VARRE-AGENDAMENTO
               UNTIL FSG-OTHER
           IF WS-QT-VENCIDOS = ZEROS
               MOVE "NENHUM AGENDAMENTO VENCIDO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

           PERFORM LISTA-AGENCIA THRU END-LISTA-AGENCIA
               VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I > WS-QT-AGENCIAS
           PERFORM TOTAIS-GERAIS

           IF WS-TEM-COFRE = 'S'
               CLOSE TESCOFRE
           END-IF
           CLOSE SAQAGEND AUDITORIA RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN I-O SAQAGEND
           IF FSG-EMPTY
               DISPLAY "SAQAGEND.DAT VAZIO - NENHUM SAQUE AGENDADO"
               GO FIM-ABRE-ARQUIVOS
           END-IF
           IF NOT FSG-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR SAQAGEND.DAT - FS="
                   FFSAQA
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT TESCOFRE
           IF FTC-OK
               MOVE 'S' TO WS-TEM-COFRE
           ELSE
               DISPLAY "TESCOFRE.DAT INDISPONIVEL - COFRES ZERADOS"
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "PROVSAQ_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PROVISIONAMENTO DE SAQUES - " WS-HOJE
               " - PROXIMO DIA UTIL " WS-PROXIMO-UTIL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "AGENDAMENTOS BAIXADOS COMO NAO SACADOS"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * PRIMEIRA PASSADA: BAIXA O VENCIDO E ACUMULA O QUE AINDA VEM.
       VARRE-AGENDAMENTO.
           READ SAQAGEND NEXT RECORD
               AT END
                   MOVE 99 TO FFSAQA
           END-READ
           IF NOT FSG-OK
               GO END-VARRE-AGENDAMENTO
           END-IF
           IF NOT SG-AGENDADO
               GO END-VARRE-AGENDAMENTO
           END-IF
           IF SG-DATA-SAQUE > WS-HOJE
               PERFORM ACUMULA-AGENCIA
               GO END-VARRE-AGENDAMENTO
           END-IF

           SET SG-NAO-SACADO TO TRUE
           MOVE WS-HOJE TO SG-DATA-BAIXA
           REWRITE REG-SAQAGEND
               INVALID KEY
                   DISPLAY "FALHA AO BAIXAR AGENDAMENTO DA CONTA "
                       SG-CONTA " DE " SG-DATA-SAQUE
                   GO END-VARRE-AGENDAMENTO
           END-REWRITE
           ADD 1 TO WS-QT-VENCIDOS
           ADD SG-VALOR TO WS-TOT-VENCIDOS
           PERFORM MOSTRA-AGENDAMENTO

           MOVE "SAQ-EXPIRA" TO WS-AUD-OP
           MOVE SG-CONTA TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "NAO SACADO EM " SG-DATA-SAQUE " AG " SG-AGENCIA
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       END-VARRE-AGENDAMENTO.

       ACUMULA-AGENCIA.
           MOVE ZEROS TO WS-AG-POSTO
           PERFORM PROCURA-AGENCIA
               VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I > WS-QT-AGENCIAS OR WS-AG-POSTO > 0
           IF WS-AG-POSTO = 0
               IF WS-QT-AGENCIAS < 50
                   ADD 1 TO WS-QT-AGENCIAS
                   MOVE WS-QT-AGENCIAS TO WS-AG-POSTO
                   MOVE SG-AGENCIA TO TAB-AG-CODIGO(WS-AG-POSTO)
                   MOVE ZEROS TO TAB-AG-QT-DIA(WS-AG-POSTO)
                   MOVE ZEROS TO TAB-AG-DIA(WS-AG-POSTO)
                   MOVE ZEROS TO TAB-AG-QT-DEPOIS(WS-AG-POSTO)
                   MOVE ZEROS TO TAB-AG-DEPOIS(WS-AG-POSTO)
               ELSE
                   DISPLAY "TABELA DE AGENCIAS CHEIA - AGENCIA "
                       SG-AGENCIA " FORA DO PROVISIONAMENTO"
               END-IF
           END-IF
           IF WS-AG-POSTO > 0
               IF SG-DATA-SAQUE = WS-PROXIMO-UTIL
                   ADD 1 TO TAB-AG-QT-DIA(WS-AG-POSTO)
                   ADD SG-VALOR TO TAB-AG-DIA(WS-AG-POSTO)
               ELSE
                   ADD 1 TO TAB-AG-QT-DEPOIS(WS-AG-POSTO)
                   ADD SG-VALOR TO TAB-AG-DEPOIS(WS-AG-POSTO)
               END-IF
           END-IF.

       PROCURA-AGENCIA.
           IF TAB-AG-CODIGO(WS-AG-I) = SG-AGENCIA
               MOVE WS-AG-I TO WS-AG-POSTO
           END-IF.

       MOSTRA-AGENDAMENTO.
           MOVE SG-AGENCIA TO LD-AGENCIA
           MOVE SG-CONTA TO LD-CONTA
           MOVE SG-CPF TO LD-CPF
           MOVE SG-DATA-SAQUE TO LD-DATA
           MOVE SG-VALOR TO LD-VALOR
           MOVE SG-OPERADOR TO LD-OPERADOR
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * UM BLOCO POR AGENCIA: OS SAQUES DO PROXIMO DIA UTIL (NOVA
      * VARREDURA, SO DESTA AGENCIA), O COFRE E O NUMERARIO A PEDIR.
       LISTA-AGENCIA.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AGENCIA " TAB-AG-CODIGO(WS-AG-I)
               " - SAQUES AGENDADOS PARA " WS-PROXIMO-UTIL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF TAB-AG-QT-DIA(WS-AG-I) > 0
               MOVE LINHA-CABEC TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE ZEROS TO SG-CHAVE
               START SAQAGEND KEY IS NOT LESS THAN SG-CHAVE
                   INVALID KEY
                       MOVE 99 TO FFSAQA
               END-START
               PERFORM LISTA-SAQUE-DIA THRU END-LISTA-SAQUE-DIA
                   UNTIL FSG-OTHER
               MOVE ZEROS TO FFSAQA
           END-IF

           MOVE ZEROS TO WS-SALDO-COFRE
           IF WS-TEM-COFRE = 'S'
               MOVE TAB-AG-CODIGO(WS-AG-I) TO TC-AGENCIA
               READ TESCOFRE
                   INVALID KEY
                       MOVE ZEROS TO TC-SALDO
               END-READ
               MOVE TC-SALDO TO WS-SALDO-COFRE
           END-IF
           MOVE ZEROS TO WS-A-PEDIR
           IF TAB-AG-DIA(WS-AG-I) > WS-SALDO-COFRE
               COMPUTE WS-A-PEDIR = TAB-AG-DIA(WS-AG-I)
                   - WS-SALDO-COFRE
           END-IF
           ADD TAB-AG-QT-DIA(WS-AG-I) TO WS-QT-DIA
           ADD TAB-AG-DIA(WS-AG-I) TO WS-TOT-DIA
           ADD TAB-AG-QT-DEPOIS(WS-AG-I) TO WS-QT-DEPOIS
           ADD TAB-AG-DEPOIS(WS-AG-I) TO WS-TOT-DEPOIS
           ADD WS-A-PEDIR TO WS-TOT-PEDIR

           MOVE "  AGENDADO PARA O PROXIMO DIA UTIL" TO LT-TITULO
           MOVE TAB-AG-DIA(WS-AG-I) TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  SALDO DO COFRE" TO LT-TITULO
           MOVE WS-SALDO-COFRE TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  NUMERARIO A PEDIR" TO LT-TITULO
           MOVE WS-A-PEDIR TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  AGENDADO PARA DATAS POSTERIORES" TO LT-TITULO
           MOVE TAB-AG-DEPOIS(WS-AG-I) TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-LISTA-AGENCIA.

      * A CHAVE E CONTA + DATA, ENTAO A VARREDURA PASSA POR TODAS AS
      * CONTAS E SO SEPARA AS DESTA AGENCIA E DESTA DATA.
       LISTA-SAQUE-DIA.
           READ SAQAGEND NEXT RECORD
               AT END
                   MOVE 99 TO FFSAQA
           END-READ
           IF NOT FSG-OK
               GO END-LISTA-SAQUE-DIA
           END-IF
           IF SG-AGENDADO
               AND SG-AGENCIA = TAB-AG-CODIGO(WS-AG-I)
               AND SG-DATA-SAQUE = WS-PROXIMO-UTIL
               PERFORM MOSTRA-AGENDAMENTO
           END-IF.
       END-LISTA-SAQUE-DIA.

       TOTAIS-GERAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAL BAIXADO COMO NAO SACADO" TO LT-TITULO
           MOVE WS-TOT-VENCIDOS TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAL AGENDADO PARA O PROXIMO DIA UTIL" TO LT-TITULO
           MOVE WS-TOT-DIA TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAL DE NUMERARIO A PEDIR" TO LT-TITULO
           MOVE WS-TOT-PEDIR TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAL AGENDADO PARA DATAS POSTERIORES" TO LT-TITULO
           MOVE WS-TOT-DEPOIS TO LT-VALOR
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
           DISPLAY "PROVISIONAMENTO DE SAQUES - " WS-HOJE
           DISPLAY "PROXIMO DIA UTIL..........: " WS-PROXIMO-UTIL
           DISPLAY "BAIXADOS COMO NAO SACADOS.: " WS-QT-VENCIDOS
           DISPLAY "VALOR LIBERADO............: " WS-TOT-VENCIDOS
           DISPLAY "SAQUES DO PROXIMO DIA UTIL: " WS-QT-DIA
           DISPLAY "VALOR DO PROXIMO DIA UTIL.: " WS-TOT-DIA
           DISPLAY "NUMERARIO A PEDIR.........: " WS-TOT-PEDIR
           DISPLAY "SAQUES DE DATAS POSTERIORES: " WS-QT-DEPOIS
           DISPLAY "AGENCIAS..................: " WS-QT-AGENCIAS
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       GRAVA-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "PROVISIONA-SAQ" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           MOVE WS-AUD-DESC TO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L".
       END-GRAVA-AUDITORIA.

       END PROGRAM PROVISIONA-SAQUES.
