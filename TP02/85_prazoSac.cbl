       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRAZO-SAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSAC
               RECORD KEY IS SC-PROTOCOLO.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFPARM.

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
       FD SAC VALUE OF FILE-ID IS "SAC.DAT".

       COPY sac.

       FD PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

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
      * PRAZOS DO SAC - PERCORRE SAC.DAT E LISTA AS RECLAMACOES AINDA
      * SEM RESPOSTA CUJO PRAZO REGULAMENTAR (PM-PRAZO-SAC DIAS UTEIS
      * A PARTIR DA ABERTURA, PADRAO 10) VENCE EM ATE PM-AVISO-SAC
      * DIAS UTEIS (PADRAO 2) OU JA VENCEU.  DIAS UTEIS CONTADOS PELO
      * DATAS-SERVICO ("QU" E "PU"), QUE DESCONTA FIM DE SEMANA, OS
      * FERIADOS NACIONAIS FIXOS E OS DE FERIADOS.DAT.  RESPONDIDA JA
      * CUMPRIU O PRAZO E NAO ENTRA, MESMO AINDA NAO ENCERRADA.
       77 FFSAC PIC 9(02).
           88 FSC-OK       VALUE 00.
           88 FSC-OTHER    VALUE 99.

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CLIENTES".
       77 WS-PROG-CAT PIC X(20) VALUE "PRAZO-SAC".

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-PRAZO-SAC      PIC 9(2) VALUE 10.
       77 WS-AVISO-SAC      PIC 9(2) VALUE 2.
       77 WS-DECORRIDOS     PIC S9(5) VALUE ZEROS.
       77 WS-RESTANTES      PIC S9(5) VALUE ZEROS.
       77 WS-VENCIMENTO     PIC 9(8) VALUE ZEROS.
       77 WS-I              PIC 9(2) VALUE ZEROS.

       77 WS-QT-LIDAS       PIC 9(6) VALUE ZEROS.
       77 WS-QT-ABERTAS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-RESPONDIDAS PIC 9(6) VALUE ZEROS.
       77 WS-QT-A-VENCER    PIC 9(6) VALUE ZEROS.
       77 WS-QT-VENCIDAS    PIC 9(6) VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

       01 LINHA-CABEC.
           02 FILLER PIC X(46)
               VALUE "PROTOCOLO CPF         CONTA CAT ABERTURA OPER".
           02 FILLER PIC X(40)
               VALUE " VENCIMENTO DECORR REST SITUACAO".

       01 LINHA-DETALHE.
           02 LD-PROTOCOLO PIC 9(9).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CPF       PIC 9(11).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CONTA     PIC 9(5).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CATEGORIA PIC X(2).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-ABERTURA  PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-OPERADOR  PIC X(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-VENCIMENTO PIC 9(8).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-DECORRIDOS PIC ZZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-RESTANTES PIC -ZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-SITUACAO  PIC X(10).

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
           PERFORM CARREGA-PARAMETROS

           OPEN INPUT SAC
           IF NOT FSC-OK
               DISPLAY "SAC.DAT INDISPONIVEL - NENHUMA RECLAMACAO"
               GOBACK
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "PRAZOSAC_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECLAMACOES DO SAC PERTO OU ALEM DO PRAZO - "
               WS-HOJE "  (PRAZO " WS-PRAZO-SAC " DIAS UTEIS, AVISO "
               WS-AVISO-SAC ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE ZEROS TO SC-PROTOCOLO
           START SAC KEY IS NOT LESS THAN SC-PROTOCOLO
               INVALID KEY
                   SET FSC-OTHER TO TRUE
           END-START
           PERFORM AVALIA-RECLAMACAO THRU END-AVALIA-RECLAMACAO
               UNTIL FSC-OTHER

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ABERTAS: " WS-QT-ABERTAS
               "  A VENCER: " WS-QT-A-VENCER
               "  VENCIDAS: " WS-QT-VENCIDAS
               "  RESPONDIDAS NAO ENCERRADAS: " WS-QT-RESPONDIDAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE SAC RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       IF PM-PRAZO-SAC > 0
                           MOVE PM-PRAZO-SAC TO WS-PRAZO-SAC
                       END-IF
                       IF PM-AVISO-SAC > 0
                           MOVE PM-AVISO-SAC TO WS-AVISO-SAC
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       AVALIA-RECLAMACAO.
           READ SAC NEXT RECORD
               AT END
                   SET FSC-OTHER TO TRUE
           END-READ
           IF NOT FSC-OK
               GO END-AVALIA-RECLAMACAO
           END-IF
           ADD 1 TO WS-QT-LIDAS
           IF SC-RESPONDIDA
               ADD 1 TO WS-QT-RESPONDIDAS
           END-IF
           IF NOT SC-ABERTA
               GO END-AVALIA-RECLAMACAO
           END-IF
           ADD 1 TO WS-QT-ABERTAS

      *    DIAS UTEIS ENTRE A ABERTURA (EXCLUSIVE) E A DATA DE
      *    MOVIMENTO; O DIA DA ABERTURA NAO CONTA, COMO NO PRAZO
      *    REGULAMENTAR.
           MOVE "QU" TO WS-SV-FUNCAO
           MOVE SC-DATA-ABERTURA TO WS-SV-DATA-1
           MOVE WS-HOJE TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0'
               MOVE ZEROS TO WS-SV-RESULTADO
           END-IF
           MOVE WS-SV-RESULTADO TO WS-DECORRIDOS
           COMPUTE WS-RESTANTES = WS-PRAZO-SAC - WS-DECORRIDOS
           IF WS-RESTANTES > WS-AVISO-SAC
               GO END-AVALIA-RECLAMACAO
           END-IF

      *    DATA LIMITE: O N-ESIMO DIA UTIL APOS A ABERTURA.
           MOVE SC-DATA-ABERTURA TO WS-VENCIMENTO
           PERFORM PROXIMO-DIA-UTIL
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRAZO-SAC

           MOVE SC-PROTOCOLO TO LD-PROTOCOLO
           MOVE SC-CPF TO LD-CPF
           MOVE SC-CONTA TO LD-CONTA
           MOVE SC-CATEGORIA TO LD-CATEGORIA
           MOVE SC-DATA-ABERTURA TO LD-ABERTURA
           MOVE SC-OPER-ABERTURA TO LD-OPERADOR
           MOVE WS-VENCIMENTO TO LD-VENCIMENTO
           MOVE WS-DECORRIDOS TO LD-DECORRIDOS
           MOVE WS-RESTANTES TO LD-RESTANTES
           EVALUATE TRUE
               WHEN WS-RESTANTES < 0
                   MOVE "VENCIDA" TO LD-SITUACAO
                   ADD 1 TO WS-QT-VENCIDAS
               WHEN WS-RESTANTES = 0
                   MOVE "VENCE HOJE" TO LD-SITUACAO
                   ADD 1 TO WS-QT-A-VENCER
               WHEN OTHER
                   MOVE "A VENCER" TO LD-SITUACAO
                   ADD 1 TO WS-QT-A-VENCER
           END-EVALUATE
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-AVALIA-RECLAMACAO.

       PROXIMO-DIA-UTIL.
           MOVE "PU" TO WS-SV-FUNCAO
           MOVE WS-VENCIMENTO TO WS-SV-DATA-1
           MOVE ZEROS TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '0'
               MOVE WS-SV-RESULTADO TO WS-VENCIMENTO
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
           DISPLAY "PRAZOS DO SAC - " WS-HOJE
           DISPLAY "RECLAMACOES LIDAS....: " WS-QT-LIDAS
           DISPLAY "SEM RESPOSTA.........: " WS-QT-ABERTAS
           DISPLAY "A VENCER (AVISO).....: " WS-QT-A-VENCER
           DISPLAY "VENCIDAS.............: " WS-QT-VENCIDAS
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM PRAZO-SAC.
