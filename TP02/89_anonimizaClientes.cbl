       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-CLIENTES.
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

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFPARM.

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
       FD CLIENTE VALUE OF FILE-ID IS "CLIENTE.DAT".

       COPY cliente.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

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
      * ANONIMIZACAO DE CLIENTES ENCERRADOS (LGPD) - PERCORRE
      * CLIENTE.DAT E, PARA CADA CPF CUJAS CONTAS EM AGENCIA.DAT
      * ESTAO TODAS ENCERRADAS E CUJO ULTIMO MOVIMENTO NO EXTRATO.DAT
      * E ANTERIOR A DATA DE MOVIMENTO MENOS PM-ANOS-RETENCAO-LGPD
      * ANOS (PADRAO 5), APAGA NOME, ENDERECO E NASCIMENTO NO
      * CADASTRO-MESTRE E EM CADA CONTA DO CPF.  O CPF, OS SALDOS, O
      * EXTRATO, OS CONTRATOS E A AUDITORIA FICAM COMO ESTAO - SAO
      * HISTORICO FINANCEIRO DE GUARDA OBRIGATORIA.  O CADASTRO NAO
      * GUARDA A DATA DO ENCERRAMENTO, ENTAO VALE O ULTIMO MOVIMENTO;
      * CPF SEM MOVIMENTO NO EXTRATO VIVO JA TEVE TUDO EXPURGADO PELO
      * ARQUIVA-EXTRATO E CONTA COMO ANTIGO.  CADA CPF ANONIMIZADO
      * VAI PARA A AUDITORIA E PARA O SPOOL DO DIA.  RODA NO DIA 1
      * PELO RODA-NOTURNO.
       77 FFCLIE PIC 9(02).
           88 CL-OK        VALUE 00.
           88 CL-OTHER     VALUE 99.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-OTHER     VALUE 99.

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CLIENTES".
       77 WS-PROG-CAT PIC X(20) VALUE "ANONIMIZA-CLIENTES".

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

       77 WS-AUD-OP    PIC X(10).
       77 WS-AUD-CHAVE PIC X(20).
       77 WS-AUD-DESC  PIC X(40).

      * NOME GRAVADO NO LUGAR DO ORIGINAL; O VERIFICA-CONSISTENCIA
      * RECONHECE A CONTA ANONIMIZADA POR ELE.
       77 WS-NOME-ANONIMO  PIC X(35) VALUE "ANONIMIZADO LGPD".

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-ANOS-RETENCAO PIC 9(2) VALUE 5.
       77 WS-DATA-CORTE    PIC 9(8) VALUE ZEROS.
       77 WS-ULTIMO-MOVTO  PIC 9(8) VALUE ZEROS.
       77 WS-QT-CONTAS     PIC 9(4) VALUE ZEROS.
       77 WS-QT-ABERTAS    PIC 9(4) VALUE ZEROS.
       77 WS-QT-LIDOS      PIC 9(6) VALUE ZEROS.
       77 WS-QT-JA-ANONIMOS PIC 9(6) VALUE ZEROS.
       77 WS-QT-ATIVOS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-RECENTES   PIC 9(6) VALUE ZEROS.
       77 WS-QT-ANONIMIZADOS PIC 9(6) VALUE ZEROS.
       77 WS-QT-CONTAS-ANON PIC 9(6) VALUE ZEROS.

       01 LINHA-CABEC.
      * O RELATORIO FICA CATALOGADO: SO O CPF, SEM O NOME APAGADO.
           02 FILLER PIC X(29)
               VALUE "CPF         ULTIMO MOV CONTAS".

       01 LINHA-DETALHE.
           02 LD-CPF       PIC 9(11).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-ULTIMO    PIC 9(8).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 LD-CONTAS    PIC Z(5)9.

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
           COMPUTE WS-DATA-CORTE = WS-HOJE - WS-ANOS-RETENCAO * 10000

           OPEN I-O CLIENTE
           IF NOT CL-OK
               DISPLAY "CLIENTE.DAT INDISPONIVEL - NADA A ANONIMIZAR"
               GOBACK
           END-IF
           OPEN I-O CAD
           IF NOT FS-OK
               DISPLAY "AGENCIA.DAT INDISPONIVEL - NADA A ANONIMIZAR"
               CLOSE CLIENTE
               GOBACK
           END-IF
      * SEM O EXTRATO NAO HA COMO SABER O ULTIMO MOVIMENTO: NAO
      * ANONIMIZA NADA.
           OPEN INPUT EXTRATO
           IF NOT FE-OK
               DISPLAY "EXTRATO.DAT INDISPONIVEL - NADA A ANONIMIZAR"
               CLOSE CLIENTE CAD
               GOBACK
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "ANONIMIZA_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CLIENTES ANONIMIZADOS (LGPD) - " WS-HOJE
               " - SEM MOVIMENTO DESDE " WS-DATA-CORTE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE ZEROS TO CL-CPF
           START CLIENTE KEY IS NOT LESS THAN CL-CPF
               INVALID KEY
                   SET CL-OTHER TO TRUE
           END-START
           PERFORM AVALIA-CLIENTE THRU END-AVALIA-CLIENTE
               UNTIL CL-OTHER

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIDOS: " WS-QT-LIDOS
               "  ANONIMIZADOS: " WS-QT-ANONIMIZADOS
               "  CONTAS: " WS-QT-CONTAS-ANON
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE CLIENTE CAD EXTRATO AUDITORIA RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       IF PM-ANOS-RETENCAO-LGPD > 0
                           MOVE PM-ANOS-RETENCAO-LGPD
                               TO WS-ANOS-RETENCAO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       AVALIA-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   SET CL-OTHER TO TRUE
           END-READ
           IF NOT CL-OK
               GO END-AVALIA-CLIENTE
           END-IF
           ADD 1 TO WS-QT-LIDOS
           IF CL-NOME = WS-NOME-ANONIMO
               ADD 1 TO WS-QT-JA-ANONIMOS
               GO END-AVALIA-CLIENTE
           END-IF

      * SO ENTRA CPF COM CONTA, E TODAS ENCERRADAS.
           MOVE ZEROS TO WS-QT-CONTAS WS-QT-ABERTAS
           MOVE CL-CPF TO CD-CPF
           START CAD KEY IS EQUAL TO CD-CPF
               INVALID KEY
                   SET FS-OTHER TO TRUE
           END-START
           PERFORM CONTA-CONTAS UNTIL FS-OTHER
           IF WS-QT-CONTAS = 0 OR WS-QT-ABERTAS > 0
               ADD 1 TO WS-QT-ATIVOS
               GO END-AVALIA-CLIENTE
           END-IF

           MOVE ZEROS TO WS-ULTIMO-MOVTO
           MOVE CL-CPF TO EX-CPF
           MOVE ZEROS TO EX-DATAHORA EX-MS
           START EXTRATO KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   SET FE-OTHER TO TRUE
           END-START
           PERFORM ULTIMO-MOVIMENTO UNTIL FE-OTHER
           IF WS-ULTIMO-MOVTO NOT < WS-DATA-CORTE
               ADD 1 TO WS-QT-RECENTES
               GO END-AVALIA-CLIENTE
           END-IF

           MOVE CL-CPF TO LD-CPF
           MOVE WS-ULTIMO-MOVTO TO LD-ULTIMO
           MOVE WS-QT-CONTAS TO LD-CONTAS
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WS-NOME-ANONIMO TO CL-NOME
           MOVE SPACES TO CL-ENDER
           MOVE ZEROS TO CL-NASCIMENTO
      *    O CONTATO DE ALERTAS TAMBEM E DADO PESSOAL.
           MOVE ZEROS TO CL-CELULAR CL-ALERTA-DEBITO
           MOVE SPACES TO CL-EMAIL
           MOVE 'N' TO CL-ALERTA-CANAL CL-ALERTA-CHEQUE
               CL-ALERTA-AGENDA
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CLIENTE " CL-CPF
           END-REWRITE

           MOVE CL-CPF TO CD-CPF
           START CAD KEY IS EQUAL TO CD-CPF
               INVALID KEY
                   SET FS-OTHER TO TRUE
           END-START
           PERFORM ANONIMIZA-CONTA UNTIL FS-OTHER
           ADD 1 TO WS-QT-ANONIMIZADOS

           MOVE "ANONIMIZA" TO WS-AUD-OP
           MOVE CL-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "LGPD - DADOS PESSOAIS, " WS-QT-CONTAS
               " CONTA(S)" DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA.
       END-AVALIA-CLIENTE.

       CONTA-CONTAS.
           READ CAD NEXT RECORD
               AT END
                   SET FS-OTHER TO TRUE
           END-READ
           IF FS-OK AND CD-CPF NOT = CL-CPF
               SET FS-OTHER TO TRUE
           END-IF
           IF FS-OK
               ADD 1 TO WS-QT-CONTAS
               IF NOT CONTA-ENCERRADA
                   ADD 1 TO WS-QT-ABERTAS
               END-IF
           END-IF.

      * A CHAVE DO EXTRATO E CPF + DATA/HORA: O ULTIMO LIDO DO CPF E
      * O MOVIMENTO MAIS RECENTE.
       ULTIMO-MOVIMENTO.
           READ EXTRATO NEXT RECORD
               AT END
                   SET FE-OTHER TO TRUE
           END-READ
           IF FE-OK AND EX-CPF NOT = CL-CPF
               SET FE-OTHER TO TRUE
           END-IF
           IF FE-OK
               MOVE EX-DATA-MOVTO TO WS-ULTIMO-MOVTO
           END-IF.

       ANONIMIZA-CONTA.
           READ CAD NEXT RECORD
               AT END
                   SET FS-OTHER TO TRUE
           END-READ
           IF FS-OK AND CD-CPF NOT = CL-CPF
               SET FS-OTHER TO TRUE
           END-IF
           IF FS-OK
               MOVE WS-NOME-ANONIMO TO NM-USER
               MOVE SPACES TO DS-LOGRADOURO DS-NUMERO DS-CIDADE
                   DS-UF
               MOVE ZEROS TO DS-CEP
               MOVE ZEROS TO DT-NASCIMENTO
               REWRITE CADASTRO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CONTA " CD-CONTA
               END-REWRITE
               ADD 1 TO WS-QT-CONTAS-ANON
           END-IF.

       GRAVA-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "ANONIMIZA-CLIEN" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           MOVE WS-AUD-DESC TO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L".

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
           DISPLAY "ANONIMIZACAO LGPD - " WS-HOJE
           DISPLAY "CORTE DO ULTIMO MOVIMENTO: " WS-DATA-CORTE
           DISPLAY "CLIENTES LIDOS.......: " WS-QT-LIDOS
           DISPLAY "JA ANONIMIZADOS......: " WS-QT-JA-ANONIMOS
           DISPLAY "COM CONTA ATIVA......: " WS-QT-ATIVOS
           DISPLAY "MOVIMENTO RECENTE....: " WS-QT-RECENTES
           DISPLAY "ANONIMIZADOS AGORA...: " WS-QT-ANONIMIZADOS
           DISPLAY "CONTAS REGRAVADAS....: " WS-QT-CONTAS-ANON
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM ANONIMIZA-CLIENTES.
