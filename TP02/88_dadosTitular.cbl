       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOS-TITULAR.
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

           SELECT CHAVES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCHAV
               RECORD KEY IS CH-CHAVE.

           SELECT PORTABIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFPORT
               RECORD KEY IS PB-CPF.

           SELECT CRDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCRDC
               RECORD KEY IS CJ-CPF.

           SELECT CCF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCCF
               RECORD KEY IS CF-CPF.

           SELECT NEGATIV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFNEGA
               RECORD KEY IS NG-CHAVE.

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
       FD CLIENTE VALUE OF FILE-ID IS "CLIENTE.DAT".

       COPY cliente.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD CHAVES VALUE OF FILE-ID IS "CHAVES.DAT".

       COPY chaves.

       FD PORTABIL VALUE OF FILE-ID IS "PORTABIL.DAT".

       COPY portabil.

       FD CRDCLI VALUE OF FILE-ID IS "CRDCLI.DAT".

       COPY crdcli.

       FD CCF VALUE OF FILE-ID IS "CCF.DAT".

       COPY ccf.

       FD NEGATIV VALUE OF FILE-ID IS "NEGATIV.DAT".

       COPY negativ.

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
      * RELATORIO DO TITULAR (LGPD) - RESPONDE "QUE DADOS VOCES TEM
      * SOBRE MIM?" DE UMA VEZ: PEDE O CPF NO CONSOLE, COMO O
      * CONSULTA-ARQUIVO-EXTRATO, E JUNTA NUM SPOOL DATADO TUDO O
      * QUE OS ARQUIVOS GUARDAM DELE - CADASTRO-MESTRE, CONTAS EM
      * AGENCIA.DAT (COMO TITULAR, SEGUNDO TITULAR OU RESPONSAVEL
      * LEGAL), MOVIMENTOS DO EXTRATO.DAT VIVO, CHAVES DE
      * TRANSFERENCIA, PORTABILIDADE DE SALARIO, CREDIARIO DA LOJA,
      * CADASTRO DE EMITENTES DE CHEQUES SEM FUNDOS E
      * AS LINHAS DA AUDITORIA CHAVEADAS PELO CPF (TAMBEM AS DOS
      * ARQUIVOS MORTOS AUDARQ_<CORTE>.DAT CATALOGADOS EM BKPCAT.DAT
      * PELO ARQUIVA-AUDITORIA, EM ORDEM DE CORTE E ANTES DO ARQUIVO
      * VIVO, COMO NO CONSULTA-AUDITORIA).  MOVIMENTO JA
      * EXPURGADO PELO ARQUIVA-EXTRATO FICA NO ARQUIVO MORTO E E
      * CONSULTADO PELO CONSULTA-ARQUIVO-EXTRATO.  A EMISSAO FICA
      * REGISTRADA NA AUDITORIA.  ARQUIVO AUSENTE E INFORMADO NA
      * SECAO E NAO INTERROMPE O RELATORIO.
       77 FFCLIE PIC 9(02).
           88 CL-OK        VALUE 00.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-OTHER     VALUE 99.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-OTHER     VALUE 99.

       77 FFCHAV PIC 9(02).
           88 FC-OK        VALUE 00.
           88 FC-OTHER     VALUE 99.

       77 FFPORT PIC 9(02).
           88 FP-OK        VALUE 00.

       77 FFCRDC PIC 9(02).
           88 FJ-OK        VALUE 00.

       77 FFCCF PIC 9(02).
           88 FCF-OK       VALUE 00.

       77 FFNEGA PIC 9(02).
           88 FNG-OK       VALUE 00.
           88 FNG-OTHER    VALUE 99.

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".
           88 FA-FIM       VALUE "10".

       77 AQST PIC X(02).
           88 AQ-OK        VALUE "00".
           88 AQ-FIM       VALUE "10".
       77 BKST PIC X(02).
           88 BK-OK        VALUE "00".
           88 BK-FIM       VALUE "99".

      * ARQUIVOS MORTOS DA AUDITORIA, NA ORDEM DO CATALOGO (CORTE).
       77 WS-NOME-MORTO      PIC X(20) VALUE SPACES.
       77 WS-QT-MORTOS       PIC 9(3) VALUE ZEROS.
       77 WS-IX              PIC 9(3) VALUE ZEROS.
       01 TAB-MORTOS.
           02 TAB-MORTO OCCURS 200 TIMES.
               03 TAB-MT-NOME  PIC X(20).

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CLIENTES".
       77 WS-PROG-CAT PIC X(20) VALUE "DADOS-TITULAR".

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

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-BUF11         PIC X(11) VALUE SPACES.
       77 WS-CPF-BUSCA     PIC 9(11) VALUE ZEROS.
       77 WS-CPF-X         PIC X(11) VALUE SPACES.
       77 WS-PAPEL         PIC X(16) VALUE SPACES.
       77 WS-QT-SECAO      PIC 9(6) VALUE ZEROS.
       77 WS-QT-TOTAL      PIC 9(6) VALUE ZEROS.

       01 LINHA-CONTA.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LC-AGENCIA   PIC 9(3).
           02 FILLER       PIC X(1) VALUE "/".
           02 LC-CONTA     PIC 9(5).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-PAPEL     PIC X(16).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-TIPO      PIC X(1).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-STATUS    PIC X(1).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-SALDO     PIC -(8)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-LIMITE    PIC Z(6)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LC-NOME      PIC X(35).

       01 LINHA-MOVTO.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LM-DATAHORA  PIC 9(14).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LM-CONTA     PIC 9(5).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LM-TIPO      PIC X(1).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LM-ORIGEM    PIC X(2).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LM-VALOR     PIC Z(6)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LM-SALDO     PIC -(8)9.99.
           02 FILLER       PIC X(5) VALUE " DOC ".
           02 LM-DOCUMENTO PIC 9(9).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LM-OPERADOR  PIC X(4).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           OPEN INPUT DIAMOV
           IF FD2-OK
               READ DIAMOV
                   NOT AT END
                       MOVE DM-DATA-MOVTO TO WS-HOJE
               END-READ
               CLOSE DIAMOV
           END-IF

           DISPLAY "CPF DO TITULAR:"
           MOVE SPACES TO WS-BUF11
           ACCEPT WS-BUF11
           IF WS-BUF11 = SPACES
               DISPLAY "CPF NAO INFORMADO - NADA FEITO"
               GOBACK
           END-IF
           MOVE WS-BUF11 TO WS-CPF-BUSCA
           MOVE WS-CPF-BUSCA TO WS-CPF-X

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "LGPD_" WS-CPF-X "_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DADOS PESSOAIS MANTIDOS SOBRE O CPF " WS-CPF-X
               " - EMITIDO EM " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM SECAO-CLIENTE THRU END-SECAO-CLIENTE
           PERFORM SECAO-CONTAS THRU END-SECAO-CONTAS
           PERFORM SECAO-EXTRATO THRU END-SECAO-EXTRATO
           PERFORM SECAO-CHAVES THRU END-SECAO-CHAVES
           PERFORM SECAO-PORTABIL THRU END-SECAO-PORTABIL
           PERFORM SECAO-CREDIARIO THRU END-SECAO-CREDIARIO
           PERFORM SECAO-CCF THRU END-SECAO-CCF
           PERFORM SECAO-NEGATIV THRU END-SECAO-NEGATIV
           PERFORM SECAO-AUDITORIA THRU END-SECAO-AUDITORIA

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DE REGISTROS LISTADOS: " WS-QT-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE RELATORIO

           MOVE "LGPD-RELAT" TO WS-AUD-OP
           MOVE WS-CPF-X TO WS-AUD-CHAVE
           MOVE "RELATORIO DO TITULAR EMITIDO" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           PERFORM REGISTRA-CATALOGO

           DISPLAY WS-QT-TOTAL " REGISTRO(S) DO CPF " WS-CPF-X
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO
           GOBACK.

       TITULO-SECAO.
           MOVE ZEROS TO WS-QT-SECAO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       FECHA-SECAO.
           IF WS-QT-SECAO = 0
               MOVE "  NENHUM REGISTRO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           ADD WS-QT-SECAO TO WS-QT-TOTAL.

       SECAO-CLIENTE.
           PERFORM TITULO-SECAO
           MOVE "CADASTRO DE CLIENTES (CLIENTE.DAT)" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT CLIENTE
           IF NOT CL-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-SECAO-CLIENTE
           END-IF
           MOVE WS-CPF-BUSCA TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   MOVE 99 TO FFCLIE
           END-READ
           IF CL-OK
               ADD 1 TO WS-QT-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NOME: " CL-NOME
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  ENDERECO: " CL-ENDER
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NASCIMENTO: " CL-NASC-DIA "/" CL-NASC-MES
                   "/" CL-NASC-ANO
                   "  SEGUNDO TITULAR: " CL-CPF-CONJUNTO
                   "  OBITO: " CL-DATA-OBITO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               IF CL-ALERTA-CANAL NOT = SPACE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  CELULAR: " CL-CELULAR
                       "  E-MAIL: " CL-EMAIL
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  ALERTAS - CANAL: " CL-ALERTA-CANAL
                       "  DEBITO A PARTIR DE: " CL-ALERTA-DEBITO
                       "  CHEQUE: " CL-ALERTA-CHEQUE
                       "  AGENDA: " CL-ALERTA-AGENDA
                       "  DESDE: " CL-ALERTA-DESDE
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF
           CLOSE CLIENTE
           PERFORM FECHA-SECAO.
       END-SECAO-CLIENTE.

      * VARREDURA COMPLETA: A CHAVE ALTERNATIVA SO ACHA O TITULAR, E
      * O CPF TAMBEM PODE SER SEGUNDO TITULAR OU RESPONSAVEL LEGAL.
       SECAO-CONTAS.
           PERFORM TITULO-SECAO
           MOVE "CONTAS (AGENCIA.DAT) - AG/CONTA PAPEL TIPO STATUS SAL
      -        "DO LIMITE NOME" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT CAD
           IF NOT FS-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-SECAO-CONTAS
           END-IF
           PERFORM LE-CONTA UNTIL FS-OTHER
           CLOSE CAD
           PERFORM FECHA-SECAO.
       END-SECAO-CONTAS.

       LE-CONTA.
           READ CAD NEXT RECORD
               AT END
                   SET FS-OTHER TO TRUE
           END-READ
           IF FS-OK
               MOVE SPACES TO WS-PAPEL
               EVALUATE WS-CPF-BUSCA
                   WHEN CD-CPF
                       MOVE "TITULAR" TO WS-PAPEL
                   WHEN CD-CPF-CONJUNTO
                       MOVE "SEGUNDO TITULAR" TO WS-PAPEL
                   WHEN CD-CPF-RESPONSAVEL
                       MOVE "RESPONSAVEL" TO WS-PAPEL
               END-EVALUATE
               IF WS-PAPEL NOT = SPACES
                   ADD 1 TO WS-QT-SECAO
                   MOVE CD-AGENCIA TO LC-AGENCIA
                   MOVE CD-CONTA TO LC-CONTA
                   MOVE WS-PAPEL TO LC-PAPEL
                   MOVE CD-TIPO-CONTA TO LC-TIPO
                   MOVE CD-STATUS TO LC-STATUS
                   MOVE VL-SALDO TO LC-SALDO
                   MOVE VL-LIMITE TO LC-LIMITE
                   MOVE NM-USER TO LC-NOME
                   MOVE LINHA-CONTA TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "      ENDERECO: " DS-LOGRADOURO " "
                       DS-NUMERO " " DS-CIDADE " " DS-UF " " DS-CEP
                       "  NASC: " DT-NASC-DIA "/" DT-NASC-MES "/"
                       DT-NASC-ANO
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.

      * O EXTRATO E CHAVEADO POR CPF: UMA VARREDURA COBRE TODAS AS
      * CONTAS DO TITULAR.
       SECAO-EXTRATO.
           PERFORM TITULO-SECAO
           MOVE "MOVIMENTOS (EXTRATO.DAT) - DATA/HORA CONTA TIPO ORIGEM
      -        " VALOR SALDO DOC OPERADOR" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT EXTRATO
           IF NOT FE-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-SECAO-EXTRATO
           END-IF
           MOVE WS-CPF-BUSCA TO EX-CPF
           MOVE ZEROS TO EX-DATAHORA EX-MS
           START EXTRATO KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   SET FE-OTHER TO TRUE
           END-START
           PERFORM LE-MOVIMENTO UNTIL FE-OTHER
           CLOSE EXTRATO
           MOVE "  (MOVIMENTO EXPURGADO ESTA NO ARQUIVO MORTO - CONSULTA
      -        "-ARQUIVO-EXTRATO)" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM FECHA-SECAO.
       END-SECAO-EXTRATO.

       LE-MOVIMENTO.
           READ EXTRATO NEXT RECORD
               AT END
                   SET FE-OTHER TO TRUE
           END-READ
           IF FE-OK AND EX-CPF NOT = WS-CPF-BUSCA
               SET FE-OTHER TO TRUE
           END-IF
           IF FE-OK
               ADD 1 TO WS-QT-SECAO
               MOVE EX-DATAHORA TO LM-DATAHORA
               MOVE EX-CONTA TO LM-CONTA
               MOVE EX-TIPO TO LM-TIPO
               MOVE EX-ORIGEM TO LM-ORIGEM
               MOVE EX-VALOR TO LM-VALOR
               MOVE EX-SALDO-APOS TO LM-SALDO
               MOVE EX-DOCUMENTO TO LM-DOCUMENTO
               MOVE EX-OPERADOR TO LM-OPERADOR
               MOVE LINHA-MOVTO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       SECAO-CHAVES.
           PERFORM TITULO-SECAO
           MOVE "CHAVES DE TRANSFERENCIA (CHAVES.DAT)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT CHAVES
           IF NOT FC-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-SECAO-CHAVES
           END-IF
           PERFORM LE-CHAVE UNTIL FC-OTHER
           CLOSE CHAVES
           PERFORM FECHA-SECAO.
       END-SECAO-CHAVES.

       LE-CHAVE.
           READ CHAVES NEXT RECORD
               AT END
                   SET FC-OTHER TO TRUE
           END-READ
           IF FC-OK AND CH-CPF = WS-CPF-BUSCA
               ADD 1 TO WS-QT-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " CH-CHAVE " -> " CH-AGENCIA "/" CH-CONTA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       SECAO-PORTABIL.
           PERFORM TITULO-SECAO
           MOVE "PORTABILIDADE DE SALARIO (PORTABIL.DAT)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT PORTABIL
           IF NOT FP-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-SECAO-PORTABIL
           END-IF
           MOVE WS-CPF-BUSCA TO PB-CPF
           READ PORTABIL
               INVALID KEY
                   MOVE 99 TO FFPORT
           END-READ
           IF FP-OK
               ADD 1 TO WS-QT-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  DESTINO BANCO " PB-BANCO-DEST
                   " AGENCIA " PB-AGENCIA-DEST
                   " CONTA " PB-CONTA-DEST
                   "  ADESAO " PB-DATA-ADESAO
                   "  STATUS " PB-STATUS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           CLOSE PORTABIL
           PERFORM FECHA-SECAO.
       END-SECAO-PORTABIL.

       SECAO-CREDIARIO.
           PERFORM TITULO-SECAO
           MOVE "CREDIARIO DA LOJA (CRDCLI.DAT)" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT CRDCLI
           IF NOT FJ-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-SECAO-CREDIARIO
           END-IF
           MOVE WS-CPF-BUSCA TO CJ-CPF
           READ CRDCLI
               INVALID KEY
                   MOVE 99 TO FFCRDC
           END-READ
           IF FJ-OK
               ADD 1 TO WS-QT-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NOME: " CJ-NOME
                   "  LIMITE: " CJ-LIMITE
                   "  STATUS: " CJ-STATUS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           CLOSE CRDCLI
           PERFORM FECHA-SECAO.
       END-SECAO-CREDIARIO.

       SECAO-CCF.
           PERFORM TITULO-SECAO
           MOVE "CHEQUES SEM FUNDOS (CCF.DAT)" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT CCF
           IF NOT FCF-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-SECAO-CCF
           END-IF
           MOVE WS-CPF-BUSCA TO CF-CPF
           READ CCF
               INVALID KEY
                   MOVE 99 TO FFCCF
           END-READ
           IF FCF-OK
               ADD 1 TO WS-QT-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  SITUACAO " CF-STATUS
                   "  DEVOLUCOES " CF-QT-DEVOLUCOES
                   "  ULTIMA " CF-DATA-ULT-DEVOL
                   "  INCLUSAO " CF-DATA-INCLUSAO
                   "  EXCLUSAO " CF-DATA-EXCLUSAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           CLOSE CCF
           PERFORM FECHA-SECAO.
       END-SECAO-CCF.

       SECAO-NEGATIV.
           PERFORM TITULO-SECAO
           MOVE "NEGATIVACAO NO BUREAU DE CREDITO (NEGATIV.DAT)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT NEGATIV
           IF NOT FNG-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-SECAO-NEGATIV
           END-IF
           MOVE LOW-VALUES TO NG-CHAVE
           MOVE WS-CPF-BUSCA TO NG-CPF
           START NEGATIV KEY IS NOT LESS THAN NG-CHAVE
               INVALID KEY
                   SET FNG-OTHER TO TRUE
           END-START
           PERFORM LE-NEGATIV UNTIL FNG-OTHER
           CLOSE NEGATIV
           PERFORM FECHA-SECAO.
       END-SECAO-NEGATIV.

       LE-NEGATIV.
           READ NEGATIV NEXT RECORD
               AT END
                   SET FNG-OTHER TO TRUE
           END-READ
           IF FNG-OK AND NG-CPF NOT = WS-CPF-BUSCA
               SET FNG-OTHER TO TRUE
           END-IF
           IF FNG-OK
               ADD 1 TO WS-QT-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  ORIGEM " NG-ORIGEM " " NG-CONTRATO
                   "  SITUACAO " NG-STATUS
                   "  VALOR " NG-VALOR
                   "  AVISO " NG-DATA-AVISO
                   "  INCLUSAO " NG-DATA-INCLUSAO
                   "  BAIXA " NG-DATA-BAIXA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      * A AUDITORIA E SEQUENCIAL: LE TUDO E FICA COM AS LINHAS CUJA
      * CHAVE E O CPF (OS PROGRAMAS GRAVAM O CPF NO INICIO DA
      * AUD-CHAVE).
       SECAO-AUDITORIA.
           PERFORM TITULO-SECAO
           MOVE "TRILHA DE AUDITORIA (AUDITORIA.DAT)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM CARREGA-MORTOS THRU FIM-CARREGA-MORTOS
           PERFORM LE-ARQUIVO-MORTO THRU END-LE-ARQUIVO-MORTO
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QT-MORTOS
           OPEN INPUT AUDITORIA
           IF NOT FA-OK
               MOVE "  ARQUIVO INDISPONIVEL" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               IF WS-QT-SECAO > ZEROS
                   PERFORM FECHA-SECAO
               END-IF
               GO END-SECAO-AUDITORIA
           END-IF
           PERFORM LE-AUDITORIA UNTIL FA-FIM
           CLOSE AUDITORIA
           PERFORM FECHA-SECAO.
       END-SECAO-AUDITORIA.

       LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET FA-FIM TO TRUE
           END-READ
           IF FA-OK
               PERFORM LISTA-AUDITORIA
           END-IF.

       LISTA-AUDITORIA.
           IF AUD-CHAVE(1:11) = WS-CPF-X
               ADD 1 TO WS-QT-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " AUD-DATAHORA " " AUD-PROGRAMA " "
                   AUD-OPERACAO " " AUD-DESCRICAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      * O CATALOGO SO TRAZ O ARQUIVO MORTO CONFERIDO NA GRAVACAO.
      * O SELO QUE ABRE CADA ARQUIVO TRAZ O NOME DO MORTO NA CHAVE E
      * NAO CASA COM O CPF.
       CARREGA-MORTOS.
           MOVE ZEROS TO WS-QT-MORTOS
           OPEN INPUT BKPCAT
           IF NOT BK-OK
               GO FIM-CARREGA-MORTOS
           END-IF
           MOVE "AUDITORIA" TO BK-ARQUIVO
           MOVE ZEROS TO BK-DATA
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
           IF BK-OK AND BK-VERIF-OK AND WS-QT-MORTOS < 200
               ADD 1 TO WS-QT-MORTOS
               MOVE BK-NOME-BKP TO TAB-MT-NOME(WS-QT-MORTOS)
           END-IF.

       LE-ARQUIVO-MORTO.
           MOVE TAB-MT-NOME(WS-IX) TO WS-NOME-MORTO
           OPEN INPUT ARQUIVO-MORTO
           IF NOT AQ-OK
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  ARQUIVO MORTO " WS-NOME-MORTO
                   " INDISPONIVEL" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO END-LE-ARQUIVO-MORTO
           END-IF
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
           PERFORM LISTA-AUDITORIA.
       END-PROCESSA-MORTO.

       GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "DADOS-TITULAR" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           MOVE WS-AUD-DESC TO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L"
           CLOSE AUDITORIA.
       END-GRAVA-AUDITORIA.

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

       END PROGRAM DADOS-TITULAR.
