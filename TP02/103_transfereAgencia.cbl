       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERE-AGENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               SHARING WITH ALL OTHER
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT AGMASTER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAGMA
               RECORD KEY IS AM-CODIGO.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT OPERADOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFOPER
               RECORD KEY IS OP-ID.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DMST.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD AGMASTER VALUE OF FILE-ID IS "AGENCIAS.DAT".

       COPY agencias.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD OPERADOR VALUE OF FILE-ID IS "OPERADOR.DAT".

       COPY operador.

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
      * TRANSFERENCIA EM LOTE DE TODAS AS CONTAS DE UMA AGENCIA PARA
      * OUTRA (MUDANCA DE PRACA, FUSAO DE AGENCIAS).  CADA CONTA DA
      * AGENCIA DE ORIGEM PASSA PELO TRANSFERE-CONTA - NUMERO NOVO
      * COM DV DA SEQCONTA.DAT, TODOS OS ARQUIVOS REGRAVADOS E A
      * REFERENCIA CRUZADA ANTIGO -> NOVO EM CONTAREF.DAT.  CONTA
      * ENCERRADA, RECUSADA OU EM ESPOLIO FICA ONDE ESTA.  EXIGE A
      * APROVACAO DO GERENTE (ID + SENHA CONFERIDA NO OPERADOR.DAT,
      * MESMA OFUSCACAO DO BANCOPEL) E A CONFIRMACAO DEPOIS DA
      * CONTAGEM.  O RELATORIO DE-PARA (TRANSAG_OOO_DDD_DATA.TXT)
      * E CATALOGADO EM CATREL.DAT; CONTA COM REGISTRO EM USO SAI
      * MARCADA PARA SER TERMINADA NA TELA DE TRANSFERENCIA DO
      * BANCOPEL, INFORMANDO O NUMERO ANTIGO.
       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00 02.
           88 FS-OTHER     VALUE 99.

       77 FFAGMA PIC 9(02).
           88 FAM-OK       VALUE 00.

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 FFOPER PIC 9(02).
           88 FOP-OK       VALUE 00.

       77 REP-OK PIC X(02).
       77 DMST   PIC X(02).
       77 CRST   PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CADASTRO".
       77 WS-PROG-CAT PIC X(20) VALUE "TRANSFERE-AGENCIA".

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
       77 WS-BUF3          PIC X(3) VALUE SPACES.
       77 WS-RESP          PIC X(1) VALUE SPACES.
       77 WS-AGENCIA-ORIGEM  PIC 9(3) VALUE ZEROS.
       77 WS-AGENCIA-DESTINO PIC 9(3) VALUE ZEROS.
       77 WS-NOME-ORIGEM   PIC X(30) VALUE SPACES.
       77 WS-NOME-DESTINO  PIC X(30) VALUE SPACES.

       77 WS-GERENTE-ID    PIC X(4) VALUE SPACES.
       77 WS-GERENTE-SENHA PIC 9(4) VALUE ZEROS.

      * OFUSCACAO DA SENHA - MESMA REGRA DO OFUSCA-SENHA DO
      * BANCOPEL (COMPLEMENTO DE 9 E ORDEM INVERTIDA).
       01 WS-SENHA-CLARA.
           02 WS-SC-D PIC 9 OCCURS 4 TIMES.
       01 WS-SENHA-OFUSCA.
           02 WS-SO-D PIC 9 OCCURS 4 TIMES.
       77 WS-OF-I           PIC 9 VALUE ZEROS.
       77 WS-OF-J           PIC 9 VALUE ZEROS.
       77 WS-SENHA-OFUSCADA PIC 9(4) VALUE ZEROS.

      * A LEITURA DE AGENCIA.DAT E REPOSICIONADA DEPOIS DE CADA
      * CONTA MOVIDA (O TRANSFERE-CONTA REGRAVA O ARQUIVO POR BAIXO).
       77 WS-ULTIMA-CONTA  PIC 9(5) VALUE ZEROS.
       77 WS-FIM           PIC X VALUE 'N'.
       77 WS-FASE          PIC X VALUE SPACE.
           88 FASE-CONTA      VALUE 'C'.
           88 FASE-MOVE       VALUE 'M'.

       77 WS-QT-ELEGIVEIS  PIC 9(6) VALUE ZEROS.
       77 WS-QT-FICAM      PIC 9(6) VALUE ZEROS.
       77 WS-QT-MOVIDAS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-PENDENTES  PIC 9(6) VALUE ZEROS.
       77 WS-QT-RECUSADAS  PIC 9(6) VALUE ZEROS.
       77 WS-QT-REGISTROS  PIC 9(8) VALUE ZEROS.

       01 WS-TC-PEDIDO.
           02 WS-TC-CONTA-ANTIGA  PIC 9(5).
           02 WS-TC-AGENCIA-NOVA  PIC 9(3).
           02 WS-TC-OPERADOR      PIC X(4).
       01 WS-TC-RESULTADO.
           02 WS-TC-CONTA-NOVA    PIC 9(5).
           02 WS-TC-AGENCIA-ANTIGA PIC 9(3).
           02 WS-TC-CPF           PIC 9(11).
           02 WS-TC-QT-REGISTROS  PIC 9(6).
           02 WS-TC-QT-FALHAS     PIC 9(6).
       77 WS-TC-RETORNO           PIC X(1).

       77 WS-SITUACAO      PIC X(30) VALUE SPACES.

       77 WS-AUD-OP    PIC X(10).
       77 WS-AUD-CHAVE PIC X(20).
       77 WS-AUD-DESC  PIC X(40).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE SDATTEMPO TO WS-HOJE
           OPEN INPUT DIAMOV
           IF DMST = "00"
               READ DIAMOV
                   NOT AT END
                       MOVE DM-DATA-MOVTO TO WS-HOJE
               END-READ
               CLOSE DIAMOV
           END-IF

           DISPLAY "TRANSFERENCIA DE CONTAS ENTRE AGENCIAS"
           DISPLAY "AGENCIA DE ORIGEM (3 DIGITOS): "
           MOVE SPACES TO WS-BUF3
           ACCEPT WS-BUF3
           IF WS-BUF3 NOT NUMERIC
               DISPLAY "AGENCIA INVALIDA - NADA FEITO"
               STOP RUN
           END-IF
           MOVE WS-BUF3 TO WS-AGENCIA-ORIGEM
           DISPLAY "AGENCIA DE DESTINO (3 DIGITOS): "
           MOVE SPACES TO WS-BUF3
           ACCEPT WS-BUF3
           IF WS-BUF3 NOT NUMERIC
               DISPLAY "AGENCIA INVALIDA - NADA FEITO"
               STOP RUN
           END-IF
           MOVE WS-BUF3 TO WS-AGENCIA-DESTINO
           IF WS-AGENCIA-DESTINO = WS-AGENCIA-ORIGEM
               DISPLAY "ORIGEM E DESTINO IGUAIS - NADA FEITO"
               STOP RUN
           END-IF
           PERFORM CONFERE-AGENCIAS THRU END-CONFERE-AGENCIAS

           PERFORM APROVA-GERENTE THRU END-APROVA-GERENTE

           OPEN INPUT CAD
           IF NOT FS-OK
               DISPLAY "AGENCIA.DAT INDISPONIVEL - NADA FEITO"
               STOP RUN
           END-IF

           MOVE 'C' TO WS-FASE
           PERFORM VARRE-AGENCIA THRU END-VARRE-AGENCIA
           IF WS-QT-ELEGIVEIS = ZEROS
               DISPLAY "NENHUMA CONTA A TRANSFERIR NA AGENCIA "
                   WS-AGENCIA-ORIGEM " - NADA FEITO"
               CLOSE CAD
               STOP RUN
           END-IF
           DISPLAY "CONTAS A TRANSFERIR: " WS-QT-ELEGIVEIS
               "  (FICAM NA ORIGEM: " WS-QT-FICAM ")"
           DISPLAY "DE " WS-AGENCIA-ORIGEM " " WS-NOME-ORIGEM
           DISPLAY "PARA " WS-AGENCIA-DESTINO " " WS-NOME-DESTINO
           DISPLAY "CONFIRMA A TRANSFERENCIA? (S/N): "
           MOVE SPACES TO WS-RESP
           ACCEPT WS-RESP
           IF WS-RESP NOT = 'S' AND WS-RESP NOT = 's'
               CLOSE CAD
               STOP RUN
           END-IF

           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "TRANSAG_" WS-AGENCIA-ORIGEM "_" WS-AGENCIA-DESTINO
               "_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           PERFORM CABECALHO-RELATORIO

           MOVE "TRANSF-AG" TO WS-AUD-OP
           MOVE WS-AGENCIA-ORIGEM TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "INICIO PARA AGENCIA " WS-AGENCIA-DESTINO
               " GERENTE " WS-GERENTE-ID
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA

           MOVE 'M' TO WS-FASE
           PERFORM VARRE-AGENCIA THRU END-VARRE-AGENCIA

           PERFORM RODAPE-RELATORIO
           MOVE "TRANSF-AG" TO WS-AUD-OP
           MOVE WS-AGENCIA-ORIGEM TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "FIM: " WS-QT-MOVIDAS " MOVIDAS "
               WS-QT-PENDENTES " PENDENTES"
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA

           CLOSE CAD AUDITORIA RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           STOP RUN.

      * A AGENCIA DE DESTINO PRECISA ESTAR NO CADASTRO-MESTRE; A DE
      * ORIGEM PODE JA TER SIDO DESATIVADA, ENTAO SO DA O NOME.
       CONFERE-AGENCIAS.
           OPEN INPUT AGMASTER
           IF NOT FAM-OK
               DISPLAY "AGENCIAS.DAT INDISPONIVEL - NADA FEITO"
               STOP RUN
           END-IF
           MOVE WS-AGENCIA-ORIGEM TO AM-CODIGO
           READ AGMASTER
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO WS-NOME-ORIGEM
               NOT INVALID KEY
                   MOVE AM-NOME TO WS-NOME-ORIGEM
           END-READ
           MOVE WS-AGENCIA-DESTINO TO AM-CODIGO
           READ AGMASTER
               INVALID KEY
                   DISPLAY "AGENCIA DE DESTINO NAO CADASTRADA - "
                       "NADA FEITO"
                   CLOSE AGMASTER
                   STOP RUN
           END-READ
           MOVE AM-NOME TO WS-NOME-DESTINO
           CLOSE AGMASTER.
       END-CONFERE-AGENCIAS.

      * APROVACAO DO GERENTE: ID E SENHA CONFERIDOS NO OPERADOR.DAT.
       APROVA-GERENTE.
           DISPLAY "ID DO GERENTE: "
           MOVE SPACES TO WS-GERENTE-ID
           ACCEPT WS-GERENTE-ID
           DISPLAY "SENHA DO GERENTE: "
           MOVE ZEROS TO WS-GERENTE-SENHA
           ACCEPT WS-GERENTE-SENHA
           OPEN INPUT OPERADOR
           IF NOT FOP-OK
               DISPLAY "OPERADOR.DAT INDISPONIVEL - NADA FEITO"
               STOP RUN
           END-IF
           MOVE WS-GERENTE-ID TO OP-ID
           READ OPERADOR
               INVALID KEY
                   DISPLAY "GERENTE NAO CADASTRADO - NADA FEITO"
                   CLOSE OPERADOR
                   STOP RUN
           END-READ
           CLOSE OPERADOR
           IF NOT OP-REG-GERENTE OR OP-BLOQUEADO
               DISPLAY "OPERADOR NAO E GERENTE ATIVO - NADA FEITO"
               STOP RUN
           END-IF
           MOVE WS-GERENTE-SENHA TO WS-SENHA-CLARA
           PERFORM OFUSCA-DIGITO
               VARYING WS-OF-I FROM 1 BY 1 UNTIL WS-OF-I > 4
           MOVE WS-SENHA-OFUSCA TO WS-SENHA-OFUSCADA
           IF WS-SENHA-OFUSCADA NOT = OP-SENHA
               DISPLAY "SENHA DO GERENTE NAO CONFERE - NADA FEITO"
               STOP RUN
           END-IF.
       END-APROVA-GERENTE.

       OFUSCA-DIGITO.
           COMPUTE WS-OF-J = 5 - WS-OF-I
           COMPUTE WS-SO-D(WS-OF-J) = 9 - WS-SC-D(WS-OF-I).

      * PERCORRE AGENCIA.DAT PELA CONTA.  NA FASE 'C' SO CONTA; NA
      * FASE 'M' MOVE CADA CONTA ELEGIVEL DA AGENCIA DE ORIGEM.
       VARRE-AGENCIA.
           MOVE ZEROS TO WS-ULTIMA-CONTA
           MOVE 'N' TO WS-FIM
           MOVE ZEROS TO CD-CONTA
           START CAD KEY IS NOT LESS THAN CD-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-FIM
           END-START
           PERFORM PROXIMA-CONTA-AGENCIA
               THRU END-PROXIMA-CONTA-AGENCIA
               UNTIL WS-FIM = 'S'.
       END-VARRE-AGENCIA.

       PROXIMA-CONTA-AGENCIA.
           READ CAD NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-PROXIMA-CONTA-AGENCIA
           END-READ
           MOVE CD-CONTA TO WS-ULTIMA-CONTA
           IF CD-AGENCIA NOT = WS-AGENCIA-ORIGEM
               GO END-PROXIMA-CONTA-AGENCIA
           END-IF
           IF CONTA-ENCERRADA OR CONTA-RECUSADA OR CONTA-ESPOLIO
               IF FASE-CONTA
                   ADD 1 TO WS-QT-FICAM
               END-IF
               GO END-PROXIMA-CONTA-AGENCIA
           END-IF
           IF FASE-CONTA
               ADD 1 TO WS-QT-ELEGIVEIS
               GO END-PROXIMA-CONTA-AGENCIA
           END-IF

           PERFORM MOVE-UMA-CONTA THRU END-MOVE-UMA-CONTA

           MOVE WS-ULTIMA-CONTA TO CD-CONTA
           START CAD KEY IS GREATER THAN CD-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-FIM
           END-START.
       END-PROXIMA-CONTA-AGENCIA.

       MOVE-UMA-CONTA.
           MOVE CD-CONTA TO WS-TC-CONTA-ANTIGA
           MOVE WS-AGENCIA-DESTINO TO WS-TC-AGENCIA-NOVA
           MOVE WS-GERENTE-ID TO WS-TC-OPERADOR
           CALL "TRANSFERE-CONTA" USING WS-TC-PEDIDO WS-TC-RESULTADO
               WS-TC-RETORNO

           EVALUATE WS-TC-RETORNO
               WHEN '0'
                   IF WS-TC-QT-FALHAS > ZEROS
                       ADD 1 TO WS-QT-PENDENTES
                       MOVE "EM USO - TERMINAR NO BANCOPEL"
                           TO WS-SITUACAO
                   ELSE
                       ADD 1 TO WS-QT-MOVIDAS
                       MOVE "TRANSFERIDA" TO WS-SITUACAO
                   END-IF
                   ADD WS-TC-QT-REGISTROS TO WS-QT-REGISTROS
               WHEN '3'
                   ADD 1 TO WS-QT-RECUSADAS
                   MOVE "EM USO POR OUTRO CAIXA" TO WS-SITUACAO
               WHEN '5'
                   ADD 1 TO WS-QT-RECUSADAS
                   MOVE "SEQUENCIA DE CONTAS ESGOTADA" TO WS-SITUACAO
                   MOVE 'S' TO WS-FIM
               WHEN OTHER
                   ADD 1 TO WS-QT-RECUSADAS
                   MOVE "NAO TRANSFERIDA" TO WS-SITUACAO
           END-EVALUATE

           MOVE SPACES TO LINHA-RELATORIO
           STRING WS-TC-CONTA-ANTIGA "   " WS-TC-CONTA-NOVA "   "
               WS-TC-CPF "   " NM-USER(1:25) " " WS-TC-QT-REGISTROS
               " " WS-SITUACAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF WS-TC-RETORNO = '0'
               MOVE "TRANSF-AG" TO WS-AUD-OP
               MOVE WS-TC-CPF TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DESC
               STRING "CONTA " WS-TC-CONTA-ANTIGA " AG "
                   WS-AGENCIA-ORIGEM " -> " WS-TC-CONTA-NOVA " AG "
                   WS-AGENCIA-DESTINO
                   DELIMITED BY SIZE INTO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF.
       END-MOVE-UMA-CONTA.

       CABECALHO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TRANSFERENCIA DE CONTAS DA AGENCIA "
               WS-AGENCIA-ORIGEM " PARA A AGENCIA " WS-AGENCIA-DESTINO
               "  DATA " WS-HOJE "  GERENTE " WS-GERENTE-ID
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ANTIGA  NOVA    CPF           TITULAR" TO
               LINHA-RELATORIO
           MOVE "REGS.  SITUACAO" TO LINHA-RELATORIO(58:15)
           WRITE LINHA-RELATORIO.

       RODAPE-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TRANSFERIDAS: " WS-QT-MOVIDAS
               "  PENDENTES: " WS-QT-PENDENTES
               "  NAO TRANSFERIDAS: " WS-QT-RECUSADAS
               "  REGISTROS: " WS-QT-REGISTROS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FICARAM NA ORIGEM (ENCERRADAS/RECUSADAS/ESPOLIO): "
               WS-QT-FICAM
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QT-PENDENTES > ZEROS
               MOVE "PENDENTES: REPITA NA TELA DE TRANSFERENCIA DO BANCO
      -            "PEL COM O NUMERO ANTIGO" TO LINHA-RELATORIO
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
           DISPLAY "TRANSFERENCIA DE AGENCIA " WS-AGENCIA-ORIGEM
               " -> " WS-AGENCIA-DESTINO " - " WS-HOJE
           DISPLAY "CONTAS TRANSFERIDAS..: " WS-QT-MOVIDAS
           DISPLAY "PENDENTES (EM USO)...: " WS-QT-PENDENTES
           DISPLAY "NAO TRANSFERIDAS.....: " WS-QT-RECUSADAS
           DISPLAY "FICARAM NA ORIGEM....: " WS-QT-FICAM
           DISPLAY "REGISTROS REGRAVADOS.: " WS-QT-REGISTROS
           DISPLAY "RELATORIO GERADO: " WS-NOME-RELATORIO.

       GRAVA-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "TRANSF-AGENCIA" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           MOVE WS-AUD-DESC TO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L".
       END-GRAVA-AUDITORIA.

       END PROGRAM TRANSFERE-AGENCIA.
