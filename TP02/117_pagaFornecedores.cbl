       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGA-FORNECEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NFST
               RECORD KEY IS NF-CHAVE.

           SELECT FORNECEDOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FOST
               RECORD KEY IS FO-CODIGO.

           SELECT DEVFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DFST
               RECORD KEY IS DF-NUMERO
               ALTERNATE RECORD KEY IS DF-FORNEC WITH DUPLICATES.

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

           SELECT REMESSA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFREME
               RECORD KEY IS RM-CHAVE.

           SELECT OPERADOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFOPER
               RECORD KEY IS OP-ID.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMST.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DMST.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT COMPROVANTE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFCOMP.

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
       FD NOTAS VALUE OF FILE-ID IS "NOTAS.DAT".

       COPY notas.

       FD FORNECEDOR VALUE OF FILE-ID IS "FORNECEDOR.DAT".

       COPY fornecedor.

       FD DEVFORN VALUE OF FILE-ID IS "DEVFORN.DAT".

       COPY devforn.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD REMESSA VALUE OF FILE-ID IS "REMESSA.DAT".

       COPY remessa.

       FD OPERADOR VALUE OF FILE-ID IS "OPERADOR.DAT".

       COPY operador.

       FD  PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD COMPROVANTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPROV.TXT".
       01 LINHA-COMPROVANTE PIC X(80).

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(120).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * PAGAMENTO DAS NOTAS DE FORNECEDOR PELA CONTA DA LOJA NO
      * BANCOPEL (PM-CONTA-LOJA): SELECIONA AS NOTAS EM ABERTO DO
      * NOTAS.DAT COM VENCIMENTO ATE A DATA PEDIDA, LISTA A PROPOSTA
      * (VALOR, CREDITO DE DEVOLUCAO A ABATER, LIQUIDO E FORMA) E SO
      * PAGA DEPOIS DA APROVACAO DE UM GERENTE (ID + SENHA NO
      * OPERADOR.DAT, COMO NAS PROPOSTAS DE PARAMETROS) - O LOTE
      * INTEIRO OU NOTA A NOTA.  CADA NOTA APROVADA E DEBITADA DA
      * CONTA DA LOJA PELO TRILHO NORMAL (EXTRATO 'TF', COMPROVANTE,
      * AUDITORIA):
      *   - FORNECEDOR CORRENTISTA (FO-CONTA-BANCOPEL) RECEBE NA HORA
      *     POR TRANSFERENCIA E A NOTA FICA PAGA;
      *   - OS DEMAIS RECEBEM POR ITEM 'P' EM REMESSA.DAT PARA O
      *     GERA-REMESSA, E A NOTA FICA 'E' (EM PAGAMENTO) COM A CHAVE
      *     DO ITEM ATE O RETORNO-REMESSA CONFIRMAR (PAGA) OU REJEITAR
      *     (VOLTA A ABERTA COM O MOTIVO, E O VALOR VOLTA A LOJA).
      * OS CREDITOS DE DEVOLUCAO EM ABERTO (DEVFORN.DAT) ABATEM O
      * VALOR COMO NA BAIXA DO PEDIDO-COMPRA; NOTA COBERTA PELO
      * CREDITO E QUITADA SEM MOVIMENTO.  FORNECEDOR SEM DADOS
      * BANCARIOS FICA NA LISTA MAS NAO E PAGO.  A PROPOSTA E O
      * RESULTADO SAEM EM PAGFORN_AAAAMMDD.TXT, CATALOGADO.
       77 NFST PIC X(02).
           88 NF-OK        VALUE "00".
           88 NF-OTHER     VALUE "99".
       77 FOST PIC X(02).
       77 DFST PIC X(02).

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-EMPTY     VALUE 35.

       77 FFREME PIC 9(02).
           88 FR-OK        VALUE 00.
           88 FR-EMPTY     VALUE 35.

       77 FFOPER PIC 9(02).
           88 FOP-OK       VALUE 00.

       77 PMST PIC X(02).
       77 DMST PIC X(02).
       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".
       77 FFCOMP PIC X(02).
           88 FC-OK        VALUE "00".
       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

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

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "FINANCEIRO".
       77 WS-PROG-CAT PIC X(20) VALUE "PAGA-FORNECEDORES".

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-DATA-LIMITE   PIC 9(8) VALUE ZEROS.
       77 WS-BUF8          PIC X(8) VALUE SPACES.
       77 WS-RESP          PIC X(1) VALUE SPACE.
       77 WS-MODO-APROV    PIC X(1) VALUE SPACE.
       77 WS-CONTA-LOJA    PIC 9(5) VALUE ZEROS.
       77 WS-CPF-LOJA      PIC 9(11) VALUE ZEROS.
       77 WS-ARQ-OK        PIC X VALUE 'S'.
       77 WS-TEM-DEVFORN   PIC X VALUE 'N'.
       77 WS-GERENTE-OK    PIC X VALUE 'N'.
       77 WS-DEBITOU       PIC X VALUE 'N'.
       77 WS-CONTA-FORN-OK PIC X VALUE 'N'.
       77 WS-RM-GRAVOU     PIC X VALUE 'N'.

       77 WS-FORNEC-ATUAL  PIC 9(4) VALUE ZEROS.
       77 WS-CRED-FORNEC   PIC 9(9)V99 VALUE ZEROS.
       77 WS-CRED-ABERTO   PIC 9(9)V99 VALUE ZEROS.
       77 WS-CRED-ABATER   PIC 9(9)V99 VALUE ZEROS.
       77 WS-CRED-RESTO    PIC 9(9)V99 VALUE ZEROS.
       77 WS-LIQUIDO       PIC 9(9)V99 VALUE ZEROS.
       77 WS-SALDO-APOS    PIC S9(9)V99 VALUE ZEROS.
       77 WS-VALOR-LANC    PIC 9(7)V99 VALUE ZEROS.
       77 WS-RESULTADO     PIC X(50) VALUE SPACES.
       77 WS-COMP-OPER     PIC X(12) VALUE SPACES.

       77 WS-DOC-ATUAL     PIC 9(9) VALUE ZEROS.
       77 WS-DOC-PAGTO     PIC 9(9) VALUE ZEROS.
       77 WS-SEQ-EXTRATO   PIC 9(4) VALUE ZEROS.
       77 WS-COMP-VALOR-ED PIC Z(6)9.99.
       77 WS-COMP-SALDO-ED PIC -(7)9.99.
       77 WS-VALOR-ED      PIC Z(8)9.99.

       77 WS-AUD-OP    PIC X(10) VALUE SPACES.
       77 WS-AUD-CHAVE PIC X(20) VALUE SPACES.
       77 WS-AUD-DESC  PIC X(40) VALUE SPACES.

      * TOTAIS DA PROPOSTA E DO QUE FOI EFETIVAMENTE PAGO.
       77 WS-QT-NOTAS      PIC 9(4) VALUE ZEROS.
       77 WS-QT-FORA       PIC 9(4) VALUE ZEROS.
       77 WS-TOT-PROPOSTO  PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-TRANSF     PIC 9(4) VALUE ZEROS.
       77 WS-TOT-TRANSF    PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-REMESSA    PIC 9(4) VALUE ZEROS.
       77 WS-TOT-REMESSA   PIC 9(11)V99 VALUE ZEROS.
       77 WS-QT-CREDITO    PIC 9(4) VALUE ZEROS.
       77 WS-QT-NAO-PAGAS  PIC 9(4) VALUE ZEROS.
       77 WS-IX            PIC 9(4) VALUE ZEROS.

      * APROVADOR: ID + SENHA DO GERENTE CONFERIDOS NO OPERADOR.DAT
      * COM A OFUSCACAO DO BANCOPEL (COMPLEMENTO DE 9 E ORDEM
      * INVERTIDA).
       01 WS-APROVADOR   PIC X(4) VALUE SPACES.
       01 WS-APROV-SENHA PIC 9(4) VALUE ZEROS.
       01 WS-SENHA-CLARA.
           02 WS-SC-D PIC 9 OCCURS 4 TIMES.
       01 WS-SENHA-OFUSCA.
           02 WS-SO-D PIC 9 OCCURS 4 TIMES.
       01 WS-OF-I           PIC 9 VALUE ZEROS.
       01 WS-OF-J           PIC 9 VALUE ZEROS.
       01 WS-SENHA-OFUSCADA PIC 9(4) VALUE ZEROS.

      * NOTAS SELECIONADAS PARA A PROPOSTA, NA ORDEM DO NOTAS.DAT
      * (POR FORNECEDOR).  O CREDITO AQUI E A PREVISAO; O QUE SE
      * ABATE DE FATO E RECALCULADO NA HORA DE PAGAR.
       01 TAB-PAGAMENTOS.
           02 TAB-PG OCCURS 500 TIMES.
               03 TAB-PG-FORNEC    PIC 9(4).
               03 TAB-PG-NUMERO    PIC 9(9).
               03 TAB-PG-VENCTO    PIC 9(8).
               03 TAB-PG-RAZAO     PIC X(25).
               03 TAB-PG-VALOR     PIC 9(9)V99.
               03 TAB-PG-CREDITO   PIC 9(9)V99.
               03 TAB-PG-LIQUIDO   PIC 9(9)V99.
               03 TAB-PG-FORMA     PIC X(1).
                   88 PG-TRANSF       VALUE 'T'.
                   88 PG-REMESSA      VALUE 'R'.
                   88 PG-CREDITO      VALUE 'C'.
                   88 PG-SEM-DADOS    VALUE 'X'.

       01 LINHA-DETALHE.
           02 LD-ITEM      PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-FORNEC    PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-RAZAO     PIC X(25).
           02 FILLER       PIC X(4) VALUE " NF ".
           02 LD-NOTA      PIC 9(9).
           02 FILLER       PIC X(6) VALUE " VENC ".
           02 LD-VENCTO    PIC 9(8).
           02 FILLER       PIC X(4) VALUE " R$ ".
           02 LD-VALOR     PIC Z(7)9.99.
           02 FILLER       PIC X(6) VALUE " CRED ".
           02 LD-CREDITO   PIC Z(7)9.99.
           02 FILLER       PIC X(5) VALUE " LIQ ".
           02 LD-LIQUIDO   PIC Z(7)9.99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-FORMA     PIC X(9).

       01 LINHA-RESULTADO.
           02 LR-ITEM      PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LR-FORNEC    PIC 9(4).
           02 FILLER       PIC X(4) VALUE " NF ".
           02 LR-NOTA      PIC 9(9).
           02 FILLER       PIC X(4) VALUE " R$ ".
           02 LR-LIQUIDO   PIC Z(7)9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LR-RESULTADO PIC X(50).

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           PERFORM BUSCA-DATA-MOVTO
           PERFORM CARREGA-PARAMETROS
           IF WS-CONTA-LOJA = ZEROS
               DISPLAY "PM-CONTA-LOJA NAO CONFIGURADA - PAGAMENTO DE "
                   "NOTAS DESLIGADO"
               GOBACK
           END-IF
           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF WS-ARQ-OK = 'N'
               GOBACK
           END-IF
           PERFORM PEDE-DATA-LIMITE
           PERFORM SELECIONA-NOTAS
           IF WS-QT-NOTAS = ZEROS
               DISPLAY "NENHUMA NOTA EM ABERTO COM VENCIMENTO ATE "
                   WS-DATA-LIMITE
               PERFORM FECHA-ARQUIVOS
               GOBACK
           END-IF
           PERFORM LISTA-PROPOSTA
           PERFORM CONFERE-GERENTE THRU FIM-CONFERE-GERENTE
           IF WS-GERENTE-OK = 'S'
               PERFORM DECIDE-LOTE THRU FIM-DECIDE-LOTE
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "LOTE NAO APROVADO - NENHUMA NOTA PAGA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM RESUMO-FINAL
           CLOSE RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM FECHA-ARQUIVOS
           GOBACK.

      * A DATA DO MOVIMENTO VEM DO EXPEDIENTE (DIAMOV.DAT), COMO NOS
      * DEMAIS PROGRAMAS QUE LANCAM NA AGENCIA; SEM ELE VALE O
      * RELOGIO.
       BUSCA-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           OPEN INPUT DIAMOV
           IF DMST = "00"
               READ DIAMOV
                   NOT AT END
                       MOVE DM-DATA-MOVTO TO WS-HOJE
               END-READ
               CLOSE DIAMOV
           END-IF.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF PMST = "00"
               READ PARAMETROS
                   NOT AT END
                       MOVE PM-CONTA-LOJA TO WS-CONTA-LOJA
               END-READ
               CLOSE PARAMETROS
           END-IF.

      * NOTAS, FORNECEDORES E A AGENCIA SAO OBRIGATORIOS; SEM O
      * DEVFORN.DAT NAO HA CREDITO A ABATER.  A CONTA DA LOJA PRECISA
      * EXISTIR E ESTAR ATIVA ANTES DE QUALQUER PROPOSTA.
       ABRE-ARQUIVOS.
           MOVE 'N' TO WS-ARQ-OK
           OPEN I-O NOTAS
           IF NOT NF-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR NOTAS.DAT - FS=" NFST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT FORNECEDOR
           IF FOST NOT = "00"
               DISPLAY "NAO FOI POSSIVEL ABRIR FORNECEDOR.DAT - FS="
                   FOST
               CLOSE NOTAS
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O CAD
           IF NOT FS-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR AGENCIA.DAT - FS="
                   FFSALV
               CLOSE NOTAS FORNECEDOR
               GO FIM-ABRE-ARQUIVOS
           END-IF
           MOVE WS-CONTA-LOJA TO CD-CONTA
           READ CAD
               INVALID KEY
                   DISPLAY "CONTA DA LOJA " WS-CONTA-LOJA
                       " NAO EXISTE EM AGENCIA.DAT"
                   CLOSE NOTAS FORNECEDOR CAD
                   GO FIM-ABRE-ARQUIVOS
           END-READ
           IF NOT CONTA-ATIVA
               DISPLAY "CONTA DA LOJA NAO ESTA ATIVA - PAGAMENTO "
                   "RETIDO"
               CLOSE NOTAS FORNECEDOR CAD
               GO FIM-ABRE-ARQUIVOS
           END-IF
           MOVE CD-CPF TO WS-CPF-LOJA

           OPEN I-O DEVFORN
           IF DFST = "00"
               MOVE 'S' TO WS-TEM-DEVFORN
           END-IF
           OPEN I-O EXTRATO
           IF FE-EMPTY
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN I-O EXTRATO
           END-IF
           OPEN I-O REMESSA
           IF FR-EMPTY
               OPEN OUTPUT REMESSA
               CLOSE REMESSA
               OPEN I-O REMESSA
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           OPEN EXTEND COMPROVANTE
           IF NOT FC-OK
               CLOSE COMPROVANTE
               OPEN OUTPUT COMPROVANTE
           END-IF
           MOVE 'S' TO WS-ARQ-OK.
       FIM-ABRE-ARQUIVOS.
           EXIT.

       FECHA-ARQUIVOS.
           CLOSE NOTAS FORNECEDOR CAD EXTRATO REMESSA AUDITORIA
               COMPROVANTE
           IF WS-TEM-DEVFORN = 'S'
               CLOSE DEVFORN
           END-IF.

       PEDE-DATA-LIMITE.
           MOVE WS-HOJE TO WS-DATA-LIMITE
           DISPLAY "PAGAMENTO DE FORNECEDORES PELA CONTA DA LOJA "
               WS-CONTA-LOJA
           DISPLAY "PAGAR NOTAS COM VENCIMENTO ATE (AAAAMMDD, ENTER = "
               WS-HOJE ") ? "
           MOVE SPACES TO WS-BUF8
           ACCEPT WS-BUF8
           IF WS-BUF8 NOT = SPACES
               IF WS-BUF8 IS NUMERIC
                   MOVE WS-BUF8 TO WS-DATA-LIMITE
               ELSE
                   DISPLAY "DATA INVALIDA - VALE " WS-HOJE
               END-IF
           END-IF.

      ******************************************************************
      * SELECAO: NOTAS ABERTAS COM VENCIMENTO ATE A DATA LIMITE.  O
      * CREDITO DE DEVOLUCAO DO FORNECEDOR ABATE AS NOTAS DELE NA
      * ORDEM EM QUE APARECEM.
      ******************************************************************
       SELECIONA-NOTAS.
           MOVE ZEROS TO WS-QT-NOTAS WS-FORNEC-ATUAL WS-CRED-FORNEC
           MOVE ZEROS TO NF-CHAVE
           START NOTAS KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   SET NF-OTHER TO TRUE
           END-START
           PERFORM SELECIONA-UMA-NOTA THRU FIM-SELECIONA-UMA-NOTA
               UNTIL NF-OTHER
           MOVE "00" TO NFST.

       SELECIONA-UMA-NOTA.
           READ NOTAS NEXT RECORD
               AT END
                   SET NF-OTHER TO TRUE
           END-READ
           IF NOT NF-OK OR NOT NF-ABERTA
               GO FIM-SELECIONA-UMA-NOTA
           END-IF
           IF NF-VENCIMENTO > WS-DATA-LIMITE
               GO FIM-SELECIONA-UMA-NOTA
           END-IF
           IF WS-QT-NOTAS = 500
               ADD 1 TO WS-QT-FORA
               GO FIM-SELECIONA-UMA-NOTA
           END-IF
           IF NF-FORNEC NOT = WS-FORNEC-ATUAL
               MOVE NF-FORNEC TO WS-FORNEC-ATUAL
               PERFORM SOMA-CREDITOS-FORNEC
               MOVE WS-CRED-ABERTO TO WS-CRED-FORNEC
           END-IF
           ADD 1 TO WS-QT-NOTAS
           MOVE WS-QT-NOTAS TO WS-IX
           MOVE NF-FORNEC TO TAB-PG-FORNEC(WS-IX)
           MOVE NF-NUMERO TO TAB-PG-NUMERO(WS-IX)
           MOVE NF-VENCIMENTO TO TAB-PG-VENCTO(WS-IX)
           COMPUTE TAB-PG-VALOR(WS-IX) = NF-VALOR - NF-ABATIDO
           IF WS-CRED-FORNEC > TAB-PG-VALOR(WS-IX)
               MOVE TAB-PG-VALOR(WS-IX) TO TAB-PG-CREDITO(WS-IX)
           ELSE
               MOVE WS-CRED-FORNEC TO TAB-PG-CREDITO(WS-IX)
           END-IF
           SUBTRACT TAB-PG-CREDITO(WS-IX) FROM WS-CRED-FORNEC
           COMPUTE TAB-PG-LIQUIDO(WS-IX) =
               TAB-PG-VALOR(WS-IX) - TAB-PG-CREDITO(WS-IX)
           PERFORM DEFINE-FORMA.
       FIM-SELECIONA-UMA-NOTA.
           EXIT.

      * FORMA DE PAGAMENTO PELO CADASTRO DO FORNECEDOR.
       DEFINE-FORMA.
           MOVE NF-FORNEC TO FO-CODIGO
           READ FORNECEDOR
               INVALID KEY
                   MOVE "FORNECEDOR SEM CADASTRO" TO FO-RAZAO
                   MOVE ZEROS TO FO-CONTA-BANCOPEL FO-BANCO
                       FO-AGENCIA FO-CONTA
           END-READ
           MOVE FO-RAZAO TO TAB-PG-RAZAO(WS-IX)
           EVALUATE TRUE
               WHEN TAB-PG-LIQUIDO(WS-IX) = ZEROS
                   SET PG-CREDITO(WS-IX) TO TRUE
               WHEN FO-CONTA-BANCOPEL > ZEROS
                   SET PG-TRANSF(WS-IX) TO TRUE
               WHEN FO-BANCO > ZEROS AND FO-CONTA > ZEROS
                   SET PG-REMESSA(WS-IX) TO TRUE
               WHEN OTHER
                   SET PG-SEM-DADOS(WS-IX) TO TRUE
           END-EVALUATE.

      * SOMA OS CREDITOS DE DEVOLUCAO AINDA EM ABERTO DO FORNECEDOR
      * DA NOTA (CHAVE ALTERNATIVA DF-FORNEC).
       SOMA-CREDITOS-FORNEC.
           MOVE ZEROS TO WS-CRED-ABERTO
           IF WS-TEM-DEVFORN = 'S'
               MOVE NF-FORNEC TO DF-FORNEC
               START DEVFORN KEY IS EQUAL TO DF-FORNEC
                   INVALID KEY
                       MOVE "99" TO DFST
               END-START
               PERFORM SOMA-UM-CREDITO UNTIL DFST NOT = "00"
               MOVE "00" TO DFST
           END-IF.

       SOMA-UM-CREDITO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "99" TO DFST
           END-READ
           IF DFST = "00" AND DF-FORNEC NOT = NF-FORNEC
               MOVE "99" TO DFST
           END-IF
           IF DFST = "00" AND DF-CREDITO-ABERTO
               ADD DF-SALDO TO WS-CRED-ABERTO
           END-IF.

      * CONSOME OS CREDITOS NA ORDEM DAS DEVOLUCOES ATE COBRIR O
      * VALOR ABATIDO, COMO A BAIXA DO PEDIDO-COMPRA.
       ABATE-CREDITOS-FORNEC.
           MOVE WS-CRED-ABATER TO WS-CRED-RESTO
           MOVE NF-FORNEC TO DF-FORNEC
           START DEVFORN KEY IS EQUAL TO DF-FORNEC
               INVALID KEY
                   MOVE "99" TO DFST
           END-START
           PERFORM ABATE-UM-CREDITO
               UNTIL DFST NOT = "00" OR WS-CRED-RESTO = ZEROS
           MOVE "00" TO DFST.

       ABATE-UM-CREDITO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "99" TO DFST
           END-READ
           IF DFST = "00" AND DF-FORNEC NOT = NF-FORNEC
               MOVE "99" TO DFST
           END-IF
           IF DFST = "00" AND DF-CREDITO-ABERTO
               IF DF-SALDO > WS-CRED-RESTO
                   SUBTRACT WS-CRED-RESTO FROM DF-SALDO
                   MOVE ZEROS TO WS-CRED-RESTO
               ELSE
                   SUBTRACT DF-SALDO FROM WS-CRED-RESTO
                   MOVE ZEROS TO DF-SALDO
                   SET DF-CREDITO-USADO TO TRUE
               END-IF
               MOVE NF-NUMERO TO DF-NOTA-USO
               MOVE WS-HOJE TO DF-DATA-USO
               REWRITE REG-DEVFORN
           END-IF.

      ******************************************************************
      * PROPOSTA: UMA LINHA POR NOTA NA TELA E NO RELATORIO.
      ******************************************************************
       LISTA-PROPOSTA.
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "PAGFORN_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAGAMENTO DE FORNECEDORES - CONTA DA LOJA "
               WS-CONTA-LOJA " - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PROPOSTA: NOTAS EM ABERTO COM VENCIMENTO ATE "
               WS-DATA-LIMITE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO WS-TOT-PROPOSTO
           PERFORM LISTA-UMA-NOTA
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QT-NOTAS
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOT-PROPOSTO TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING WS-QT-NOTAS " NOTA(S) - LIQUIDO A PAGAR R$ "
               WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY LINHA-RELATORIO
           IF WS-QT-FORA > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "*** " WS-QT-FORA " NOTA(S) ALEM DO LIMITE DE "
                   "500 FICAM PARA A PROXIMA RODADA"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.

       LISTA-UMA-NOTA.
           MOVE WS-IX TO LD-ITEM
           MOVE TAB-PG-FORNEC(WS-IX) TO LD-FORNEC
           MOVE TAB-PG-RAZAO(WS-IX) TO LD-RAZAO
           MOVE TAB-PG-NUMERO(WS-IX) TO LD-NOTA
           MOVE TAB-PG-VENCTO(WS-IX) TO LD-VENCTO
           MOVE TAB-PG-VALOR(WS-IX) TO LD-VALOR
           MOVE TAB-PG-CREDITO(WS-IX) TO LD-CREDITO
           MOVE TAB-PG-LIQUIDO(WS-IX) TO LD-LIQUIDO
           EVALUATE TRUE
               WHEN PG-TRANSF(WS-IX)
                   MOVE "TRANSF" TO LD-FORMA
               WHEN PG-REMESSA(WS-IX)
                   MOVE "REMESSA" TO LD-FORMA
               WHEN PG-CREDITO(WS-IX)
                   MOVE "CREDITO" TO LD-FORMA
               WHEN OTHER
                   MOVE "SEM BANCO" TO LD-FORMA
           END-EVALUATE
           IF NOT PG-SEM-DADOS(WS-IX)
               ADD TAB-PG-LIQUIDO(WS-IX) TO WS-TOT-PROPOSTO
           END-IF
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY LINHA-DETALHE.

      * APROVACAO (QUATRO OLHOS): SO GERENTE ATIVO, COM A SENHA.
       CONFERE-GERENTE.
           MOVE 'N' TO WS-GERENTE-OK
           DISPLAY "ID DO GERENTE QUE APROVA: "
           MOVE SPACES TO WS-APROVADOR
           ACCEPT WS-APROVADOR
           DISPLAY "SENHA DO GERENTE: "
           MOVE ZEROS TO WS-APROV-SENHA
           ACCEPT WS-APROV-SENHA
           OPEN INPUT OPERADOR
           IF NOT FOP-OK
               DISPLAY "OPERADOR.DAT INDISPONIVEL - SEM APROVACAO"
               GO FIM-CONFERE-GERENTE
           END-IF
           MOVE WS-APROVADOR TO OP-ID
           READ OPERADOR
               INVALID KEY
                   DISPLAY "APROVADOR NAO CADASTRADO"
                   CLOSE OPERADOR
                   GO FIM-CONFERE-GERENTE
           END-READ
           CLOSE OPERADOR
           IF NOT OP-REG-GERENTE OR OP-BLOQUEADO
               DISPLAY "APROVADOR NAO E GERENTE ATIVO"
               GO FIM-CONFERE-GERENTE
           END-IF
           MOVE WS-APROV-SENHA TO WS-SENHA-CLARA
           PERFORM OFUSCA-DIGITO
               VARYING WS-OF-I FROM 1 BY 1 UNTIL WS-OF-I > 4
           MOVE WS-SENHA-OFUSCA TO WS-SENHA-OFUSCADA
           IF WS-SENHA-OFUSCADA NOT = OP-SENHA
               DISPLAY "SENHA DO GERENTE NAO CONFERE"
               GO FIM-CONFERE-GERENTE
           END-IF
           MOVE 'S' TO WS-GERENTE-OK.
       FIM-CONFERE-GERENTE.
           EXIT.

       OFUSCA-DIGITO.
           COMPUTE WS-OF-J = 5 - WS-OF-I
           COMPUTE WS-SO-D(WS-OF-J) = 9 - WS-SC-D(WS-OF-I).

      ******************************************************************
      * DECISAO: O LOTE INTEIRO OU NOTA A NOTA.
      ******************************************************************
       DECIDE-LOTE.
           DISPLAY "APROVAR: T - TODAS / N - NOTA A NOTA / "
               "C - CANCELAR ? "
           MOVE SPACE TO WS-RESP
           ACCEPT WS-RESP
           EVALUATE WS-RESP
               WHEN "T" WHEN "t"
                   MOVE 'T' TO WS-MODO-APROV
               WHEN "N" WHEN "n"
                   MOVE 'N' TO WS-MODO-APROV
               WHEN OTHER
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE "LOTE CANCELADO - NENHUMA NOTA PAGA"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   DISPLAY LINHA-RELATORIO
                   GO FIM-DECIDE-LOTE
           END-EVALUATE
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESULTADO - APROVADO POR " WS-APROVADOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM DECIDE-NOTA THRU FIM-DECIDE-NOTA
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-QT-NOTAS.
       FIM-DECIDE-LOTE.
           EXIT.

       DECIDE-NOTA.
           IF PG-SEM-DADOS(WS-IX)
               MOVE "SEM DADOS BANCARIOS - NAO PAGA" TO WS-RESULTADO
               ADD 1 TO WS-QT-NAO-PAGAS
               PERFORM GRAVA-RESULTADO
               GO FIM-DECIDE-NOTA
           END-IF
           IF WS-MODO-APROV = 'N'
               MOVE TAB-PG-LIQUIDO(WS-IX) TO WS-VALOR-ED
               DISPLAY "PAGAR NF " TAB-PG-NUMERO(WS-IX)
                   " FORNECEDOR " TAB-PG-FORNEC(WS-IX)
                   " R$ " WS-VALOR-ED " (S/N) ? "
               MOVE SPACE TO WS-RESP
               ACCEPT WS-RESP
               IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
                   MOVE "NAO APROVADA" TO WS-RESULTADO
                   ADD 1 TO WS-QT-NAO-PAGAS
                   PERFORM GRAVA-RESULTADO
                   GO FIM-DECIDE-NOTA
               END-IF
           END-IF
           PERFORM PAGA-NOTA THRU FIM-PAGA-NOTA
           PERFORM GRAVA-RESULTADO.
       FIM-DECIDE-NOTA.
           EXIT.

      ******************************************************************
      * PAGAMENTO DE UMA NOTA APROVADA.  A NOTA E O CREDITO SAO RELIDOS
      * NA HORA - OUTRO TERMINAL PODE TER BAIXADO A NOTA DEPOIS DA
      * PROPOSTA.  O RESULTADO VOLTA EM WS-RESULTADO.
      ******************************************************************
       PAGA-NOTA.
           MOVE TAB-PG-FORNEC(WS-IX) TO NF-FORNEC
           MOVE TAB-PG-NUMERO(WS-IX) TO NF-NUMERO
           READ NOTAS
               INVALID KEY
                   MOVE "NOTA NAO ENCONTRADA" TO WS-RESULTADO
                   ADD 1 TO WS-QT-NAO-PAGAS
                   GO FIM-PAGA-NOTA
           END-READ
           IF NOT NF-ABERTA
               MOVE "NOTA JA BAIXADA POR OUTRO PROCESSO"
                   TO WS-RESULTADO
               ADD 1 TO WS-QT-NAO-PAGAS
               GO FIM-PAGA-NOTA
           END-IF
           MOVE NF-FORNEC TO FO-CODIGO
           READ FORNECEDOR
               INVALID KEY
                   MOVE "FORNECEDOR SEM CADASTRO" TO WS-RESULTADO
                   ADD 1 TO WS-QT-NAO-PAGAS
                   GO FIM-PAGA-NOTA
           END-READ

           PERFORM SOMA-CREDITOS-FORNEC
           MOVE WS-CRED-ABERTO TO WS-CRED-ABATER
           IF WS-CRED-ABATER > NF-VALOR - NF-ABATIDO
               COMPUTE WS-CRED-ABATER = NF-VALOR - NF-ABATIDO
           END-IF
           COMPUTE WS-LIQUIDO = NF-VALOR - NF-ABATIDO - WS-CRED-ABATER
           MOVE WS-LIQUIDO TO TAB-PG-LIQUIDO(WS-IX)

      *    COBERTA PELO CREDITO DE DEVOLUCAO: QUITA SEM MOVIMENTO.
           IF WS-LIQUIDO = ZEROS
               SET NF-PAGA TO TRUE
               MOVE WS-HOJE TO NF-DATA-PGTO
               PERFORM FECHA-NOTA
               MOVE "QUITADA COM CREDITO DE DEVOLUCAO" TO WS-RESULTADO
               ADD 1 TO WS-QT-CREDITO
               GO FIM-PAGA-NOTA
           END-IF
           IF WS-LIQUIDO > 9999999.99
               MOVE "VALOR ACIMA DO TETO DE UM LANCAMENTO"
                   TO WS-RESULTADO
               ADD 1 TO WS-QT-NAO-PAGAS
               GO FIM-PAGA-NOTA
           END-IF
           MOVE WS-LIQUIDO TO WS-VALOR-LANC

           IF FO-CONTA-BANCOPEL > ZEROS
               PERFORM CONFERE-CONTA-FORNEC
               IF WS-CONTA-FORN-OK = 'N'
                   ADD 1 TO WS-QT-NAO-PAGAS
                   GO FIM-PAGA-NOTA
               END-IF
           ELSE
               IF FO-BANCO = ZEROS OR FO-CONTA = ZEROS
                   MOVE "SEM DADOS BANCARIOS - NAO PAGA"
                       TO WS-RESULTADO
                   ADD 1 TO WS-QT-NAO-PAGAS
                   GO FIM-PAGA-NOTA
               END-IF
           END-IF

           PERFORM DEBITA-LOJA THRU FIM-DEBITA-LOJA
           IF WS-DEBITOU = 'N'
               ADD 1 TO WS-QT-NAO-PAGAS
               GO FIM-PAGA-NOTA
           END-IF

           IF FO-CONTA-BANCOPEL > ZEROS
               PERFORM CREDITA-FORNEC THRU FIM-CREDITA-FORNEC
               SET NF-PAGA TO TRUE
               MOVE WS-HOJE TO NF-DATA-PGTO
               MOVE SPACES TO WS-RESULTADO
               STRING "PAGA - TRANSF. CONTA " FO-CONTA-BANCOPEL
                   " DOC " WS-DOC-PAGTO
                   DELIMITED BY SIZE INTO WS-RESULTADO
               ADD 1 TO WS-QT-TRANSF
               ADD WS-LIQUIDO TO WS-TOT-TRANSF
           ELSE
               PERFORM ENFILEIRA-REMESSA
               SET NF-EM-PAGAMENTO TO TRUE
               MOVE RM-DATA TO NF-REM-DATA
               MOVE RM-SEQ TO NF-REM-SEQ
               MOVE WS-HOJE TO NF-DATA-PGTO
               MOVE SPACES TO WS-RESULTADO
               STRING "REMESSA BCO " FO-BANCO " AG " FO-AGENCIA
                   " CC " FO-CONTA " DOC " WS-DOC-PAGTO
                   DELIMITED BY SIZE INTO WS-RESULTADO
               ADD 1 TO WS-QT-REMESSA
               ADD WS-LIQUIDO TO WS-TOT-REMESSA
           END-IF
           PERFORM FECHA-NOTA.
       FIM-PAGA-NOTA.
           EXIT.

      * CREDITO ABATIDO FICA GUARDADO NA NOTA: SE A REMESSA VOLTAR
      * REJEITADA, A NOTA REABRE SO PELO LIQUIDO.
       FECHA-NOTA.
           IF WS-CRED-ABATER > ZEROS
               PERFORM ABATE-CREDITOS-FORNEC
               ADD WS-CRED-ABATER TO NF-ABATIDO
           END-IF
           MOVE SPACES TO NF-MOTIVO-DEV
           REWRITE REG-NOTA.

      * A CONTA DO FORNECEDOR CORRENTISTA TEM DE EXISTIR E ESTAR
      * ATIVA ANTES DE A LOJA SER DEBITADA.
       CONFERE-CONTA-FORNEC.
           MOVE 'N' TO WS-CONTA-FORN-OK
           MOVE FO-CONTA-BANCOPEL TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE "CONTA DO FORNECEDOR NAO EXISTE NA AGENCIA"
                       TO WS-RESULTADO
               NOT INVALID KEY
                   IF CONTA-ATIVA
                       MOVE 'S' TO WS-CONTA-FORN-OK
                   ELSE
                       MOVE "CONTA DO FORNECEDOR NAO ESTA ATIVA"
                           TO WS-RESULTADO
                   END-IF
           END-READ.

      * DEBITO NA CONTA DA LOJA, DENTRO DO SALDO MAIS O LIMITE.
       DEBITA-LOJA.
           MOVE 'N' TO WS-DEBITOU
           MOVE WS-CONTA-LOJA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE "CONTA DA LOJA NAO ENCONTRADA" TO WS-RESULTADO
                   GO FIM-DEBITA-LOJA
           END-READ
           IF NOT CONTA-ATIVA
               MOVE "CONTA DA LOJA NAO ESTA ATIVA" TO WS-RESULTADO
               GO FIM-DEBITA-LOJA
           END-IF
           COMPUTE WS-SALDO-APOS = VL-SALDO - WS-VALOR-LANC
           IF WS-SALDO-APOS < 0 - VL-LIMITE
               MOVE "SALDO INSUFICIENTE NA CONTA DA LOJA"
                   TO WS-RESULTADO
               GO FIM-DEBITA-LOJA
           END-IF
           MOVE WS-SALDO-APOS TO VL-SALDO
           MOVE WS-VALOR-LANC TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           REWRITE CADASTRO-REGISTRO
           MOVE 'S' TO EX-TIPO
           MOVE WS-VALOR-LANC TO EX-VALOR
           PERFORM GRAVA-EXTRATO
           MOVE EX-DOCUMENTO TO WS-DOC-PAGTO
           MOVE "PAG-FORN" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE "PAGAMENTO DE NOTA DE FORNECEDOR" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA
           MOVE "PAG-FORNEC" TO WS-COMP-OPER
           PERFORM GRAVA-COMPROVANTE
           MOVE 'S' TO WS-DEBITOU.
       FIM-DEBITA-LOJA.
           EXIT.

      * CREDITO NA CONTA DO FORNECEDOR CORRENTISTA, CONFERIDA ANTES
      * DO DEBITO.
       CREDITA-FORNEC.
           MOVE FO-CONTA-BANCOPEL TO CD-CONTA
           READ CAD
               INVALID KEY
                   DISPLAY "** CONTA DO FORNECEDOR " FO-CONTA-BANCOPEL
                       " INEXISTENTE - CREDITO MANUAL **"
                   MOVE "PAG-F-ERR" TO WS-AUD-OP
                   MOVE NF-CHAVE TO WS-AUD-CHAVE
                   MOVE "CREDITO A FORNECEDOR SEM CONTA - MANUAL"
                       TO WS-AUD-DESC
                   PERFORM GRAVA-AUDITORIA
                   GO FIM-CREDITA-FORNEC
           END-READ
           ADD WS-VALOR-LANC TO VL-SALDO
           MOVE WS-VALOR-LANC TO VL-DEP
           MOVE 'D' TO CD-ULT-MOVTO
           REWRITE CADASTRO-REGISTRO
           MOVE 'D' TO EX-TIPO
           MOVE WS-VALOR-LANC TO EX-VALOR
           PERFORM GRAVA-EXTRATO
           MOVE "CRED-FORN" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE "CREDITO DE PAGAMENTO DA LOJA" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA
           MOVE "CRED-FORNEC" TO WS-COMP-OPER
           PERFORM GRAVA-COMPROVANTE.
       FIM-CREDITA-FORNEC.
           EXIT.

      * ITEM PENDENTE NA FILA DO GERA-REMESSA, COM A CONTA DA LOJA
      * COMO ORIGEM - E PARA ELA QUE O RETORNO-REMESSA ESTORNA UMA
      * REJEICAO.  O FAVORECIDO E PESSOA JURIDICA: O CNPJ NAO CABE NO
      * CAMPO DE CPF DO ARQUIVO DA CAMARA, QUE SEGUE ZERADO.
       ENFILEIRA-REMESSA.
           MOVE SPACES TO REG-REMESSA
           MOVE WS-CONTA-LOJA TO RM-CONTA-ORIGEM
           MOVE WS-CPF-LOJA TO RM-CPF-ORIGEM
           MOVE FO-BANCO TO RM-BANCO-DEST
           MOVE FO-AGENCIA TO RM-AGENCIA-DEST
           MOVE FO-CONTA TO RM-CONTA-DEST
           MOVE ZEROS TO RM-CPF-DEST
           MOVE WS-VALOR-LANC TO RM-VALOR
           SET RM-PENDENTE TO TRUE
           MOVE WS-HOJE TO RM-DATA
           MOVE 1 TO RM-SEQ
           MOVE 'N' TO WS-RM-GRAVOU
           PERFORM GRAVA-REMESSA
               UNTIL WS-RM-GRAVOU = 'S' OR RM-SEQ = 99999.

       GRAVA-REMESSA.
           WRITE REG-REMESSA
               INVALID KEY
                   ADD 1 TO RM-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-RM-GRAVOU
           END-WRITE.

       GRAVA-EXTRATO.
           CALL "SEQ-DOCUMENTO" USING WS-DOC-ATUAL
           MOVE WS-DOC-ATUAL TO EX-DOCUMENTO
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE CD-CPF TO EX-CPF
           MOVE FS-SANO TO EX-DATAHORA(1:4)
           MOVE FS-SMES TO EX-DATAHORA(5:2)
           MOVE FS-SDIA TO EX-DATAHORA(7:2)
           MOVE FS-SHORA TO EX-DATAHORA(9:2)
           MOVE FS-SMIN TO EX-DATAHORA(11:2)
           MOVE FS-SSEGS TO EX-DATAHORA(13:2)
           ADD 1 TO WS-SEQ-EXTRATO
           MOVE WS-SEQ-EXTRATO TO EX-MS
           MOVE CD-CONTA TO EX-CONTA
           MOVE VL-SALDO TO EX-SALDO-APOS
           MOVE WS-HOJE TO EX-DATA-MOVTO
           MOVE 'TF' TO EX-ORIGEM
           MOVE SPACES TO EX-OPERADOR
           WRITE REG-EXTRATO
               INVALID KEY
                   CONTINUE
           END-WRITE.

       GRAVA-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "PAGA-FORNEC" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           IF WS-DOC-ATUAL > 0
               MOVE SPACES TO AUD-DESCRICAO
               STRING WS-AUD-DESC DELIMITED BY "  "
                   " DOC " DELIMITED BY SIZE
                   WS-DOC-ATUAL DELIMITED BY SIZE
                   INTO AUD-DESCRICAO
               MOVE ZEROS TO WS-DOC-ATUAL
           ELSE
               MOVE WS-AUD-DESC TO AUD-DESCRICAO
           END-IF
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L".

       GRAVA-COMPROVANTE.
           MOVE WS-VALOR-LANC TO WS-COMP-VALOR-ED
           MOVE VL-SALDO TO WS-COMP-SALDO-ED

           MOVE SPACES TO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           MOVE "===== COMPROVANTE BANCOPEL =====" TO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "DATA: " FS-SDIA "/" FS-SMES "/" FS-SANO
               "  HORA: " FS-SHORA ":" FS-SMIN ":" FS-SSEGS
               "  ORIGEM: LOJA"
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "CLIENTE: " NM-USER
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "CPF: " CD-CPF "  AGENCIA: " CD-AGENCIA
               "  CONTA: " CD-CONTA
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "OPERACAO: " WS-COMP-OPER
               "  VALOR: R$ " WS-COMP-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "NOTA FISCAL " NF-NUMERO " DO FORNECEDOR " NF-FORNEC
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "SALDO APOS A OPERACAO: R$ " WS-COMP-SALDO-ED
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           MOVE SPACES TO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE.

       GRAVA-RESULTADO.
           MOVE WS-IX TO LR-ITEM
           MOVE TAB-PG-FORNEC(WS-IX) TO LR-FORNEC
           MOVE TAB-PG-NUMERO(WS-IX) TO LR-NOTA
           MOVE TAB-PG-LIQUIDO(WS-IX) TO LR-LIQUIDO
           MOVE WS-RESULTADO TO LR-RESULTADO
           MOVE LINHA-RESULTADO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY LINHA-RESULTADO.

       RESUMO-FINAL.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOT-TRANSF TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAGAS POR TRANSFERENCIA...: " WS-QT-TRANSF
               "  R$ " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY LINHA-RELATORIO
           MOVE WS-TOT-REMESSA TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ENVIADAS POR REMESSA......: " WS-QT-REMESSA
               "  R$ " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "QUITADAS COM CREDITO......: " WS-QT-CREDITO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "NAO PAGAS.................: " WS-QT-NAO-PAGAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY LINHA-RELATORIO
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

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

       END PROGRAM PAGA-FORNECEDORES.
