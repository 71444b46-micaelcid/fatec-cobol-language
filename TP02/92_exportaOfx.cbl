       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-OFX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFEXTR
               RECORD KEY IS EX-CHAVE
               ALTERNATE RECORD KEY IS EX-CONTA WITH DUPLICATES.

           SELECT ARQOFX ASSIGN TO WS-NOME-OFX
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OFST.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD  ARQOFX.
       01  LINHA-OFX PIC X(100).

       WORKING-STORAGE SECTION.
      * EXPORTACAO DO EXTRATO NO FORMATO OFX (SGML 1.02), LIDO PELOS
      * PROGRAMAS DE FINANCAS PESSOAIS E DE CONTABILIDADE DO
      * CLIENTE.  UMA CONTA E UM PERIODO POR CHAMADA: A TELA DE
      * EXTRATO OFX DO BANCOPEL CHAMA PARA O PEDIDO AVULSO, E O
      * OFX-MENSAL CHAMA PARA CADA CONTA ADERIDA AO ENVIO MENSAL.
      * O CHAMADOR PASSA OS DADOS DA CONTA JA LIDOS DE AGENCIA.DAT
      * (O BANCOPEL MANTEM O REGISTRO TRAVADO DURANTE O ATENDIMENTO).
      *
      * OS MOVIMENTOS VEM DE EXTRATO.DAT PELA CHAVE ALTERNATIVA
      * EX-CONTA (ORDEM CRONOLOGICA), FILTRADOS PELA DATA DE
      * MOVIMENTO (EX-DATA-MOVTO; REGISTRO ANTIGO SEM ELA USA A DATA
      * DE EX-DATAHORA).  O FITID DE CADA LANCAMENTO E O
      * EX-DOCUMENTO, E O MEMO SAI DA ORIGEM (EX-ORIGEM) PELA TABELA
      * ABAIXO.  SALDO DE ABERTURA = SALDO APOS O ULTIMO MOVIMENTO
      * ANTERIOR AO PERIODO, OU O DO PRIMEIRO MOVIMENTO SEGUINTE
      * DESFEITO, OU O SALDO ATUAL DA CONTA SE NAO HA NENHUM; SALDO
      * DE FECHAMENTO = SALDO APOS O ULTIMO MOVIMENTO DO PERIODO.
      * MOVIMENTO JA ARQUIVADO PELO ARQUIVA-EXTRATO NAO ENTRA.
      *
      * LK-RETORNO: '0' ARQUIVO GERADO; '1' EXTRATO.DAT
      * INDISPONIVEL; '2' NAO FOI POSSIVEL CRIAR O ARQUIVO OFX.
       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00 02.
           88 FE-OTHER     VALUE 99.

       77 OFST PIC X(02).
           88 OF-OK        VALUE "00".

       77 WS-NOME-OFX      PIC X(30) VALUE SPACES.
       77 WS-OFX-BANCO     PIC X(8) VALUE "BANCOPEL".

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

       77 WS-DATA-MOVTO     PIC 9(8) VALUE ZEROS.
       77 WS-TEM-ABERTURA   PIC X VALUE 'N'.
       77 WS-SALDO-ABERTURA PIC S9(8)V99 VALUE ZEROS.
       77 WS-SALDO-FECHA    PIC S9(8)V99 VALUE ZEROS.
       77 WS-VALOR-LANC     PIC S9(8)V99 VALUE ZEROS.

      * VALOR NO FORMATO OFX: SINAL SO QUANDO NEGATIVO, PONTO
      * DECIMAL E SEM BRANCOS A ESQUERDA.
       77 WS-VALOR-ED       PIC -(9)9.99.
       77 WS-VALOR-TXT      PIC X(13) VALUE SPACES.
       77 WS-BRANCOS        PIC 9(2) VALUE ZEROS.

       77 WS-TRNTYPE        PIC X(10) VALUE SPACES.
       77 WS-MEMO           PIC X(30) VALUE SPACES.
       77 WS-IX             PIC 9(2) VALUE ZEROS.
       77 WS-ACHOU-ORIGEM   PIC X VALUE 'N'.

      * ORIGEM DO MOVIMENTO -> TIPO DE TRANSACAO OFX E MEMO.
      * FORMATO: ORIGEM (2), TRNTYPE (10), MEMO (30).  ORIGEM FORA
      * DA TABELA SAI COMO CREDIT/DEBIT PELO TIPO DO MOVIMENTO.
       01 WS-ORIGEM-TAB.
           02 FILLER PIC X(42) VALUE
               "GCDEP       DEPOSITO NO GUICHE".
           02 FILLER PIC X(42) VALUE
               "  DEP       DEPOSITO NO GUICHE".
           02 FILLER PIC X(42) VALUE
               "TFXFER      TRANSFERENCIA/DEBITO EM CONTA".
           02 FILLER PIC X(42) VALUE
               "JRINT       JUROS".
           02 FILLER PIC X(42) VALUE
               "TXFEE       TAXA".
           02 FILLER PIC X(42) VALUE
               "RBXFER      CREDITO DE OUTRO BANCO".
           02 FILLER PIC X(42) VALUE
               "FPDIRECTDEP CREDITO DE SALARIO".
           02 FILLER PIC X(42) VALUE
               "TASRVCHG    TARIFA DO PACOTE DE SERVICOS".
           02 FILLER PIC X(42) VALUE
               "CDDEP       CHEQUE DEPOSITADO LIBERADO".
           02 FILLER PIC X(42) VALUE
               "ARPAYMENT   PAGAMENTO DE BOLETO".
           02 FILLER PIC X(42) VALUE
               "RGXFER      RESGATE DE APLICACAO".
           02 FILLER PIC X(42) VALUE
               "RJINT       RENDIMENTO DE APLICACAO".
           02 FILLER PIC X(42) VALUE
               "IRFEE       IMPOSTO DE RENDA RETIDO".
           02 FILLER PIC X(42) VALUE
               "DLDEP       DEPOSITO DAS VENDAS DA LOJA".
           02 FILLER PIC X(42) VALUE
               "IOFEE       IOF RETIDO".
           02 FILLER PIC X(42) VALUE
               "CTPOS       CARTAO DE DEBITO".
           02 FILLER PIC X(42) VALUE
               "ELXFER      LIBERACAO DE EMPRESTIMO".
           02 FILLER PIC X(42) VALUE
               "EAPAYMENT   AMORTIZACAO DE EMPRESTIMO".
           02 FILLER PIC X(42) VALUE
               "EJINT       JUROS DE EMPRESTIMO".
           02 FILLER PIC X(42) VALUE
               "APXFER      APLICACAO".
           02 FILLER PIC X(42) VALUE
               "AJINT       RENDIMENTO CAPITALIZADO".
       01 WS-ORIGEM-T REDEFINES WS-ORIGEM-TAB.
           02 WS-ORIGEM-ITEM OCCURS 21 TIMES.
               03 WS-OT-ORIGEM  PIC X(2).
               03 WS-OT-TIPO    PIC X(10).
               03 WS-OT-MEMO    PIC X(30).
       77 WS-QT-ORIGEM PIC 9(2) VALUE 21.

       LINKAGE SECTION.
       01 LK-PEDIDO.
           02 LK-CONTA        PIC 9(5).
           02 LK-AGENCIA      PIC 9(3).
           02 LK-TIPO-CONTA   PIC X(1).
           02 LK-SALDO-ATUAL  PIC S9(8)V99.
           02 LK-DATA-INI     PIC 9(8).
           02 LK-DATA-FIM     PIC 9(8).
       01 LK-ARQUIVO          PIC X(30).
       01 LK-QT-MOVTOS        PIC 9(6).
       01 LK-RETORNO          PIC X(1).

       PROCEDURE DIVISION USING LK-PEDIDO LK-ARQUIVO LK-QT-MOVTOS
           LK-RETORNO.
       INICIO.
           MOVE ZEROS TO LK-QT-MOVTOS
           MOVE SPACES TO WS-NOME-OFX
           STRING "OFX" LK-CONTA "_" LK-DATA-INI "_" LK-DATA-FIM
               ".OFX" DELIMITED BY SIZE INTO WS-NOME-OFX
           MOVE WS-NOME-OFX TO LK-ARQUIVO

           OPEN INPUT EXTRATO
           IF NOT FE-OK
               MOVE '1' TO LK-RETORNO
               GOBACK
           END-IF
           OPEN OUTPUT ARQOFX
           IF NOT OF-OK
               CLOSE EXTRATO
               MOVE '2' TO LK-RETORNO
               GOBACK
           END-IF

           MOVE 'N' TO WS-TEM-ABERTURA
           MOVE ZEROS TO WS-SALDO-ABERTURA WS-SALDO-FECHA
           PERFORM GRAVA-CABECALHO

           MOVE LK-CONTA TO EX-CONTA
           START EXTRATO KEY IS NOT LESS THAN EX-CONTA
               INVALID KEY
                   MOVE 99 TO FFEXTR
           END-START
           PERFORM LE-MOVIMENTO THRU END-LE-MOVIMENTO
               UNTIL FE-OTHER

           IF WS-TEM-ABERTURA = 'N'
               MOVE LK-SALDO-ATUAL TO WS-SALDO-ABERTURA
           END-IF
           IF LK-QT-MOVTOS = 0
               MOVE WS-SALDO-ABERTURA TO WS-SALDO-FECHA
           END-IF
           PERFORM GRAVA-RODAPE

           CLOSE EXTRATO ARQOFX
           MOVE '0' TO LK-RETORNO
           GOBACK.

       LE-MOVIMENTO.
           READ EXTRATO NEXT RECORD
               AT END
                   MOVE 99 TO FFEXTR
           END-READ
           IF FE-OK AND EX-CONTA NOT = LK-CONTA
               MOVE 99 TO FFEXTR
           END-IF
           IF NOT FE-OK
               GO END-LE-MOVIMENTO
           END-IF

           MOVE EX-DATA-MOVTO TO WS-DATA-MOVTO
           IF WS-DATA-MOVTO = ZEROS
               MOVE EX-DATAHORA(1:8) TO WS-DATA-MOVTO
           END-IF
           IF EX-DEPOSITO
               MOVE EX-VALOR TO WS-VALOR-LANC
           ELSE
               COMPUTE WS-VALOR-LANC = 0 - EX-VALOR
           END-IF

      *    ANTES DO PERIODO: SO ACOMPANHA O SALDO.
           IF WS-DATA-MOVTO < LK-DATA-INI
               MOVE EX-SALDO-APOS TO WS-SALDO-ABERTURA
               MOVE 'S' TO WS-TEM-ABERTURA
               GO END-LE-MOVIMENTO
           END-IF

      *    PRIMEIRO MOVIMENTO DO PERIODO OU DEPOIS DELE SEM NENHUM
      *    ANTERIOR: A ABERTURA E O SALDO DELE DESFEITO.
           IF WS-TEM-ABERTURA = 'N'
               COMPUTE WS-SALDO-ABERTURA =
                   EX-SALDO-APOS - WS-VALOR-LANC
               MOVE 'S' TO WS-TEM-ABERTURA
           END-IF

           IF WS-DATA-MOVTO > LK-DATA-FIM
               MOVE 99 TO FFEXTR
               GO END-LE-MOVIMENTO
           END-IF

           PERFORM CLASSIFICA-ORIGEM
           MOVE WS-VALOR-LANC TO WS-VALOR-ED
           PERFORM FORMATA-VALOR
           MOVE "<STMTTRN>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<TRNTYPE>" WS-TRNTYPE DELIMITED BY SPACE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<DTPOSTED>" EX-DATAHORA DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<TRNAMT>" WS-VALOR-TXT DELIMITED BY SPACE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<FITID>" EX-DOCUMENTO DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<MEMO>" WS-MEMO DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</STMTTRN>" TO LINHA-OFX
           WRITE LINHA-OFX

           MOVE EX-SALDO-APOS TO WS-SALDO-FECHA
           ADD 1 TO LK-QT-MOVTOS.
       END-LE-MOVIMENTO.

       CLASSIFICA-ORIGEM.
           MOVE 'N' TO WS-ACHOU-ORIGEM
           MOVE 1 TO WS-IX
           PERFORM PROCURA-ORIGEM
               UNTIL WS-ACHOU-ORIGEM = 'S' OR WS-IX > WS-QT-ORIGEM
           IF WS-ACHOU-ORIGEM = 'N'
               IF EX-DEPOSITO
                   MOVE "CREDIT" TO WS-TRNTYPE
                   MOVE "CREDITO" TO WS-MEMO
               ELSE
                   MOVE "DEBIT" TO WS-TRNTYPE
                   MOVE "DEBITO" TO WS-MEMO
               END-IF
           END-IF
      *    NO GUICHE O MESMO CODIGO SERVE AO DEPOSITO E AO SAQUE.
           IF EX-ORIG-GUICHE AND EX-SAQUE
               MOVE "CASH" TO WS-TRNTYPE
               MOVE "SAQUE NO GUICHE" TO WS-MEMO
           END-IF.

       PROCURA-ORIGEM.
           IF WS-OT-ORIGEM(WS-IX) = EX-ORIGEM
               MOVE WS-OT-TIPO(WS-IX) TO WS-TRNTYPE
               MOVE WS-OT-MEMO(WS-IX) TO WS-MEMO
               MOVE 'S' TO WS-ACHOU-ORIGEM
           ELSE
               ADD 1 TO WS-IX
           END-IF.

       FORMATA-VALOR.
           MOVE ZEROS TO WS-BRANCOS
           INSPECT WS-VALOR-ED TALLYING WS-BRANCOS FOR LEADING SPACES
           MOVE SPACES TO WS-VALOR-TXT
           MOVE WS-VALOR-ED(WS-BRANCOS + 1:) TO WS-VALOR-TXT.

       GRAVA-CABECALHO.
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE "OFXHEADER:100" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "DATA:OFXSGML" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "VERSION:102" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "SECURITY:NONE" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "ENCODING:USASCII" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "CHARSET:1252" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "COMPRESSION:NONE" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "OLDFILEUID:NONE" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "NEWFILEUID:NONE" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<OFX>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<SIGNONMSGSRSV1>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<SONRS>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<STATUS><CODE>0<SEVERITY>INFO</STATUS>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<DTSERVER>" SDATTEMPO SDATAHORA
               DELIMITED BY SIZE INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<LANGUAGE>POR" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</SONRS>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</SIGNONMSGSRSV1>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<BANKMSGSRSV1>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<STMTTRNRS>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<TRNUID>1" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<STATUS><CODE>0<SEVERITY>INFO</STATUS>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<STMTRS>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<CURDEF>BRL" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<BANKACCTFROM>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<BANKID>" WS-OFX-BANCO DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<BRANCHID>" LK-AGENCIA DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<ACCTID>" LK-CONTA DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           IF LK-TIPO-CONTA = 'P'
               MOVE "<ACCTTYPE>SAVINGS" TO LINHA-OFX
           ELSE
               MOVE "<ACCTTYPE>CHECKING" TO LINHA-OFX
           END-IF
           WRITE LINHA-OFX
           MOVE "</BANKACCTFROM>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<BANKTRANLIST>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<DTSTART>" LK-DATA-INI DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<DTEND>" LK-DATA-FIM DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX.

      * FECHA A LISTA E INFORMA O SALDO DE FECHAMENTO (LEDGERBAL) E
      * OS DOIS SALDOS DO PERIODO (BALLIST), NA DATA FINAL.
       GRAVA-RODAPE.
           MOVE "</BANKTRANLIST>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE WS-SALDO-FECHA TO WS-VALOR-ED
           PERFORM FORMATA-VALOR
           MOVE "<LEDGERBAL>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<BALAMT>" WS-VALOR-TXT DELIMITED BY SPACE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<DTASOF>" LK-DATA-FIM DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</LEDGERBAL>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<BALLIST>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE WS-SALDO-ABERTURA TO WS-VALOR-ED
           PERFORM FORMATA-VALOR
           MOVE "<BAL>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<NAME>SALDO DE ABERTURA" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<DESC>SALDO NO INICIO DO PERIODO" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<BALTYPE>DOLLAR" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<VALUE>" WS-VALOR-TXT DELIMITED BY SPACE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<DTASOF>" LK-DATA-INI DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</BAL>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE WS-SALDO-FECHA TO WS-VALOR-ED
           PERFORM FORMATA-VALOR
           MOVE "<BAL>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<NAME>SALDO DE FECHAMENTO" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<DESC>SALDO NO FIM DO PERIODO" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "<BALTYPE>DOLLAR" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<VALUE>" WS-VALOR-TXT DELIMITED BY SPACE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE SPACES TO LINHA-OFX
           STRING "<DTASOF>" LK-DATA-FIM DELIMITED BY SIZE
               INTO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</BAL>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</BALLIST>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</STMTRS>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</STMTTRNRS>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</BANKMSGSRSV1>" TO LINHA-OFX
           WRITE LINHA-OFX
           MOVE "</OFX>" TO LINHA-OFX
           WRITE LINHA-OFX.

       END PROGRAM EXPORTA-OFX.
