       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-ALERTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCLIE
               RECORD KEY IS CL-CPF.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CHAVE
               ALTERNATE RECORD KEY IS EX-CONTA
                   WITH DUPLICATES
               FILE STATUS IS FFEXTR.

           SELECT CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCHEQ
               RECORD KEY IS CQ-CHAVE.

           SELECT AGENDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAGEN
               RECORD KEY IS AG-CHAVE.

           SELECT CONVFAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCFAT
               RECORD KEY IS CF-CHAVE.

           SELECT ALERTLOG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFALOG
               RECORD KEY IS AL-CHAVE.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFDIAM.

           SELECT ARQ-ALERTAS ASSIGN TO WS-NOME-ALERTAS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARST.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE VALUE OF FILE-ID IS "CLIENTE.DAT".

       COPY cliente.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD CHEQUES VALUE OF FILE-ID IS "CHEQUES.DAT".

       COPY cheques.

       FD AGENDA VALUE OF FILE-ID IS "AGENDA.DAT".

       COPY agenda.

       FD CONVFAT VALUE OF FILE-ID IS "CONVFAT.DAT".

       COPY convfat.

       FD ALERTLOG VALUE OF FILE-ID IS "ALERTLOG.DAT".

       COPY alertlog.

       FD DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  ARQ-ALERTAS.
       01  LINHA-ALERTA PIC X(250).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * ALERTAS POR SMS/E-MAIL - RODA NA CADEIA NOTURNA E QUANTAS
      * VEZES MAIS SE QUISER DURANTE O DIA.  PARA CADA CLIENTE COM
      * CANAL DE ALERTA CADASTRADO (CLIENTE.DAT, TELA DE ALERTAS DO
      * BANCOPEL) LEVANTA OS FATOS QUE ELE PEDIU PARA SABER:
      *   DB = DEBITO EM CONTA (EXTRATO.DAT) DE VALOR IGUAL OU MAIOR
      *        QUE CL-ALERTA-DEBITO, LIDO A PARTIR DA DATA DA ULTIMA
      *        RODADA (REGISTRO DE CONTROLE DO ALERTLOG.DAT);
      *   CH = CHEQUE EMITIDO PELO CLIENTE E DEVOLVIDO (CHEQUES.DAT);
      *   AG = TRANSFERENCIA AGENDADA QUE FALHOU (AGENDA.DAT);
      *   CV = FATURA DE CONVENIO NAO DEBITADA (CONVFAT.DAT).
      * FATO ANTERIOR A ADESAO DO CLIENTE (CL-ALERTA-DESDE) NAO E
      * AVISADO.  CADA ALERTA VAI PARA O ARQUIVO DO PROVEDOR DE
      * MENSAGENS (UMA LINHA POR CANAL - 'A' SAI EM SMS E EM E-MAIL)
      * E FICA REGISTRADO NO ALERTLOG.DAT, QUE IMPEDE O MESMO FATO DE
      * SAIR DE NOVO NA RODADA SEGUINTE.
      *
      * ARQUIVO DO PROVEDOR (ALERTAS_AAAAMMDDHHMMSS.TXT), COLUNAS
      * FIXAS COM TIPOS DE REGISTRO NOS MOLDES DA REMESSA
      * (0 = HEADER, 1 = DETALHE, 9 = TRAILER).
      * HEADER (REGISTRO TIPO 0), POSICOES:
      *   COL 01      TIPO DE REGISTRO ("0")
      *   COL 02-09   CODIGO DO REMETENTE ("BANCOPEL")
      *   COL 10-17   DATA DE GERACAO        (AAAAMMDD)
      *   COL 18-23   HORA DE GERACAO        (HHMMSS)
      * DETALHE (REGISTRO TIPO 1), POSICOES:
      *   COL 01      TIPO DE REGISTRO ("1")
      *   COL 02      CANAL ("S" = SMS, "E" = E-MAIL)
      *   COL 03-62   DESTINO: CELULAR COM DDI 55 OU ENDERECO DE
      *               E-MAIL, ALINHADO A ESQUERDA (X(60))
      *   COL 63-73   CPF DO CLIENTE         (9(11))
      *   COL 74-75   TIPO DO FATO (DB/CH/AG/CV)
      *   COL 76-235  TEXTO DA MENSAGEM      (X(160))
      *   COL 236-250 RESERVADO (BRANCOS)
      * TRAILER (REGISTRO TIPO 9), POSICOES:
      *   COL 01      TIPO DE REGISTRO ("9")
      *   COL 02-07   QUANTIDADE DE DETALHES (9(06))
       77 FFCLIE PIC 9(02).
           88 CL-OK        VALUE 00.
           88 CL-OTHER     VALUE 99.

       77 FFEXTR PIC 9(02).
           88 FE-OK        VALUE 00.
           88 FE-OTHER     VALUE 99.

       77 FFCHEQ PIC 9(02).
           88 FQ-OK        VALUE 00.
           88 FQ-OTHER     VALUE 99.

       77 FFAGEN PIC 9(02).
           88 FG-OK        VALUE 00.
           88 FG-OTHER     VALUE 99.

       77 FFCFAT PIC 9(02).
           88 FF-OK        VALUE 00.
           88 FF-OTHER     VALUE 99.

       77 FFALOG PIC 9(02).
           88 FAL-OK       VALUE 00.
           88 FAL-EMPTY    VALUE 35.

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 ARST PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-ALERTAS PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CLIENTES".
       77 WS-PROG-CAT PIC X(20) VALUE "GERA-ALERTAS".

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

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-DATA-RELOGIO   PIC 9(8) VALUE ZEROS.
      * DATA DA ULTIMA RODADA; O EXTRATO E RELIDO DESDE O INICIO
      * DELA (O QUE JA SAIU E BARRADO PELO ALERTLOG).
       77 WS-DATA-CORTE     PIC 9(8) VALUE ZEROS.
       77 WS-DATA-INICIO    PIC 9(8) VALUE ZEROS.

       77 WS-TEM-EXTRATO    PIC X VALUE 'N'.
       77 WS-TEM-CHEQUES    PIC X VALUE 'N'.
       77 WS-TEM-AGENDA     PIC X VALUE 'N'.
       77 WS-TEM-CONVFAT    PIC X VALUE 'N'.

      * FATO EM ANALISE, MONTADO POR QUEM O ACHOU.
       77 WS-EV-TIPO        PIC X(2) VALUE SPACES.
       77 WS-EV-REFERENCIA  PIC X(29) VALUE SPACES.
       77 WS-MENSAGEM       PIC X(160) VALUE SPACES.
       77 WS-CANAL-LINHA    PIC X(1) VALUE SPACE.
       77 WS-DESTINO        PIC X(60) VALUE SPACES.
       77 WS-CPF-ATUAL      PIC 9(11) VALUE ZEROS.

       01 WS-DATA-AMD.
           02 WS-DA-ANO PIC 9(4).
           02 WS-DA-MES PIC 9(2).
           02 WS-DA-DIA PIC 9(2).
       01 WS-DATA-AMD-N REDEFINES WS-DATA-AMD PIC 9(8).
       01 WS-DATA-ED.
           02 WS-DE-DIA PIC 9(2).
           02 FILLER    PIC X VALUE "/".
           02 WS-DE-MES PIC 9(2).
           02 FILLER    PIC X VALUE "/".
           02 WS-DE-ANO PIC 9(4).
       01 WS-DATAHORA-EX.
           02 WS-DX-DATA PIC 9(8).
           02 WS-DX-HORA PIC 9(2).
           02 WS-DX-MIN  PIC 9(2).
           02 WS-DX-SEG  PIC 9(2).
       01 WS-DATAHORA-EX-N REDEFINES WS-DATAHORA-EX PIC 9(14).
       01 WS-ANOMES-CF.
           02 WS-AC-ANO PIC 9(4).
           02 WS-AC-MES PIC 9(2).
       01 WS-ANOMES-CF-N REDEFINES WS-ANOMES-CF PIC 9(6).
       01 WS-CELULAR-ED.
           02 FILLER       PIC X(2) VALUE "55".
           02 WS-CE-NUMERO PIC 9(11).

       77 WS-VALOR-ED       PIC Z(6)9.99.
       77 WS-SALDO-ED       PIC -Z(7)9.99.

       77 WS-QT-CLIENTES    PIC 9(6) VALUE ZEROS.
       77 WS-QT-DEBITOS     PIC 9(6) VALUE ZEROS.
       77 WS-QT-CHEQUES     PIC 9(6) VALUE ZEROS.
       77 WS-QT-AGENDA      PIC 9(6) VALUE ZEROS.
       77 WS-QT-CONVENIOS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-JA-ENVIADOS PIC 9(6) VALUE ZEROS.
       77 WS-QT-LINHAS      PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE SDATTEMPO TO WS-DATA-RELOGIO WS-HOJE
           OPEN INPUT DIAMOV
           IF FD2-OK
               READ DIAMOV
                   NOT AT END
                       MOVE DM-DATA-MOVTO TO WS-HOJE
               END-READ
               CLOSE DIAMOV
           END-IF

           OPEN INPUT CLIENTE
           IF NOT CL-OK
               DISPLAY "CLIENTE.DAT INDISPONIVEL - NENHUM ALERTA"
               GOBACK
           END-IF
           OPEN I-O ALERTLOG
           IF FAL-EMPTY
               OPEN OUTPUT ALERTLOG
               CLOSE ALERTLOG
               OPEN I-O ALERTLOG
           END-IF
           IF NOT FAL-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR ALERTLOG.DAT - FS="
                   FFALOG
               CLOSE CLIENTE
               GOBACK
           END-IF

      *    PRIMEIRA RODADA: SO O MOVIMENTO DE HOJE.
           MOVE "00" TO AL-TIPO
           MOVE SPACES TO AL-REFERENCIA
           READ ALERTLOG
               INVALID KEY
                   MOVE WS-DATA-RELOGIO TO AL-DATA-ENVIO
           END-READ
           MOVE AL-DATA-ENVIO TO WS-DATA-CORTE

           OPEN INPUT EXTRATO
           IF FE-OK
               MOVE 'S' TO WS-TEM-EXTRATO
           END-IF
           OPEN INPUT CHEQUES
           IF FQ-OK
               MOVE 'S' TO WS-TEM-CHEQUES
           END-IF
           OPEN INPUT AGENDA
           IF FG-OK
               MOVE 'S' TO WS-TEM-AGENDA
           END-IF
           OPEN INPUT CONVFAT
           IF FF-OK
               MOVE 'S' TO WS-TEM-CONVFAT
           END-IF

           MOVE SPACES TO WS-NOME-ALERTAS
           STRING "ALERTAS_" SDATTEMPO SDATAHORA ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-ALERTAS
           OPEN OUTPUT ARQ-ALERTAS
           MOVE SPACES TO LINHA-ALERTA
           STRING "0"                  DELIMITED BY SIZE
               "BANCOPEL"              DELIMITED BY SIZE
               SDATTEMPO               DELIMITED BY SIZE
               SDATAHORA               DELIMITED BY SIZE
               INTO LINHA-ALERTA
           WRITE LINHA-ALERTA

           IF WS-TEM-EXTRATO = 'S'
               PERFORM VARRE-CLIENTES THRU END-VARRE-CLIENTES
           END-IF
           IF WS-TEM-CHEQUES = 'S'
               PERFORM VARRE-CHEQUES THRU END-VARRE-CHEQUES
           END-IF
           IF WS-TEM-AGENDA = 'S'
               PERFORM VARRE-AGENDA THRU END-VARRE-AGENDA
           END-IF
           IF WS-TEM-CONVFAT = 'S'
               PERFORM VARRE-CONVFAT THRU END-VARRE-CONVFAT
           END-IF

           MOVE SPACES TO LINHA-ALERTA
           STRING "9"                  DELIMITED BY SIZE
               WS-QT-LINHAS            DELIMITED BY SIZE
               INTO LINHA-ALERTA
           WRITE LINHA-ALERTA

      *    A PROXIMA RODADA RELE O EXTRATO A PARTIR DE HOJE.
           MOVE SPACES TO REG-ALERTLOG
           MOVE "00" TO AL-TIPO
           MOVE ZEROS TO AL-CPF
           MOVE WS-DATA-RELOGIO TO AL-DATA-ENVIO
           MOVE SDATAHORA TO AL-HORA-ENVIO
           MOVE WS-NOME-ALERTAS TO AL-ARQUIVO
           WRITE REG-ALERTLOG
               INVALID KEY
                   REWRITE REG-ALERTLOG
                   END-REWRITE
           END-WRITE

           CLOSE CLIENTE ALERTLOG ARQ-ALERTAS
           IF WS-TEM-EXTRATO = 'S'
               CLOSE EXTRATO
           END-IF
           IF WS-TEM-CHEQUES = 'S'
               CLOSE CHEQUES
           END-IF
           IF WS-TEM-AGENDA = 'S'
               CLOSE AGENDA
           END-IF
           IF WS-TEM-CONVFAT = 'S'
               CLOSE CONVFAT
           END-IF
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

      * DEBITOS: SO OS CLIENTES COM ALERTA DE DEBITO LIGADO, CADA UM
      * COM O SEU EXTRATO A PARTIR DO CORTE (OU DA ADESAO, SE
      * POSTERIOR).  O EXTRATO E CHAVEADO POR CPF + DATA/HORA.
       VARRE-CLIENTES.
           MOVE ZEROS TO CL-CPF
           START CLIENTE KEY IS NOT LESS THAN CL-CPF
               INVALID KEY
                   SET CL-OTHER TO TRUE
           END-START
           PERFORM AVALIA-CLIENTE THRU END-AVALIA-CLIENTE
               UNTIL CL-OTHER.
       END-VARRE-CLIENTES.

       AVALIA-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   SET CL-OTHER TO TRUE
           END-READ
           IF NOT CL-OK
               GO END-AVALIA-CLIENTE
           END-IF
           IF CL-SEM-ALERTA OR CL-DATA-OBITO > ZEROS
               GO END-AVALIA-CLIENTE
           END-IF
           ADD 1 TO WS-QT-CLIENTES
           IF CL-ALERTA-DEBITO NOT NUMERIC
               OR CL-ALERTA-DEBITO = ZEROS
               GO END-AVALIA-CLIENTE
           END-IF

           MOVE WS-DATA-CORTE TO WS-DATA-INICIO
           IF CL-ALERTA-DESDE > WS-DATA-INICIO
               MOVE CL-ALERTA-DESDE TO WS-DATA-INICIO
           END-IF
           MOVE CL-CPF TO WS-CPF-ATUAL EX-CPF
           MOVE ZEROS TO WS-DATAHORA-EX-N
           MOVE WS-DATA-INICIO TO WS-DX-DATA
           MOVE WS-DATAHORA-EX-N TO EX-DATAHORA
           MOVE ZEROS TO EX-MS
           MOVE 00 TO FFEXTR
           START EXTRATO KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   SET FE-OTHER TO TRUE
           END-START
           PERFORM AVALIA-MOVIMENTO THRU END-AVALIA-MOVIMENTO
               UNTIL FE-OTHER.
       END-AVALIA-CLIENTE.

       AVALIA-MOVIMENTO.
           READ EXTRATO NEXT RECORD
               AT END
                   SET FE-OTHER TO TRUE
           END-READ
           IF NOT FE-OK
               GO END-AVALIA-MOVIMENTO
           END-IF
           IF EX-CPF NOT = WS-CPF-ATUAL
               SET FE-OTHER TO TRUE
               GO END-AVALIA-MOVIMENTO
           END-IF
           IF NOT EX-SAQUE OR EX-VALOR < CL-ALERTA-DEBITO
               GO END-AVALIA-MOVIMENTO
           END-IF

           MOVE EX-DATAHORA TO WS-DATAHORA-EX-N
           MOVE WS-DX-DATA TO WS-DATA-AMD-N
           PERFORM EDITA-DATA
           MOVE EX-VALOR TO WS-VALOR-ED
           MOVE EX-SALDO-APOS TO WS-SALDO-ED
           MOVE SPACES TO WS-MENSAGEM
           STRING "BANCOPEL: DEBITO DE R$ " WS-VALOR-ED
               " NA CONTA " EX-CONTA " EM " WS-DATA-ED
               " AS " WS-DX-HORA ":" WS-DX-MIN
               ". SALDO APOS O DEBITO R$ " WS-SALDO-ED
               ". NAO RECONHECE? LIGUE PARA SUA AGENCIA."
               DELIMITED BY SIZE INTO WS-MENSAGEM
           MOVE "DB" TO WS-EV-TIPO
           MOVE EX-CHAVE TO WS-EV-REFERENCIA
           PERFORM ENVIA-ALERTA THRU END-ENVIA-ALERTA.
       END-AVALIA-MOVIMENTO.

      * CHEQUES DEVOLVIDOS DESDE O CORTE, AVISADOS AO EMITENTE.
       VARRE-CHEQUES.
           MOVE ZEROS TO CQ-CHAVE
           START CHEQUES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   SET FQ-OTHER TO TRUE
           END-START
           PERFORM AVALIA-CHEQUE THRU END-AVALIA-CHEQUE
               UNTIL FQ-OTHER.
       END-VARRE-CHEQUES.

       AVALIA-CHEQUE.
           READ CHEQUES NEXT RECORD
               AT END
                   SET FQ-OTHER TO TRUE
           END-READ
           IF NOT FQ-OK
               GO END-AVALIA-CHEQUE
           END-IF
           IF NOT CQ-DEVOLVIDO OR CQ-DATA-STATUS < WS-DATA-CORTE
               GO END-AVALIA-CHEQUE
           END-IF
           MOVE CQ-CPF TO CL-CPF
           PERFORM LE-CLIENTE THRU END-LE-CLIENTE
           IF NOT CL-OK OR CL-ALERTA-CHEQUE NOT = 'S'
               OR CQ-DATA-STATUS < CL-ALERTA-DESDE
               GO END-AVALIA-CHEQUE
           END-IF

           MOVE CQ-DATA-STATUS TO WS-DATA-AMD-N
           PERFORM EDITA-DATA
           MOVE CQ-VALOR TO WS-VALOR-ED
           MOVE SPACES TO WS-MENSAGEM
           STRING "BANCOPEL: O CHEQUE " CQ-NUMERO " DA CONTA "
               CQ-CONTA ", DE R$ " WS-VALOR-ED
               ", FOI DEVOLVIDO EM " WS-DATA-ED
               ". PROCURE SUA AGENCIA PARA REGULARIZAR."
               DELIMITED BY SIZE INTO WS-MENSAGEM
           MOVE "CH" TO WS-EV-TIPO
           MOVE CQ-CHAVE TO WS-EV-REFERENCIA
           PERFORM ENVIA-ALERTA THRU END-ENVIA-ALERTA.
       END-AVALIA-CHEQUE.

      * AGENDAMENTOS QUE FALHARAM.  O AGENDA.DAT NAO GUARDA A DATA DA
      * FALHA - O ARQUIVO INTEIRO E LIDO E O ALERTLOG BARRA O QUE JA
      * FOI AVISADO.
       VARRE-AGENDA.
           MOVE ZEROS TO AG-CONTA-ORIGEM AG-DATA-VENCTO AG-SEQ
           START AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                   SET FG-OTHER TO TRUE
           END-START
           PERFORM AVALIA-AGENDA THRU END-AVALIA-AGENDA
               UNTIL FG-OTHER.
       END-VARRE-AGENDA.

       AVALIA-AGENDA.
           READ AGENDA NEXT RECORD
               AT END
                   SET FG-OTHER TO TRUE
           END-READ
           IF NOT FG-OK
               GO END-AVALIA-AGENDA
           END-IF
           IF NOT AG-FALHOU
               GO END-AVALIA-AGENDA
           END-IF
           MOVE AG-CPF-ORIGEM TO CL-CPF
           PERFORM LE-CLIENTE THRU END-LE-CLIENTE
           IF NOT CL-OK OR CL-ALERTA-AGENDA NOT = 'S'
               OR AG-DATA-VENCTO < CL-ALERTA-DESDE
               GO END-AVALIA-AGENDA
           END-IF

           MOVE AG-DATA-VENCTO TO WS-DATA-AMD-N
           PERFORM EDITA-DATA
           MOVE AG-VALOR TO WS-VALOR-ED
           MOVE SPACES TO WS-MENSAGEM
           STRING "BANCOPEL: A TRANSFERENCIA AGENDADA PARA "
               WS-DATA-ED " DA CONTA " AG-CONTA-ORIGEM
               ", DE R$ " WS-VALOR-ED ", NAO FOI FEITA: "
               AG-MOTIVO-FALHA
               DELIMITED BY SIZE INTO WS-MENSAGEM
           MOVE "AG" TO WS-EV-TIPO
           MOVE AG-CHAVE TO WS-EV-REFERENCIA
           PERFORM ENVIA-ALERTA THRU END-ENVIA-ALERTA.
       END-AVALIA-AGENDA.

      * FATURAS DE CONVENIO QUE O DEBITO AUTOMATICO NAO CONSEGUIU
      * PAGAR.  MESMA LEITURA INTEIRA DO AGENDA.
       VARRE-CONVFAT.
           MOVE ZEROS TO CF-CONTA CF-CONVENIO CF-ANOMES
           START CONVFAT KEY IS NOT LESS THAN CF-CHAVE
               INVALID KEY
                   SET FF-OTHER TO TRUE
           END-START
           PERFORM AVALIA-CONVFAT THRU END-AVALIA-CONVFAT
               UNTIL FF-OTHER.
       END-VARRE-CONVFAT.

       AVALIA-CONVFAT.
           READ CONVFAT NEXT RECORD
               AT END
                   SET FF-OTHER TO TRUE
           END-READ
           IF NOT FF-OK
               GO END-AVALIA-CONVFAT
           END-IF
           IF NOT CF-NAO-PAGO
               GO END-AVALIA-CONVFAT
           END-IF
           MOVE CF-CPF TO CL-CPF
           PERFORM LE-CLIENTE THRU END-LE-CLIENTE
           IF NOT CL-OK OR CL-ALERTA-AGENDA NOT = 'S'
               OR CF-VENCIMENTO < CL-ALERTA-DESDE
               GO END-AVALIA-CONVFAT
           END-IF

           MOVE CF-VENCIMENTO TO WS-DATA-AMD-N
           PERFORM EDITA-DATA
           MOVE CF-ANOMES TO WS-ANOMES-CF-N
           MOVE CF-VALOR TO WS-VALOR-ED
           MOVE SPACES TO WS-MENSAGEM
           STRING "BANCOPEL: A FATURA DO CONVENIO " CF-CONVENIO
               " REF. " WS-AC-MES "/" WS-AC-ANO ", DE R$ "
               WS-VALOR-ED ", VENCIDA EM " WS-DATA-ED
               ", NAO FOI DEBITADA NA CONTA " CF-CONTA
               " POR FALTA DE SALDO."
               DELIMITED BY SIZE INTO WS-MENSAGEM
           MOVE "CV" TO WS-EV-TIPO
           MOVE CF-CHAVE TO WS-EV-REFERENCIA
           PERFORM ENVIA-ALERTA THRU END-ENVIA-ALERTA.
       END-AVALIA-CONVFAT.

      * CLIENTE DO FATO (CL-CPF JA CARREGADO).  SEM CANAL, FALECIDO
      * OU FORA DO MESTRE VOLTA COM FFCLIE DIFERENTE DE ZERO.
       LE-CLIENTE.
           READ CLIENTE
               INVALID KEY
                   SET CL-OTHER TO TRUE
                   GO END-LE-CLIENTE
           END-READ
           IF CL-SEM-ALERTA OR CL-DATA-OBITO > ZEROS
               OR CL-ALERTA-DESDE NOT NUMERIC
               SET CL-OTHER TO TRUE
           END-IF.
       END-LE-CLIENTE.

      * UM FATO JA MONTADO (TIPO, REFERENCIA E TEXTO) PARA O CLIENTE
      * EM REG-CLIENTE: SE AINDA NAO ESTA NO ALERTLOG, SAI UMA LINHA
      * POR CANAL E O ENVIO FICA REGISTRADO.
       ENVIA-ALERTA.
           MOVE WS-EV-TIPO TO AL-TIPO
           MOVE WS-EV-REFERENCIA TO AL-REFERENCIA
           READ ALERTLOG
               INVALID KEY
                   MOVE 23 TO FFALOG
           END-READ
           IF FAL-OK
               ADD 1 TO WS-QT-JA-ENVIADOS
               GO END-ENVIA-ALERTA
           END-IF

           IF (CL-ALERTA-SMS OR CL-ALERTA-AMBOS)
               AND CL-CELULAR > ZEROS
               MOVE "S" TO WS-CANAL-LINHA
               MOVE CL-CELULAR TO WS-CE-NUMERO
               MOVE WS-CELULAR-ED TO WS-DESTINO
               PERFORM GRAVA-DETALHE
           END-IF
           IF (CL-ALERTA-EMAIL OR CL-ALERTA-AMBOS)
               AND CL-EMAIL NOT = SPACES
               MOVE "E" TO WS-CANAL-LINHA
               MOVE CL-EMAIL TO WS-DESTINO
               PERFORM GRAVA-DETALHE
           END-IF

           MOVE SPACES TO REG-ALERTLOG
           MOVE WS-EV-TIPO TO AL-TIPO
           MOVE WS-EV-REFERENCIA TO AL-REFERENCIA
           MOVE CL-CPF TO AL-CPF
           MOVE CL-ALERTA-CANAL TO AL-CANAL
           MOVE WS-DATA-RELOGIO TO AL-DATA-ENVIO
           MOVE SDATAHORA TO AL-HORA-ENVIO
           MOVE WS-NOME-ALERTAS TO AL-ARQUIVO
           WRITE REG-ALERTLOG
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR ALERTA " WS-EV-TIPO
                       " " WS-EV-REFERENCIA
           END-WRITE

           EVALUATE WS-EV-TIPO
               WHEN "DB"
                   ADD 1 TO WS-QT-DEBITOS
               WHEN "CH"
                   ADD 1 TO WS-QT-CHEQUES
               WHEN "AG"
                   ADD 1 TO WS-QT-AGENDA
               WHEN OTHER
                   ADD 1 TO WS-QT-CONVENIOS
           END-EVALUATE.
       END-ENVIA-ALERTA.

       GRAVA-DETALHE.
           MOVE SPACES TO LINHA-ALERTA
           STRING "1"                  DELIMITED BY SIZE
               WS-CANAL-LINHA          DELIMITED BY SIZE
               WS-DESTINO              DELIMITED BY SIZE
               CL-CPF                  DELIMITED BY SIZE
               WS-EV-TIPO              DELIMITED BY SIZE
               WS-MENSAGEM             DELIMITED BY SIZE
               INTO LINHA-ALERTA
           WRITE LINHA-ALERTA
           ADD 1 TO WS-QT-LINHAS.

       EDITA-DATA.
           MOVE WS-DA-DIA TO WS-DE-DIA
           MOVE WS-DA-MES TO WS-DE-MES
           MOVE WS-DA-ANO TO WS-DE-ANO.

       REGISTRA-CATALOGO.
           OPEN I-O CATREL
           IF CRST = "35"
               OPEN OUTPUT CATREL
               CLOSE CATREL
               OPEN I-O CATREL
           END-IF
           MOVE SPACES TO REG-CATREL
           MOVE WS-NOME-ALERTAS TO CR-NOME
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
           DISPLAY "ALERTAS SMS/E-MAIL - " WS-DATA-RELOGIO " "
               SDATAHORA
           DISPLAY "EXTRATO LIDO DESDE...: " WS-DATA-CORTE
           DISPLAY "CLIENTES COM ALERTA..: " WS-QT-CLIENTES
           DISPLAY "DEBITOS AVISADOS.....: " WS-QT-DEBITOS
           DISPLAY "CHEQUES DEVOLVIDOS...: " WS-QT-CHEQUES
           DISPLAY "AGENDAMENTOS FALHOS..: " WS-QT-AGENDA
           DISPLAY "CONVENIOS NAO PAGOS..: " WS-QT-CONVENIOS
           DISPLAY "JA AVISADOS ANTES....: " WS-QT-JA-ENVIADOS
           DISPLAY "LINHAS PARA O PROVEDOR: " WS-QT-LINHAS
           DISPLAY "ARQUIVO GERADO: " WS-NOME-ALERTAS.

       END PROGRAM GERA-ALERTAS.
