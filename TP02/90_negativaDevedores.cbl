       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA-DEVEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFEMPR
               RECORD KEY IS EM-CHAVE.

           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT CRDPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCPAR
               RECORD KEY IS CP-CHAVE.

           SELECT CRDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCRDC
               RECORD KEY IS CJ-CPF.

           SELECT CLIENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCLIE
               RECORD KEY IS CL-CPF.

           SELECT NEGATIV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFNEGA
               RECORD KEY IS NG-CHAVE.

           SELECT NEGMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFNEGM.

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
       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD CRDPARC VALUE OF FILE-ID IS "CRDPARC.DAT".

       COPY crdparc.

       FD CRDCLI VALUE OF FILE-ID IS "CRDCLI.DAT".

       COPY crdcli.

       FD CLIENTE VALUE OF FILE-ID IS "CLIENTE.DAT".

       COPY cliente.

       FD NEGATIV VALUE OF FILE-ID IS "NEGATIV.DAT".

       COPY negativ.

       FD NEGMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NEGMOV.DAT".

       COPY negmov.

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
      * NEGATIVACAO DE DEVEDORES - RODA TODO DIA DEPOIS DA COBRANCA
      * DAS PARCELAS.  LEVANTA AS DIVIDAS VENCIDAS HA PELO MENOS
      * PM-DIAS-NEGATIVACAO DIAS (PADRAO 60): CONTRATO ATIVO DE
      * EMPRESTIMO.DAT, PELO MESMO CRITERIO DE ATRASO DO
      * PROVISAO-PDD, E CUPOM DO CREDIARIO COM PARCELA ABERTA EM
      * CRDPARC.DAT, PELA PARCELA MAIS ANTIGA.  A DIVIDA NOVA GANHA
      * O AVISO PREVIO, IMPRESSO NO SPOOL DO DIA PARA POSTAGEM; A
      * DIVIDA AVISADA HA PM-PRAZO-NEGATIVACAO DIAS (PADRAO 10) E
      * AINDA EM ATRASO E INCLUIDA NO BUREAU (REGISTRO 'I' EM
      * NEGMOV.DAT).  NEGATIV.DAT GUARDA ONDE CADA DIVIDA ESTA.  A
      * DIVIDA AVISADA OU NEGATIVADA QUE NAO APARECEU MAIS EM ATRASO
      * (QUITADA, RENEGOCIADA, PAGA FORA DO COBRA-EMPRESTIMO) E
      * BAIXADA AQUI MESMO, COM O REGISTRO DE EXCLUSAO QUANDO JA
      * ESTAVA NO BUREAU.  O PAGAMENTO NORMAL JA BAIXA NA HORA, PELO
      * BAIXA-NEGATIVACAO.  CONTRATO SUSPENSO POR OBITO NAO E
      * NEGATIVADO - E DIVIDA DO ESPOLIO.
       77 FFEMPR PIC 9(02).
           88 FM-OK        VALUE 00.
           88 FM-OTHER     VALUE 99.

       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.

       77 FFCPAR PIC 9(02).
           88 FCP-OK       VALUE 00.
           88 FCP-OTHER    VALUE 99.

       77 FFCRDC PIC 9(02).
           88 FJ-OK        VALUE 00.

       77 FFCLIE PIC 9(02).
           88 CL-OK        VALUE 00.

       77 FFNEGA PIC 9(02).
           88 FNG-OK       VALUE 00.
           88 FNG-EMPTY    VALUE 35.
           88 FNG-OTHER    VALUE 99.

       77 FFNEGM PIC X(02).
           88 FNV-OK       VALUE "00".

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "CREDITO".
       77 WS-PROG-CAT PIC X(20) VALUE "NEGATIVA-DEVEDORES".

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

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-NEGATIVA  PIC 9(3) VALUE 60.
       77 WS-PRAZO-AVISO    PIC 9(2) VALUE 10.
       77 WS-DATA-LIMITE    PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-CONTRATO  PIC S9(8) VALUE ZEROS.
       77 WS-QT-VENCIDAS    PIC S9(4) VALUE ZEROS.
       77 WS-RESTANTES      PIC 9(3) VALUE ZEROS.

      * ORIGENS LIDAS POR INTEIRO NESTA RODADA; SO AS DIVIDAS DELAS
      * PODEM SER BAIXADAS POR NAO TEREM APARECIDO EM ATRASO.
       77 WS-LEU-EMPRESTIMO PIC X VALUE 'N'.
       77 WS-LEU-CREDIARIO  PIC X VALUE 'N'.
       77 WS-TEM-CLIENTE    PIC X VALUE 'N'.
       77 WS-TEM-CRDCLI     PIC X VALUE 'N'.

      * DIVIDA EM ANALISE, MONTADA POR QUEM A ACHOU.
       01 WS-DV-CHAVE.
           02 WS-DV-CPF      PIC 9(11).
           02 WS-DV-ORIGEM   PIC X(1).
           02 WS-DV-CONTRATO PIC 9(8).
       77 WS-DV-VALOR       PIC 9(9)V99 VALUE ZEROS.
       77 WS-DV-VENCTO      PIC 9(8) VALUE ZEROS.
       77 WS-DV-ATRASO      PIC S9(6) VALUE ZEROS.
       77 WS-DV-NOME        PIC X(35) VALUE SPACES.
       77 WS-DV-ENDER       PIC X(59) VALUE SPACES.
       77 WS-DV-ACHOU       PIC X VALUE 'N'.

      * QUEBRA DO CREDIARIO POR CPF + CUPOM.
       77 WS-CR-CPF         PIC 9(11) VALUE ZEROS.
       77 WS-CR-CUPOM       PIC 9(6) VALUE ZEROS.
       77 WS-CR-VENCTO      PIC 9(8) VALUE ZEROS.
       77 WS-CR-VALOR       PIC 9(9)V99 VALUE ZEROS.

       77 WS-QT-AVISOS      PIC 9(6) VALUE ZEROS.
       77 WS-QT-INCLUSOES   PIC 9(6) VALUE ZEROS.
       77 WS-QT-AGUARDANDO  PIC 9(6) VALUE ZEROS.
       77 WS-QT-JA-NEGATIV  PIC 9(6) VALUE ZEROS.
       77 WS-QT-BAIXAS      PIC 9(6) VALUE ZEROS.
       77 WS-QT-EXCLUSOES   PIC 9(6) VALUE ZEROS.

       77 WS-VALOR-ED       PIC Z(8)9.99.

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
           MOVE "SD" TO WS-SV-FUNCAO
           MOVE WS-HOJE TO WS-SV-DATA-1
           MOVE WS-PRAZO-AVISO TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO WS-DATA-LIMITE

           OPEN I-O NEGATIV
           IF FNG-EMPTY
               OPEN OUTPUT NEGATIV
               CLOSE NEGATIV
               OPEN I-O NEGATIV
           END-IF
           IF NOT FNG-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR NEGATIV.DAT - FS="
                   FFNEGA
               GOBACK
           END-IF
           OPEN EXTEND NEGMOV
           IF NOT FNV-OK
               CLOSE NEGMOV
               OPEN OUTPUT NEGMOV
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           OPEN INPUT CAD
           OPEN INPUT CLIENTE
           IF CL-OK
               MOVE 'S' TO WS-TEM-CLIENTE
           END-IF
           OPEN INPUT CRDCLI
           IF FJ-OK
               MOVE 'S' TO WS-TEM-CRDCLI
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "AVISONEG_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AVISOS PREVIOS DE NEGATIVACAO - " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM VARRE-EMPRESTIMOS THRU END-VARRE-EMPRESTIMOS
           PERFORM VARRE-CREDIARIO THRU END-VARRE-CREDIARIO
           PERFORM BAIXA-SUMIDAS THRU END-BAIXA-SUMIDAS

           MOVE SPACES TO LINHA-RELATORIO
           STRING "AVISOS: " WS-QT-AVISOS
               "  INCLUSOES: " WS-QT-INCLUSOES
               "  NO PRAZO DO AVISO: " WS-QT-AGUARDANDO
               "  JA NEGATIVADAS: " WS-QT-JA-NEGATIV
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "BAIXADAS SEM ATRASO: " WS-QT-BAIXAS
               "  EXCLUSOES NO BUREAU: " WS-QT-EXCLUSOES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           CLOSE NEGATIV NEGMOV AUDITORIA CAD RELATORIO
           IF WS-TEM-CLIENTE = 'S'
               CLOSE CLIENTE
           END-IF
           IF WS-TEM-CRDCLI = 'S'
               CLOSE CRDCLI
           END-IF
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       IF PM-DIAS-NEGATIVACAO > 0
                           MOVE PM-DIAS-NEGATIVACAO
                               TO WS-DIAS-NEGATIVA
                       END-IF
                       IF PM-PRAZO-NEGATIVACAO > 0
                           MOVE PM-PRAZO-NEGATIVACAO
                               TO WS-PRAZO-AVISO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

      * EMPRESTIMOS: MESMO CRITERIO DO PROVISAO-PDD - A PARCELA N
      * VENCE N * 30 DIAS APOS A CONTRATACAO E O ATRASO CONTA DO
      * VENCIMENTO DA PRIMEIRA NAO PAGA.  EM ATRASO FICAM AS
      * PARCELAS JA VENCIDAS E NAO PAGAS.
       VARRE-EMPRESTIMOS.
           OPEN INPUT EMPRESTIMO
           IF NOT FM-OK
               GO END-VARRE-EMPRESTIMOS
           END-IF
           MOVE 'S' TO WS-LEU-EMPRESTIMO
           MOVE ZEROS TO EM-CHAVE
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
               INVALID KEY
                   SET FM-OTHER TO TRUE
           END-START
           PERFORM AVALIA-EMPRESTIMO THRU END-AVALIA-EMPRESTIMO
               UNTIL FM-OTHER
           CLOSE EMPRESTIMO.
       END-VARRE-EMPRESTIMOS.

       AVALIA-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   SET FM-OTHER TO TRUE
           END-READ
           IF NOT FM-OK
               GO END-AVALIA-EMPRESTIMO
           END-IF
           IF NOT EM-ATIVO OR EM-PARCELAS-PAGAS >= EM-QT-PARCELAS
               GO END-AVALIA-EMPRESTIMO
           END-IF
           MOVE "DF" TO WS-SV-FUNCAO
           MOVE EM-DATA-CONTRATO TO WS-SV-DATA-1
           MOVE WS-HOJE TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0' OR EM-DATA-CONTRATO > WS-HOJE
               GO END-AVALIA-EMPRESTIMO
           END-IF
           MOVE WS-SV-RESULTADO TO WS-DIAS-CONTRATO
           COMPUTE WS-DV-ATRASO = WS-DIAS-CONTRATO
               - (EM-PARCELAS-PAGAS + 1) * 30
           IF WS-DV-ATRASO < WS-DIAS-NEGATIVA
               GO END-AVALIA-EMPRESTIMO
           END-IF

           COMPUTE WS-QT-VENCIDAS = WS-DIAS-CONTRATO / 30
               - EM-PARCELAS-PAGAS
           IF WS-QT-VENCIDAS > EM-QT-PARCELAS - EM-PARCELAS-PAGAS
               COMPUTE WS-QT-VENCIDAS =
                   EM-QT-PARCELAS - EM-PARCELAS-PAGAS
           END-IF
      *    NO SAC AS PARCELAS VENCIDAS PAGAS+1 ... PAGAS+Q CAEM COM O
      *    SALDO: Q COTAS DE PRINCIPAL/PARCELAS MAIS OS JUROS DE R,
      *    R-1, ..., R-Q+1 COTAS * TAXA (R = PARCELAS QUE FALTAM).
           IF EM-SAC
               COMPUTE WS-RESTANTES = EM-QT-PARCELAS - EM-PARCELAS-PAGAS
               COMPUTE WS-DV-VALOR ROUNDED = (EM-PRINCIPAL
                   * WS-QT-VENCIDAS + EM-PRINCIPAL * EM-TAXA
                   * (WS-RESTANTES * (WS-RESTANTES + 1)
                   - (WS-RESTANTES - WS-QT-VENCIDAS)
                   * (WS-RESTANTES - WS-QT-VENCIDAS + 1)) / 2)
                   / EM-QT-PARCELAS
           ELSE
               COMPUTE WS-DV-VALOR = WS-QT-VENCIDAS * EM-VALOR-PARCELA
           END-IF
           MOVE "SD" TO WS-SV-FUNCAO
           MOVE EM-DATA-CONTRATO TO WS-SV-DATA-1
           COMPUTE WS-SV-DATA-2 = (EM-PARCELAS-PAGAS + 1) * 30
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO WS-DV-VENCTO

           MOVE EM-CPF TO WS-DV-CPF
           MOVE 'E' TO WS-DV-ORIGEM
           COMPUTE WS-DV-CONTRATO = EM-CONTA * 1000 + EM-SEQ
           MOVE SPACES TO WS-DV-NOME WS-DV-ENDER
           MOVE EM-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NM-USER TO WS-DV-NOME
                   STRING DS-LOGRADOURO DELIMITED BY "  "
                       ", " DS-NUMERO DELIMITED BY "  "
                       " - " DS-CIDADE DELIMITED BY "  "
                       "/" DS-UF " CEP " DS-CEP
                       DELIMITED BY SIZE INTO WS-DV-ENDER
           END-READ
           PERFORM TRATA-DIVIDA THRU END-TRATA-DIVIDA.
       END-AVALIA-EMPRESTIMO.

      * CREDIARIO: QUEBRA POR CPF + CUPOM; A DIVIDA DO CUPOM E A SOMA
      * DAS PARCELAS ABERTAS JA VENCIDAS, COM ATRASO CONTADO DA MAIS
      * ANTIGA.
       VARRE-CREDIARIO.
           OPEN INPUT CRDPARC
           IF NOT FCP-OK
               GO END-VARRE-CREDIARIO
           END-IF
           MOVE 'S' TO WS-LEU-CREDIARIO
           MOVE ZEROS TO WS-CR-CPF WS-CR-CUPOM WS-CR-VENCTO
               WS-CR-VALOR
           MOVE ZEROS TO CP-CHAVE
           START CRDPARC KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   SET FCP-OTHER TO TRUE
           END-START
           PERFORM LE-PARCELA-CRED UNTIL FCP-OTHER
           PERFORM FECHA-CUPOM THRU END-FECHA-CUPOM
           CLOSE CRDPARC.
       END-VARRE-CREDIARIO.

       LE-PARCELA-CRED.
           READ CRDPARC NEXT RECORD
               AT END
                   SET FCP-OTHER TO TRUE
           END-READ
           IF FCP-OK
               IF CP-CPF NOT = WS-CR-CPF OR CP-CUPOM NOT = WS-CR-CUPOM
                   PERFORM FECHA-CUPOM THRU END-FECHA-CUPOM
                   MOVE CP-CPF TO WS-CR-CPF
                   MOVE CP-CUPOM TO WS-CR-CUPOM
               END-IF
               IF CP-ABERTA AND CP-VENCIMENTO < WS-HOJE
                   ADD CP-VALOR TO WS-CR-VALOR
                   IF WS-CR-VENCTO = ZEROS
                       OR CP-VENCIMENTO < WS-CR-VENCTO
                       MOVE CP-VENCIMENTO TO WS-CR-VENCTO
                   END-IF
               END-IF
           END-IF.

       FECHA-CUPOM.
           IF WS-CR-VENCTO = ZEROS
               GO END-FECHA-CUPOM
           END-IF
           MOVE "DF" TO WS-SV-FUNCAO
           MOVE WS-CR-VENCTO TO WS-SV-DATA-1
           MOVE WS-HOJE TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO NOT = '0'
               GO END-FECHA-CUPOM
           END-IF
           MOVE WS-SV-RESULTADO TO WS-DV-ATRASO
           IF WS-DV-ATRASO < WS-DIAS-NEGATIVA
               GO END-FECHA-CUPOM
           END-IF
           MOVE WS-CR-CPF TO WS-DV-CPF
           MOVE 'C' TO WS-DV-ORIGEM
           COMPUTE WS-DV-CONTRATO = WS-CR-CUPOM * 100
           MOVE WS-CR-VALOR TO WS-DV-VALOR
           MOVE WS-CR-VENCTO TO WS-DV-VENCTO
           MOVE SPACES TO WS-DV-NOME WS-DV-ENDER
           IF WS-TEM-CRDCLI = 'S'
               MOVE WS-CR-CPF TO CJ-CPF
               READ CRDCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CJ-NOME TO WS-DV-NOME
               END-READ
           END-IF
           PERFORM TRATA-DIVIDA THRU END-TRATA-DIVIDA.
       END-FECHA-CUPOM.
           MOVE ZEROS TO WS-CR-VENCTO WS-CR-VALOR.

      * PASSO DA DIVIDA EM ATRASO NO REGISTRO: NOVA (OU BAIXADA QUE
      * VOLTOU A ATRASAR) RECEBE AVISO; AVISADA COM O PRAZO VENCIDO
      * VAI AO BUREAU; NEGATIVADA SO TEM OS VALORES ATUALIZADOS.
       TRATA-DIVIDA.
           IF WS-TEM-CLIENTE = 'S'
               MOVE WS-DV-CPF TO CL-CPF
               READ CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-NOME TO WS-DV-NOME
                       IF CL-ENDER NOT = SPACES
                           MOVE CL-ENDER TO WS-DV-ENDER
                       END-IF
               END-READ
           END-IF

           MOVE 'N' TO WS-DV-ACHOU
           MOVE WS-DV-CHAVE TO NG-CHAVE
           READ NEGATIV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-DV-ACHOU
           END-READ
           IF WS-DV-ACHOU = 'N'
               MOVE SPACES TO REG-NEGATIV
               MOVE WS-DV-CHAVE TO NG-CHAVE
           END-IF
           MOVE WS-DV-NOME TO NG-NOME
           MOVE WS-DV-VALOR TO NG-VALOR
           MOVE WS-DV-VENCTO TO NG-VENCIMENTO
           MOVE WS-DV-ATRASO TO NG-DIAS-ATRASO
           MOVE WS-HOJE TO NG-DATA-VERIFICA

           EVALUATE TRUE
               WHEN WS-DV-ACHOU = 'N' OR NG-BAIXADO
                   SET NG-AVISADO TO TRUE
                   MOVE WS-HOJE TO NG-DATA-AVISO
                   MOVE ZEROS TO NG-DATA-INCLUSAO NG-DATA-BAIXA
                   PERFORM IMPRIME-AVISO
                   ADD 1 TO WS-QT-AVISOS
                   MOVE "NEG-AVISO" TO WS-AUD-OP
                   MOVE "AVISO PREVIO DE NEGATIVACAO" TO WS-AUD-DESC
                   PERFORM AUDITA-DIVIDA
               WHEN NG-AVISADO
                   MOVE "DF" TO WS-SV-FUNCAO
                   MOVE NG-DATA-AVISO TO WS-SV-DATA-1
                   MOVE WS-HOJE TO WS-SV-DATA-2
                   CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                       WS-SV-DATA-1 WS-SV-DATA-2 WS-SV-RESULTADO
                       WS-SV-RETORNO
                   IF WS-SV-RESULTADO < WS-PRAZO-AVISO
                       ADD 1 TO WS-QT-AGUARDANDO
                   ELSE
                       SET NG-NEGATIVADO TO TRUE
                       MOVE WS-HOJE TO NG-DATA-INCLUSAO
                       MOVE 'I' TO NV-TIPO
                       PERFORM GRAVA-NEGMOV
                       ADD 1 TO WS-QT-INCLUSOES
                       MOVE "NEG-INCLUI" TO WS-AUD-OP
                       MOVE "INCLUIDO NO BUREAU DE CREDITO"
                           TO WS-AUD-DESC
                       PERFORM AUDITA-DIVIDA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-QT-JA-NEGATIV
           END-EVALUATE

           IF WS-DV-ACHOU = 'S'
               REWRITE REG-NEGATIV
               END-REWRITE
           ELSE
               WRITE REG-NEGATIV
               END-WRITE
           END-IF.
       END-TRATA-DIVIDA.

      * DIVIDA AVISADA OU NEGATIVADA QUE NAO APARECEU EM ATRASO HOJE
      * (DE UMA ORIGEM LIDA POR INTEIRO) FOI QUITADA OU RENEGOCIADA.
       BAIXA-SUMIDAS.
           MOVE LOW-VALUES TO NG-CHAVE
           START NEGATIV KEY IS NOT LESS THAN NG-CHAVE
               INVALID KEY
                   SET FNG-OTHER TO TRUE
           END-START
           PERFORM AVALIA-REGISTRO THRU END-AVALIA-REGISTRO
               UNTIL FNG-OTHER.
       END-BAIXA-SUMIDAS.

       AVALIA-REGISTRO.
           READ NEGATIV NEXT RECORD
               AT END
                   SET FNG-OTHER TO TRUE
           END-READ
           IF NOT FNG-OK
               GO END-AVALIA-REGISTRO
           END-IF
           IF NG-BAIXADO OR NG-DATA-VERIFICA = WS-HOJE
               GO END-AVALIA-REGISTRO
           END-IF
           IF (NG-EMPRESTIMO AND WS-LEU-EMPRESTIMO = 'N')
               OR (NG-CREDIARIO AND WS-LEU-CREDIARIO = 'N')
               GO END-AVALIA-REGISTRO
           END-IF
           ADD 1 TO WS-QT-BAIXAS
           IF NG-NEGATIVADO
               MOVE 'E' TO NV-TIPO
               PERFORM GRAVA-NEGMOV
               ADD 1 TO WS-QT-EXCLUSOES
           END-IF
           SET NG-BAIXADO TO TRUE
           MOVE WS-HOJE TO NG-DATA-BAIXA
           REWRITE REG-NEGATIV
           END-REWRITE
           MOVE NG-CHAVE TO WS-DV-CHAVE
           MOVE "NEG-BAIXA" TO WS-AUD-OP
           MOVE "DIVIDA SEM ATRASO - NEGATIVACAO BAIXADA"
               TO WS-AUD-DESC
           PERFORM AUDITA-DIVIDA.
       END-AVALIA-REGISTRO.

      * REGISTRO DO BUREAU: NV-TIPO JA VEM PREENCHIDO PELO CHAMADOR.
       GRAVA-NEGMOV.
           MOVE NG-CPF TO NV-CPF
           MOVE NG-ORIGEM TO NV-ORIGEM
           MOVE NG-CONTRATO TO NV-CONTRATO
           MOVE WS-HOJE TO NV-DATA
           MOVE NG-VALOR TO NV-VALOR
           MOVE NG-VENCIMENTO TO NV-VENCIMENTO
           MOVE NG-NOME TO NV-NOME
           WRITE REG-NEGMOV.

       IMPRIME-AVISO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AVISO DE DEBITO EM ATRASO - COMUNICACAO PREVIA DE "
               "INCLUSAO EM CADASTRO DE INADIMPLENTES"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DESTINATARIO: " WS-DV-NOME "  CPF: " WS-DV-CPF
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-DV-ENDER = SPACES
               MOVE "ENDERECO: NAO CADASTRADO - ENTREGAR NA LOJA"
                   TO LINHA-RELATORIO
           ELSE
               STRING "ENDERECO: " WS-DV-ENDER
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-DV-ORIGEM = 'E'
               STRING "ORIGEM: EMPRESTIMO - CONTA "
                   WS-DV-CONTRATO(1:5) " CONTRATO "
                   WS-DV-CONTRATO(6:3)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "ORIGEM: CREDIARIO DA LOJA - CUPOM "
                   WS-DV-CONTRATO(1:6)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           MOVE WS-DV-VALOR TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "VALOR EM ATRASO R$ " WS-VALOR-ED
               "  VENCIDO DESDE " WS-DV-VENCTO
               "  ATRASO DE " NG-DIAS-ATRASO " DIAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "NAO REGULARIZADO ATE " WS-DATA-LIMITE
               ", O DEBITO SERA INCLUIDO NO CADASTRO DE INADIMPLENTES"
               " DO BUREAU DE CREDITO."
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ALL "-" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       AUDITA-DIVIDA.
           MOVE WS-DV-CPF TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "NEGATIVA-DEV" TO AUD-PROGRAMA
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
           DISPLAY "NEGATIVACAO DE DEVEDORES - " WS-HOJE
           DISPLAY "ATRASO PARA AVISO....: " WS-DIAS-NEGATIVA " DIAS"
           DISPLAY "AVISOS EMITIDOS......: " WS-QT-AVISOS
           DISPLAY "NO PRAZO DO AVISO....: " WS-QT-AGUARDANDO
           DISPLAY "INCLUSOES NO BUREAU..: " WS-QT-INCLUSOES
           DISPLAY "JA NEGATIVADAS.......: " WS-QT-JA-NEGATIV
           DISPLAY "BAIXADAS SEM ATRASO..: " WS-QT-BAIXAS
           DISPLAY "EXCLUSOES NO BUREAU..: " WS-QT-EXCLUSOES
           DISPLAY "AVISOS GRAVADOS EM " WS-NOME-RELATORIO.

       END PROGRAM NEGATIVA-DEVEDORES.
