       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-ARRECAD-CRED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRCRED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFARCR
               RECORD KEY IS AC-CHAVE.

           SELECT CRDPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCPAR
               RECORD KEY IS CP-CHAVE.

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

           SELECT EXCECOES ASSIGN TO WS-NOME-EXCECOES
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD ARRCRED VALUE OF FILE-ID IS "ARRCRED.DAT".

       COPY arrcred.

       FD CRDPARC VALUE OF FILE-ID IS "CRDPARC.DAT".

       COPY crdparc.

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

       FD  EXCECOES.
       01  LINHA-EXCECAO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * BAIXA DAS PARCELAS DO CREDIARIO PAGAS NO GUICHE DO BANCOPEL -
      * RODA TODO DIA.  CADA PAGAMENTO PENDENTE DE ARRCRED.DAT (GRAVADO
      * PELA TELA DE ARRECADACAO COM O CONVENIO DA LOJA) E CASADO COM
      * A PARCELA DO CRDPARC.DAT PELO CAMPO LIVRE DO CARNE (CPF SEM OS
      * DVS, CUPOM, PARCELA).  PARCELA ABERTA COM O MESMO VALOR E
      * BAIXADA COMO PAGA NA DATA DO GUICHE, COMO NO RECEBIMENTO DA
      * LOJA (INCLUSIVE A BAIXA DA NEGATIVACAO).  O GUICHE RECEBE O
      * VALOR IMPRESSO NO CARNE, SEM ENCARGOS: PAGA COM ATRASO, A
      * PARCELA E BAIXADA E A MULTA E OS JUROS QUE DEIXARAM DE SER
      * COBRADOS SAEM LISTADOS PARA A LOJA.  O QUE NAO CASA (PARCELA
      * INEXISTENTE, JA PAGA, VALOR DIFERENTE) VIRA EXCECAO: SAI NA
      * LISTA DE EXCECOES PARA A LOJA RESOLVER E NAO E MAIS TENTADO.
      * O DINHEIRO CHEGA A CONTA DA LOJA PELO REPASSE DO CONVENIO
      * (GERA-REPASSE), CASE OU NAO A PARCELA.
       77 FFARCR PIC 9(02).
           88 FAC-OK       VALUE 00.
           88 FAC-EMPTY    VALUE 35.
           88 FAC-OTHER    VALUE 99.

       77 FFCPAR PIC 9(02).
           88 FCP-OK       VALUE 00.
           88 FCP-OTHER    VALUE 99.

       77 FFPARM PIC X(02).
           88 FP-OK        VALUE "00".

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 EXC-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-NOME-EXCECOES  PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE SPACES.
       77 WS-PROG-CAT PIC X(20) VALUE "BAIXA-ARRECAD-CRED".

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

      * MESMA CHAVE DE DIVIDA DO RECEBIMENTO NA LOJA: ORIGEM 'C' E O
      * CUPOM * 100 COMO CONTRATO.
       01 WS-NG-CHAVE.
           02 WS-NG-CPF       PIC 9(11).
           02 WS-NG-ORIGEM    PIC X(1).
           02 WS-NG-CONTRATO  PIC 9(8).
       77 WS-NG-ATRASO        PIC S9(6) VALUE ZEROS.
       77 WS-NG-RETORNO       PIC X(1) VALUE SPACE.
       77 WS-NG-VENCTO        PIC 9(8) VALUE ZEROS.

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-CONVENIO-LOJA  PIC 9(4) VALUE ZEROS.
       77 WS-TAXA-MULTA     PIC 9V9999 VALUE 0.0200.
       77 WS-TAXA-JUROS     PIC 9V9999 VALUE 0.0100.

      * PARCELA PROCURADA: O CPF DO CAMPO LIVRE NAO TEM OS DVS, ENTAO
      * A BUSCA COMECA NO CPF-BASE COM DV 00 E SEGUE ENQUANTO OS NOVE
      * PRIMEIROS DIGITOS FOREM OS MESMOS.
       77 WS-CPF-INICIO     PIC 9(11) VALUE ZEROS.
       77 WS-CPF-FIM        PIC 9(11) VALUE ZEROS.
       77 WS-ACHOU          PIC X VALUE 'N'.
       77 WS-MOTIVO         PIC X(40) VALUE SPACES.

       77 WS-DIAS-ATRASO    PIC 9(5) VALUE ZEROS.
       77 WS-MULTA          PIC 9(6)V99 VALUE ZEROS.
       77 WS-JUROS          PIC 9(6)V99 VALUE ZEROS.
       77 WS-ENCARGOS       PIC 9(7)V99 VALUE ZEROS.

       77 WS-QT-LIDOS       PIC 9(6) VALUE ZEROS.
       77 WS-QT-BAIXADAS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-ATRASADAS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-EXCECOES    PIC 9(6) VALUE ZEROS.
       77 WS-TOT-BAIXADO    PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-EXCECAO    PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-ENCARGOS   PIC 9(9)V99 VALUE ZEROS.

       77 WS-VALOR-ED       PIC Z(8)9.99.
       77 WS-ENCARGOS-ED    PIC Z(6)9.99.
       77 WS-TOTAL-ED       PIC Z(8)9.99.

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
           IF WS-CONVENIO-LOJA = ZEROS
               DISPLAY "PM-CONVENIO-LOJA NAO CONFIGURADO - LOJA NAO "
                   "CONVENIADA, NADA A BAIXAR"
               GOBACK
           END-IF

           OPEN I-O ARRCRED
           IF FAC-EMPTY
               DISPLAY "ARRCRED.DAT VAZIO - NADA A BAIXAR"
               GOBACK
           END-IF
           IF NOT FAC-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR ARRCRED.DAT - FS="
                   FFARCR
               GOBACK
           END-IF
           OPEN I-O CRDPARC
           IF NOT FCP-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR CRDPARC.DAT - FS="
                   FFCPAR
               CLOSE ARRCRED
               GOBACK
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           PERFORM ABRE-RELATORIOS

           MOVE ZEROS TO AC-CHAVE
           START ARRCRED KEY IS NOT LESS THAN AC-CHAVE
               INVALID KEY
                   SET FAC-OTHER TO TRUE
           END-START
           PERFORM BAIXA-PAGAMENTO THRU END-BAIXA-PAGAMENTO
               UNTIL FAC-OTHER

           PERFORM FECHA-RELATORIOS
           CLOSE ARRCRED CRDPARC AUDITORIA RELATORIO EXCECOES
           MOVE "FINANCEIRO" TO WS-TIPO-CAT
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           MOVE WS-NOME-EXCECOES TO WS-NOME-RELATORIO
           MOVE "EXCECAO" TO WS-TIPO-CAT
           PERFORM REGISTRA-CATALOGO
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF FP-OK
               READ PARAMETROS
                   NOT AT END
                       MOVE PM-CONVENIO-LOJA TO WS-CONVENIO-LOJA
                       IF PM-MULTA-CRED > 0
                           MOVE PM-MULTA-CRED TO WS-TAXA-MULTA
                       END-IF
                       IF PM-JUROS-MORA-CRED > 0
                           MOVE PM-JUROS-MORA-CRED TO WS-TAXA-JUROS
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ABRE-RELATORIOS.
           MOVE SPACES TO WS-NOME-RELATORIO WS-NOME-EXCECOES
           STRING "BXCRED_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           STRING "EXCCRED_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-EXCECOES
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PARCELAS DO CREDIARIO PAGAS NO BANCOPEL - BAIXA DE "
               WS-HOJE "  CONVENIO " WS-CONVENIO-LOJA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAGO EM  CPF         CUPOM  PC  VENCTO  "
               "           VALOR  ENCARGOS NAO COBRADOS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           OPEN OUTPUT EXCECOES
           MOVE SPACES TO LINHA-EXCECAO
           STRING "EXCECOES DA BAIXA DO CREDIARIO PAGO NO BANCOPEL - "
               WS-HOJE " (RESOLVER NA LOJA)"
               DELIMITED BY SIZE INTO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           MOVE SPACES TO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           MOVE SPACES TO LINHA-EXCECAO
           STRING "PAGO EM  CPF-BASE  CUPOM  PC  F        VALOR"
               "  MOTIVO"
               DELIMITED BY SIZE INTO LINHA-EXCECAO
           WRITE LINHA-EXCECAO.

      * UM PAGAMENTO PENDENTE DO GUICHE: PROCURA A PARCELA E BAIXA OU
      * MARCA COMO EXCECAO.  PAGAMENTO DE DATA FUTURA (DIA DO GUICHE
      * AINDA ABERTO) FICA PARA A PROXIMA RODADA.
       BAIXA-PAGAMENTO.
           READ ARRCRED NEXT RECORD
               AT END
                   SET FAC-OTHER TO TRUE
           END-READ
           IF NOT FAC-OK
               GO END-BAIXA-PAGAMENTO
           END-IF
           IF NOT AC-PENDENTE OR AC-DATA > WS-HOJE
               GO END-BAIXA-PAGAMENTO
           END-IF
           ADD 1 TO WS-QT-LIDOS

           PERFORM PROCURA-PARCELA THRU END-PROCURA-PARCELA
           IF WS-ACHOU = 'N'
               MOVE "PARCELA NAO ENCONTRADA NO CREDIARIO" TO WS-MOTIVO
               PERFORM MARCA-EXCECAO
               GO END-BAIXA-PAGAMENTO
           END-IF
           IF CP-PAGA
               MOVE SPACES TO WS-MOTIVO
               STRING "PARCELA JA PAGA EM " CP-DATA-PGTO
                   " - DEVOLVER"
                   DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM MARCA-EXCECAO
               GO END-BAIXA-PAGAMENTO
           END-IF
           IF AC-VALOR NOT = CP-VALOR
               MOVE CP-VALOR TO WS-TOTAL-ED
               MOVE SPACES TO WS-MOTIVO
               STRING "VALOR DIFERENTE DA PARCELA (" WS-TOTAL-ED ")"
                   DELIMITED BY SIZE INTO WS-MOTIVO
               PERFORM MARCA-EXCECAO
               GO END-BAIXA-PAGAMENTO
           END-IF

           PERFORM CALCULA-ENCARGOS
           SET CP-PAGA TO TRUE
           MOVE AC-DATA TO CP-DATA-PGTO
           MOVE ZEROS TO CP-MULTA CP-JUROS
           REWRITE REG-CRDPARC
           SET AC-BAIXADA TO TRUE
           MOVE WS-HOJE TO AC-DATA-BAIXA
           REWRITE REG-ARRCRED
           ADD 1 TO WS-QT-BAIXADAS
           ADD AC-VALOR TO WS-TOT-BAIXADO

           MOVE AC-VALOR TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-ENCARGOS > 0
               ADD 1 TO WS-QT-ATRASADAS
               ADD WS-ENCARGOS TO WS-TOT-ENCARGOS
               MOVE WS-ENCARGOS TO WS-ENCARGOS-ED
               STRING AC-DATA " " CP-CPF " " CP-CUPOM " " CP-PARCELA
                   "  " CP-VENCIMENTO "  " WS-VALOR-ED
                   "  " WS-ENCARGOS-ED " (" WS-DIAS-ATRASO " DIAS)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING AC-DATA " " CP-CPF " " CP-CUPOM " " CP-PARCELA
                   "  " CP-VENCIMENTO "  " WS-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO

           MOVE "BAIXA-ARR" TO WS-AUD-OP
           MOVE CP-CHAVE TO WS-AUD-CHAVE
           MOVE "PARCELA PAGA NO GUICHE DO BANCOPEL" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA
           PERFORM VERIFICA-NEGATIVACAO.
       END-BAIXA-PAGAMENTO.

      * A PARCELA FICA NO REGISTRO DO CRDPARC QUANDO WS-ACHOU = 'S'.
       PROCURA-PARCELA.
           MOVE 'N' TO WS-ACHOU
           COMPUTE WS-CPF-INICIO = AC-CPF-BASE * 100
           COMPUTE WS-CPF-FIM = WS-CPF-INICIO + 99
           MOVE WS-CPF-INICIO TO CP-CPF
           MOVE ZEROS TO CP-CUPOM CP-PARCELA
           START CRDPARC KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   GO END-PROCURA-PARCELA
           END-START
           MOVE ZEROS TO FFCPAR
           PERFORM LE-PARCELA-CPF
               UNTIL FCP-OTHER OR WS-ACHOU = 'S'
           MOVE ZEROS TO FFCPAR.
       END-PROCURA-PARCELA.

       LE-PARCELA-CPF.
           READ CRDPARC NEXT RECORD
               AT END
                   SET FCP-OTHER TO TRUE
           END-READ
           IF FCP-OK
               IF CP-CPF > WS-CPF-FIM
                   SET FCP-OTHER TO TRUE
               ELSE
                   IF CP-CUPOM = AC-CUPOM AND CP-PARCELA = AC-PARCELA
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-IF
           END-IF.

      * ENCARGOS QUE A LOJA COBRARIA NO CAIXA NA DATA DO PAGAMENTO,
      * PELA MESMA REGRA DO RECEBIMENTO DA PARCELA (MULTA UNICA E
      * JUROS AO MES PRO RATA DIA).
       CALCULA-ENCARGOS.
           MOVE ZEROS TO WS-DIAS-ATRASO WS-MULTA WS-JUROS WS-ENCARGOS
           IF CP-VENCIMENTO < AC-DATA
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE CP-VENCIMENTO TO WS-SV-DATA-1
               MOVE AC-DATA TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               MOVE WS-SV-RESULTADO TO WS-DIAS-ATRASO
               COMPUTE WS-MULTA ROUNDED = CP-VALOR * WS-TAXA-MULTA
               COMPUTE WS-JUROS ROUNDED =
                   CP-VALOR * WS-TAXA-JUROS * WS-DIAS-ATRASO / 30
               COMPUTE WS-ENCARGOS = WS-MULTA + WS-JUROS
           END-IF.

       MARCA-EXCECAO.
           SET AC-EXCECAO TO TRUE
           MOVE WS-HOJE TO AC-DATA-BAIXA
           REWRITE REG-ARRCRED
           ADD 1 TO WS-QT-EXCECOES
           ADD AC-VALOR TO WS-TOT-EXCECAO
           MOVE AC-VALOR TO WS-VALOR-ED
           MOVE SPACES TO LINHA-EXCECAO
           STRING AC-DATA " " AC-CPF-BASE " " AC-CUPOM " " AC-PARCELA
               "  " AC-FORMA " " WS-VALOR-ED "  " WS-MOTIVO
               DELIMITED BY SIZE INTO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           MOVE "EXCECAO-AR" TO WS-AUD-OP
           MOVE AC-CHAVE TO WS-AUD-CHAVE
           MOVE WS-MOTIVO TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA.

      * PARCELA BAIXADA: SE A DIVIDA DO CUPOM ESTAVA AVISADA OU
      * NEGATIVADA, O ATRASO QUE SOBROU DECIDE A BAIXA, COMO NO
      * RECEBIMENTO DA LOJA.
       VERIFICA-NEGATIVACAO.
           MOVE CP-CPF TO WS-NG-CPF
           MOVE 'C' TO WS-NG-ORIGEM
           COMPUTE WS-NG-CONTRATO = CP-CUPOM * 100
           MOVE ZEROS TO WS-NG-ATRASO WS-NG-VENCTO
           MOVE ZEROS TO CP-PARCELA
           START CRDPARC KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   SET FCP-OTHER TO TRUE
           END-START
           PERFORM VENCTO-MAIS-ANTIGO UNTIL FCP-OTHER
           MOVE ZEROS TO FFCPAR
           IF WS-NG-VENCTO NOT = ZEROS
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE WS-NG-VENCTO TO WS-SV-DATA-1
               MOVE WS-HOJE TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               MOVE WS-SV-RESULTADO TO WS-NG-ATRASO
           END-IF
           CALL "BAIXA-NEGATIVACAO" USING WS-NG-CHAVE WS-NG-ATRASO
               WS-NG-RETORNO
           IF WS-NG-RETORNO = 'B' OR WS-NG-RETORNO = 'C'
               MOVE "NEG-BAIXA" TO WS-AUD-OP
               MOVE WS-NG-CPF TO WS-AUD-CHAVE
               IF WS-NG-RETORNO = 'B'
                   MOVE "PAGAMENTO - EXCLUIDO DO BUREAU"
                       TO WS-AUD-DESC
               ELSE
                   MOVE "PAGAMENTO - AVISO DE NEGATIVACAO BAIXADO"
                       TO WS-AUD-DESC
               END-IF
               PERFORM GRAVA-AUDITORIA
           END-IF.

       VENCTO-MAIS-ANTIGO.
           READ CRDPARC NEXT RECORD
               AT END
                   SET FCP-OTHER TO TRUE
           END-READ
           IF FCP-OK
               IF CP-CPF NOT = WS-NG-CPF
                   OR CP-CUPOM * 100 NOT = WS-NG-CONTRATO
                   SET FCP-OTHER TO TRUE
               ELSE
                   IF CP-ABERTA AND CP-VENCIMENTO < WS-HOJE
                       IF WS-NG-VENCTO = ZEROS
                           OR CP-VENCIMENTO < WS-NG-VENCTO
                           MOVE CP-VENCIMENTO TO WS-NG-VENCTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FECHA-RELATORIOS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOT-BAIXADO TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PARCELAS BAIXADAS: " WS-QT-BAIXADAS
               "  VALOR: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-TOT-ENCARGOS TO WS-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAGAS COM ATRASO: " WS-QT-ATRASADAS
               "  ENCARGOS NAO COBRADOS NO GUICHE: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           IF WS-QT-EXCECOES = ZEROS
               MOVE "NENHUMA EXCECAO NA DATA" TO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
           ELSE
               MOVE WS-TOT-EXCECAO TO WS-TOTAL-ED
               MOVE SPACES TO LINHA-EXCECAO
               STRING "EXCECOES: " WS-QT-EXCECOES
                   "  VALOR RECEBIDO SEM BAIXA: " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
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
           MOVE "BAIXA-ARR-CRED" TO AUD-PROGRAMA
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
           DISPLAY "BAIXA DO CREDIARIO PAGO NO BANCOPEL - " WS-HOJE
           DISPLAY "PAGAMENTOS LIDOS.....: " WS-QT-LIDOS
           DISPLAY "PARCELAS BAIXADAS....: " WS-QT-BAIXADAS
           DISPLAY "PAGAS COM ATRASO.....: " WS-QT-ATRASADAS
           DISPLAY "EXCECOES.............: " WS-QT-EXCECOES
           DISPLAY "BAIXAS GRAVADAS EM " WS-NOME-RELATORIO
           DISPLAY "EXCECOES GRAVADAS EM " WS-NOME-EXCECOES.

       END PROGRAM BAIXA-ARRECAD-CRED.
