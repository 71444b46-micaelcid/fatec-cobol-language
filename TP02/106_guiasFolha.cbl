       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUIAS-FOLHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FU-CODIGO
               FILE STATUS FUST.

           SELECT FOLHALED ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FL-CHAVE
               FILE STATUS FLST.

           SELECT ENCARGOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EN-CHAVE
               FILE STATUS ENST.

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
       FD  FUNCIONARIO LABEL RECORD STANDARD
           DATA RECORD IS REG-FUNCIONARIO
           VALUE OF FILE-ID IS "FUNCIONARIO.DAT".

       COPY funcionario.

       FD  FOLHALED LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FOLHALED.DAT".

       COPY folhaled.

       FD  ENCARGOS VALUE OF FILE-ID IS "ENCARGOS.DAT".

       COPY encargos.

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
      * GUIAS DA FOLHA - RODA NO DIA 1 SOBRE A COMPETENCIA ANTERIOR.
      * POR FUNCIONARIO, O QUE A FOLHA-PAGAMENTO PAGOU NO MES (TODAS
      * AS RODADAS: MENSAL, 13o E FERIAS): FGTS DO MES E SALDO
      * DEPOSITADO, INSS DESCONTADO, INSS PATRONAL E IRRF RETIDO.
      * NO FIM, O VALOR DE CADA GUIA:
      *   FGTS.......: 8% DO MES (ENCARGOS.DAT);
      *   GPS (INSS).: DESCONTADO DOS FUNCIONARIOS (FOLHALED.DAT)
      *                MAIS EMPRESA, RAT E TERCEIROS (ENCARGOS.DAT);
      *   DARF 0561..: IRRF RETIDO (FOLHALED.DAT).
      * VENCIMENTO NO DIA 20 DO MES SEGUINTE, ANTECIPADO PARA O DIA
      * UTIL ANTERIOR QUANDO CAI EM FIM DE SEMANA OU FERIADO.
       77 FUST PIC X(02).
           88 FU-OK        VALUE "00".
           88 FU-FIM       VALUE "99".

       77 FLST PIC X(02).
           88 FL-OK        VALUE "00".
           88 FL-FIM       VALUE "99".

       77 ENST PIC X(02).
           88 EN-OK        VALUE "00".
           88 EN-FIM       VALUE "99".

       77 FFDIAM PIC X(02).
           88 FD2-OK       VALUE "00".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "FINANCEIRO".
       77 WS-PROG-CAT PIC X(20) VALUE "GUIAS-FOLHA".

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       01 WS-COMPETENCIA.
           02 WS-COMP-ANO  PIC 9(4).
           02 WS-COMP-MES  PIC 9(2).
       01 WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA PIC 9(6).
       01 WS-VENCIMENTO.
           02 WS-VENC-ANOMES PIC 9(6).
           02 WS-VENC-DIA    PIC 9(2).
       01 WS-VENCIMENTO-N REDEFINES WS-VENCIMENTO PIC 9(8).

       77 WS-TEM-ENCARGOS  PIC X(1) VALUE 'N'.
       77 WS-TEM-MES       PIC X(1) VALUE 'N'.
       77 WS-QT-FUNC       PIC 9(4) VALUE ZEROS.

      * DO FUNCIONARIO CORRENTE.
       77 WS-FU-FGTS       PIC 9(9)V99 VALUE ZEROS.
       77 WS-FU-SALDO-FGTS PIC 9(9)V99 VALUE ZEROS.
       77 WS-FU-INSS       PIC 9(9)V99 VALUE ZEROS.
       77 WS-FU-PATRONAL   PIC 9(9)V99 VALUE ZEROS.
       77 WS-FU-IRRF       PIC 9(9)V99 VALUE ZEROS.

      * DA COMPETENCIA.
       77 WS-TOT-BASE-FGTS PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-FGTS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-MULTA     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-DEPOSITO  PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-INSS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-EMPRESA   PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-RAT       PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-TERCEIROS PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-IRRF      PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-GPS       PIC 9(11)V99 VALUE ZEROS.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

       01 LINHA-CABEC.
           02 FILLER PIC X(50)
               VALUE "FUNC NOME                  FGTS MES  SALDO FGTS ".
           02 FILLER PIC X(50)
               VALUE "  INSS FUNC  INSS PATR       IRRF".

       01 LINHA-DETALHE.
           02 LD-FUNCIONARIO PIC 9(4).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LD-NOME        PIC X(20).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LD-FGTS        PIC Z(6)9.99.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LD-SALDO       PIC Z(7)9.99.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LD-INSS        PIC Z(6)9.99.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LD-PATRONAL    PIC Z(6)9.99.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 LD-IRRF        PIC Z(6)9.99.

       01 LINHA-TOTAL.
           02 LT-TITULO    PIC X(40).
           02 LT-VALOR     PIC Z(11)9.99.

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

      *    COMPETENCIA: O MES ANTERIOR AO DA DATA DE MOVIMENTO.
           MOVE WS-HOJE(1:6) TO WS-COMPETENCIA-N
           IF WS-COMP-MES = 1
               MOVE 12 TO WS-COMP-MES
               SUBTRACT 1 FROM WS-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF
           PERFORM CALCULA-VENCIMENTO

           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT FU-OK OR NOT FL-OK
               GOBACK
           END-IF

           MOVE ZEROS TO FU-CODIGO
           START FUNCIONARIO KEY IS NOT LESS THAN FU-CODIGO
               INVALID KEY
                   SET FU-FIM TO TRUE
           END-START
           PERFORM LISTA-FUNCIONARIO THRU END-LISTA-FUNCIONARIO
               UNTIL FU-FIM
           IF WS-QT-FUNC = ZEROS
               MOVE "NENHUM PAGAMENTO DE FOLHA NA COMPETENCIA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM TOTAIS-GUIAS

           IF WS-TEM-ENCARGOS = 'S'
               CLOSE ENCARGOS
           END-IF
           CLOSE FUNCIONARIO FOLHALED RELATORIO
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

      * DIA 20 DO MES SEGUINTE A COMPETENCIA (O MES DO MOVIMENTO),
      * RECUANDO ATE CAIR EM DIA UTIL.
       CALCULA-VENCIMENTO.
           MOVE WS-HOJE(1:6) TO WS-VENC-ANOMES
           MOVE 20 TO WS-VENC-DIA
           MOVE "EU" TO WS-SV-FUNCAO
           MOVE ZEROS TO WS-SV-RESULTADO
           PERFORM TESTA-VENCIMENTO
               UNTIL WS-SV-RESULTADO = 1 OR WS-VENC-DIA = 1.

       TESTA-VENCIMENTO.
           MOVE WS-VENCIMENTO-N TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RESULTADO NOT = 1
               SUBTRACT 1 FROM WS-VENC-DIA
           END-IF.

       ABRE-ARQUIVOS.
           OPEN INPUT FUNCIONARIO
           IF NOT FU-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR FUNCIONARIO.DAT - FS="
                   FUST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT FOLHALED
           IF NOT FL-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR FOLHALED.DAT - FS="
                   FLST
               CLOSE FUNCIONARIO
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN INPUT ENCARGOS
           IF EN-OK
               MOVE 'S' TO WS-TEM-ENCARGOS
           ELSE
               DISPLAY "ENCARGOS.DAT INDISPONIVEL - SO AS RETENCOES"
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "GUIASFOL_" WS-COMPETENCIA ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "GUIAS DA FOLHA - COMPETENCIA " WS-COMP-MES "/"
               WS-COMP-ANO " - GERADO EM " WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

      * UM FUNCIONARIO: SALDO DO FGTS ATE A COMPETENCIA E OS VALORES
      * DELA, DE ENCARGOS.DAT E FOLHALED.DAT (AMBOS CHAVEADOS PELO
      * FUNCIONARIO PRIMEIRO).  SO SAI NO RELATORIO QUEM TEVE
      * PAGAMENTO NA COMPETENCIA.
       LISTA-FUNCIONARIO.
           READ FUNCIONARIO NEXT RECORD
               AT END
                   SET FU-FIM TO TRUE
                   GO END-LISTA-FUNCIONARIO
           END-READ
           MOVE 'N' TO WS-TEM-MES
           MOVE ZEROS TO WS-FU-FGTS WS-FU-SALDO-FGTS WS-FU-INSS
               WS-FU-PATRONAL WS-FU-IRRF

           IF WS-TEM-ENCARGOS = 'S'
               MOVE FU-CODIGO TO EN-FUNCIONARIO
               MOVE ZEROS TO EN-ANOMES
               MOVE LOW-VALUES TO EN-TIPO
               START ENCARGOS KEY IS NOT LESS THAN EN-CHAVE
                   INVALID KEY
                       SET EN-FIM TO TRUE
               END-START
               PERFORM SOMA-ENCARGOS UNTIL EN-FIM
           END-IF

           MOVE FU-CODIGO TO FL-FUNCIONARIO
           MOVE WS-COMPETENCIA-N TO FL-ANOMES
           MOVE LOW-VALUES TO FL-TIPO
           START FOLHALED KEY IS NOT LESS THAN FL-CHAVE
               INVALID KEY
                   SET FL-FIM TO TRUE
           END-START
           PERFORM SOMA-RETENCOES UNTIL FL-FIM
           MOVE "00" TO FLST

           IF WS-TEM-MES = 'N'
               GO END-LISTA-FUNCIONARIO
           END-IF
           ADD 1 TO WS-QT-FUNC
           ADD WS-FU-INSS TO WS-TOT-INSS
           ADD WS-FU-IRRF TO WS-TOT-IRRF
           MOVE FU-CODIGO TO LD-FUNCIONARIO
           MOVE FU-NOME TO LD-NOME
           MOVE WS-FU-FGTS TO LD-FGTS
           MOVE WS-FU-SALDO-FGTS TO LD-SALDO
           MOVE WS-FU-INSS TO LD-INSS
           MOVE WS-FU-PATRONAL TO LD-PATRONAL
           MOVE WS-FU-IRRF TO LD-IRRF
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       END-LISTA-FUNCIONARIO.

       SOMA-ENCARGOS.
           READ ENCARGOS NEXT RECORD
               AT END
                   SET EN-FIM TO TRUE
           END-READ
           IF NOT EN-OK OR EN-FUNCIONARIO NOT = FU-CODIGO
               OR EN-ANOMES > WS-COMPETENCIA-N
               SET EN-FIM TO TRUE
           ELSE
               COMPUTE WS-FU-SALDO-FGTS = WS-FU-SALDO-FGTS + EN-FGTS
                   + EN-MULTA-FGTS
               IF EN-ANOMES = WS-COMPETENCIA-N
                   MOVE 'S' TO WS-TEM-MES
                   COMPUTE WS-FU-FGTS = WS-FU-FGTS + EN-FGTS
                       + EN-MULTA-FGTS
                   ADD EN-MULTA-FGTS TO WS-TOT-MULTA
                   COMPUTE WS-FU-PATRONAL = WS-FU-PATRONAL
                       + EN-INSS-EMPRESA + EN-RAT + EN-TERCEIROS
                   ADD EN-BASE-FGTS TO WS-TOT-BASE-FGTS
                   ADD EN-FGTS TO WS-TOT-FGTS
                   ADD EN-INSS-EMPRESA TO WS-TOT-EMPRESA
                   ADD EN-RAT TO WS-TOT-RAT
                   ADD EN-TERCEIROS TO WS-TOT-TERCEIROS
               END-IF
           END-IF.

       SOMA-RETENCOES.
           READ FOLHALED NEXT RECORD
               AT END
                   SET FL-FIM TO TRUE
           END-READ
           IF NOT FL-OK OR FL-FUNCIONARIO NOT = FU-CODIGO
               OR FL-ANOMES NOT = WS-COMPETENCIA-N
               SET FL-FIM TO TRUE
           ELSE
               MOVE 'S' TO WS-TEM-MES
               ADD FL-INSS TO WS-FU-INSS
               ADD FL-IRRF TO WS-FU-IRRF
           END-IF.

       TOTAIS-GUIAS.
           COMPUTE WS-TOT-DEPOSITO = WS-TOT-FGTS + WS-TOT-MULTA
           COMPUTE WS-TOT-GPS = WS-TOT-INSS + WS-TOT-EMPRESA
               + WS-TOT-RAT + WS-TOT-TERCEIROS
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "GUIAS A RECOLHER - VENCIMENTO "
               WS-VENC-DIA "/" WS-VENCIMENTO(5:2) "/"
               WS-VENCIMENTO(1:4)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "FGTS - BASE DE CALCULO" TO LT-TITULO
           MOVE WS-TOT-BASE-FGTS TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE "FGTS - DEPOSITO MENSAL 8%" TO LT-TITULO
           MOVE WS-TOT-FGTS TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE "FGTS - MULTA RESCISORIA 40%" TO LT-TITULO
           MOVE WS-TOT-MULTA TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE "FGTS - TOTAL A DEPOSITAR" TO LT-TITULO
           MOVE WS-TOT-DEPOSITO TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "GPS - DESCONTADO DOS FUNCIONARIOS" TO LT-TITULO
           MOVE WS-TOT-INSS TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE "GPS - PARTE DA EMPRESA" TO LT-TITULO
           MOVE WS-TOT-EMPRESA TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE "GPS - RAT" TO LT-TITULO
           MOVE WS-TOT-RAT TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE "GPS - TERCEIROS" TO LT-TITULO
           MOVE WS-TOT-TERCEIROS TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE "GPS - TOTAL A RECOLHER" TO LT-TITULO
           MOVE WS-TOT-GPS TO LT-VALOR
           PERFORM GRAVA-TOTAL
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DARF 0561 - IRRF RETIDO" TO LT-TITULO
           MOVE WS-TOT-IRRF TO LT-VALOR
           PERFORM GRAVA-TOTAL.

       GRAVA-TOTAL.
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
           DISPLAY "GUIAS DA FOLHA - COMPETENCIA " WS-COMPETENCIA
           DISPLAY "FUNCIONARIOS COM PAGAMENTO: " WS-QT-FUNC
           DISPLAY "FGTS A DEPOSITAR..........: " WS-TOT-DEPOSITO
           DISPLAY "  DOS QUAIS MULTA 40%.....: " WS-TOT-MULTA
           DISPLAY "GPS A RECOLHER............: " WS-TOT-GPS
           DISPLAY "DARF 0561 (IRRF)..........: " WS-TOT-IRRF
           DISPLAY "VENCIMENTO................: " WS-VENCIMENTO
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM GUIAS-FOLHA.
