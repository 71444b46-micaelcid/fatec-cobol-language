               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMST.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

       COPY parametros.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD  RELATORIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INATIVAS.TXT".
       01  LINHA-RELATORIO PIC X(80).
      * MAIS DE PM-MESES-INATIVIDADE MESES (PARAMETROS.DAT, PADRAO 6)
      * SAI NO RELATORIO E E MARCADA COM O STATUS DORMENTE 'D', QUE
      * FAZ O BANCOPEL AVISAR O CAIXA ANTES DE PERMITIR MOVIMENTO.
      * A PASSAGEM PARA DORMENTE FICA NA AUDITORIA (OPERACAO
      * "INATIVAR", CHAVE = CPF), PARA O DESEMPENHO-AGENCIA CONTAR AS
      * CONTAS QUE ADORMECERAM NO MES.
       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-EMPTY     VALUE 35.

       77 REP-OK PIC X(02).

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

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

       77 WS-MESES-INATIVIDADE PIC 9(3) VALUE 6.
       77 WS-ANOMES-CORTE      PIC 9(6) VALUE ZEROS.
       77 WS-ANO-CORTE         PIC 9(4) VALUE ZEROS.
                   UNTIL FS-OTHER
           END-IF
           PERFORM RELATORIO-FINAL
           CLOSE CAD EXTRATO RELATORIO AUDITORIA
           GOBACK.

       ABRE-ARQUIVOS.
                       FFEXTR
                   MOVE 99 TO FFSALV
               END-IF
               OPEN EXTEND AUDITORIA
               IF NOT FA-OK
                   CLOSE AUDITORIA
                   OPEN OUTPUT AUDITORIA
               END-IF
               OPEN OUTPUT RELATORIO
               MOVE "RELATORIO DE CONTAS INATIVAS - AGENCIA.DAT"
                   TO LINHA-RELATORIO
           IF CONTA-ATIVA
               MOVE 'D' TO CD-STATUS
               REWRITE CADASTRO-REGISTRO
               PERFORM GRAVA-AUDITORIA
           END-IF.
       END-MARCA-DORMENTE.

       GRAVA-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "CONTAS-INATIVAS" TO AUD-PROGRAMA
           MOVE "INATIVAR" TO AUD-OPERACAO
           MOVE CD-CPF TO AUD-CHAVE
           STRING "CONTA " CD-CONTA " DORMENTE - ULT MOVTO "
               WS-ULT-ANOMES DELIMITED BY SIZE INTO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L".

       RELATORIO-FINAL.
           DISPLAY "DETECCAO DE CONTAS INATIVAS - CORTE "
               WS-ANOMES-CORTE
