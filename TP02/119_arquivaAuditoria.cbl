       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVA-AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT AUDTMP ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ATST.

           SELECT ARQUIVO-MORTO ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AQST.

      * MESMO ELOAUD.DAT DO ELO-AUDITORIA: SEGURANDO A TRAVA DELE
      * NENHUM PROGRAMA ANEXA LINHA NA AUDITORIA DURANTE A TROCA.
           SELECT ELOAUD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS EAST
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               RECORD KEY IS EA-CHAVE.

           SELECT BKPCAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BKST
               RECORD KEY IS BK-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD  AUDTMP VALUE OF FILE-ID IS "AUDITORIA.TMP".
       01  REG-AUDTMP PIC X(107).

       FD  ARQUIVO-MORTO.
       01  REG-ARQUIVO-MORTO PIC X(107).

       FD  ELOAUD VALUE OF FILE-ID IS "ELOAUD.DAT".
       01  REG-ELOAUD.
           02 EA-CHAVE      PIC 9(1).
           02 EA-ULTIMO-ELO PIC 9(4).

       FD BKPCAT VALUE OF FILE-ID IS "BKPCAT.DAT".

       COPY bkpcat.

       WORKING-STORAGE SECTION.
      * ARQUIVAMENTO DA AUDITORIA - MOVE PARA O ARQUIVO MORTO
      * AUDARQ_<CORTE>.DAT (MESMA IDEIA DO ARQUIVA-EXTRATO) AS LINHAS
      * DE AUDITORIA.DAT ANTERIORES A DATA DE CORTE, PARA O
      * CONSULTA-AUDITORIA VOLTAR A SER RAPIDO.  SO SAI O BLOCO DO
      * COMECO DO ARQUIVO: A PRIMEIRA LINHA DO CORTE EM DIANTE FICA,
      * MESMO QUE VENHA DEPOIS ALGUMA COM RELOGIO ATRASADO - A
      * CORRENTE DE ELOS NAO PODE TER BURACO NO MEIO.
      * O ARQUIVO MORTO TERMINA COM UM REGISTRO SELO (AUD-SELO) COM O
      * ULTIMO ELO ARQUIVADO, E O AUDITORIA.DAT QUE SOBRA COMECA PELO
      * MESMO SELO: A CONFERENCIA (MESMA REGRA DO ELO-AUDITORIA)
      * CONTINUA A CORRENTE A PARTIR DELE, NO ARQUIVO VIVO SOZINHO OU
      * EMENDADO COM OS ARQUIVOS MORTOS.  O ELOAUD.DAT NAO MUDA.
      * O ARQUIVO MORTO E RELIDO E CATALOGADO EM BKPCAT.DAT (ARQUIVO
      * LOGICO "AUDITORIA", DATA = CORTE) COMO OS BACKUPS; SO DEPOIS
      * DA RELEITURA CONFERIDA O AUDITORIA.DAT E REGRAVADO.  DURANTE
      * A TROCA A TRAVA DO ELOAUD FICA PRESA, ENTAO O ARQUIVAMENTO
      * RODA NO FECHAMENTO, COM O MOVIMENTO PARADO.
       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".
           88 FA-FIM       VALUE "10".
       77 ATST PIC X(02).
           88 AT-OK        VALUE "00".
           88 AT-FIM       VALUE "10".
       77 AQST PIC X(02).
           88 AQ-OK        VALUE "00".
           88 AQ-FIM       VALUE "10".
       77 EAST PIC X(02).
           88 EA-OK        VALUE "00".
           88 EA-EMPTY     VALUE "35".
           88 EA-NAO-ACHADO VALUE "23".
           88 EA-LOCKED    VALUE "51".
       77 BKST PIC X(02).
           88 BK-OK        VALUE "00".
           88 BK-EMPTY     VALUE "35".

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
       77 WS-BUF8          PIC X(8) VALUE SPACES.
       77 WS-DATA-CORTE    PIC 9(8) VALUE ZEROS.
       77 WS-DATA-REG      PIC 9(8) VALUE ZEROS.
       77 WS-NOME-ARQUIVO  PIC X(20) VALUE SPACES.
       77 WS-NOME-TMP      PIC X(20) VALUE "AUDITORIA.TMP".
       77 WS-RESP          PIC X(1) VALUE SPACE.
       77 WS-NA-CABECA     PIC X(1) VALUE 'S'.
       77 WS-TRAVADO       PIC X(1) VALUE 'N'.
       77 WS-VERIFICADO    PIC X(1) VALUE 'N'.
       77 WS-TENTATIVAS    PIC 9(4) VALUE ZEROS.
       77 WS-UM-SEGUNDO    PIC 9(1) VALUE 1.

       77 WS-QT-ARQUIVAR   PIC 9(7) VALUE ZEROS.
       77 WS-QT-ARQUIVADOS PIC 9(7) VALUE ZEROS.
       77 WS-QT-MANTIDOS   PIC 9(7) VALUE ZEROS.
       77 WS-QT-RELIDOS    PIC 9(7) VALUE ZEROS.
       77 WS-QT-REGRAVADOS PIC 9(7) VALUE ZEROS.
       77 WS-QUEBRAS       PIC 9(5) VALUE ZEROS.

      * RECALCULO DA CORRENTE (MESMA REGRA DO ELO-AUDITORIA).
       77 WS-CORRENTE-INICIADA PIC X(1) VALUE 'N'.
       77 WS-ELO-ANTERIOR  PIC 9(4) VALUE ZEROS.
       77 WS-ELO-SELO      PIC 9(4) VALUE ZEROS.
       77 WS-ELO-ESPERADO  PIC 9(8) VALUE ZEROS.
       77 WS-ELO-ESPER-4   PIC 9(4) VALUE ZEROS.
       77 WS-I             PIC 9(3) VALUE ZEROS.
       77 WS-SOMA          PIC 9(8) VALUE ZEROS.
       77 WS-QUOC          PIC 9(8) VALUE ZEROS.
       77 WS-BYTE          PIC X(1) VALUE SPACE.
       77 WS-ORD           PIC 9(3) VALUE ZEROS.
       01 WS-REG-IMAGEM    PIC X(107) VALUE SPACES.
       01 WS-ELO-TEXTO     PIC X(4) VALUE SPACES.
       01 WS-REG-SELO      PIC X(107) VALUE SPACES.

       77 WS-AUD-OP    PIC X(10) VALUE SPACES.
       77 WS-AUD-CHAVE PIC X(20) VALUE SPACES.
       77 WS-AUD-DESC  PIC X(40) VALUE SPACES.

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
           DISPLAY "ARQUIVAMENTO DA AUDITORIA"
           DISPLAY "DATA DE CORTE (AAAAMMDD) - REGISTROS ANTERIORES "
               "VAO PARA O ARQUIVO MORTO:"
           MOVE SPACES TO WS-BUF8
           ACCEPT WS-BUF8
           IF WS-BUF8 = SPACES
               DISPLAY "DATA DE CORTE NAO INFORMADA - NADA FEITO"
               STOP RUN
           END-IF
           IF WS-BUF8 NOT NUMERIC
               DISPLAY "DATA DE CORTE INVALIDA - NADA FEITO"
               STOP RUN
           END-IF
           MOVE WS-BUF8 TO WS-DATA-CORTE
           IF WS-DATA-CORTE > WS-HOJE
               DISPLAY "DATA DE CORTE NO FUTURO - NADA FEITO"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING "AUDARQ_" WS-DATA-CORTE ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
           OPEN INPUT ARQUIVO-MORTO
           IF AQ-OK
               CLOSE ARQUIVO-MORTO
               DISPLAY WS-NOME-ARQUIVO " JA EXISTE - ESTE CORTE JA "
                   "FOI ARQUIVADO"
               STOP RUN
           END-IF

      *    PRIMEIRA PASSADA SEM TRAVA, SO PARA O OPERADOR VER O
      *    TAMANHO DO CORTE ANTES DE CONFIRMAR.
           PERFORM CONTA-CABECA THRU FIM-CONTA-CABECA
           IF WS-QT-ARQUIVAR = ZEROS
               DISPLAY "NENHUM REGISTRO ANTERIOR A " WS-DATA-CORTE
                   " - NADA A ARQUIVAR"
               STOP RUN
           END-IF
           DISPLAY WS-QT-ARQUIVAR " REGISTRO(S) ANTERIORES A "
               WS-DATA-CORTE " IRAO PARA " WS-NOME-ARQUIVO
           IF WS-QUEBRAS > ZEROS
               DISPLAY "** ATENCAO ** " WS-QUEBRAS
                   " QUEBRA(S) DE CORRENTE NO TRECHO - VAO PARA O "
                   "ARQUIVO MORTO COMO ESTAO"
           END-IF
           DISPLAY "CONFIRMA O ARQUIVAMENTO (S/N)? "
           MOVE SPACE TO WS-RESP
           ACCEPT WS-RESP
           IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
               DISPLAY "ARQUIVAMENTO CANCELADO"
               STOP RUN
           END-IF

           PERFORM TRAVA-ELO THRU FIM-TRAVA-ELO
           IF WS-TRAVADO = 'N'
               DISPLAY "ELOAUD.DAT PRESO POR OUTRO PROGRAMA - TENTE "
                   "DE NOVO COM O MOVIMENTO PARADO"
               STOP RUN
           END-IF

           PERFORM SEPARA-AUDITORIA
           PERFORM VERIFICA-ARQUIVO-MORTO
           IF WS-VERIFICADO = 'S'
               PERFORM REGRAVA-AUDITORIA
           END-IF
           PERFORM SOLTA-ELO
           PERFORM GRAVA-CATALOGO
           CALL "CBL_DELETE_FILE" USING WS-NOME-TMP

      *    ARQUIVO MORTO QUE NAO CONFERE E APAGADO (O CATALOGO GUARDA
      *    A FALHA) PARA O CORTE PODER SER REFEITO.
           IF WS-VERIFICADO = 'N'
               CALL "CBL_DELETE_FILE" USING WS-NOME-ARQUIVO
               DISPLAY "** " WS-NOME-ARQUIVO " NAO CONFERE NA "
                   "RELEITURA - AUDITORIA.DAT MANTIDO INTACTO **"
               STOP RUN
           END-IF

           MOVE "ARQUIVA" TO WS-AUD-OP
           MOVE WS-NOME-ARQUIVO TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "CORTE " WS-DATA-CORTE " REGISTROS "
               WS-QT-ARQUIVADOS
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA
           PERFORM RELATORIO-FINAL
           STOP RUN.

      * CONTA O BLOCO DO COMECO DO ARQUIVO ANTERIOR AO CORTE.  O SELO
      * DE UM ARQUIVAMENTO ANTERIOR SEMPRE VAI JUNTO.
       CONTA-CABECA.
           OPEN INPUT AUDITORIA
           IF NOT FA-OK
               DISPLAY "AUDITORIA.DAT INDISPONIVEL - FS=" FFAUDI
               GO FIM-CONTA-CABECA
           END-IF
           MOVE 'S' TO WS-NA-CABECA
           PERFORM CONTA-REGISTRO UNTIL FA-FIM OR WS-NA-CABECA = 'N'
           CLOSE AUDITORIA.
       FIM-CONTA-CABECA.
           EXIT.

       CONTA-REGISTRO.
           READ AUDITORIA
               AT END
                   SET FA-FIM TO TRUE
           END-READ
           IF FA-OK
               PERFORM CLASSIFICA-REGISTRO
               IF WS-NA-CABECA = 'S'
                   PERFORM CONFERE-ELO
                   IF NOT AUD-SELO
                       ADD 1 TO WS-QT-ARQUIVAR
                   END-IF
               END-IF
           END-IF.

       CLASSIFICA-REGISTRO.
           MOVE AUD-ANO  TO WS-DATA-REG(1:4)
           MOVE AUD-MES  TO WS-DATA-REG(5:2)
           MOVE AUD-DIA  TO WS-DATA-REG(7:2)
           IF NOT AUD-SELO AND WS-DATA-REG NOT < WS-DATA-CORTE
               MOVE 'N' TO WS-NA-CABECA
           END-IF.

      * SEGUNDA PASSADA, COM A TRAVA: O BLOCO DA CABECA VAI PARA O
      * ARQUIVO MORTO E O RESTO PARA O AUDITORIA.TMP.
       SEPARA-AUDITORIA.
           MOVE ZEROS TO WS-QUEBRAS WS-ELO-ANTERIOR
           MOVE 'N' TO WS-CORRENTE-INICIADA
           MOVE 'S' TO WS-NA-CABECA
           OPEN INPUT AUDITORIA
           OPEN OUTPUT ARQUIVO-MORTO AUDTMP
           PERFORM SEPARA-REGISTRO UNTIL NOT FA-OK
           CLOSE AUDITORIA AUDTMP

           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "ARQ-AUDITORIA" TO AUD-PROGRAMA
           SET AUD-SELO TO TRUE
           MOVE WS-NOME-ARQUIVO TO AUD-CHAVE
           STRING "CORTE " WS-DATA-CORTE " ARQUIVADOS "
               WS-QT-ARQUIVADOS
               DELIMITED BY SIZE INTO AUD-DESCRICAO
           MOVE WS-ELO-SELO TO AUD-ELO
           MOVE REG-AUDITORIA TO WS-REG-SELO
           MOVE WS-REG-SELO TO REG-ARQUIVO-MORTO
           WRITE REG-ARQUIVO-MORTO
           CLOSE ARQUIVO-MORTO.

       SEPARA-REGISTRO.
           READ AUDITORIA
               AT END
                   SET FA-FIM TO TRUE
           END-READ
           IF FA-OK
               IF WS-NA-CABECA = 'S'
                   PERFORM CLASSIFICA-REGISTRO
               END-IF
               IF WS-NA-CABECA = 'S'
                   PERFORM CONFERE-ELO
                   MOVE WS-ELO-ANTERIOR TO WS-ELO-SELO
                   MOVE REG-AUDITORIA TO REG-ARQUIVO-MORTO
                   WRITE REG-ARQUIVO-MORTO
                   IF NOT AUD-SELO
                       ADD 1 TO WS-QT-ARQUIVADOS
                   END-IF
               ELSE
                   MOVE REG-AUDITORIA TO REG-AUDTMP
                   WRITE REG-AUDTMP
                   ADD 1 TO WS-QT-MANTIDOS
               END-IF
           END-IF.

      * RELE O ARQUIVO MORTO RECEM-GRAVADO: TODAS AS LINHAS LEGIVEIS
      * E O SELO NO FIM COM O ELO QUE FECHOU A CORRENTE.
       VERIFICA-ARQUIVO-MORTO.
           MOVE 'N' TO WS-VERIFICADO
           MOVE ZEROS TO WS-QT-RELIDOS
           MOVE SPACES TO WS-REG-IMAGEM
           OPEN INPUT ARQUIVO-MORTO
           IF AQ-OK
               PERFORM RELE-ARQUIVO-MORTO UNTIL NOT AQ-OK
               CLOSE ARQUIVO-MORTO
           END-IF
           IF WS-QT-ARQUIVADOS > ZEROS
               AND WS-QT-RELIDOS > WS-QT-ARQUIVADOS
               AND WS-REG-IMAGEM = WS-REG-SELO
               MOVE 'S' TO WS-VERIFICADO
           END-IF.

       RELE-ARQUIVO-MORTO.
           READ ARQUIVO-MORTO
               AT END
                   SET AQ-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WS-QT-RELIDOS
                   MOVE REG-ARQUIVO-MORTO TO WS-REG-IMAGEM
           END-READ.

      * O AUDITORIA.DAT E REESCRITO NO LUGAR (OPEN OUTPUT), COMECANDO
      * PELO SELO, COM O QUE FICOU DO CORTE EM DIANTE.
       REGRAVA-AUDITORIA.
           OPEN OUTPUT AUDITORIA
           MOVE WS-REG-SELO TO REG-AUDITORIA
           WRITE REG-AUDITORIA
           OPEN INPUT AUDTMP
           PERFORM REGRAVA-REGISTRO UNTIL NOT AT-OK
           CLOSE AUDTMP AUDITORIA.

       REGRAVA-REGISTRO.
           READ AUDTMP
               AT END
                   SET AT-FIM TO TRUE
               NOT AT END
                   MOVE REG-AUDTMP TO REG-AUDITORIA
                   WRITE REG-AUDITORIA
                   ADD 1 TO WS-QT-REGRAVADOS
           END-READ.

      * CONFERE O ELO DO REGISTRO CONTRA O ANTERIOR.  O SELO NAO E
      * RECALCULADO: TEM DE REPETIR O ELO QUE VINHA (QUANDO JA HAVIA
      * CORRENTE) E PASSA A SER O ANTERIOR.
       CONFERE-ELO.
           MOVE REG-AUDITORIA TO WS-REG-IMAGEM
           MOVE WS-REG-IMAGEM(104:4) TO WS-ELO-TEXTO
           EVALUATE TRUE
               WHEN AUD-SELO
                   IF WS-CORRENTE-INICIADA = 'S'
                       AND AUD-ELO NOT = WS-ELO-ANTERIOR
                       ADD 1 TO WS-QUEBRAS
                   END-IF
                   MOVE AUD-ELO TO WS-ELO-ANTERIOR
               WHEN WS-ELO-TEXTO = SPACES
                   MOVE ZEROS TO WS-ELO-ANTERIOR
               WHEN OTHER
                   PERFORM CALCULA-ELO-ESPERADO
                   IF AUD-ELO NOT = WS-ELO-ESPER-4
                       ADD 1 TO WS-QUEBRAS
                   END-IF
                   MOVE AUD-ELO TO WS-ELO-ANTERIOR
           END-EVALUATE
           MOVE 'S' TO WS-CORRENTE-INICIADA.

      * MESMA REGRA DO ELO-AUDITORIA - MUDOU LA, MUDA AQUI.
       CALCULA-ELO-ESPERADO.
           MOVE ZEROS TO WS-SOMA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 103
               MOVE WS-REG-IMAGEM(WS-I:1) TO WS-BYTE
               MOVE FUNCTION ORD(WS-BYTE) TO WS-ORD
               COMPUTE WS-SOMA = WS-SOMA * 3 + WS-ORD
               DIVIDE WS-SOMA BY 9973 GIVING WS-QUOC
                   REMAINDER WS-SOMA
           END-PERFORM
           COMPUTE WS-ELO-ESPERADO = WS-ELO-ANTERIOR * 7 + WS-SOMA
           DIVIDE WS-ELO-ESPERADO BY 9973 GIVING WS-QUOC
               REMAINDER WS-ELO-ESPERADO
           MOVE WS-ELO-ESPERADO TO WS-ELO-ESPER-4.

      * PRENDE O REGISTRO DO ELOAUD (MESMA LEITURA COM TRAVA DO
      * ELO-AUDITORIA): QUEM FOR GRAVAR AUDITORIA ESPERA A TROCA.
       TRAVA-ELO.
           OPEN I-O ELOAUD
           IF EA-EMPTY
               OPEN OUTPUT ELOAUD
               MOVE 1 TO EA-CHAVE
               MOVE ZEROS TO EA-ULTIMO-ELO
               WRITE REG-ELOAUD
               CLOSE ELOAUD
               OPEN I-O ELOAUD
           END-IF
           IF NOT EA-OK
               GO FIM-TRAVA-ELO
           END-IF
           MOVE ZEROS TO WS-TENTATIVAS
           PERFORM LE-COM-TRAVA
               UNTIL EA-OK OR EA-NAO-ACHADO OR WS-TENTATIVAS > 60
           IF EA-OK OR EA-NAO-ACHADO
               MOVE 'S' TO WS-TRAVADO
           ELSE
               CLOSE ELOAUD
           END-IF.
       FIM-TRAVA-ELO.
           EXIT.

       LE-COM-TRAVA.
           ADD 1 TO WS-TENTATIVAS
           MOVE 1 TO EA-CHAVE
           READ ELOAUD WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF EA-LOCKED
               CALL "C$SLEEP" USING WS-UM-SEGUNDO
           END-IF.

       SOLTA-ELO.
           UNLOCK ELOAUD
           CLOSE ELOAUD
           MOVE 'N' TO WS-TRAVADO.

      * O ARQUIVO MORTO ENTRA NO CATALOGO DE BACKUPS COM A CONTAGEM
      * (LINHAS GRAVADAS, SELO INCLUIDO) E O RESULTADO DA RELEITURA.
       GRAVA-CATALOGO.
           OPEN I-O BKPCAT
           IF BK-EMPTY
               OPEN OUTPUT BKPCAT
               CLOSE BKPCAT
               OPEN I-O BKPCAT
           END-IF
           MOVE SPACES TO REG-BKPCAT
           MOVE "AUDITORIA" TO BK-ARQUIVO
           MOVE WS-DATA-CORTE TO BK-DATA
           MOVE WS-NOME-ARQUIVO TO BK-NOME-BKP
           COMPUTE BK-REGISTROS = WS-QT-ARQUIVADOS + 1
           MOVE WS-QT-RELIDOS TO BK-REG-RELIDOS
           IF WS-VERIFICADO = 'S'
               AND WS-QT-RELIDOS = WS-QT-ARQUIVADOS + 1
               SET BK-VERIF-OK TO TRUE
           ELSE
               SET BK-VERIF-FALHOU TO TRUE
           END-IF
           WRITE REG-BKPCAT
               INVALID KEY
                   REWRITE REG-BKPCAT
                   END-REWRITE
           END-WRITE
           CLOSE BKPCAT.

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
           MOVE "ARQ-AUDITORIA" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           MOVE WS-AUD-DESC TO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L"
           CLOSE AUDITORIA.

       RELATORIO-FINAL.
           DISPLAY "ARQUIVAMENTO DA AUDITORIA - CORTE " WS-DATA-CORTE
           DISPLAY "ARQUIVO MORTO.........: " WS-NOME-ARQUIVO
           DISPLAY "REGISTROS ARQUIVADOS..: " WS-QT-ARQUIVADOS
           DISPLAY "REGISTROS RESTANTES...: " WS-QT-REGRAVADOS
           DISPLAY "QUEBRAS NO TRECHO.....: " WS-QUEBRAS
           DISPLAY "ELO DO SELO...........: " WS-ELO-SELO.

       END PROGRAM ARQUIVA-AUDITORIA.
