      * MANUTENCAO DA ESCALA DA CADEIA NOTURNA (ESCALA.DAT) PELO
      * OPERADOR: SEQUENCIA, PROGRAMA, FREQUENCIA (D DIARIO /
      * S SEMANAL NO DIA 1=SABADO..7=SEXTA / M MENSAL NO DIA /
      * U ULTIMO DIA UTIL), FLAG DE ATIVO, PASSO PRE-REQUISITO E
      * HORARIO-ALVO DE TERMINO (HHMM; O TEMPO-NOTURNO AVISA QUANDO
      * O PASSO TERMINA, OU VAI TERMINAR, DEPOIS DELE).
      * A SEMENTE INICIAL E GRAVADA PELO PROPRIO RODA-NOTURNO NA
      * PRIMEIRA NOITE; AQUI SO SE EDITA.
       77 EJST PIC 9(02).
       77 WS-BUF2     PIC X(2) VALUE SPACES.
       77 WS-BUF20    PIC X(20) VALUE SPACES.
       77 WS-BUF1     PIC X(1) VALUE SPACES.
       77 WS-BUF4     PIC X(4) VALUE SPACES.
       01 WS-ALVO     PIC 9(4) VALUE ZEROS.
       01 WS-ALVO-R REDEFINES WS-ALVO.
           02 WS-ALVO-HH PIC 9(2).
           02 WS-ALVO-MM PIC 9(2).
       77 WS-QT-LISTADOS PIC 9(3) VALUE ZEROS.

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           PERFORM ABRE-ARQ
           IF EJ-FIM
               STOP RUN
                   " DIA " EJ-DIA
                   " ATIVO " EJ-ATIVO
                   " PRE-REQ " EJ-PRE-REQ
                   " ALVO " EJ-HORA-LIMITE
           END-IF.

       MANTEM-JOB.
                   DISPLAY "JOB NOVO NA SEQUENCIA " WS-SEQ-EDIT
                   MOVE SPACES TO EJ-PROGRAMA
                   MOVE 'D' TO EJ-FREQUENCIA
                   MOVE ZEROS TO EJ-DIA EJ-PRE-REQ EJ-HORA-LIMITE
                   MOVE 'S' TO EJ-ATIVO
               NOT INVALID KEY
                   DISPLAY "EDITANDO " EJ-PROGRAMA
               GO END-MANTEM-JOB
           END-IF

           DISPLAY "HORARIO-ALVO DE TERMINO (HHMM, 0=SEM ALVO, "
               "ENTER MANTEM " EJ-HORA-LIMITE "): " WITH NO ADVANCING
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           IF WS-BUF4 NOT = SPACES
               MOVE WS-BUF4 TO WS-ALVO
               IF WS-ALVO-HH > 23 OR WS-ALVO-MM > 59
                   DISPLAY "HORARIO INVALIDO - NADA GRAVADO"
                   GO END-MANTEM-JOB
               END-IF
               MOVE WS-ALVO TO EJ-HORA-LIMITE
           END-IF

           DISPLAY "ATIVO (S/N, ENTER MANTEM '" EJ-ATIVO "'): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-BUF1
