       01 LINHA-MUN         PIC 99   VALUE ZEROS.
       01 AT-MUN            PIC 9(4) VALUE ZEROS.
       01 OPCAO-MUN         PIC X    VALUE SPACE.
       01 WS-FAIXA-TREINO   PIC X(20) VALUE SPACES.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO.
           PERFORM ABRE-ARQ.
           PERFORM CORPO UNTIL OPCAO-INIC = "N" OR "n".
           DISPLAY "Fim de Programa" AT 2030.
                   IF MUNICIPIO-T(LOOP, SUB-MUN) NOT = SPACES
                       MOVE SIGLA-T(LOOP) TO MU-SIGLA
                       MOVE MUNICIPIO-T(LOOP, SUB-MUN) TO MU-NOME
                       MOVE ZEROS TO MU-IBGE
                       WRITE REG-MUNICIPIO-ARQ
                           INVALID KEY
                               CONTINUE

           MOVE SIGLA-UP TO MU-SIGLA.
           MOVE MUN-NOVO TO MU-NOME.
           MOVE ZEROS TO MU-IBGE.
           EVALUATE OPCAO-MANUT
               WHEN "I" WHEN "i"
                   WRITE REG-MUNICIPIO-ARQ
           END-IF.
           MOVE FAIXA-INI-DIG TO FX-CEP-INI.
           MOVE FAIXA-FIM-DIG TO FX-CEP-FIM.
           MOVE MU-IBGE TO FX-IBGE.
           WRITE REG-CEPFAIX
               INVALID KEY
                   REWRITE REG-CEPFAIX
