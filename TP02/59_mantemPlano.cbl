           02 FILLER PIC X(27)
               VALUE "10001CAIXA                 ".
           02 FILLER PIC X(6) VALUE "A10000".
      * COFRE DAS AGENCIAS (TESOURARIA-DIA).
           02 FILLER PIC X(27)
               VALUE "10002TESOURARIA (COFRE)    ".
           02 FILLER PIC X(6) VALUE "A10000".
           02 FILLER PIC X(27)
               VALUE "20001DEPOSITOS DE CLIENTES ".
           02 FILLER PIC X(6) VALUE "P20000".
           02 FILLER PIC X(27)
               VALUE "50001DESPESA DE JUROS      ".
           02 FILLER PIC X(6) VALUE "D40000".
      * CONTAS DA PROVISAO PARA DEVEDORES DUVIDOSOS (PROVISAO-PDD).
           02 FILLER PIC X(27)
               VALUE "10009PROVISAO PDD REDUTORA ".
           02 FILLER PIC X(6) VALUE "A10000".
           02 FILLER PIC X(27)
               VALUE "40003REVERSAO DE PROVISAO  ".
           02 FILLER PIC X(6) VALUE "R40000".
           02 FILLER PIC X(27)
               VALUE "50002DESPESA DE PDD        ".
           02 FILLER PIC X(6) VALUE "D40000".
      * CONTAS DE CONTROLE DOS AUXILIARES (CONCILIA-RAZAO); AS DE
      * COMPENSACAO FICAM FORA DO ROLLUP.
           02 FILLER PIC X(27)
               VALUE "10003EMPRESTIMOS A RECEBER ".
           02 FILLER PIC X(6) VALUE "A10000".
           02 FILLER PIC X(27)
               VALUE "20002APLICACOES DE CLIENTES".
           02 FILLER PIC X(6) VALUE "P20000".
      * APROPRIACAO POR COMPETENCIA (APROPRIA-JUROS).
           02 FILLER PIC X(27)
               VALUE "10004JUROS A RECEBER       ".
           02 FILLER PIC X(6) VALUE "A10000".
           02 FILLER PIC X(27)
               VALUE "20003RENDIMENTOS A PAGAR   ".
           02 FILLER PIC X(6) VALUE "P20000".
      * CONTAS DE COMPENSACAO DOS AUXILIARES (CONCILIA-RAZAO).
           02 FILLER PIC X(27)
               VALUE "90001CHEQUES EM BLOQUEIO   ".
           02 FILLER PIC X(6) VALUE "P00000".
           02 FILLER PIC X(27)
               VALUE "90002BLOQUEIOS JUDICIAIS   ".
           02 FILLER PIC X(6) VALUE "P00000".
       01 WS-SEMENTES-T REDEFINES WS-SEMENTES.
           02 WS-SEMENTE OCCURS 19 TIMES.
               03 WS-SEM-CONTA PIC 9(5).
               03 WS-SEM-NOME  PIC X(22).
               03 WS-SEM-TIPO  PIC X(1).
               03 WS-SEM-PAI   PIC 9(5).
       77 WS-I PIC 9(2) VALUE ZEROS.

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
           IF PL-OTHER
               STOP RUN
           IF PL-EMPTY
               OPEN OUTPUT PLANO
               PERFORM SEMEIA-PLANO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 19
               CLOSE PLANO
               OPEN I-O PLANO
               DISPLAY "PLANO.DAT SEMEADO COM O PLANO HISTORICO"
