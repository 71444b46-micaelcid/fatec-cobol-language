       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODO-TREINO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARCA-TREINO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MTST.

       DATA DIVISION.
       FILE SECTION.
      * MARCA DA BASE DE TREINAMENTO, GRAVADA PELO MONTA-TREINO NO
      * DIRETORIO TREINO/ (NUNCA EXISTE NO DIRETORIO DE PRODUCAO).
       FD  MARCA-TREINO VALUE OF FILE-ID IS "TREINO.DAT".
       01  REG-MARCA-TREINO PIC X(80).

       WORKING-STORAGE SECTION.
      * MODO DE TREINAMENTO - OS PROGRAMAS DE TELA CHAMAM NO INICIO
      * E MOSTRAM A FAIXA DEVOLVIDA NO CANTO DA PRIMEIRA LINHA DE
      * CADA TELA; OS PROGRAMAS DE CONSOLE A MOSTRAM ANTES DA
      * PRIMEIRA PERGUNTA.  O SISTEMA ESTA EM TREINAMENTO QUANDO E
      * INICIADO DE DENTRO DO DIRETORIO TREINO/ MONTADO PELO
      * MONTA-TREINO:
      * TODOS OS ARQUIVOS SAO ABERTOS PELO NOME, NO DIRETORIO
      * CORRENTE, ENTAO BASTA A MARCA TREINO.DAT ESTAR PRESENTE.  SEM
      * A MARCA A FAIXA VOLTA EM BRANCO.
       77 MTST PIC X(02).
           88 MT-OK        VALUE "00".

       LINKAGE SECTION.
       01 LK-FAIXA     PIC X(20).

       PROCEDURE DIVISION USING LK-FAIXA.
       INICIO.
           MOVE SPACES TO LK-FAIXA
           OPEN INPUT MARCA-TREINO
           IF MT-OK
               MOVE "*** TREINAMENTO ***" TO LK-FAIXA
               CLOSE MARCA-TREINO
           END-IF
           GOBACK.

       END PROGRAM MODO-TREINO.
