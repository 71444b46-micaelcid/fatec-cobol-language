       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JNST.

           SELECT AGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS EX-CHAVE
               ALTERNATE RECORD KEY IS EX-CONTA WITH DUPLICATES.

           SELECT CLIENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CL-CPF.

           SELECT CAIXAMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CX-CHAVE.

           SELECT TESCOFRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS TC-AGENCIA.

           SELECT TESMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS TM-CHAVE.

           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS AP-CHAVE.

           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS EM-CHAVE.

           SELECT PRODUTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CODIG-P
               ALTERNATE RECORD KEY IS COD-FORNEC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS WITH DUPLICATES.

           SELECT MOVIMENTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS MV-CHAVE.

           SELECT VENDAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS VD-CHAVE.

           SELECT LOTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS LT-CHAVE.

           SELECT SALDOLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS SL-CHAVE.

           SELECT CCF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CF-CPF OF REG-CCF.

           SELECT SCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS SR-CPF.

           SELECT NEGATIV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS NG-CHAVE.

           SELECT SEQCONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS SQ-CHAVE.

           SELECT CHQDEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS QD-CHAVE.

           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS BJ-CHAVE.

           SELECT SAQAGEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS SG-CHAVE.

           SELECT CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CQ-CHAVE.

           SELECT IOF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS IO-ANOMES.

           SELECT IRRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS IR-ANOMES.

           SELECT CARTAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-CONTA WITH DUPLICATES.

           SELECT ARRECAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS AR-CHAVE.

           SELECT ARRCRED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS AC-CHAVE.

           SELECT REMESSA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS RM-CHAVE.

           SELECT CRDPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CP-CHAVE.

           SELECT CRDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CJ-CPF.

           SELECT CUPSEQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CS-CHAVE.

           SELECT RECCART ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS RC-CHAVE.

           SELECT TURNO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS TN-CHAVE.

           SELECT FIDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS FC-CPF.

           SELECT FIDMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS FM-CHAVE.

           SELECT VENDCOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS VC-CHAVE.

           SELECT COMPFUN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS CF-CHAVE OF REG-COMPFUN.

           SELECT RESERVAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS JBST
               RECORD KEY IS RV-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "JORNAL.DAT".

       COPY jornal.

       FD  AGENCIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD  EXTRATO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD  CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CLIENTE.DAT".

       COPY cliente.

       FD  CAIXAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAIXAMOV.DAT".

       COPY caixamov.

       FD  TESCOFRE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TESCOFRE.DAT".

       COPY tescofre.

       FD  TESMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TESMOV.DAT".

       COPY tesmov.

       FD  APLICACAO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APLICACAO.DAT".

       COPY aplicacao.

       FD  EMPRESTIMO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD  PRODUTOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  MOVIMENTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVIMENT.DAT".

       COPY movimentos.

       FD  VENDAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDAS.DAT".

       COPY vendas.

       FD  LOTES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOTES.DAT".

       COPY lotes.

       FD  SALDOLOC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOLOC.DAT".

       COPY saldoloc.

       FD  CCF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CCF.DAT".

       COPY ccf.

       FD  SCORE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SCORE.DAT".

       COPY score.

       FD  NEGATIV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NEGATIV.DAT".

       COPY negativ.

       FD  SEQCONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SEQCONTA.DAT".

       COPY seqconta.

       FD  CHQDEP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHQDEP.DAT".

       COPY chqdep.

       FD  BLOQJUD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

       COPY bloqjud.

       FD  SAQAGEND LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SAQAGEND.DAT".

       COPY saqagend.

       FD  CHEQUES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHEQUES.DAT".

       COPY cheques.

       FD  IOF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "IOF.DAT".

       COPY iof.

       FD  IRRF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "IRRF.DAT".

       COPY ir.

       FD  CARTAO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARTAO.DAT".

       COPY cartao.

       FD  ARRECAD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARRECAD.DAT".

       COPY arrecad.

       FD  ARRCRED LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARRCRED.DAT".

       COPY arrcred.

       FD  REMESSA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMESSA.DAT".

       COPY remessa.

       FD  CRDPARC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CRDPARC.DAT".

       COPY crdparc.

       FD  CRDCLI LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CRDCLI.DAT".

       COPY crdcli.

       FD  CUPSEQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CUPSEQ.DAT".
       01  REG-CUPSEQ.
           02 CS-CHAVE        PIC 9(1).
           02 CS-ULTIMO-CUPOM PIC 9(6).

       FD  RECCART LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RECCART.DAT".

       COPY reccart.

       FD  TURNO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TURNO.DAT".

       COPY turno.

       FD  FIDCLI LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FIDCLI.DAT".

       COPY fidcli.

       FD  FIDMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FIDMOV.DAT".

       COPY fidmov.

       FD  VENDCOM LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDCOM.DAT".

       COPY vendcom.

       FD  COMPFUN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPFUN.DAT".

       COPY compfun.

       FD  RESERVAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".

       COPY reservas.

       WORKING-STORAGE SECTION.
      * JORNAL DE ATUALIZACOES - CHAMADO PELO BANCOPEL E PELO INDICE
      * EM VOLTA DE CADA WRITE/REWRITE/DELETE NOS ARQUIVOS MESTRES:
      *   "I" INICIO DA SESSAO (NOME DO PROGRAMA NO 2O PARAMETRO);
      *   "A" ANTES DA ATUALIZACAO, COM A AREA DO REGISTRO (A CHAVE
      *       JA MONTADA) - LE NO DISCO A IMAGEM ANTERIOR;
      *   "W"/"R"/"D" DEPOIS DA ATUALIZACAO, COM A AREA E O FILE
      *       STATUS - SO GRAVA A LINHA SE A ATUALIZACAO PASSOU;
      *   "F" FIM DA TRANSACAO (NA GRAVACAO DA AUDITORIA E NA SAIDA
      *       NORMAL DO PROGRAMA).
      * ROTINAS COMUNS (RESGATE-AUTOMATICO) TAMBEM CHAMAM; FORA DE
      * UMA SESSAO DE TELA A CHAMADA E IGNORADA.
      * O JORNAL.DAT E ABERTO E FECHADO A CADA LINHA, COMO O
      * AUDITORIA.DAT, PARA O BACKUP-DIARIO PODER VIRA-LO.  FALHA NO
      * JORNAL NUNCA SEGURA A OPERACAO DO GUICHE.
       77 JNST PIC X(02).
           88 JN-OK        VALUE "00".
       77 JBST PIC X(02).
           88 JB-OK        VALUE "00" "02".
           88 JB-NAO-EXISTE VALUE "23" "35".

       01 WS-SESSAO.
           02 WS-SS-PROGRAMA   PIC X(8) VALUE SPACES.
           02 WS-SS-INICIO     PIC 9(16) VALUE ZEROS.
       77 WS-TRANSACAO     PIC 9(6) VALUE 1.
       77 WS-TRANS-ABERTA  PIC X(1) VALUE 'N'.
       77 WS-TAMANHO       PIC 9(3) VALUE ZEROS.

      * IMAGEM ANTERIOR LIDA NA CHAMADA "A", A ESPERA DA GRAVACAO.
       77 WS-PEND-ARQUIVO  PIC X(10) VALUE SPACES.
       77 WS-PEND-SITUACAO PIC X(1) VALUE SPACE.
       77 WS-PEND-ANTES    PIC X(220) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-FUNCAO    PIC X(1).
       01 LK-ARQUIVO   PIC X(10).
       01 LK-REGISTRO  PIC X(220).
       01 LK-STATUS    PIC X(2).

       PROCEDURE DIVISION USING LK-FUNCAO LK-ARQUIVO LK-REGISTRO
           LK-STATUS.
       INICIO.
      *    SEM SESSAO ABERTA (ROTINA COMUM CHAMADA PELO BATCH) NAO HA
      *    JORNAL: SO OS PROGRAMAS DE TELA ABREM SESSAO.
           IF WS-SS-PROGRAMA = SPACES AND LK-FUNCAO NOT = "I"
               GOBACK
           END-IF
           EVALUATE LK-FUNCAO
               WHEN "I"
                   PERFORM ABRE-SESSAO
               WHEN "A"
                   PERFORM LE-ANTES THRU FIM-LE-ANTES
               WHEN "W"
               WHEN "R"
               WHEN "D"
                   PERFORM GRAVA-IMAGEM THRU FIM-GRAVA-IMAGEM
               WHEN "F"
                   PERFORM FECHA-TRANSACAO
           END-EVALUATE
           GOBACK.

       ABRE-SESSAO.
           MOVE LK-ARQUIVO(1:8) TO WS-SS-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-SS-INICIO
           MOVE 1 TO WS-TRANSACAO
           MOVE 'N' TO WS-TRANS-ABERTA
           MOVE SPACES TO WS-PEND-ARQUIVO.

       ACHA-TAMANHO.
           EVALUATE LK-ARQUIVO
               WHEN "AGENCIA"
                   MOVE 208 TO WS-TAMANHO
               WHEN "EXTRATO"
                   MOVE 77 TO WS-TAMANHO
               WHEN "CLIENTE"
                   MOVE 213 TO WS-TAMANHO
               WHEN "CAIXAMOV"
                   MOVE 37 TO WS-TAMANHO
               WHEN "TESCOFRE"
                   MOVE 84 TO WS-TAMANHO
               WHEN "TESMOV"
                   MOVE 98 TO WS-TAMANHO
               WHEN "APLICACAO"
                   MOVE 47 TO WS-TAMANHO
               WHEN "EMPRESTIMO"
                   MOVE 62 TO WS-TAMANHO
               WHEN "PRODUTOS"
                   MOVE 106 TO WS-TAMANHO
               WHEN "MOVIMENT"
                   MOVE 69 TO WS-TAMANHO
               WHEN "VENDAS"
                   MOVE 114 TO WS-TAMANHO
               WHEN "LOTES"
                   MOVE 29 TO WS-TAMANHO
               WHEN "SALDOLOC"
                   MOVE 13 TO WS-TAMANHO
               WHEN "CCF"
                   MOVE 63 TO WS-TAMANHO
               WHEN "SCORE"
                   MOVE 55 TO WS-TAMANHO
               WHEN "NEGATIV"
                   MOVE 112 TO WS-TAMANHO
               WHEN "SEQCONTA"
                   MOVE 7 TO WS-TAMANHO
               WHEN "CHQDEP"
                   MOVE 56 TO WS-TAMANHO
               WHEN "BLOQJUD"
                   MOVE 54 TO WS-TAMANHO
               WHEN "SAQAGEND"
                   MOVE 57 TO WS-TAMANHO
               WHEN "CHEQUES"
                   MOVE 40 TO WS-TAMANHO
               WHEN "IOF"
                   MOVE 23 TO WS-TAMANHO
               WHEN "IRRF"
                   MOVE 23 TO WS-TAMANHO
               WHEN "CARTAO"
                   MOVE 59 TO WS-TAMANHO
               WHEN "ARRECAD"
                   MOVE 40 TO WS-TAMANHO
               WHEN "ARRCRED"
                   MOVE 63 TO WS-TAMANHO
               WHEN "REMESSA"
                   MOVE 94 TO WS-TAMANHO
               WHEN "CRDPARC"
                   MOVE 60 TO WS-TAMANHO
               WHEN "CRDCLI"
                   MOVE 50 TO WS-TAMANHO
               WHEN "CUPSEQ"
                   MOVE 7 TO WS-TAMANHO
               WHEN "RECCART"
                   MOVE 53 TO WS-TAMANHO
               WHEN "TURNO"
                   MOVE 99 TO WS-TAMANHO
               WHEN "FIDCLI"
                   MOVE 61 TO WS-TAMANHO
               WHEN "FIDMOV"
                   MOVE 57 TO WS-TAMANHO
               WHEN "VENDCOM"
                   MOVE 48 TO WS-TAMANHO
               WHEN "COMPFUN"
                   MOVE 55 TO WS-TAMANHO
               WHEN "RESERVAS"
                   MOVE 54 TO WS-TAMANHO
               WHEN OTHER
                   MOVE ZEROS TO WS-TAMANHO
           END-EVALUATE.

       LE-ANTES.
           MOVE SPACES TO WS-PEND-ARQUIVO WS-PEND-ANTES
           PERFORM ACHA-TAMANHO
           IF WS-TAMANHO = ZEROS
               GO FIM-LE-ANTES
           END-IF
           MOVE LK-ARQUIVO TO WS-PEND-ARQUIVO
           MOVE 'I' TO WS-PEND-SITUACAO
           EVALUATE LK-ARQUIVO
               WHEN "AGENCIA"
                   PERFORM ANTES-AGENCIA
               WHEN "EXTRATO"
                   PERFORM ANTES-EXTRATO
               WHEN "CLIENTE"
                   PERFORM ANTES-CLIENTE
               WHEN "CAIXAMOV"
                   PERFORM ANTES-CAIXAMOV
               WHEN "TESCOFRE"
                   PERFORM ANTES-TESCOFRE
               WHEN "TESMOV"
                   PERFORM ANTES-TESMOV
               WHEN "APLICACAO"
                   PERFORM ANTES-APLICACAO
               WHEN "EMPRESTIMO"
                   PERFORM ANTES-EMPRESTIMO
               WHEN "PRODUTOS"
                   PERFORM ANTES-PRODUTOS
               WHEN "MOVIMENT"
                   PERFORM ANTES-MOVIMENTO
               WHEN "VENDAS"
                   PERFORM ANTES-VENDAS
               WHEN "LOTES"
                   PERFORM ANTES-LOTES
               WHEN "SALDOLOC"
                   PERFORM ANTES-SALDOLOC
               WHEN "CCF"
                   PERFORM ANTES-CCF
               WHEN "SCORE"
                   PERFORM ANTES-SCORE
               WHEN "NEGATIV"
                   PERFORM ANTES-NEGATIV
               WHEN "SEQCONTA"
                   PERFORM ANTES-SEQCONTA
               WHEN "CHQDEP"
                   PERFORM ANTES-CHQDEP
               WHEN "BLOQJUD"
                   PERFORM ANTES-BLOQJUD
               WHEN "SAQAGEND"
                   PERFORM ANTES-SAQAGEND
               WHEN "CHEQUES"
                   PERFORM ANTES-CHEQUES
               WHEN "IOF"
                   PERFORM ANTES-IOF
               WHEN "IRRF"
                   PERFORM ANTES-IRRF
               WHEN "CARTAO"
                   PERFORM ANTES-CARTAO
               WHEN "ARRECAD"
                   PERFORM ANTES-ARRECAD
               WHEN "ARRCRED"
                   PERFORM ANTES-ARRCRED
               WHEN "REMESSA"
                   PERFORM ANTES-REMESSA
               WHEN "CRDPARC"
                   PERFORM ANTES-CRDPARC
               WHEN "CRDCLI"
                   PERFORM ANTES-CRDCLI
               WHEN "CUPSEQ"
                   PERFORM ANTES-CUPSEQ
               WHEN "RECCART"
                   PERFORM ANTES-RECCART
               WHEN "TURNO"
                   PERFORM ANTES-TURNO
               WHEN "FIDCLI"
                   PERFORM ANTES-FIDCLI
               WHEN "FIDMOV"
                   PERFORM ANTES-FIDMOV
               WHEN "VENDCOM"
                   PERFORM ANTES-VENDCOM
               WHEN "COMPFUN"
                   PERFORM ANTES-COMPFUN
               WHEN "RESERVAS"
                   PERFORM ANTES-RESERVAS
           END-EVALUATE.
       FIM-LE-ANTES.
           EXIT.

      * SITUACAO DA IMAGEM ANTERIOR PELO STATUS DA ABERTURA/LEITURA.
       SITUACAO-ANTES.
           EVALUATE TRUE
               WHEN JB-OK
                   MOVE 'S' TO WS-PEND-SITUACAO
               WHEN JB-NAO-EXISTE
                   MOVE 'N' TO WS-PEND-SITUACAO
               WHEN OTHER
                   MOVE 'I' TO WS-PEND-SITUACAO
           END-EVALUATE.

       ANTES-AGENCIA.
           MOVE LK-REGISTRO(1:208) TO CADASTRO-REGISTRO
           OPEN INPUT AGENCIA
           IF JB-OK
               READ AGENCIA
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE CADASTRO-REGISTRO TO WS-PEND-ANTES
               END-IF
               CLOSE AGENCIA
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-EXTRATO.
           MOVE LK-REGISTRO(1:77) TO REG-EXTRATO
           OPEN INPUT EXTRATO
           IF JB-OK
               READ EXTRATO
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-EXTRATO TO WS-PEND-ANTES
               END-IF
               CLOSE EXTRATO
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CLIENTE.
           MOVE LK-REGISTRO(1:213) TO REG-CLIENTE
           OPEN INPUT CLIENTE
           IF JB-OK
               READ CLIENTE
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CLIENTE TO WS-PEND-ANTES
               END-IF
               CLOSE CLIENTE
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CAIXAMOV.
           MOVE LK-REGISTRO(1:37) TO REG-CAIXAMOV
           OPEN INPUT CAIXAMOV
           IF JB-OK
               READ CAIXAMOV
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CAIXAMOV TO WS-PEND-ANTES
               END-IF
               CLOSE CAIXAMOV
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-TESCOFRE.
           MOVE LK-REGISTRO(1:84) TO REG-TESCOFRE
           OPEN INPUT TESCOFRE
           IF JB-OK
               READ TESCOFRE
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-TESCOFRE TO WS-PEND-ANTES
               END-IF
               CLOSE TESCOFRE
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-TESMOV.
           MOVE LK-REGISTRO(1:98) TO REG-TESMOV
           OPEN INPUT TESMOV
           IF JB-OK
               READ TESMOV
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-TESMOV TO WS-PEND-ANTES
               END-IF
               CLOSE TESMOV
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-APLICACAO.
           MOVE LK-REGISTRO(1:47) TO REG-APLICACAO
           OPEN INPUT APLICACAO
           IF JB-OK
               READ APLICACAO
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-APLICACAO TO WS-PEND-ANTES
               END-IF
               CLOSE APLICACAO
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-EMPRESTIMO.
           MOVE LK-REGISTRO(1:62) TO REG-EMPRESTIMO
           OPEN INPUT EMPRESTIMO
           IF JB-OK
               READ EMPRESTIMO
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-EMPRESTIMO TO WS-PEND-ANTES
               END-IF
               CLOSE EMPRESTIMO
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-PRODUTOS.
           MOVE LK-REGISTRO(1:106) TO REG-PROD
           OPEN INPUT PRODUTOS
           IF JB-OK
               READ PRODUTOS
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-PROD TO WS-PEND-ANTES
               END-IF
               CLOSE PRODUTOS
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-MOVIMENTO.
           MOVE LK-REGISTRO(1:69) TO REG-MOVIMENTO
           OPEN INPUT MOVIMENTO
           IF JB-OK
               READ MOVIMENTO
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-MOVIMENTO TO WS-PEND-ANTES
               END-IF
               CLOSE MOVIMENTO
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-VENDAS.
           MOVE LK-REGISTRO(1:114) TO REG-VENDA-DIA
           OPEN INPUT VENDAS
           IF JB-OK
               READ VENDAS
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-VENDA-DIA TO WS-PEND-ANTES
               END-IF
               CLOSE VENDAS
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-LOTES.
           MOVE LK-REGISTRO(1:29) TO REG-LOTE
           OPEN INPUT LOTES
           IF JB-OK
               READ LOTES
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-LOTE TO WS-PEND-ANTES
               END-IF
               CLOSE LOTES
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-SALDOLOC.
           MOVE LK-REGISTRO(1:13) TO REG-SALDO-LOC
           OPEN INPUT SALDOLOC
           IF JB-OK
               READ SALDOLOC
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-SALDO-LOC TO WS-PEND-ANTES
               END-IF
               CLOSE SALDOLOC
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CCF.
           MOVE LK-REGISTRO(1:63) TO REG-CCF
           OPEN INPUT CCF
           IF JB-OK
               READ CCF
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CCF TO WS-PEND-ANTES
               END-IF
               CLOSE CCF
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-SCORE.
           MOVE LK-REGISTRO(1:55) TO REG-SCORE
           OPEN INPUT SCORE
           IF JB-OK
               READ SCORE
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-SCORE TO WS-PEND-ANTES
               END-IF
               CLOSE SCORE
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-NEGATIV.
           MOVE LK-REGISTRO(1:112) TO REG-NEGATIV
           OPEN INPUT NEGATIV
           IF JB-OK
               READ NEGATIV
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-NEGATIV TO WS-PEND-ANTES
               END-IF
               CLOSE NEGATIV
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-SEQCONTA.
           MOVE LK-REGISTRO(1:7) TO REG-SEQCONTA
           OPEN INPUT SEQCONTA
           IF JB-OK
               READ SEQCONTA
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-SEQCONTA TO WS-PEND-ANTES
               END-IF
               CLOSE SEQCONTA
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CHQDEP.
           MOVE LK-REGISTRO(1:56) TO REG-CHQDEP
           OPEN INPUT CHQDEP
           IF JB-OK
               READ CHQDEP
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CHQDEP TO WS-PEND-ANTES
               END-IF
               CLOSE CHQDEP
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-BLOQJUD.
           MOVE LK-REGISTRO(1:54) TO REG-BLOQJUD
           OPEN INPUT BLOQJUD
           IF JB-OK
               READ BLOQJUD
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-BLOQJUD TO WS-PEND-ANTES
               END-IF
               CLOSE BLOQJUD
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-SAQAGEND.
           MOVE LK-REGISTRO(1:57) TO REG-SAQAGEND
           OPEN INPUT SAQAGEND
           IF JB-OK
               READ SAQAGEND
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-SAQAGEND TO WS-PEND-ANTES
               END-IF
               CLOSE SAQAGEND
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CHEQUES.
           MOVE LK-REGISTRO(1:40) TO REG-CHEQUE
           OPEN INPUT CHEQUES
           IF JB-OK
               READ CHEQUES
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CHEQUE TO WS-PEND-ANTES
               END-IF
               CLOSE CHEQUES
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-IOF.
           MOVE LK-REGISTRO(1:23) TO REG-IOF
           OPEN INPUT IOF
           IF JB-OK
               READ IOF
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-IOF TO WS-PEND-ANTES
               END-IF
               CLOSE IOF
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-IRRF.
           MOVE LK-REGISTRO(1:23) TO REG-IR
           OPEN INPUT IRRF
           IF JB-OK
               READ IRRF
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-IR TO WS-PEND-ANTES
               END-IF
               CLOSE IRRF
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CARTAO.
           MOVE LK-REGISTRO(1:59) TO REG-CARTAO
           OPEN INPUT CARTAO
           IF JB-OK
               READ CARTAO
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CARTAO TO WS-PEND-ANTES
               END-IF
               CLOSE CARTAO
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-ARRECAD.
           MOVE LK-REGISTRO(1:40) TO REG-ARRECAD
           OPEN INPUT ARRECAD
           IF JB-OK
               READ ARRECAD
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-ARRECAD TO WS-PEND-ANTES
               END-IF
               CLOSE ARRECAD
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-ARRCRED.
           MOVE LK-REGISTRO(1:63) TO REG-ARRCRED
           OPEN INPUT ARRCRED
           IF JB-OK
               READ ARRCRED
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-ARRCRED TO WS-PEND-ANTES
               END-IF
               CLOSE ARRCRED
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-REMESSA.
           MOVE LK-REGISTRO(1:94) TO REG-REMESSA
           OPEN INPUT REMESSA
           IF JB-OK
               READ REMESSA
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-REMESSA TO WS-PEND-ANTES
               END-IF
               CLOSE REMESSA
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CRDPARC.
           MOVE LK-REGISTRO(1:60) TO REG-CRDPARC
           OPEN INPUT CRDPARC
           IF JB-OK
               READ CRDPARC
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CRDPARC TO WS-PEND-ANTES
               END-IF
               CLOSE CRDPARC
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CRDCLI.
           MOVE LK-REGISTRO(1:50) TO REG-CRDCLI
           OPEN INPUT CRDCLI
           IF JB-OK
               READ CRDCLI
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CRDCLI TO WS-PEND-ANTES
               END-IF
               CLOSE CRDCLI
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-CUPSEQ.
           MOVE LK-REGISTRO(1:7) TO REG-CUPSEQ
           OPEN INPUT CUPSEQ
           IF JB-OK
               READ CUPSEQ
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-CUPSEQ TO WS-PEND-ANTES
               END-IF
               CLOSE CUPSEQ
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-RECCART.
           MOVE LK-REGISTRO(1:53) TO REG-RECCART
           OPEN INPUT RECCART
           IF JB-OK
               READ RECCART
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-RECCART TO WS-PEND-ANTES
               END-IF
               CLOSE RECCART
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-TURNO.
           MOVE LK-REGISTRO(1:99) TO REG-TURNO
           OPEN INPUT TURNO
           IF JB-OK
               READ TURNO
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-TURNO TO WS-PEND-ANTES
               END-IF
               CLOSE TURNO
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-FIDCLI.
           MOVE LK-REGISTRO(1:61) TO REG-FIDCLI
           OPEN INPUT FIDCLI
           IF JB-OK
               READ FIDCLI
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-FIDCLI TO WS-PEND-ANTES
               END-IF
               CLOSE FIDCLI
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-FIDMOV.
           MOVE LK-REGISTRO(1:57) TO REG-FIDMOV
           OPEN INPUT FIDMOV
           IF JB-OK
               READ FIDMOV
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-FIDMOV TO WS-PEND-ANTES
               END-IF
               CLOSE FIDMOV
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-VENDCOM.
           MOVE LK-REGISTRO(1:48) TO REG-VENDCOM
           OPEN INPUT VENDCOM
           IF JB-OK
               READ VENDCOM
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-VENDCOM TO WS-PEND-ANTES
               END-IF
               CLOSE VENDCOM
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-COMPFUN.
           MOVE LK-REGISTRO(1:55) TO REG-COMPFUN
           OPEN INPUT COMPFUN
           IF JB-OK
               READ COMPFUN
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-COMPFUN TO WS-PEND-ANTES
               END-IF
               CLOSE COMPFUN
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       ANTES-RESERVAS.
           MOVE LK-REGISTRO(1:54) TO REG-RESERVA
           OPEN INPUT RESERVAS
           IF JB-OK
               READ RESERVAS
               PERFORM SITUACAO-ANTES
               IF JB-OK
                   MOVE REG-RESERVA TO WS-PEND-ANTES
               END-IF
               CLOSE RESERVAS
           ELSE
               PERFORM SITUACAO-ANTES
           END-IF.

       GRAVA-IMAGEM.
           IF LK-STATUS(1:1) NOT = "0"
               MOVE SPACES TO WS-PEND-ARQUIVO
               GO FIM-GRAVA-IMAGEM
           END-IF
           PERFORM ACHA-TAMANHO
           IF WS-TAMANHO = ZEROS
               GO FIM-GRAVA-IMAGEM
           END-IF
           MOVE SPACES TO REG-JORNAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO JN-DATAHORA
           MOVE WS-SESSAO TO JN-SESSAO
           MOVE WS-TRANSACAO TO JN-TRANSACAO
           MOVE LK-FUNCAO TO JN-TIPO
           MOVE LK-ARQUIVO TO JN-ARQUIVO
           MOVE WS-TAMANHO TO JN-TAMANHO
           IF WS-PEND-ARQUIVO = LK-ARQUIVO
               MOVE WS-PEND-SITUACAO TO JN-TEM-ANTES
               MOVE WS-PEND-ANTES TO JN-ANTES
           ELSE
               SET JN-ANTES-INDISP TO TRUE
           END-IF
           MOVE LK-REGISTRO(1:WS-TAMANHO) TO JN-DEPOIS
           PERFORM ESCREVE-JORNAL
           MOVE 'S' TO WS-TRANS-ABERTA
           MOVE SPACES TO WS-PEND-ARQUIVO.
       FIM-GRAVA-IMAGEM.
           EXIT.

      * FECHA A TRANSACAO ABERTA; SEM ATUALIZACAO DESDE A ULTIMA
      * AUDITORIA NAO HA O QUE FECHAR.
       FECHA-TRANSACAO.
           IF WS-TRANS-ABERTA = 'S'
               MOVE SPACES TO REG-JORNAL
               MOVE FUNCTION CURRENT-DATE(1:16) TO JN-DATAHORA
               MOVE WS-SESSAO TO JN-SESSAO
               MOVE WS-TRANSACAO TO JN-TRANSACAO
               SET JN-FIM-TRANS TO TRUE
               MOVE ZEROS TO JN-TAMANHO
               PERFORM ESCREVE-JORNAL
               ADD 1 TO WS-TRANSACAO
               MOVE 'N' TO WS-TRANS-ABERTA
           END-IF.

       ESCREVE-JORNAL.
           OPEN EXTEND JORNAL
           IF NOT JN-OK
               CLOSE JORNAL
               OPEN OUTPUT JORNAL
           END-IF
           IF JN-OK
               WRITE REG-JORNAL
               CLOSE JORNAL
           END-IF.

       END PROGRAM JORNAL.
