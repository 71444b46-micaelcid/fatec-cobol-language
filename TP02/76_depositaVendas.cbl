               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT CONTAREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFXREF
               RECORD KEY IS XR-CONTA-ANTIGA.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REP-OK.

           SELECT RECCART ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RC-CHAVE
               FILE STATUS RCST.

           SELECT TURNO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TN-CHAVE
               FILE STATUS TNST.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC

       COPY cadastro.

       FD CONTAREF VALUE OF FILE-ID IS "CONTAREF.DAT".

       COPY contaref.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.
       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(90).

       FD  RECCART LABEL RECORD STANDARD
           DATA RECORD IS REG-RECCART
           VALUE OF FILE-ID IS "RECCART.DAT".

       COPY reccart.

       FD  TURNO LABEL RECORD STANDARD
           DATA RECORD IS REG-TURNO
           VALUE OF FILE-ID IS "TURNO.DAT".

       COPY turno.

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".
      * RODAR DE NOVO O MESMO DIA NAO POSTA DUAS VEZES.  O BOLETIM DE
      * CONFERENCIA (BRUTA / A PRAZO / DEPOSITADO) SAI DATADO E
      * CATALOGADO.
      * CARTAO NAO E DINHEIRO: OS RECEBIVEIS DO DIA (RECCART.DAT) SAEM
      * DO DEPOSITO E SO SAO LISTADOS NO BOLETIM, E A DIFERENCA DE
      * CAIXA DOS TURNOS FECHADOS (TURNO.DAT) ENTRA - O BANCO RECEBE
      * O DINHEIRO CONTADO NA GAVETA, NAO O CALCULADO.
       77 VDST PIC X(02).
           88 VD-OK        VALUE "00".
           88 VD-EMPTY     VALUE "35".
           88 FC-OK        VALUE "00".
       77 REP-OK PIC X(02).
       77 CRST PIC X(02).
       77 RCST PIC X(02).
           88 RC-OK        VALUE "00".
           88 RC-OTHER     VALUE "99".
       77 TNST PIC X(02).
           88 TN-OK        VALUE "00".
           88 TN-OTHER     VALUE "99".

       01 FS-SDATA.
           05 SDATADMA.
       77 WS-RECEITA-BRUTA PIC 9(9)V99 VALUE ZEROS.
       77 WS-RECEITA-PRAZO PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-DINHEIRO PIC 9(9)V99 VALUE ZEROS.
       77 WS-RECEITA-CARTAO PIC 9(9)V99 VALUE ZEROS.
       77 WS-QT-CARTOES    PIC 9(5) VALUE ZEROS.
       77 WS-DIF-TURNOS    PIC S9(9)V99 VALUE ZEROS.
       77 WS-QT-TURNOS     PIC 9(3) VALUE ZEROS.
       77 WS-QT-ABERTOS    PIC 9(3) VALUE ZEROS.
       77 WS-CALC-DINHEIRO PIC S9(9)V99 VALUE ZEROS.
       77 WS-DIF-ED        PIC -(8)9.99.
       77 WS-RC-VALOR-ED   PIC Z(6)9.99.
       77 WS-VALOR-CREDITO PIC 9(7)V99 VALUE ZEROS.
       77 WS-DOC-ATUAL     PIC 9(9) VALUE ZEROS.
       77 WS-SEQ-EXTRATO   PIC 9(4) VALUE ZEROS.
       77 WS-AUD-CHAVE PIC X(20) VALUE SPACES.
       77 WS-AUD-DESC  PIC X(40) VALUE SPACES.

      * CONTA QUE MUDOU DE AGENCIA GANHOU NUMERO NOVO; O ANTIGO SO E
      * PROCURADO NA REFERENCIA CRUZADA (CONTAREF.DAT) QUANDO NAO
      * EXISTE MAIS, SEGUINDO A CADEIA ATE O NUMERO ATUAL.
       77 FFXREF PIC 9(02).
           88 FXR-OK       VALUE 00.
       77 WS-XR-CONTA  PIC 9(5) VALUE ZEROS.
       77 WS-XR-ACHOU  PIC X VALUE 'N'.
       77 WS-XR-SALTOS PIC 99 VALUE ZEROS.
       77 WS-XR-ABERTO PIC X VALUE 'N'.

       77 WS-LOJA-OK   PIC X VALUE 'S'.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM BUSCA-DATA-MOVTO
           END-START
           PERFORM SOMA-UM-PRODUTO UNTIL VD-OTHER
           CLOSE VENDAS
           PERFORM SOMA-CARTOES-DIA
           PERFORM SOMA-TURNOS-DIA
           COMPUTE WS-CALC-DINHEIRO = WS-RECEITA-BRUTA
               - WS-RECEITA-PRAZO - WS-RECEITA-CARTAO + WS-DIF-TURNOS
           IF WS-CALC-DINHEIRO < ZEROS
               MOVE ZEROS TO WS-CALC-DINHEIRO
           END-IF
           MOVE WS-CALC-DINHEIRO TO WS-VALOR-DINHEIRO
           IF WS-QT-ABERTOS > 0
               DISPLAY WS-QT-ABERTOS " TURNO(S) DE CAIXA AINDA "
                   "ABERTO(S) EM " WS-DATA-MOVTO
                   " - DINHEIRO PELO CALCULADO"
           END-IF.
       FIM-SOMA-VENDAS.
           EXIT.

               END-IF
           END-IF.

      * RECEBIVEIS DE CARTAO DOS CUPONS DO DIA - FICAM NA ADQUIRENTE.
       SOMA-CARTOES-DIA.
           OPEN INPUT RECCART
           IF NOT RC-OK
               GO FIM-SOMA-CARTOES
           END-IF
           PERFORM POSICIONA-RECCART
           PERFORM SOMA-UM-CARTAO UNTIL RC-OTHER
           CLOSE RECCART.
       FIM-SOMA-CARTOES.
           EXIT.

       POSICIONA-RECCART.
           MOVE WS-DATA-MOVTO TO RC-DATA
           MOVE ZEROS TO RC-CUPOM RC-SEQ
           START RECCART KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   SET RC-OTHER TO TRUE
           END-START.

       SOMA-UM-CARTAO.
           READ RECCART NEXT RECORD
               AT END
                   SET RC-OTHER TO TRUE
           END-READ
           IF RC-OK
               IF RC-DATA NOT = WS-DATA-MOVTO
                   SET RC-OTHER TO TRUE
               ELSE
                   ADD 1 TO WS-QT-CARTOES
                   ADD RC-VALOR TO WS-RECEITA-CARTAO
               END-IF
           END-IF.

      * TURNOS DE CAIXA DO DIA: SOBRA E FALTA DOS FECHADOS AJUSTAM O
      * DEPOSITO; OS AINDA ABERTOS SO SAO CONTADOS PARA O AVISO.
       SOMA-TURNOS-DIA.
           OPEN INPUT TURNO
           IF NOT TN-OK
               GO FIM-SOMA-TURNOS
           END-IF
           MOVE WS-DATA-MOVTO TO TN-DATA
           MOVE SPACES TO TN-OPERADOR
           MOVE ZEROS TO TN-SEQ
           START TURNO KEY IS NOT LESS THAN TN-CHAVE
               INVALID KEY
                   SET TN-OTHER TO TRUE
           END-START
           PERFORM SOMA-UM-TURNO UNTIL TN-OTHER
           CLOSE TURNO.
       FIM-SOMA-TURNOS.
           EXIT.

       SOMA-UM-TURNO.
           READ TURNO NEXT RECORD
               AT END
                   SET TN-OTHER TO TRUE
           END-READ
           IF TN-OK
               IF TN-DATA NOT = WS-DATA-MOVTO
                   SET TN-OTHER TO TRUE
               ELSE
                   ADD 1 TO WS-QT-TURNOS
                   IF TN-FECHADO
                       ADD TN-DIFERENCA TO WS-DIF-TURNOS
                   ELSE
                       ADD 1 TO WS-QT-ABERTOS
                   END-IF
               END-IF
           END-IF.

      * CREDITA A CONTA DA LOJA PELO TRILHO NORMAL E DEIXA O RASTRO:
      * EXTRATO 'DL', COMPROVANTE, AUDITORIA, CONTROLE E BOLETIM.
       POSTA-DEPOSITO.
           MOVE WS-CONTA-LOJA TO CD-CONTA
           READ CAD
               INVALID KEY
                   PERFORM LOCALIZA-CONTA-LOJA
           END-READ
           IF WS-LOJA-OK = 'N'
               DISPLAY "CONTA DA LOJA " WS-CONTA-LOJA
                   " NAO EXISTE EM AGENCIA.DAT"
               CLOSE CAD
               GO END-POSTA-DEPOSITO
           END-IF
           IF NOT CONTA-ATIVA
               DISPLAY "CONTA DA LOJA NAO ESTA ATIVA - DEPOSITO "
                   "RETIDO"
               "CONTA " WS-CONTA-LOJA " - R$ " WS-VALOR-DINHEIRO.
       END-POSTA-DEPOSITO.

      * PM-CONTA-LOJA FICOU COM O NUMERO DE ANTES DA MUDANCA DE
      * AGENCIA: O DEPOSITO VAI PARA O NUMERO ATUAL E O AVISO PEDE A
      * TROCA DO PARAMETRO PELA PROPOSTA DE PARAMETROS.
       LOCALIZA-CONTA-LOJA.
           MOVE 'N' TO WS-LOJA-OK
           OPEN INPUT CONTAREF
           IF FXR-OK
               MOVE 'S' TO WS-XR-ABERTO
           END-IF
           MOVE WS-CONTA-LOJA TO WS-XR-CONTA
           PERFORM RESOLVE-CONTA-ANTIGA THRU END-RESOLVE-CONTA-ANTIGA
           IF WS-XR-ABERTO = 'S'
               CLOSE CONTAREF
               MOVE 'N' TO WS-XR-ABERTO
           END-IF
           IF WS-XR-ACHOU = 'S'
               MOVE WS-XR-CONTA TO CD-CONTA
               READ CAD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "CONTA DA LOJA " WS-CONTA-LOJA
                           " MUDOU DE AGENCIA - DEPOSITO NA CONTA "
                           CD-CONTA " (ATUALIZAR PM-CONTA-LOJA)"
                       MOVE CD-CONTA TO WS-CONTA-LOJA
                       MOVE 'S' TO WS-LOJA-OK
               END-READ
           END-IF.

      * NUMERO ANTIGO EM WS-XR-CONTA; VOLTA O NUMERO ATUAL NO MESMO
      * CAMPO E WS-XR-ACHOU = 'S' QUANDO A CONTA FOI MOVIDA.
       RESOLVE-CONTA-ANTIGA.
           MOVE 'N' TO WS-XR-ACHOU
           MOVE ZEROS TO WS-XR-SALTOS
           IF WS-XR-ABERTO NOT = 'S'
               GO END-RESOLVE-CONTA-ANTIGA
           END-IF.
       RESOLVE-CONTA-ANTIGAW.
           MOVE WS-XR-CONTA TO XR-CONTA-ANTIGA
           READ CONTAREF
               INVALID KEY
                   GO END-RESOLVE-CONTA-ANTIGA
           END-READ
           MOVE XR-CONTA-NOVA TO WS-XR-CONTA
           MOVE 'S' TO WS-XR-ACHOU
           ADD 1 TO WS-XR-SALTOS
           IF WS-XR-SALTOS < 20
               GO RESOLVE-CONTA-ANTIGAW
           END-IF.
       END-RESOLVE-CONTA-ANTIGA.

       GRAVA-EXTRATO.
           CALL "SEQ-DOCUMENTO" USING WS-DOC-ATUAL
           MOVE WS-DOC-ATUAL TO EX-DOCUMENTO
           STRING "VENDIDO A PRAZO (CREDIARIO): R$ " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-RECEITA-CARTAO TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECEBIVEIS DE CARTAO......: R$ " WS-VALOR-ED
               "  (" WS-QT-CARTOES " PARTE(S) - LISTA ABAIXO)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-DIF-TURNOS TO WS-DIF-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIFERENCA DE CAIXA TURNOS.: R$ " WS-DIF-ED
               "  (" WS-QT-TURNOS " TURNO(S))"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QT-ABERTOS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "*** " WS-QT-ABERTOS " TURNO(S) AINDA ABERTO(S)"
                   " - GAVETA NAO CONFERIDA, DINHEIRO PELO CALCULADO"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE WS-VALOR-DINHEIRO TO WS-VALOR-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DEPOSITADO EM DINHEIRO....: R$ " WS-VALOR-ED
               "  CONTA " WS-CONTA-LOJA "  DOC " EX-DOCUMENTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-QT-CARTOES > 0
               PERFORM LISTA-RECEBIVEIS THRU FIM-LISTA-RECEBIVEIS
           END-IF
           CLOSE RELATORIO.

      * RECEBIVEIS DE CARTAO DO DIA A CONCILIAR COM A ADQUIRENTE.
       LISTA-RECEBIVEIS.
           OPEN INPUT RECCART
           IF NOT RC-OK
               GO FIM-LISTA-RECEBIVEIS
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECEBIVEIS DE CARTAO (CUPOM / MOD / AUTORIZ / "
               "VALOR / PREVISTO / OPERADOR)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM POSICIONA-RECCART
           PERFORM LISTA-UM-RECEBIVEL UNTIL RC-OTHER
           CLOSE RECCART.
       FIM-LISTA-RECEBIVEIS.
           EXIT.

       LISTA-UM-RECEBIVEL.
           READ RECCART NEXT RECORD
               AT END
                   SET RC-OTHER TO TRUE
           END-READ
           IF RC-OK
               IF RC-DATA NOT = WS-DATA-MOVTO
                   SET RC-OTHER TO TRUE
               ELSE
                   MOVE RC-VALOR TO WS-RC-VALOR-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " RC-CUPOM "-" RC-SEQ "  " RC-MODALIDADE
                       "  " RC-AUTORIZACAO "  R$ " WS-RC-VALOR-ED
                       "  " RC-PREVISTO "  " RC-OPERADOR
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.

       REGISTRA-CATALOGO.
           OPEN I-O CATREL
           IF CRST = "35"
