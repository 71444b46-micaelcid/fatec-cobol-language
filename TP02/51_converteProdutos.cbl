               ALTERNATE RECORD KEY IS COD-FORNEC-V WITH DUPLICATES
               FILE STATUS PVST.

           SELECT PROD-ANTIGO2 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODIG-P-V2
               ALTERNATE RECORD KEY IS COD-FORNEC-V2 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS-V2 WITH DUPLICATES
               FILE STATUS PVST.

           SELECT PROD-ANTIGO3 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODIG-P-V3
               ALTERNATE RECORD KEY IS COD-FORNEC-V3 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS-V3 WITH DUPLICATES
               FILE STATUS PVST.

           SELECT PROD-ANTIGO4 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODIG-P-V4
               ALTERNATE RECORD KEY IS COD-FORNEC-V4 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS-V4 WITH DUPLICATES
               FILE STATUS PVST.

           SELECT PROD-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
           02 CD-BARRAS-V  PIC 9(13).
           02 PTO-RESSUP-V PIC 9(4).

      * IMAGEM INTERMEDIARIA (82 BYTES): JA COM PRECO DE VENDA,
      * SITUACAO E CHAVE DE CODIGO DE BARRAS, ANTES DOS DADOS
      * FISCAIS.
       FD  PROD-ANTIGO2 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".
       01  REG-PROD-ANTIGO2.
           02 CODIG-P-V2    PIC 9(4).
           02 FILLER        PIC X(30).
           02 FILLER        PIC X(19).
           02 COD-FORNEC-V2 PIC 9(4).
           02 CD-BARRAS-V2  PIC 9(13).
           02 FILLER        PIC X(12).

      * IMAGEM DE 97 BYTES: COM OS DADOS FISCAIS, ANTES DA VENDA POR
      * PESO E DO CODIGO DA BALANCA.
       FD  PROD-ANTIGO3 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".
       01  REG-PROD-ANTIGO3.
           02 CODIG-P-V3    PIC 9(4).
           02 FILLER        PIC X(30).
           02 FILLER        PIC X(19).
           02 COD-FORNEC-V3 PIC 9(4).
           02 CD-BARRAS-V3  PIC 9(13).
           02 FILLER        PIC X(27).

      * IMAGEM DE 103 BYTES: COMPLETA, MAS COM O ESTOQUE EM 4
      * DIGITOS, QUE NAO COMPORTAM O PESAVEL CONTADO EM GRAMAS.
       FD  PROD-ANTIGO4 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".
       01  REG-PROD-ANTIGO4.
           02 CODIG-P-V4    PIC 9(4).
           02 FILLER        PIC X(30).
           02 FILLER        PIC X(19).
           02 COD-FORNEC-V4 PIC 9(4).
           02 CD-BARRAS-V4  PIC 9(13).
           02 FILLER        PIC X(33).

       FD  PROD-NOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.NEW".
      * ALTERNATIVA DE CODIGO DE BARRAS.  DEPOIS DE CONFERIDO, O
      * OPERADOR TROCA PRODUTOS.NEW -> PRODUTOS.DAT (GUARDANDO O
      * ANTIGO).  RODAR UMA UNICA VEZ, COM O ESTOQUE PARADO.
      * ARQUIVO QUE NAO ABRE NA IMAGEM DE 74 BYTES (STATUS 39) E
      * TENTADO NA DE 82 BYTES, QUE SO NAO TEM OS DADOS FISCAIS, E
      * DEPOIS NA DE 97, QUE SO NAO TEM A VENDA POR PESO, E POR FIM
      * NA DE 103, QUE SO TEM O ESTOQUE CURTO.
       01 PVST PIC X(2).
           88 PV-OK        VALUE "00".
           88 PV-EMPTY     VALUE "35".
           88 PV-DIVERGE   VALUE "39".
           88 PV-OTHER     VALUE "99".

       01 PNST PIC X(2).

       01 WS-QT-PRODUTOS PIC 9(5) VALUE ZEROS.

      * AS IMAGENS DE 82, 97 E 103 PASSAM POR ESTA AREA, NO LAYOUT
      * DE 103, E DAQUI VAO CAMPO A CAMPO PARA O REGISTRO NOVO - O
      * ESTOQUE CRESCEU NO MEIO DO REGISTRO E DESLOCOU O RESTO.
       01 WS-PROD-ANTIGO.
           02 CODIG-P-A       PIC 9(4).
           02 NOME-P-A        PIC X(30).
           02 QTDADE-P-A      PIC 9(4).
           02 UNIT-P-A        PIC 9(5)V99.
           02 TOTAL-P-A       PIC 9(6)V99.
           02 COD-FORNEC-A    PIC 9(4).
           02 CD-BARRAS-A     PIC 9(13).
           02 PTO-RESSUP-A    PIC 9(4).
           02 PRECO-VENDA-A   PIC 9(5)V99.
           02 ST-SITUACAO-A   PIC X(1).
           02 NCM-A           PIC 9(8).
           02 ORIGEM-A        PIC 9(1).
           02 CST-ICMS-A      PIC X(2).
           02 ALIQ-ICMS-A     PIC 9(2)V99.
           02 VENDA-PESO-A    PIC X(1).
           02 COD-BALANCA-A   PIC 9(5).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PROD-ANTIGO
           IF PV-DIVERGE
               PERFORM CONVERTE-LAYOUT-82 THRU FIM-CONVERTE-LAYOUT-82
               STOP RUN
           END-IF
           IF PV-EMPTY
               DISPLAY "PRODUTOS.DAT VAZIO - NADA A CONVERTER"
               STOP RUN
      *        O CADASTRO DELE) E PRODUTO ATIVO.
               MOVE ZEROS TO PRECO-VENDA-P
               MOVE 'A' TO ST-SITUACAO-P
               PERFORM ZERA-DADOS-FISCAIS
               PERFORM ZERA-VENDA-PESO
               WRITE REG-PROD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-PRODUTOS
           END-IF.

      * PRODUTO CONVERTIDO FICA SEM CLASSIFICACAO FISCAL (NAO
      * DESTACA ICMS) ATE O CADASTRO SER COMPLETADO NO ALTERAR.
       ZERA-DADOS-FISCAIS.
           MOVE ZEROS TO NCM-P ORIGEM-P ALIQ-ICMS-P
           MOVE SPACES TO CST-ICMS-P.

      * PRODUTO CONVERTIDO SEGUE VENDIDO POR UNIDADE; O PESAVEL E
      * MARCADO NO ALTERAR, COM O ESTOQUE ZERADO.
       ZERA-VENDA-PESO.
           MOVE 'N' TO VENDA-PESO-P
           MOVE ZEROS TO COD-BALANCA-P.

       CONVERTE-LAYOUT-82.
           OPEN INPUT PROD-ANTIGO2
           IF PV-EMPTY
               DISPLAY "PRODUTOS.DAT VAZIO - NADA A CONVERTER"
               GO FIM-CONVERTE-LAYOUT-82
           END-IF
           IF PV-DIVERGE
               PERFORM CONVERTE-LAYOUT-97 THRU FIM-CONVERTE-LAYOUT-97
               GO FIM-CONVERTE-LAYOUT-82
           END-IF
           IF NOT PV-OK
               DISPLAY "PRODUTOS.DAT INDISPONIVEL - NADA CONVERTIDO"
               GO FIM-CONVERTE-LAYOUT-82
           END-IF
           OPEN OUTPUT PROD-NOVO

           MOVE ZEROS TO CODIG-P-V2
           START PROD-ANTIGO2 KEY IS NOT LESS THAN CODIG-P-V2
               INVALID KEY
                   SET PV-OTHER TO TRUE
           END-START
           PERFORM CONVERTE-UM-PRODUTO-82 UNTIL PV-OTHER

           CLOSE PROD-ANTIGO2 PROD-NOVO
           DISPLAY "CONVERSAO DE PRODUTOS CONCLUIDA"
           DISPLAY "PRODUTOS CONVERTIDOS: " WS-QT-PRODUTOS
               " (PRODUTOS.NEW)"
           DISPLAY "CONFIRA E TROQUE O ARQUIVO PELO .NEW".
       FIM-CONVERTE-LAYOUT-82.
           EXIT.

       CONVERTE-UM-PRODUTO-82.
           READ PROD-ANTIGO2 NEXT RECORD
               AT END
                   SET PV-OTHER TO TRUE
           END-READ
           IF PV-OK
               MOVE SPACES TO WS-PROD-ANTIGO
               MOVE REG-PROD-ANTIGO2 TO WS-PROD-ANTIGO(1:82)
               PERFORM MONTA-PRODUTO
               PERFORM ZERA-DADOS-FISCAIS
               PERFORM ZERA-VENDA-PESO
               WRITE REG-PROD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-PRODUTOS
           END-IF.

       CONVERTE-LAYOUT-97.
           OPEN INPUT PROD-ANTIGO3
           IF PV-EMPTY
               DISPLAY "PRODUTOS.DAT VAZIO - NADA A CONVERTER"
               GO FIM-CONVERTE-LAYOUT-97
           END-IF
           IF PV-DIVERGE
               PERFORM CONVERTE-LAYOUT-103 THRU FIM-CONVERTE-LAYOUT-103
               GO FIM-CONVERTE-LAYOUT-97
           END-IF
           IF NOT PV-OK
               DISPLAY "PRODUTOS.DAT INDISPONIVEL - NADA CONVERTIDO"
               GO FIM-CONVERTE-LAYOUT-97
           END-IF
           OPEN OUTPUT PROD-NOVO

           MOVE ZEROS TO CODIG-P-V3
           START PROD-ANTIGO3 KEY IS NOT LESS THAN CODIG-P-V3
               INVALID KEY
                   SET PV-OTHER TO TRUE
           END-START
           PERFORM CONVERTE-UM-PRODUTO-97 UNTIL PV-OTHER

           CLOSE PROD-ANTIGO3 PROD-NOVO
           DISPLAY "CONVERSAO DE PRODUTOS CONCLUIDA"
           DISPLAY "PRODUTOS CONVERTIDOS: " WS-QT-PRODUTOS
               " (PRODUTOS.NEW)"
           DISPLAY "CONFIRA E TROQUE O ARQUIVO PELO .NEW".
       FIM-CONVERTE-LAYOUT-97.
           EXIT.

       CONVERTE-UM-PRODUTO-97.
           READ PROD-ANTIGO3 NEXT RECORD
               AT END
                   SET PV-OTHER TO TRUE
           END-READ
           IF PV-OK
               MOVE SPACES TO WS-PROD-ANTIGO
               MOVE REG-PROD-ANTIGO3 TO WS-PROD-ANTIGO(1:97)
               PERFORM MONTA-PRODUTO
               PERFORM ZERA-VENDA-PESO
               WRITE REG-PROD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-PRODUTOS
           END-IF.

       CONVERTE-LAYOUT-103.
           OPEN INPUT PROD-ANTIGO4
           IF PV-EMPTY
               DISPLAY "PRODUTOS.DAT VAZIO - NADA A CONVERTER"
               GO FIM-CONVERTE-LAYOUT-103
           END-IF
           IF PV-DIVERGE
               DISPLAY "PRODUTOS.DAT JA NO LAYOUT NOVO - NADA A "
                   "CONVERTER"
               GO FIM-CONVERTE-LAYOUT-103
           END-IF
           IF NOT PV-OK
               DISPLAY "PRODUTOS.DAT INDISPONIVEL - NADA CONVERTIDO"
               GO FIM-CONVERTE-LAYOUT-103
           END-IF
           OPEN OUTPUT PROD-NOVO

           MOVE ZEROS TO CODIG-P-V4
           START PROD-ANTIGO4 KEY IS NOT LESS THAN CODIG-P-V4
               INVALID KEY
                   SET PV-OTHER TO TRUE
           END-START
           PERFORM CONVERTE-UM-PRODUTO-103 UNTIL PV-OTHER

           CLOSE PROD-ANTIGO4 PROD-NOVO
           DISPLAY "CONVERSAO DE PRODUTOS CONCLUIDA"
           DISPLAY "PRODUTOS CONVERTIDOS: " WS-QT-PRODUTOS
               " (PRODUTOS.NEW)"
           DISPLAY "CONFIRA E TROQUE O ARQUIVO PELO .NEW".
       FIM-CONVERTE-LAYOUT-103.
           EXIT.

       CONVERTE-UM-PRODUTO-103.
           READ PROD-ANTIGO4 NEXT RECORD
               AT END
                   SET PV-OTHER TO TRUE
           END-READ
           IF PV-OK
               MOVE REG-PROD-ANTIGO4 TO WS-PROD-ANTIGO
               PERFORM MONTA-PRODUTO
               WRITE REG-PROD
                   INVALID KEY
                       CONTINUE
               ADD 1 TO WS-QT-PRODUTOS
           END-IF.

       MONTA-PRODUTO.
           MOVE SPACES TO REG-PROD
           MOVE CODIG-P-A TO CODIG-P
           MOVE NOME-P-A TO NOME-P
           MOVE QTDADE-P-A TO QTDADE-P
           MOVE UNIT-P-A TO UNIT-P
           MOVE TOTAL-P-A TO TOTAL-P
           MOVE COD-FORNEC-A TO COD-FORNEC
           MOVE CD-BARRAS-A TO CD-BARRAS
           MOVE PTO-RESSUP-A TO PTO-RESSUP-P
           MOVE PRECO-VENDA-A TO PRECO-VENDA-P
           MOVE ST-SITUACAO-A TO ST-SITUACAO-P
           MOVE NCM-A TO NCM-P
           MOVE ORIGEM-A TO ORIGEM-P
           MOVE CST-ICMS-A TO CST-ICMS-P
           MOVE ALIQ-ICMS-A TO ALIQ-ICMS-P
           MOVE VENDA-PESO-A TO VENDA-PESO-P
           MOVE COD-BALANCA-A TO COD-BALANCA-P.

       END PROGRAM CONVERTE-PRODUTOS.
