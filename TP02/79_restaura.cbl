               10 FS-SMMS           PIC  9(4).

       77 WS-NOME-BKP    PIC X(20) VALUE SPACES.

      * BACKUP DE PRODUTOS.DAT DE ANTES DO ESTOQUE EM 7 DIGITOS (ATE
      * 103 BYTES): LIDO NESTA IMAGEM E LEVADO CAMPO A CAMPO PARA O
      * REGISTRO NOVO, COMO NO CONVERTE-PRODUTOS.
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
       77 WS-NOME-GUARDA PIC X(30) VALUE SPACES.
       77 WS-HOJE        PIC 9(8) VALUE ZEROS.
       77 WS-ESCOLHA     PIC 9(1) VALUE ZEROS.
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
           DISPLAY "RESTAURACAO DE BACKUP"
           DISPLAY "1 - AGENCIA.DAT"
           END-READ
           IF PR-OK
               MOVE SPACES TO REG-GUARDA
               MOVE REG-PROD TO REG-GUARDA(1:106)
               WRITE REG-GUARDA
               ADD 1 TO WS-QT-GUARDADOS
           END-IF.
               AT END
                   MOVE "10" TO BIST
               NOT AT END
      *            CODIGO DE BALANCA NAS POSICOES 104-106 SO EXISTE
      *            NA IMAGEM NOVA; SEM ELE, E BACKUP DO LAYOUT ANTIGO.
                   IF REG-BKPIN(104:3) NUMERIC
                       MOVE REG-BKPIN(1:106) TO REG-PROD
                   ELSE
                       MOVE REG-BKPIN(1:103) TO WS-PROD-ANTIGO
                       PERFORM MONTA-PRODUTO-ANTIGO
                   END-IF
      *            BACKUP DE ANTES DOS DADOS FISCAIS: PRODUTO VOLTA
      *            SEM CLASSIFICACAO, COM OS CAMPOS NUMERICOS ZERADOS.
                   IF REG-BKPIN(104:3) NOT NUMERIC
                   AND REG-BKPIN(83:15) = SPACES
                       MOVE ZEROS TO NCM-P ORIGEM-P ALIQ-ICMS-P
                   END-IF
      *            BACKUP DE ANTES DA VENDA POR PESO: PRODUTO VOLTA
      *            VENDIDO POR UNIDADE, SEM CODIGO DE BALANCA.
                   IF REG-BKPIN(104:3) NOT NUMERIC
                   AND REG-BKPIN(98:6) = SPACES
                       MOVE 'N' TO VENDA-PESO-P
                       MOVE ZEROS TO COD-BALANCA-P
                   END-IF
                   WRITE REG-PROD
                       INVALID KEY
                           CONTINUE
                   ADD 1 TO WS-QT-RESTAURADOS
           END-READ.

       MONTA-PRODUTO-ANTIGO.
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

       GUARDA-PRODUTO.
           MOVE ZEROS TO WS-QT-GUARDADOS
           OPEN INPUT PRODUTO
