       01 REG-PROD.
           02 CODIG-P    PIC 9(4).
           02 NOME-P     PIC X(30).
           02 QTDADE-P   PIC 9(7).
           02 UNIT-P     PIC 9(5)V99.
           02 TOTAL-P    PIC 9(6)V99.
           02 COD-FORNEC PIC 9(4) VALUE ZEROS.
           02 ST-SITUACAO-P PIC X(1) VALUE 'A'.
               88 PRODUTO-ATIVO   VALUE 'A' ' '.
               88 PRODUTO-INATIVO VALUE 'I'.
      * DADOS FISCAIS: NCM (8 DIGITOS), ORIGEM DA MERCADORIA (0 A 8,
      * TABELA A DO ICMS), SITUACAO TRIBUTARIA DO ICMS NA VENDA E A
      * ALIQUOTA.  SO A TRIBUTADA INTEGRALMENTE ('00') DESTACA ICMS
      * NO CUPOM E DEBITA NO LIVRO DE SAIDAS; ISENTA, NAO TRIBUTADA
      * E COBRADA ANTES POR SUBSTITUICAO TRIBUTARIA TEM ALIQUOTA
      * ZERO.  REGISTRO AINDA SEM CLASSIFICACAO FICA COM A SITUACAO
      * EM BRANCO E NAO DESTACA IMPOSTO.
           02 NCM-P         PIC 9(8) VALUE ZEROS.
           02 ORIGEM-P      PIC 9(1) VALUE ZEROS.
           02 CST-ICMS-P    PIC X(2) VALUE SPACES.
               88 CST-TRIBUTADA   VALUE '00'.
               88 CST-ISENTA      VALUE '40'.
               88 CST-NAO-TRIB    VALUE '41'.
               88 CST-SUBST-TRIB  VALUE '60'.
               88 CST-VALIDA      VALUE '00' '40' '41' '60'.
               88 CST-SEM-CLASSIF VALUE SPACES.
           02 ALIQ-ICMS-P   PIC 9(2)V99 VALUE ZEROS.
      * VENDA POR PESO (FRIOS, HORTIFRUTI): 'N' OU BRANCO = POR
      * UNIDADE; 'P' = PESAVEL COM A ETIQUETA DA BALANCA TRAZENDO O
      * PESO; 'V' = PESAVEL COM A ETIQUETA TRAZENDO O PRECO.  NO
      * PESAVEL O ESTOQUE (QTDADE-P, KARDEX, LOTES, SALDOS POR
      * DEPOSITO) FICA EM GRAMAS E O CUSTO (UNIT-P) E O PRECO DE
      * VENDA (PRECO-VENDA-P) SAO POR QUILO - VALOR = GRAMAS X
      * PRECO / 1000.  COD-BALANCA-P E O CODIGO DO PRODUTO NA
      * BALANCA, O QUE ELA IMPRIME NA ETIQUETA EAN-13 DE USO INTERNO
      * (2 + CODIGO(5) + PESO EM GRAMAS OU PRECO EM CENTAVOS(6) +
      * DIGITO); O CD-BARRAS DO PESAVEL E 2 + CODIGO + ZEROS, PARA A
      * ETIQUETA SER LOCALIZADA PELA CHAVE ALTERNATIVA.
           02 VENDA-PESO-P  PIC X(1) VALUE 'N'.
               88 PRODUTO-UNITARIO VALUE 'N' ' '.
               88 PRODUTO-PESAVEL  VALUE 'P' 'V'.
               88 ETIQUETA-PESO    VALUE 'P'.
               88 ETIQUETA-PRECO   VALUE 'V'.
               88 VENDA-PESO-VALIDA VALUE 'N' 'P' 'V'.
           02 COD-BALANCA-P PIC 9(5) VALUE ZEROS.
