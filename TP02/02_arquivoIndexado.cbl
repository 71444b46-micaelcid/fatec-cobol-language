           RECORD KEY CP-CHAVE
           FILE STATUS CPPST.

           SELECT FIDCLI ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           RECORD KEY FC-CPF
           FILE STATUS FDST.

           SELECT FIDMOV ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           RECORD KEY FM-CHAVE
           FILE STATUS FMST.

      * TURNO DE CAIXA POR OPERADOR E RECEBIVEIS DE CARTAO DO CUPOM;
      * O CADASTRO DE OPERADORES DO BANCOPEL SO E LIDO (SENHA).
           SELECT TURNO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           RECORD KEY TN-CHAVE
           FILE STATUS TNST.

           SELECT RECCART ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           RECORD KEY RC-CHAVE
           FILE STATUS RCST.

           SELECT OPERADOR ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           RECORD KEY OP-ID
           FILE STATUS OPST.

      * FUNCIONARIOS DA CASA (SO LEITURA - O CADASTRO E DA
      * FOLHA-PAGAMENTO) E AS COMPRAS DELES DESCONTADAS EM FOLHA.
           SELECT FUNCIONARIO ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           RECORD KEY FU-CODIGO
           FILE STATUS FUST.

           SELECT COMPFUN ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           RECORD KEY CF-CHAVE
           FILE STATUS CFST.

           SELECT VENDCOM ASSIGN TO DISK
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           SHARING WITH ALL OTHER
           RECORD KEY VC-CHAVE
           FILE STATUS VCST.

       DATA DIVISION.

       FILE SECTION.

       COPY crdparc.

       FD  FIDCLI LABEL RECORD STANDARD
           DATA RECORD IS REG-FIDCLI
           VALUE OF FILE-ID IS "FIDCLI.DAT".

       COPY fidcli.

       FD  FIDMOV LABEL RECORD STANDARD
           DATA RECORD IS REG-FIDMOV
           VALUE OF FILE-ID IS "FIDMOV.DAT".

       COPY fidmov.

       FD  TURNO LABEL RECORD STANDARD
           DATA RECORD IS REG-TURNO
           VALUE OF FILE-ID IS "TURNO.DAT".

       COPY turno.

       FD  RECCART LABEL RECORD STANDARD
           DATA RECORD IS REG-RECCART
           VALUE OF FILE-ID IS "RECCART.DAT".

       COPY reccart.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

       COPY operador.

       FD  FUNCIONARIO LABEL RECORD STANDARD
           DATA RECORD IS REG-FUNCIONARIO
           VALUE OF FILE-ID IS "FUNCIONARIO.DAT".

       COPY funcionario.

       FD  COMPFUN LABEL RECORD STANDARD
           DATA RECORD IS REG-COMPFUN
           VALUE OF FILE-ID IS "COMPFUN.DAT".

       COPY compfun.

       FD  VENDCOM LABEL RECORD STANDARD
           DATA RECORD IS REG-VENDCOM
           VALUE OF FILE-ID IS "VENDCOM.DAT".

       COPY vendcom.

       WORKING-STORAGE SECTION.
       01 DATA-SIS.
           02 ANO PIC 99.
       01 WS-CQ-UM-SEG     PIC 9(1) VALUE 1.
       01 CJST PIC X(2).
       01 CPPST PIC X(2).
       01 FDST PIC X(2).
       01 FMST PIC X(2).
       01 TNST PIC X(2).
       01 RCST PIC X(2).
       01 OPST PIC X(2).
       01 FUST PIC X(2).
       01 CFST PIC X(2).
       01 VCST PIC X(2).

      * CREDIARIO DA LOJA: CLIENTE COM CPF VALIDADO (MESMA REGRA DO
      * VALIDA-CPF DO BANCOPEL), LIMITE POR CLIENTE, VENDA A PRAZO
       01 WS-QT-PARCELAS PIC 9(2) VALUE ZEROS.
       01 WS-VALOR-PARCELA PIC 9(6)V99 VALUE ZEROS.
       01 WS-PARC-I PIC 9(2) VALUE ZEROS.
       01 WS-CP-VALOR-ED PIC $ZZ.ZZ9,99.
       01 WS-CR-DATA-W.
           02 WS-CRW-ANO PIC 9(4).
       01 WS-CRD-LINHA PIC 99 VALUE ZEROS.
       01 WS-CRD-AT PIC 9(4) VALUE ZEROS.

      * CARNE DO CREDIARIO: UM CANHOTO POR PARCELA COM VENCIMENTO,
      * VALOR E O CODIGO DE BARRAS DA CP-CHAVE (CPF + CUPOM +
      * PARCELA) COM UM DIGITO VERIFICADOR MODULO 10 - O MESMO
      * CODIGO LIDO PELO LEITOR NO RECEBIMENTO.  PAGA DEPOIS DO
      * VENCIMENTO, A PARCELA COBRA MULTA E JUROS DE MORA PRO RATA
      * DIA (PARAMETROS.DAT), SEPARADOS DO PRINCIPAL NO RECIBO E NO
      * AGING.
       01 WS-CB-CODIGO.
           02 WS-CB-CHAVE PIC 9(19).
           02 WS-CB-DV    PIC 9.
       01 WS-CB-CODIGO-X REDEFINES WS-CB-CODIGO PIC X(20).
       01 WS-CB-CHAVE-T REDEFINES WS-CB-CODIGO.
           02 WS-CB-D PIC 9 OCCURS 20 TIMES.
       01 WS-CB-BUF PIC X(20) VALUE SPACES.
       01 WS-CB-I PIC 99 VALUE ZEROS.
       01 WS-CB-PESO PIC 9 VALUE ZEROS.
       01 WS-CB-PROD PIC 99 VALUE ZEROS.
       01 WS-CB-SOMA PIC 9(4) VALUE ZEROS.
       01 WS-CB-QUOC PIC 9(4) VALUE ZEROS.
       01 WS-CB-RESTO PIC 99 VALUE ZEROS.
       01 WS-CB-DV-CALC PIC 9 VALUE ZEROS.
       01 WS-CB-OK PIC X(1) VALUE 'N'.
       01 WS-CRN-CUPOM PIC 9(6) VALUE ZEROS.
       01 WS-CRN-DATA-ED PIC 99/99/9999.
       01 WS-CRN-DATA-BR.
           02 WS-CRN-DIA PIC 9(2).
           02 WS-CRN-MES PIC 9(2).
           02 WS-CRN-ANO PIC 9(4).
       01 WS-CRN-DATA-BR-N REDEFINES WS-CRN-DATA-BR PIC 9(8).
       01 WS-CRN-DATA-INV.
           02 WS-CRN-I-ANO PIC 9(4).
           02 WS-CRN-I-MES PIC 9(2).
           02 WS-CRN-I-DIA PIC 9(2).
       01 WS-CRN-TAXA-ED PIC Z9,99.
       01 WS-CRN-TAXA-ED-2 PIC Z9,99.
       01 WS-CJ-TAXA-MULTA PIC 9V9999 VALUE 0,0200.
       01 WS-CJ-TAXA-JUROS PIC 9V9999 VALUE 0,0100.
       01 WS-CJ-DIAS-ATRASO PIC 9(5) VALUE ZEROS.
       01 WS-CJ-MULTA PIC 9(6)V99 VALUE ZEROS.
       01 WS-CJ-JUROS PIC 9(6)V99 VALUE ZEROS.
       01 WS-CJ-A-PAGAR PIC 9(7)V99 VALUE ZEROS.
       01 WS-CJ-MULTA-ED PIC $ZZ.ZZ9,99.
       01 WS-CJ-JUROS-ED PIC $ZZ.ZZ9,99.
       01 WS-CJ-A-PAGAR-ED PIC $ZZZ.ZZ9,99.
       01 WS-AG-PRINCIPAL PIC 9(8)V99 VALUE ZEROS.
       01 WS-AG-ENCARGOS PIC 9(8)V99 VALUE ZEROS.
       01 WS-AG-ENC-ED PIC ZZ.ZZ9,99.
       01 WS-AG-TOTAL-ED PIC $ZZ.ZZZ.ZZ9,99.

      * LOJA CONVENIADA NO BANCOPEL (PM-CONVENIO-LOJA): CADA CANHOTO
      * TRAZ TAMBEM A LINHA DIGITAVEL DE ARRECADACAO (48 DIGITOS EM 4
      * BLOCOS DE 11 + DV MODULO 10), PAGAVEL NO GUICHE.  O CODIGO DE
      * BARRAS DE 44 POSICOES SEGUE O LAYOUT DA TELA DE ARRECADACAO
      * (PRODUTO '8', VALOR, CONVENIO, VENCIMENTO) E O CAMPO LIVRE
      * LEVA A PARCELA: CPF SEM OS DVS, CUPOM E NUMERO DA PARCELA.
       01 WS-LA-CONVENIO PIC 9(4) VALUE ZEROS.
       01 WS-LA-BARRAS-X PIC X(44) VALUE SPACES.
       01 WS-LA-BARRAS REDEFINES WS-LA-BARRAS-X.
           02 WS-LA-PRODUTO PIC X(1).
           02 WS-LA-SEGMENTO PIC X(1).
           02 WS-LA-FORMA PIC X(1).
           02 WS-LA-DV-GERAL PIC 9(1).
           02 WS-LA-VALOR PIC 9(9)V99.
           02 WS-LA-CONV PIC 9(4).
           02 WS-LA-VENCTO PIC 9(8).
           02 WS-LA-CPF-BASE PIC 9(9).
           02 WS-LA-CUPOM PIC 9(6).
           02 WS-LA-PARCELA PIC 9(2).
       01 WS-LA-LINHA PIC X(48) VALUE SPACES.
       01 WS-LA-BLOCOS REDEFINES WS-LA-LINHA.
           02 WS-LA-BLOCO OCCURS 4 TIMES.
               03 WS-LA-CONTEUDO PIC X(11).
               03 WS-LA-DV PIC 9(1).
       01 WS-LA-CPF-X PIC X(11) VALUE SPACES.
       01 WS-LA-TEXTO PIC X(44) VALUE SPACES.
       01 WS-LA-TAM PIC 99 VALUE ZEROS.
       01 WS-LA-I PIC 99 VALUE ZEROS.
       01 WS-LA-J PIC 99 VALUE ZEROS.
       01 WS-LA-DIGITO PIC 9 VALUE ZEROS.

      * VALIDACAO DO DIGITO VERIFICADOR DO CPF, MESMA REGRA DO
      * VALIDA-CPF DO BANCOPEL.
       01 WS-CPF-VALIDA.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * BAIXA DA NEGATIVACAO DO CUPOM QUANDO O RECEBIMENTO TIRA A
      * DIVIDA DO ATRASO (BAIXA-NEGATIVACAO).  CONTRATO = CUPOM * 100.
       01 WS-NG-CHAVE.
           02 WS-NG-CPF       PIC 9(11).
           02 WS-NG-ORIGEM    PIC X(1).
           02 WS-NG-CONTRATO  PIC 9(8).
       01 WS-NG-ATRASO        PIC S9(6) VALUE ZEROS.
       01 WS-NG-RETORNO       PIC X(1) VALUE SPACE.
       01 WS-NG-VENCTO        PIC 9(8) VALUE ZEROS.

      * CARRINHO DE VENDA MULTI-ITEM: ATE 20 LINHAS BIPADAS POR
      * CODIGO OU EAN, COM TOTAL CORRENTE, REMOCAO DE LINHA ANTES DE
      * FECHAR E UM UNICO CUPOM NUMERADO COM TROCO.
           02 TAB-CR-ITEM OCCURS 20 TIMES.
               03 TAB-CR-CODIGO PIC 9(4).
               03 TAB-CR-NOME   PIC X(30).
               03 TAB-CR-QTDE   PIC 9(7).
               03 TAB-CR-PRECO  PIC 9(5)V99.
               03 TAB-CR-TOTAL  PIC 9(7)V99.
               03 TAB-CR-OFERTA PIC X(1).
               03 TAB-CR-CST    PIC X(2).
               03 TAB-CR-ALIQ   PIC 9(2)V99.
               03 TAB-CR-ICMS   PIC 9(7)V99.
               03 TAB-CR-LIQUIDO PIC 9(7)V99.
               03 TAB-CR-VENDEDOR PIC 9(4).
      *        'G' = QUANTIDADE EM GRAMAS (PESAVEL).
               03 TAB-CR-UNIDADE PIC X(1).
       01 WS-CR-QT-ITENS PIC 99 VALUE ZEROS.
       01 WS-CR-I PIC 99 VALUE ZEROS.
       01 WS-CR-ENTRADA PIC 9(13) VALUE ZEROS.
       01 WS-CR-BUF13 PIC X(13) VALUE SPACES.
       01 WS-CR-QTDE PIC 9(7) VALUE ZEROS.
       01 WS-CR-TOTAL PIC 9(8)V99 VALUE ZEROS.
       01 WS-CR-TOTAL-ED PIC $ZZZ.ZZ9,99.
       01 WS-CR-RECEBIDO PIC 9(8)V99 VALUE ZEROS.
      * POR MERCADORIA CUJA SAIDA NAO FOI POSTADA.
       01 WS-CR-PULADOS PIC 9(2) VALUE ZEROS.
       01 WS-CR-ACHOU PIC 9 VALUE ZEROS.
      * ICMS DESTACADO NO CUPOM (SOMA DAS LINHAS '00') E A
      * INDICACAO TRIBUTARIA IMPRESSA EM CADA LINHA.
       01 WS-CR-ICMS PIC 9(7)V99 VALUE ZEROS.
       01 WS-CR-ICMS-ED PIC ZZ.ZZ9,99.
       01 WS-CR-TRIB PIC X(16) VALUE SPACES.
       01 QT-CARRINHO PIC 9.999.999.

      * PAGAMENTO DO CUPOM EM ATE 4 PARTES: DINHEIRO (O QUE PASSA DO
      * QUE FALTA VOLTA DE TROCO), CARTAO DE DEBITO OU CREDITO COM A
      * AUTORIZACAO DA MAQUINA, CREDIARIO E DESCONTO EM FOLHA DO
      * FUNCIONARIO (CADA UM UMA VEZ POR CUPOM).  O CARTAO VIRA
      * RECEBIVEL EM RECCART.DAT COM A PREVISAO DE CREDITO DA
      * ADQUIRENTE (DIAS CORRIDOS POR MODALIDADE).
       01 TAB-PAGAMENTOS.
           02 TAB-PG-PARTE OCCURS 4 TIMES.
               03 TAB-PG-FORMA   PIC X(1).
               03 TAB-PG-MODAL   PIC X(1).
               03 TAB-PG-AUTORIZ PIC X(6).
               03 TAB-PG-VALOR   PIC 9(8)V99.
       01 WS-PG-QT PIC 9 VALUE ZEROS.
       01 WS-PG-I PIC 9 VALUE ZEROS.
       01 WS-PG-FORMA PIC X(1) VALUE SPACES.
       01 WS-PG-MODAL PIC X(1) VALUE SPACES.
       01 WS-PG-AUTORIZ PIC X(6) VALUE SPACES.
       01 WS-PG-OK PIC X(1) VALUE 'S'.
       01 WS-PG-FALTA PIC 9(8)V99 VALUE ZEROS.
       01 WS-PG-FALTA-ED PIC $ZZZ.ZZ9,99.
       01 WS-PG-VALOR PIC 9(8)V99 VALUE ZEROS.
       01 WS-PG-VALOR-ED PIC $ZZZ.ZZ9,99.
       01 WS-PG-APLICA PIC 9(8)V99 VALUE ZEROS.
       01 WS-PG-DINHEIRO PIC 9(8)V99 VALUE ZEROS.
       01 WS-PG-CARTAO PIC 9(8)V99 VALUE ZEROS.
       01 WS-PG-PRAZO PIC 9(8)V99 VALUE ZEROS.
       01 WS-PG-REDUCAO PIC 9(8)V99 VALUE ZEROS.
       01 WS-PG-ESTORNO PIC 9(8)V99 VALUE ZEROS.
       01 WS-PG-BRANCO PIC X(60) VALUE SPACES.
       01 WS-PRAZO-DEBITO PIC 9(3) VALUE 1.
       01 WS-PRAZO-CREDITO PIC 9(3) VALUE 30.
      * RATEIO DA PARTE A PRAZO PELAS LINHAS POSTADAS DO CUPOM, NA
      * PROPORCAO DO LIQUIDO DE CADA UMA (A ULTIMA LEVA O RESTO DOS
      * CENTAVOS), PARA O VD-RECEITA-PRAZO DO VENDAS.DAT.
       01 WS-RT-RESTO PIC 9(8)V99 VALUE ZEROS.
       01 WS-RT-PARTE PIC 9(8)V99 VALUE ZEROS.
       01 WS-RT-ULTIMA PIC 99 VALUE ZEROS.
       01 WS-RT-NAO-CAIXA PIC 9(8)V99 VALUE ZEROS.

      * COMPRA DE FUNCIONARIO DESCONTADA EM FOLHA (FORMA 'F', UMA VEZ
      * POR CUPOM): CPF DE FUNCIONARIO ATIVO EM FUNCIONARIO.DAT, COM
      * AS COMPRAS DA COMPETENCIA EM COMPFUN.DAT MAIS ESTA DENTRO DO
      * TETO DO MES (PM-TETO-COMPRA-FUNC SOBRE O SALARIO).  NO TURNO
      * E NO VENDAS.DAT A PARTE EM FOLHA CONTA COMO A PRAZO - NAO
      * ENTRA NA GAVETA NEM NO DEPOSITO DO DIA.
       01 WS-PG-FOLHA PIC 9(8)V99 VALUE ZEROS.
       01 WS-FC-TAXA-TETO PIC 9V9999 VALUE 0,3000.
       01 WS-FC-CPF PIC 9(11) VALUE ZEROS.
       01 WS-FC-FUNCIONARIO PIC 9(4) VALUE ZEROS.
       01 WS-FC-NOME PIC X(35) VALUE SPACES.
       01 WS-FC-ACHOU PIC X(1) VALUE 'N'.
       01 WS-FC-TETO PIC 9(8)V99 VALUE ZEROS.
       01 WS-FC-USADO PIC 9(8)V99 VALUE ZEROS.
       01 WS-FC-DISPONIVEL PIC 9(8)V99 VALUE ZEROS.
       01 WS-FC-HOJE PIC 9(8) VALUE ZEROS.
       01 WS-FC-HOJE-R REDEFINES WS-FC-HOJE.
           02 WS-FC-ANOMES PIC 9(6).
           02 FILLER PIC 9(2).

      * VENDEDOR DA VENDA (FUNCIONARIO ATIVO DE FUNCIONARIO.DAT, ZERO
      * = SEM VENDEDOR): PEDIDO NA VENDA DE BALCAO, NO KIT, NA
      * ABERTURA DO CARRINHO (VALE PARA TODAS AS LINHAS DO CUPOM) E
      * NA DEVOLUCAO.  O ACUMULA-VENDA-DIA SOMA A LINHA TAMBEM NO
      * VENDCOM.DAT QUANDO HA VENDEDOR, PARA A COMISSAO DO MES.
       01 WS-VC-VENDEDOR PIC 9(4) VALUE ZEROS.
       01 WS-VC-OK PIC X(1) VALUE 'N'.
       01 WS-VC-NOME PIC X(35) VALUE SPACES.
       01 WS-VC-HOJE PIC 9(8) VALUE ZEROS.

      * TURNO DE CAIXA: O OPERADOR SE IDENTIFICA (ID + SENHA DO
      * OPERADOR.DAT, MESMA OFUSCACAO DO BANCOPEL) E SO VENDE NO
      * CARRINHO COM TURNO ABERTO NO DIA; O FECHAMENTO CONFERE A
      * GAVETA CONTADA CONTRA O FUNDO MAIS O DINHEIRO DOS CUPONS.
       01 WS-TN-OPERADOR PIC X(4) VALUE SPACES.
       01 WS-TN-ID-DIG PIC X(4) VALUE SPACES.
       01 WS-TN-SENHA PIC 9(4) VALUE ZEROS.
       01 WS-TN-CHAVE-ATUAL PIC X(14) VALUE SPACES.
       01 WS-TN-ACHOU PIC X(1) VALUE 'N'.
       01 WS-TN-ULT-SEQ PIC 9(2) VALUE ZEROS.
       01 WS-TN-HOJE PIC 9(8) VALUE ZEROS.
       01 WS-TN-AGORA.
           02 WS-TN-HHMMSS PIC 9(6).
           02 FILLER PIC 9(2).
       01 WS-TN-VALOR PIC 9(8)V99 VALUE ZEROS.
       01 WS-TN-ENTRADA-ED PIC $ZZZ.ZZ9,99.
       01 WS-TN-ED1 PIC $ZZZ.ZZ9,99.
       01 WS-TN-ED2 PIC $ZZZ.ZZ9,99.
       01 WS-TN-ED3 PIC $ZZZ.ZZ9,99.
       01 WS-TN-DIF-ED PIC -ZZZ.ZZ9,99.
       01 WS-TN-CUPONS-ED PIC ZZ.ZZ9.
       01 WS-SENHA-CLARA.
           02 WS-SC-D PIC 9 OCCURS 4 TIMES.
       01 WS-SENHA-OFUSCA.
           02 WS-SO-D PIC 9 OCCURS 4 TIMES.
       01 WS-OS-I PIC 9 VALUE ZEROS.
       01 WS-OS-J PIC 9 VALUE ZEROS.
       01 WS-SENHA-OFUSCADA PIC 9(4) VALUE ZEROS.

      * FIDELIDADE DO CUPOM: CPF OPCIONAL NO FECHAMENTO, PONTOS SOBRE
      * O TOTAL PAGO, RESGATE DE PONTOS COMO DESCONTO NO CUPOM E
      * EXPIRACAO POR LOTE (CADA CUPOM PONTUADO E UM LOTE COM A SUA
      * VALIDADE).  O DESCONTO ABATE A RECEITA DOS ITENS NA ORDEM DO
      * CUPOM, ENTAO VENDAS.DAT E A GAVETA FICAM COM O VALOR PAGO.
       01 WS-FD-PONTOS-REAL  PIC 9(3) VALUE 1.
       01 WS-FD-CENT-PONTO   PIC 9(3) VALUE 1.
       01 WS-FD-MESES-VALID  PIC 9(3) VALUE 12.
       01 WS-FD-CPF          PIC 9(11) VALUE ZEROS.
       01 WS-FD-HOJE         PIC 9(8) VALUE ZEROS.
       01 WS-FD-RESGATE      PIC 9(7) VALUE ZEROS.
       01 WS-FD-MAX-PONTOS   PIC 9(9) VALUE ZEROS.
       01 WS-FD-DESCONTO     PIC 9(8)V99 VALUE ZEROS.
       01 WS-FD-A-ABATER     PIC 9(8)V99 VALUE ZEROS.
       01 WS-FD-ABATE        PIC 9(8)V99 VALUE ZEROS.
       01 WS-FD-POSTADO      PIC 9(8)V99 VALUE ZEROS.
       01 WS-FD-GANHOS       PIC 9(7) VALUE ZEROS.
       01 WS-FD-SALDO        PIC 9(7) VALUE ZEROS.
       01 WS-FD-A-CONSUMIR   PIC 9(7) VALUE ZEROS.
       01 WS-FD-CONSUMO      PIC 9(7) VALUE ZEROS.
       01 WS-FD-EXPIROU      PIC 9(7) VALUE ZEROS.
       01 WS-FD-MESES-TOT    PIC 9(6) VALUE ZEROS.
       01 WS-FD-VALIDADE-W.
           02 WS-FDV-ANO     PIC 9(4).
           02 WS-FDV-MES     PIC 9(2).
           02 WS-FDV-DIA     PIC 9(2).
       01 WS-FD-SALDO-ED     PIC ZZZ.ZZ9.
       01 WS-FD-PONTOS-ED    PIC ZZZ.ZZ9.
       01 WS-FD-DESCONTO-ED  PIC $ZZZ.ZZ9,99.
       01 WS-FD-MOV-W.
           02 FILLER         PIC X(26).
           02 WFM-PONTOS     PIC 9(7).
           02 WFM-SALDO-LOTE PIC 9(7).
           02 FILLER         PIC X(8).
           02 WFM-VALOR      PIC 9(7)V99.

      * KITS DE VENDA: O CODIGO DO KIT EXPLODE NOS COMPONENTES NA
      * VENDA; A DISPONIBILIDADE E A DO COMPONENTE LIMITANTE E O
       01 WS-KT-NOME PIC X(30) VALUE SPACES.
       01 WS-KT-PRECO PIC 9(5)V99 VALUE ZEROS.
       01 WS-KT-CUSTO-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-KT-DISPON PIC 9(7) VALUE ZEROS.
       01 WS-KT-DISP-COMP PIC 9(7) VALUE ZEROS.
       01 WS-KT-QTDE-VENDA PIC 9(4) VALUE ZEROS.
       01 WS-KT-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-KT-REC-COMP PIC 9(7)V99 VALUE ZEROS.
       01 WS-DEP-FUNDOS PIC 9(2) VALUE 2.
       01 WS-SL-DEP PIC 9(2) VALUE ZEROS.
       01 WS-SL-SINAL PIC X(1) VALUE SPACE.
       01 WS-SL-QTDE PIC 9(7) VALUE ZEROS.
       01 WS-TR-ORIGEM PIC 9(2) VALUE ZEROS.
       01 WS-TR-DESTINO PIC 9(2) VALUE ZEROS.
       01 WS-TR-QTDE PIC 9(7) VALUE ZEROS.
       01 QT-TRANSF PIC 9.999.999.
       01 WS-MV-DEP-DIG PIC 9(2) VALUE ZEROS.

      * BAIXA POR PERDA: QUEBRA, FURTO, VENCIDO E AVARIA NO
      * TRANSPORTE SAEM DO ESTOQUE PELO LOTE INFORMADO, VALORIZADAS A
      * UNIT-P, COM O MOTIVO NO KARDEX (PERDA-...) PARA O
      * PERDAS-MENSAL.  ACIMA DO LIMITE (PARAMETRO) SO COM O CODIGO
      * DO GERENTE.
       01 WS-PD-MOTIVO PIC X(1) VALUE SPACE.
       01 WS-PD-MV-MOTIVO PIC X(15) VALUE SPACES.
       01 WS-PD-LIMITE PIC 9(5) VALUE 100.
       01 WS-PD-QTDE PIC 9(7) VALUE ZEROS.
       01 QT-PERDA PIC 9.999.999.
       01 WS-PD-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 WS-PD-VALOR-ED PIC $ZZZ.ZZ9,99.
       01 WS-PD-TEM-LOTES PIC X(1) VALUE 'N'.
       01 WS-PD-ACHOU-LOTE PIC X(1) VALUE 'N'.
       01 WS-PD-CHAVE-LOTE PIC X(22) VALUE SPACES.
       01 WS-PD-QT-LOTE PIC 9(7) VALUE ZEROS.
       01 WS-PD-GERENTE PIC X(1) VALUE 'N'.

      * PRECO VIGENTE DA VENDA: O DA OFERTA DENTRO DO PERIODO, O
      * PRECO-VENDA-P FORA DELE.
       01 WS-PRECO-VIGENTE PIC 9(5)V99 VALUE ZEROS.
           02 WS-DVD-MES PIC 9(2).
           02 WS-DVD-ANO PIC 9(4).
       01 WS-DV-DATA-AMD PIC 9(8) VALUE ZEROS.
       01 WS-DV-QTDE PIC 9(7) VALUE ZEROS.
       01 WS-DV-MOTIVO PIC X(15) VALUE SPACES.
       01 WS-DV-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 WS-DV-VALOR-ED PIC $ZZZ.ZZ9,99.
      * PROMOCIONAL DO DIA (E ABATE DOS ACUMULADOS PROMO), ITEM
      * NORMAL PELA MEDIA DA PARCELA NAO PROMOCIONAL.
       01 WS-DV-OFERTA PIC X(1) VALUE SPACES.
       01 WS-DV-QT-NORM PIC 9(7) VALUE ZEROS.
       01 WS-DV-REC-NORM PIC 9(7)V99 VALUE ZEROS.
       01 WS-DV-BASE-ICMS PIC 9(7)V99 VALUE ZEROS.
       01 WS-DV-ICMS PIC 9(7)V99 VALUE ZEROS.
       01 QT-DEVOL PIC 9.999.999.

      * RESERVAS DE MERCADORIA: O DISPONIVEL PARA VENDA/SAIDA E
      * QTDADE-P MENOS AS RESERVAS ABERTAS DO PRODUTO; RESERVA COM
      * VALIDADE VENCIDA EXPIRA SOZINHA NA VARREDURA.
       01 WS-RESERVADO PIC 9(7) VALUE ZEROS.
       01 WS-DISPONIVEL PIC S9(7) VALUE ZEROS.
       01 WS-RV-ACAO PIC X(1) VALUE SPACES.
       01 WS-RV-HOJE PIC 9(8) VALUE ZEROS.
       01 WS-RV-GRAVOU PIC X(1) VALUE 'N'.
           02 WS-RVV-DIA PIC 9(2).
           02 WS-RVV-MES PIC 9(2).
           02 WS-RVV-ANO PIC 9(4).
       01 QT-RESERVA PIC 9.999.999.
       01 WS-ULTIMO-CODIGO PIC 9(4) VALUE ZEROS.
       01 WS-QTDE-MINIMA-CADASTRO PIC 9(4) VALUE 10.
      * TETO DE QTDADE-P (9(7) - GRAMAS DO PESAVEL): ENTRADA QUE O
      * ULTRAPASSE E RECUSADA.
       01 WS-QTDE-MAXIMA PIC 9(7) VALUE 9999999.
       01 WS-MSG-QTDE-MINIMA PIC X(30) VALUE SPACES.
       01 WS-AUD-OP    PIC X(10).
       01 WS-AUD-CHAVE PIC X(20).
       01 WS-AUD-DESC  PIC X(40).
       01 WS-AUD-DATA  PIC 9(8).
       01 WS-AUD-HORA  PIC 9(6).
      * JORNAL DE ATUALIZACOES (JORNAL): IMAGEM DO REGISTRO ANTES E
      * DEPOIS DE CADA GRAVACAO NOS ARQUIVOS DE ESTOQUE E VENDA.
       01 WS-JN-FUNCAO   PIC X(1) VALUE SPACE.
       01 WS-JN-ARQUIVO  PIC X(10) VALUE SPACES.
       01 WS-JN-STATUS   PIC X(2) VALUE SPACES.
       01 WS-JN-REGISTRO PIC X(220) VALUE SPACES.
       01 OPCAO PIC X(1) VALUE SPACES.
       01 SALVA PIC X(1) VALUE SPACES.
       01 IGUAL PIC 9 VALUE ZEROS.
       01 DADOS-EDITADOS.
           02 CODIGO PIC 9.999.
           02 NOME PIC X(30) VALUE SPACES.
           02 QT PIC 9.999.999.
           02 UNITARIO PIC $ZZ.ZZ9,99.
           02 TOT PIC $ZZZ.ZZ9,99.
           02 FORNEC PIC 9.999.
           02 BARRAS PIC 9(13).
           02 RESSUP PIC 9.999.
           02 VENDA PIC $ZZ.ZZ9,99.
           02 NCM PIC 9999.99.99.
           02 ORIGEM PIC 9.
           02 CST PIC X(2).
           02 ALIQUOTA PIC Z9,99.

      * CODIGO DO GERENTE EXIGIDO NA REMOCAO FISICA DE PRODUTO (O
      * MESMO DO OPERADOR GERENTE DO BANCOPEL).

       01 WS-ACHOU-FORNEC PIC 9 VALUE ZEROS.
       01 WS-FORNEC-OK PIC 9 VALUE ZEROS.
       01 WS-FISCAL-OK PIC 9 VALUE ZEROS.
       01 WS-VENDA-QTDE PIC 9(7) VALUE ZEROS.
      * ETIQUETA DA BALANCA (EAN-13 DE USO INTERNO, PREFIXO 2): O
      * CODIGO DO PRODUTO NA BALANCA, O PESO EM GRAMAS OU O PRECO EM
      * CENTAVOS E O DIGITO.  O PRODUTO E ACHADO PELO CD-BARRAS
      * 2 + CODIGO + ZEROS QUE O CADASTRO DO PESAVEL GRAVA.
       01 WS-EB-EAN PIC 9(13) VALUE ZEROS.
       01 WS-EB-PARTES REDEFINES WS-EB-EAN.
           02 WS-EB-PREFIXO PIC 9(1).
           02 WS-EB-CODIGO  PIC 9(5).
           02 WS-EB-VALOR   PIC 9(6).
           02 WS-EB-DV      PIC 9(1).
       01 WS-EB-CHAVE PIC 9(13) VALUE ZEROS.
       01 WS-EB-CHAVE-PARTES REDEFINES WS-EB-CHAVE.
           02 WS-EBC-PREFIXO PIC 9(1).
           02 WS-EBC-CODIGO  PIC 9(5).
           02 WS-EBC-RESTO   PIC 9(7).
       01 WS-EB-TRAVA PIC X(1) VALUE 'N'.
       01 WS-EB-ACHOU PIC X(1) VALUE 'N'.
       01 WS-EB-ETIQUETA PIC X(1) VALUE 'N'.
       01 WS-EB-GRAMAS PIC 9(6) VALUE ZEROS.
       01 WS-EB-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-EB-GRAMAS-ED PIC ZZZ.ZZ9.
       01 WS-VQ-QTDE PIC 9(7) VALUE ZEROS.
       01 WS-VQ-PRECO PIC 9(5)V99 VALUE ZEROS.
       01 WS-VQ-VALOR PIC 9(9)V99 VALUE ZEROS.
      * CADASTRO DO PESAVEL: A CONFERENCIA DO CODIGO DE BALANCA LE
      * OUTRO PRODUTO, ENTAO O REGISTRO EM EDICAO E GUARDADO ANTES.
       01 WS-REG-PROD-SALVO PIC X(106) VALUE SPACES.
       01 WS-PESO-ORIGINAL PIC X(1) VALUE SPACE.
       01 WS-PESO-OK PIC 9 VALUE ZEROS.
       01 WS-BALANCA-OK PIC 9 VALUE ZEROS.
       01 PESO-DIG PIC X(1) VALUE SPACE.
       01 BALANCA PIC 9(5) VALUE ZEROS.
       01 WS-PB-CODIGO PIC 9(4) VALUE ZEROS.
       01 WS-SR-QTDE PIC 9(7) VALUE ZEROS.
       01 WS-CUSTO-LOTE PIC 9(5)V99 VALUE ZEROS.
      * CONTROLE DE LOTE/VALIDADE: A ENTRADA INFORMA LOTE E VALIDADE
      * (DIGITADA DDMMAAAA, GUARDADA AAAAMMDD PARA ORDENAR NA CHAVE)
           02 WS-VAL-MES PIC 9(2).
           02 WS-VAL-ANO PIC 9(4).
       01 WS-VALIDADE-AMD PIC 9(8) VALUE ZEROS.
       01 WS-CONSUMIR PIC 9(7) VALUE ZEROS.

      * RASTRO DO CONSUMO FEFO: QUAIS LOTES A SAIDA ATRAVESSOU.
       01 TAB-FEFO.
           02 TAB-FF-ITEM OCCURS 10 TIMES.
               03 TAB-FF-LOTE PIC X(10).
               03 TAB-FF-QTDE PIC 9(7).
       01 WS-QT-FEFO PIC 99 VALUE ZEROS.
       01 WS-RASTRO-QTDE PIC 9(7) VALUE ZEROS.
       01 WS-FF-I PIC 99 VALUE ZEROS.
       01 WS-FF-RESTO PIC 9(7) VALUE ZEROS.
       01 WS-LT-LINHA PIC 99 VALUE ZEROS.
       01 WS-LT-AT PIC 9(4) VALUE ZEROS.
       01 CUSTO-LOTE-ED PIC $ZZ.ZZ9,99.
       01 WS-NOVO-TOTAL PIC 9(12)V99 VALUE ZEROS.
       01 WS-VENDA-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-VENDA-TOTAL-ED PIC $ZZZ.ZZ9,99.
      * ICMS DA VENDA POSTADA (SO SITUACAO '00'): BASE = RECEITA
      * LIQUIDA DA LINHA, IMPOSTO = BASE X ALIQUOTA DO PRODUTO.
       01 WS-VENDA-BASE-ICMS PIC 9(7)V99 VALUE ZEROS.
       01 WS-VENDA-ICMS PIC 9(7)V99 VALUE ZEROS.
      * DEDUCOES DA VENDA BRUTA PARA A DRE: DESCONTO DA OFERTA (PRECO
      * DE TABELA MENOS O VENDIDO) E DESCONTO DOS PONTOS ABATIDO NA
      * LINHA DO CUPOM.
       01 WS-VENDA-DESC-OFERTA PIC S9(7)V99 VALUE ZEROS.
       01 WS-VENDA-DESC-PONTOS PIC 9(7)V99 VALUE ZEROS.
       01 QT-VENDA PIC 9.999.999.
       01 WS-FO-TELA.
           02 FO-COD-ED PIC 9.999.
           02 FO-PRAZO-ED PIC 9.999.
       01 WS-LINHA-FORNEC PIC 99 VALUE ZEROS.
       01 WS-AT-FORNEC PIC 9(4) VALUE ZEROS.
       01 WS-FAIXA-TREINO PIC X(20) VALUE SPACES.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.
           02 LINE 2 COL 23 VALUE "CONTROLE DE MERCADORIAS"
           FOREGROUND-COLOR 6.
           02 LINE 4 COL 19 VALUE "CODIGO DO PRODUTO:".

       01 TELA-MODO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.
           02 LINE 2 COL 23 VALUE "CONTROLE DE MERCADORIAS"
           FOREGROUND-COLOR 6.
           02 LINE 6 COL 27 VALUE "I - INCLUIR".
           02 LINE 14 COL 56 VALUE "K - KITS".
           02 LINE 16 COL 56 VALUE "U - CARRINHO (CUPOM)".
           02 LINE 18 COL 56 VALUE "P - CREDIARIO".
           02 LINE 20 COL 56 VALUE "Q - BAIXA POR PERDA".
           02 LINE 22 COL 56 VALUE "X - TURNO DE CAIXA".
           02 LINE 20 COL 25 VALUE "OPCAO:".

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO.
           MOVE "INDICE" TO WS-JN-ARQUIVO.
           CALL "JORNAL" USING BY CONTENT "I"
               BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO WS-JN-STATUS.
           PERFORM ABRE-ARQ.
           PERFORM SELECIONA-MODO
               UNTIL OPMODO = "I" OR "C" OR "A" OR "E" OR "M" OR "F"
                           OR "N" OR "V" OR "B" OR "R" OR "D"
                           OR "O" OR "T" OR "K" OR "U" OR "P" OR "Q"
                           OR "X"
                           OR "i" OR "c" OR "a" OR "e" OR "m" OR "f"
                           OR "n" OR "v" OR "b" OR "r" OR "d"
                           OR "o" OR "t" OR "k" OR "u" OR "p" OR "q"
                           OR "x".
           EVALUATE OPMODO
               WHEN "I" WHEN "i"
                   PERFORM INCLUIR UNTIL OPCAO = "N" OR "n"
               WHEN "P" WHEN "p"
                   PERFORM CREDIARIO THRU CREDIARIO-FIM
                       UNTIL OPCAO = "N" OR "n"
               WHEN "Q" WHEN "q"
                   PERFORM BAIXA-PERDA THRU BAIXA-PERDA-FIM
                       UNTIL OPCAO = "N" OR "n"
               WHEN "X" WHEN "x"
                   PERFORM TURNO-CAIXA THRU TURNO-FIM
                       UNTIL OPCAO = "N" OR "n"
           END-EVALUATE.
           DISPLAY MENS1 AT 1535.
           PERFORM JORNAL-FIM-TRANSACAO.
           CLOSE PRODUTOS MOVIMENTO AUDITORIA FORNECEDOR VENDAS
               LOTES RESERVAS CUPOM OFERTAS DEPOSITOS SALDOLOC
               KITS CRDCLI CRDPARC FIDCLI FIDMOV TURNO RECCART.
           STOP "".
           STOP RUN.

               OPEN I-O CRDPARC
           END-IF.

           OPEN I-O FIDCLI.
           IF FDST = "35"
               OPEN OUTPUT FIDCLI
               CLOSE FIDCLI
               OPEN I-O FIDCLI
           END-IF.

           OPEN I-O FIDMOV.
           IF FMST = "35"
               OPEN OUTPUT FIDMOV
               CLOSE FIDMOV
               OPEN I-O FIDMOV
           END-IF.

           OPEN I-O TURNO.
           IF TNST = "35"
               OPEN OUTPUT TURNO
               CLOSE TURNO
               OPEN I-O TURNO
           END-IF.

           OPEN I-O RECCART.
           IF RCST = "35"
               OPEN OUTPUT RECCART
               CLOSE RECCART
               OPEN I-O RECCART
           END-IF.

           OPEN EXTEND CUPOM.
           IF CPST NOT = "00"
               CLOSE CUPOM
                           MOVE PM-DIAS-ATRASO-CRED
                               TO WS-DIAS-ATRASO-CRED
                       END-IF
                       IF PM-PONTOS-POR-REAL > 0
                           MOVE PM-PONTOS-POR-REAL
                               TO WS-FD-PONTOS-REAL
                       END-IF
                       IF PM-CENTAVOS-POR-PONTO > 0
                           MOVE PM-CENTAVOS-POR-PONTO
                               TO WS-FD-CENT-PONTO
                       END-IF
                       IF PM-MESES-VALIDADE-PONTOS > 0
                           MOVE PM-MESES-VALIDADE-PONTOS
                               TO WS-FD-MESES-VALID
                       END-IF
                       IF PM-LIMITE-PERDA > 0
                           MOVE PM-LIMITE-PERDA TO WS-PD-LIMITE
                       END-IF
                       IF PM-MULTA-CRED > 0
                           MOVE PM-MULTA-CRED TO WS-CJ-TAXA-MULTA
                       END-IF
                       IF PM-JUROS-MORA-CRED > 0
                           MOVE PM-JUROS-MORA-CRED TO WS-CJ-TAXA-JUROS
                       END-IF
                       MOVE PM-CONVENIO-LOJA TO WS-LA-CONVENIO
                       IF PM-TETO-COMPRA-FUNC > 0
                           MOVE PM-TETO-COMPRA-FUNC TO WS-FC-TAXA-TETO
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           WRITE REG-AUDITORIA.
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L".
           PERFORM JORNAL-FIM-TRANSACAO.

      * JORNAL DE ATUALIZACOES: ANTES DA GRAVACAO O JORNAL LE NO
      * DISCO A IMAGEM ANTERIOR PELA CHAVE DA AREA; DEPOIS, COM O
      * FILE STATUS, GUARDA A IMAGEM NOVA SE A GRAVACAO PASSOU.  A
      * AUDITORIA FECHA A TRANSACAO.
       JORNAL-ANTES.
           CALL "JORNAL" USING BY CONTENT "A"
               BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO WS-JN-STATUS.

       JORNAL-DEPOIS.
           CALL "JORNAL" USING WS-JN-FUNCAO WS-JN-ARQUIVO
               WS-JN-REGISTRO WS-JN-STATUS.

       JORNAL-FIM-TRANSACAO.
           CALL "JORNAL" USING BY CONTENT "F"
               BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO WS-JN-STATUS.

       JN-ANTES-PRODUTOS.
           MOVE "PRODUTOS" TO WS-JN-ARQUIVO.
           MOVE REG-PROD TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-PRODUTOS.
           MOVE ARQST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-MOVIMENTO.
           MOVE "MOVIMENT" TO WS-JN-ARQUIVO.
           MOVE REG-MOVIMENTO TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-MOVIMENTO.
           MOVE MVST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-VENDAS.
           MOVE "VENDAS" TO WS-JN-ARQUIVO.
           MOVE REG-VENDA-DIA TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-VENDAS.
           MOVE VDST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-LOTES.
           MOVE "LOTES" TO WS-JN-ARQUIVO.
           MOVE REG-LOTE TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-LOTES.
           MOVE LTST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-SALDOLOC.
           MOVE "SALDOLOC" TO WS-JN-ARQUIVO.
           MOVE REG-SALDO-LOC TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-SALDOLOC.
           MOVE SLST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CRDPARC.
           MOVE "CRDPARC" TO WS-JN-ARQUIVO.
           MOVE REG-CRDPARC TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CRDPARC.
           MOVE CPPST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CRDCLI.
           MOVE "CRDCLI" TO WS-JN-ARQUIVO.
           MOVE REG-CRDCLI TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CRDCLI.
           MOVE CJST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CUPSEQ.
           MOVE "CUPSEQ" TO WS-JN-ARQUIVO.
           MOVE REG-CUPSEQ TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CUPSEQ.
           MOVE CQST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-RECCART.
           MOVE "RECCART" TO WS-JN-ARQUIVO.
           MOVE REG-RECCART TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-RECCART.
           MOVE RCST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-TURNO.
           MOVE "TURNO" TO WS-JN-ARQUIVO.
           MOVE REG-TURNO TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-TURNO.
           MOVE TNST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-FIDCLI.
           MOVE "FIDCLI" TO WS-JN-ARQUIVO.
           MOVE REG-FIDCLI TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-FIDCLI.
           MOVE FDST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-FIDMOV.
           MOVE "FIDMOV" TO WS-JN-ARQUIVO.
           MOVE REG-FIDMOV TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-FIDMOV.
           MOVE FMST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-VENDCOM.
           MOVE "VENDCOM" TO WS-JN-ARQUIVO.
           MOVE REG-VENDCOM TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-VENDCOM.
           MOVE VCST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-COMPFUN.
           MOVE "COMPFUN" TO WS-JN-ARQUIVO.
           MOVE REG-COMPFUN TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-COMPFUN.
           MOVE CFST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-RESERVAS.
           MOVE "RESERVAS" TO WS-JN-ARQUIVO.
           MOVE REG-RESERVA TO WS-JN-REGISTRO.
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-RESERVAS.
           MOVE RVST TO WS-JN-STATUS.
           PERFORM JORNAL-DEPOIS.

       INCLUIR.
           PERFORM ABERTURA.
           MOVE ZEROS TO CODIG-P QTDADE-P UNIT-P TOTAL-P COD-FORNEC
               CD-BARRAS PTO-RESSUP-P PRECO-VENDA-P.
           MOVE 'A' TO ST-SITUACAO-P.
           MOVE ZEROS TO NCM-P ORIGEM-P ALIQ-ICMS-P.
           MOVE SPACES TO CST-ICMS-P.
           MOVE ZEROS TO BARRAS VENDA NCM ORIGEM ALIQUOTA.
           MOVE SPACES TO CST.
           MOVE 'N' TO VENDA-PESO-P.
           MOVE ZEROS TO COD-BALANCA-P BALANCA.
           MOVE SPACE TO PESO-DIG WS-PESO-ORIGINAL.
           DISPLAY ESPACO AT 1535.
           IF WS-ULTIMO-CODIGO > ZEROS
               DISPLAY WS-ULTIMO-CODIGO AT 1744
       RECEBE.
           PERFORM TESTA-COD UNTIL CODIG-P > 0 AND IGUAL = 0.
           PERFORM TESTA-NOME UNTIL NOME-P NOT = SPACES.
           MOVE 0 TO WS-PESO-OK.
           PERFORM TESTA-PESAVEL UNTIL WS-PESO-OK = 1.
           PERFORM TESTA-QT UNTIL QTDADE-P >= WS-QTDE-MINIMA-CADASTRO.
           PERFORM TESTA-CUSTO UNTIL UNIT-P > 0.
           PERFORM TESTA-FORNEC UNTIL WS-FORNEC-OK = 1.
           PERFORM TESTA-BARRAS.
           PERFORM TESTA-RESSUP.
           PERFORM TESTA-PRECO-VENDA.
           PERFORM RECEBE-FISCAL.
           PERFORM CALCULO-TOTAL.
           PERFORM GRAVA UNTIL SALVA = "S" OR = "N".

               END-READ
           END-IF.

      * O PESAVEL NAO TEM EAN DE FABRICA: O CD-BARRAS E MONTADO COM O
      * CODIGO DA BALANCA (2 + CODIGO + ZEROS) E E POR ELE QUE A
      * ETIQUETA IMPRESSA NA BALANCA ACHA O PRODUTO.
       TESTA-BARRAS.
           IF PRODUTO-PESAVEL
               MOVE 0 TO WS-BALANCA-OK
               PERFORM TESTA-BALANCA UNTIL WS-BALANCA-OK = 1
           ELSE
               MOVE ZEROS TO COD-BALANCA-P
               DISPLAY "              " AT 1850
               ACCEPT BARRAS AT 1444 WITH PROMPT AUTO
               MOVE BARRAS TO CD-BARRAS
           END-IF.

      * VENDA POR PESO: N = POR UNIDADE, P = ETIQUETA DA BALANCA COM O
      * PESO, V = ETIQUETA COM O PRECO.  NO PESAVEL O ESTOQUE E EM
      * GRAMAS E O CUSTO E O PRECO DE VENDA SAO POR QUILO, ENTAO A
      * TROCA ENTRE UNIDADE E PESO SO E ACEITA COM O ESTOQUE ZERADO.
       TESTA-PESAVEL.
           MOVE 1 TO WS-PESO-OK.
           DISPLAY "PESO (N/P/V):" AT 1650.
           MOVE VENDA-PESO-P TO PESO-DIG.
           ACCEPT PESO-DIG AT 1664 WITH PROMPT AUTO.
           INSPECT PESO-DIG CONVERTING "npv" TO "NPV".
           IF PESO-DIG = SPACE
               MOVE 'N' TO PESO-DIG
           END-IF.
           IF PESO-DIG NOT = 'N' AND PESO-DIG NOT = 'P'
               AND PESO-DIG NOT = 'V'
               DISPLAY "PESO: N UNID / P PESO / V PRECO" AT 1535
               MOVE 0 TO WS-PESO-OK
           ELSE
               IF QTDADE-P > 0 AND WS-PESO-ORIGINAL NOT = SPACE
                   IF (PESO-DIG = 'N' AND WS-PESO-ORIGINAL NOT = 'N')
                       OR (PESO-DIG NOT = 'N'
                           AND WS-PESO-ORIGINAL = 'N')
                       DISPLAY "TROCA UNIDADE/PESO SO SEM ESTOQUE"
                           AT 1535
                       MOVE 0 TO WS-PESO-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-PESO-OK = 1
               MOVE PESO-DIG TO VENDA-PESO-P
               DISPLAY ESPACO AT 1535
               PERFORM MOSTRA-UNIDADE-PESO
           END-IF.

      * CODIGO DO PRODUTO NA BALANCA: OBRIGATORIO NO PESAVEL E UNICO -
      * A CHAVE 2 + CODIGO NAO PODE SER DE OUTRO PRODUTO.
       TESTA-BALANCA.
           MOVE 1 TO WS-BALANCA-OK.
           DISPLAY "BALANCA:" AT 1850.
           MOVE COD-BALANCA-P TO BALANCA.
           ACCEPT BALANCA AT 1859 WITH PROMPT AUTO.
           IF BALANCA = ZEROS
               DISPLAY "CODIGO DE BALANCA OBRIGATORIO" AT 1535
               MOVE 0 TO WS-BALANCA-OK
           ELSE
               MOVE ZEROS TO WS-EB-CHAVE
               MOVE 2 TO WS-EBC-PREFIXO
               MOVE BALANCA TO WS-EBC-CODIGO
               MOVE CODIG-P TO WS-PB-CODIGO
               MOVE REG-PROD TO WS-REG-PROD-SALVO
               MOVE WS-EB-CHAVE TO CD-BARRAS
               READ PRODUTOS KEY IS CD-BARRAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CODIG-P NOT = WS-PB-CODIGO
                           DISPLAY "BALANCA JA USADA EM OUTRO PRODUTO"
                               AT 1535
                           MOVE 0 TO WS-BALANCA-OK
                       END-IF
               END-READ
               MOVE WS-REG-PROD-SALVO TO REG-PROD
               MOVE "00" TO ARQST
           END-IF.
           IF WS-BALANCA-OK = 1
               MOVE BALANCA TO COD-BALANCA-P
               MOVE WS-EB-CHAVE TO CD-BARRAS
               MOVE CD-BARRAS TO BARRAS
               DISPLAY BARRAS AT 1444
               DISPLAY ESPACO AT 1535
           END-IF.

      * UNIDADE DOS CAMPOS DA TELA: GRAMAS E VALORES POR QUILO NO
      * PESAVEL.
       MOSTRA-UNIDADE-PESO.
           IF PRODUTO-PESAVEL
               DISPLAY "G" AT 0841
               DISPLAY "/KG" AT 1046
               DISPLAY "/KG" AT 1846
           ELSE
               DISPLAY " " AT 0841
               DISPLAY "   " AT 1046
               DISPLAY "   " AT 1846
           END-IF.

       MOSTRA-PESO.
           DISPLAY "PESO (N/P/V):" AT 1650.
           DISPLAY VENDA-PESO-P AT 1664.
           IF PRODUTO-PESAVEL
               MOVE COD-BALANCA-P TO BALANCA
               DISPLAY "BALANCA:" AT 1850
               DISPLAY BALANCA AT 1859
           END-IF.
           PERFORM MOSTRA-UNIDADE-PESO.

       TESTA-RESSUP.
           ACCEPT RESSUP AT 1644 WITH PROMPT AUTO.
           ACCEPT VENDA AT 1835 WITH PROMPT AUTO.
           MOVE VENDA TO PRECO-VENDA-P.

      * DADOS FISCAIS DO PRODUTO, NA COLUNA DA DIREITA DA TELA: NCM
      * DE 8 DIGITOS (CAPITULO 01 A 97), ORIGEM 0 A 8, SITUACAO DO
      * ICMS ENTRE AS ACEITAS PELA LOJA E ALIQUOTA COERENTE COM ELA
      * (TRIBUTADA ENTRE 0,01 E 35,00; AS DEMAIS SEMPRE ZERO).
       RECEBE-FISCAL.
           MOVE 0 TO WS-FISCAL-OK.
           PERFORM TESTA-NCM UNTIL WS-FISCAL-OK = 1.
           MOVE 0 TO WS-FISCAL-OK.
           PERFORM TESTA-ORIGEM UNTIL WS-FISCAL-OK = 1.
           MOVE 0 TO WS-FISCAL-OK.
           PERFORM TESTA-CST UNTIL WS-FISCAL-OK = 1.
           MOVE 0 TO WS-FISCAL-OK.
           PERFORM TESTA-ALIQUOTA UNTIL WS-FISCAL-OK = 1.

       TESTA-NCM.
           MOVE 1 TO WS-FISCAL-OK.
           DISPLAY "NCM:" AT 0450.
           ACCEPT NCM AT 0455 WITH PROMPT AUTO.
           MOVE NCM TO NCM-P.
           IF NCM-P < 01000000 OR NCM-P > 97999999
               DISPLAY "NCM INVALIDO (8 DIGITOS)" AT 1535
               MOVE 0 TO WS-FISCAL-OK
           ELSE
               DISPLAY ESPACO AT 1535.

       TESTA-ORIGEM.
           MOVE 1 TO WS-FISCAL-OK.
           DISPLAY "ORIGEM (0-8):" AT 0850.
           ACCEPT ORIGEM AT 0864 WITH PROMPT AUTO.
           MOVE ORIGEM TO ORIGEM-P.
           IF ORIGEM-P > 8
               DISPLAY "ORIGEM DA MERCADORIA DE 0 A 8" AT 1535
               MOVE 0 TO WS-FISCAL-OK
           ELSE
               DISPLAY ESPACO AT 1535.

       TESTA-CST.
           MOVE 1 TO WS-FISCAL-OK.
           DISPLAY "CST ICMS:" AT 1050.
           ACCEPT CST AT 1060 WITH PROMPT AUTO.
           MOVE CST TO CST-ICMS-P.
           IF NOT CST-VALIDA
               DISPLAY "CST ACEITA: 00 40 41 60" AT 1535
               MOVE 0 TO WS-FISCAL-OK
           ELSE
               DISPLAY ESPACO AT 1535.

       TESTA-ALIQUOTA.
           MOVE 1 TO WS-FISCAL-OK.
           DISPLAY "ALIQ.ICMS %:" AT 1250.
           IF NOT CST-TRIBUTADA
               MOVE ZEROS TO ALIQ-ICMS-P
               MOVE ZEROS TO ALIQUOTA
               DISPLAY ALIQUOTA AT 1263
           ELSE
               ACCEPT ALIQUOTA AT 1263 WITH PROMPT AUTO
               MOVE ALIQUOTA TO ALIQ-ICMS-P
               IF ALIQ-ICMS-P = ZEROS OR ALIQ-ICMS-P > 35
                   DISPLAY "ALIQUOTA ENTRE 0,01 E 35,00" AT 1535
                   MOVE 0 TO WS-FISCAL-OK
               ELSE
                   DISPLAY ESPACO AT 1535
               END-IF
           END-IF.

       MOSTRA-FISCAL.
           MOVE NCM-P TO NCM.
           MOVE ORIGEM-P TO ORIGEM.
           MOVE CST-ICMS-P TO CST.
           MOVE ALIQ-ICMS-P TO ALIQUOTA.
           DISPLAY "NCM:" AT 0450.
           DISPLAY NCM AT 0455.
           DISPLAY "ORIGEM (0-8):" AT 0850.
           DISPLAY ORIGEM AT 0864.
           DISPLAY "CST ICMS:" AT 1050.
           DISPLAY CST AT 1060.
           DISPLAY "ALIQ.ICMS %:" AT 1250.
           DISPLAY ALIQUOTA AT 1263.

       TESTA-COD.
           SET IGUAL TO 0.
           ACCEPT CODIGO AT 0438 WITH PROMPT AUTO.
               DISPLAY ESPACO AT 1535.

       CALCULO-TOTAL.
           PERFORM CALCULA-TOTAL-P.
           MOVE TOTAL-P TO TOT.
           DISPLAY TOT AT 1232.

      * VALOR DO ESTOQUE A CUSTO: NO PESAVEL A QUANTIDADE E EM
      * GRAMAS E O UNIT-P POR QUILO.
      * VALOR QUE NAO CABE EM TOTAL-P MANTEM O ANTERIOR E AVISA.
       CALCULA-TOTAL-P.
           IF PRODUTO-PESAVEL
               COMPUTE TOTAL-P ROUNDED = QTDADE-P * UNIT-P / 1000
                   ON SIZE ERROR
                       DISPLAY "VALOR TOTAL DO ESTOQUE ESTOURA O "
                           "CAMPO - CONFIRA" AT 1535
               END-COMPUTE
           ELSE
               COMPUTE TOTAL-P = QTDADE-P * UNIT-P
                   ON SIZE ERROR
                       DISPLAY "VALOR TOTAL DO ESTOQUE ESTOURA O "
                           "CAMPO - CONFIRA" AT 1535
               END-COMPUTE
           END-IF.

      * VALOR DE WS-VQ-QTDE AO PRECO (OU CUSTO) WS-VQ-PRECO DO
      * PRODUTO LIDO - POR QUILO NO PESAVEL.
       CALCULA-VALOR-QTDE.
           IF PRODUTO-PESAVEL
               COMPUTE WS-VQ-VALOR ROUNDED =
                   WS-VQ-QTDE * WS-VQ-PRECO / 1000
           ELSE
               COMPUTE WS-VQ-VALOR = WS-VQ-QTDE * WS-VQ-PRECO
           END-IF.

       GRAVA.
           DISPLAY "SALVAR (S/N)? [ ]" AT 1430.
           ACCEPT SALVA AT 1445 WITH PROMPT AUTO.
           IF SALVA = "S"
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-PRODUTOS
               WRITE REG-PROD INVALID KEY STOP RUN
               END-WRITE
               PERFORM JN-DEPOIS-PRODUTOS
               MOVE "INCLUIR" TO WS-AUD-OP
               MOVE CODIG-P TO WS-AUD-CHAVE
               MOVE "PRODUTO INCLUIDO" TO WS-AUD-DESC
               DISPLAY TOT AT 1232
               DISPLAY BARRAS AT 1444
               DISPLAY RESSUP AT 1644
               PERFORM MOSTRA-FISCAL
               PERFORM MOSTRA-PESO
               PERFORM MOSTRA-LOTES
           ELSE
               DISPLAY "PRODUTO NAO CADASTRADO" AT 1535
               DISPLAY BARRAS AT 1444
               DISPLAY RESSUP AT 1644
               DISPLAY VENDA AT 1835
               PERFORM MOSTRA-FISCAL
               PERFORM MOSTRA-PESO
               MOVE SPACES TO NOME-P
               PERFORM TESTA-NOME UNTIL NOME-P NOT = SPACES
               IF VENDA-PESO-P = SPACE
                   MOVE 'N' TO VENDA-PESO-P
               END-IF
               MOVE VENDA-PESO-P TO WS-PESO-ORIGINAL
               MOVE 0 TO WS-PESO-OK
               PERFORM TESTA-PESAVEL UNTIL WS-PESO-OK = 1
               PERFORM TESTA-QT
                   UNTIL QTDADE-P >= WS-QTDE-MINIMA-CADASTRO
               PERFORM TESTA-CUSTO UNTIL UNIT-P > 0
               PERFORM TESTA-BARRAS
               PERFORM TESTA-RESSUP
               PERFORM TESTA-PRECO-VENDA
               PERFORM RECEBE-FISCAL
               PERFORM CALCULO-TOTAL
               PERFORM GRAVA-ALTERACAO UNTIL SALVA = "S" OR = "N"
           ELSE
           DISPLAY "SALVAR (S/N)? [ ]" AT 1430.
           ACCEPT SALVA AT 1445 WITH PROMPT AUTO.
           IF SALVA = "S"
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-PRODUTOS
               REWRITE REG-PROD INVALID KEY STOP RUN
               END-REWRITE
               PERFORM JN-DEPOIS-PRODUTOS
               MOVE "ALTERAR" TO WS-AUD-OP
               MOVE CODIG-P TO WS-AUD-CHAVE
               MOVE "PRODUTO ALTERADO" TO WS-AUD-DESC
           ACCEPT SALVA AT 1446 WITH PROMPT AUTO.
           IF SALVA = "S"
               MOVE 'I' TO ST-SITUACAO-P
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-PRODUTOS
               REWRITE REG-PROD INVALID KEY STOP RUN
               END-REWRITE
               PERFORM JN-DEPOIS-PRODUTOS
               MOVE "INATIVAR" TO WS-AUD-OP
               MOVE CODIG-P TO WS-AUD-CHAVE
               MOVE "PRODUTO INATIVADO" TO WS-AUD-DESC
                   DISPLAY "CODIGO DO GERENTE NAO CONFERE" AT 1535
                   MOVE "N" TO SALVA
               ELSE
                   MOVE "D" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-PRODUTOS
                   DELETE PRODUTOS INVALID KEY STOP RUN
                   END-DELETE
                   PERFORM JN-DEPOIS-PRODUTOS
                   MOVE "EXCLUIR" TO WS-AUD-OP
                   MOVE CODIG-P TO WS-AUD-CHAVE
                   MOVE "PRODUTO EXCLUIDO FISICAMENTE" TO WS-AUD-DESC
               MOVE QTDADE-P TO QT
               DISPLAY NOME AT 0636
               DISPLAY QT AT 0831
               PERFORM MOSTRA-UNIDADE-PESO
               PERFORM TESTA-TIPO-MOVIMENTO
                   UNTIL MV-TIPO = "E" OR "S" OR "e" OR "s"
               PERFORM TESTA-QTDE-MOVIMENTO UNTIL MV-QUANTIDADE > 0

       TESTA-QTDE-MOVIMENTO.
           DISPLAY "QUANTIDADE: " AT 1330.
           IF PRODUTO-PESAVEL
               DISPLAY "G" AT 1351
           END-IF.
           ACCEPT MV-QUANTIDADE AT 1343 WITH PROMPT AUTO.
           IF MV-QUANTIDADE = ZEROS
               DISPLAY "QUANTIDADE INVALIDA" AT 1535
                       AT 1535
                   MOVE ZEROS TO MV-QUANTIDADE
               ELSE
                   IF (MV-TIPO = "E" OR "e")
                       AND MV-QUANTIDADE > WS-QTDE-MAXIMA - QTDADE-P
                       DISPLAY "ENTRADA ULTRAPASSA O ESTOQUE MAXIMO"
                           AT 1535
                       MOVE ZEROS TO MV-QUANTIDADE
                   ELSE
                       DISPLAY ESPACO AT 1535
                   END-IF
               END-IF
           END-IF.

           READ LOTES WITH LOCK
               INVALID KEY
                   MOVE MV-QUANTIDADE TO LT-QTDE
                   MOVE "W" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-LOTES
                   WRITE REG-LOTE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM JN-DEPOIS-LOTES
               NOT INVALID KEY
                   ADD MV-QUANTIDADE TO LT-QTDE
                       ON SIZE ERROR
                           DISPLAY "SALDO DO LOTE NO LIMITE - CONFIRA"
                               AT 1535
                   END-ADD
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-LOTES
                   REWRITE REG-LOTE
                   PERFORM JN-DEPOIS-LOTES
           END-READ.
           UNLOCK LOTES.

                       PERFORM ANOTA-RASTRO-LOTE
                       SUBTRACT WS-CONSUMIR FROM LT-QTDE
                       MOVE ZEROS TO WS-CONSUMIR
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-LOTES
                       REWRITE REG-LOTE
                       PERFORM JN-DEPOIS-LOTES
                   ELSE
                       MOVE LT-QTDE TO WS-RASTRO-QTDE
                       PERFORM ANOTA-RASTRO-TUDO
                       SUBTRACT LT-QTDE FROM WS-CONSUMIR
                       MOVE "D" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-LOTES
                       DELETE LOTES
                       END-DELETE
                       PERFORM JN-DEPOIS-LOTES
                   END-IF
               END-IF
           END-IF.
           EXIT.

       GRAVA-MOVTO-RETRY.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-MOVIMENTO
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO MV-HORA
                   PERFORM JN-ANTES-MOVIMENTO
                   WRITE REG-MOVIMENTO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-WRITE
           PERFORM JN-DEPOIS-MOVIMENTO.

      * QUADRO DOS LOTES DO PRODUTO NA CONSULTA, EM ORDEM DE
      * VENCIMENTO.
               SUBTRACT MV-QUANTIDADE FROM QTDADE-P
               SET MV-SAIDA TO TRUE
           END-IF
           PERFORM CALCULA-TOTAL-P
           MOVE QTDADE-P TO MV-QTDADE-APOS
           MOVE UNIT-P TO UNITARIO
           DISPLAY UNITARIO AT 1035
                       MOVE "N" TO SALVA
                       GO FIM-GRAVA-MOVIMENTO
                   END-IF
               ELSE
                   IF MV-QUANTIDADE > WS-QTDE-MAXIMA - QTDADE-P
                       DISPLAY "ESTOQUE MUDOU - ENTRADA CANCELADA"
                           AT 1535
                       UNLOCK PRODUTOS
                       MOVE "N" TO SALVA
                       GO FIM-GRAVA-MOVIMENTO
                   END-IF
               END-IF
               PERFORM APLICA-MOVIMENTO
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-PRODUTOS
               REWRITE REG-PROD INVALID KEY STOP RUN
               END-REWRITE
               PERFORM JN-DEPOIS-PRODUTOS
               MOVE CODIG-P TO MV-CODIGO
               ACCEPT MV-DATA FROM DATE YYYYMMDD
               ACCEPT MV-HORA FROM TIME
       VENDA-BALCAO.
           PERFORM ABERTURA.
           DISPLAY "VENDA DE BALCAO" AT 0250.
           PERFORM PEDE-PRODUTO-VENDA.
           IF IGUAL = 1 AND PRODUTO-INATIVO
               DISPLAY "PRODUTO INATIVO - SEM VENDA" AT 1535
               SET IGUAL TO 0
               DISPLAY NOME AT 0636
               DISPLAY QT AT 0831
               DISPLAY VENDA AT 1835
               PERFORM MOSTRA-UNIDADE-PESO
               IF WS-EM-OFERTA = 'S'
                   DISPLAY "** OFERTA **" AT 1850
               END-IF
               MOVE ZEROS TO WS-VENDA-QTDE
               IF WS-EB-ETIQUETA = 'S'
                   PERFORM TESTA-ETIQUETA-VENDA
               END-IF
               IF WS-PRECO-VIGENTE = ZEROS
                   DISPLAY "PRODUTO SEM PRECO DE VENDA" AT 1535
               ELSE
                   IF WS-EB-ETIQUETA = 'N'
                       PERFORM TESTA-QTDE-VENDA
                           UNTIL WS-VENDA-QTDE > 0
                   END-IF
               END-IF
               IF WS-PRECO-VIGENTE > ZEROS AND WS-VENDA-QTDE > 0
                   PERFORM CALCULA-TOTAL-VENDA
                   MOVE WS-VENDA-TOTAL TO WS-VENDA-TOTAL-ED
                   DISPLAY "TOTAL DA VENDA: " AT 1919
                   DISPLAY WS-VENDA-TOTAL-ED AT 1936
                   MOVE 'N' TO WS-VC-OK
                   PERFORM IDENTIFICA-VENDEDOR
                       THRU FIM-IDENTIFICA-VENDEDOR
                       UNTIL WS-VC-OK = 'S'
                   PERFORM GRAVA-VENDA THRU FIM-GRAVA-VENDA
                       UNTIL SALVA = "S" OR = "N"
               END-IF
       VENDA-BALCAO-CONTINUA.
           PERFORM CONTINUA UNTIL OPCAO = "S" OR "N" OR "n" OR "s".

      * PRODUTO DA VENDA PELO EAN, INCLUSIVE A ETIQUETA DA BALANCA;
      * EAN ZERO PEDE O CODIGO (QUE TAMBEM PODE SER DE UM KIT).
       PEDE-PRODUTO-VENDA.
           MOVE 'N' TO WS-EB-ETIQUETA.
           MOVE ZEROS TO BARRAS.
           DISPLAY "(0 = CODIGO)" AT 1459.
           ACCEPT BARRAS AT 1444 WITH PROMPT AUTO.
           DISPLAY "            " AT 1459.
           IF BARRAS = ZEROS
               PERFORM TESTA-COD-CONSULTA UNTIL CODIG-P > 0
           ELSE
               MOVE BARRAS TO WS-EB-EAN
               MOVE 'N' TO WS-EB-TRAVA
               PERFORM LOCALIZA-EAN
               IF WS-EB-ACHOU = 'S'
                   SET IGUAL TO 1
                   MOVE CODIG-P TO CODIGO
                   DISPLAY CODIGO AT 0438
               ELSE
                   SET IGUAL TO 0
                   MOVE ZEROS TO CODIG-P
               END-IF
           END-IF.

      * A ETIQUETA DA OS GRAMAS DA LINHA: SO CONFERE O PESO E O
      * DISPONIVEL.  RECUSADA, A LINHA FICA COM QUANTIDADE ZERO.
       TESTA-ETIQUETA-VENDA.
           MOVE WS-EB-GRAMAS TO WS-EB-GRAMAS-ED.
           DISPLAY "QUANTIDADE VENDIDA: " AT 1330.
           DISPLAY WS-EB-GRAMAS-ED AT 1351.
           DISPLAY "G" AT 1361.
           IF WS-EB-GRAMAS = ZEROS
               DISPLAY "PESO DA ETIQUETA INVALIDO" AT 1535
           ELSE
               MOVE WS-EB-GRAMAS TO WS-VENDA-QTDE
               PERFORM SOMA-RESERVAS
               IF WS-VENDA-QTDE > QTDADE-P - WS-RESERVADO
                   DISPLAY "VENDA MAIOR QUE O DISPONIVEL (RESERVAS)"
                       AT 1535
                   MOVE ZEROS TO WS-VENDA-QTDE
               END-IF
           END-IF.

       TESTA-QTDE-VENDA.
           MOVE ZEROS TO WS-VENDA-QTDE QT-VENDA.
           DISPLAY "QUANTIDADE VENDIDA: " AT 1330.
           IF PRODUTO-PESAVEL
               DISPLAY "G" AT 1361
           END-IF.
           ACCEPT QT-VENDA AT 1351 WITH PROMPT AUTO.
           MOVE QT-VENDA TO WS-VENDA-QTDE.
           IF WS-VENDA-QTDE = ZEROS
                   GO FIM-GRAVA-VENDA
               END-IF
               SUBTRACT WS-VENDA-QTDE FROM QTDADE-P
               PERFORM CALCULA-TOTAL-P
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-PRODUTOS
               REWRITE REG-PROD INVALID KEY STOP RUN
               END-REWRITE
               PERFORM JN-DEPOIS-PRODUTOS
               MOVE CODIG-P TO MV-CODIGO
               ACCEPT MV-DATA FROM DATE YYYYMMDD
               ACCEPT MV-HORA FROM TIME
           EXIT.

       ACUMULA-VENDA-DIA.
           PERFORM CALCULA-ICMS-VENDA.
           PERFORM CALCULA-DESC-OFERTA.
           MOVE WS-VENDA-QTDE TO WS-VQ-QTDE.
           MOVE UNIT-P TO WS-VQ-PRECO.
           PERFORM CALCULA-VALOR-QTDE.
           ACCEPT VD-DATA FROM DATE YYYYMMDD.
           MOVE CODIG-P TO VD-CODIGO.
           READ VENDAS WITH LOCK
               INVALID KEY
                   MOVE WS-VENDA-QTDE TO VD-QTDE
                   MOVE WS-VENDA-TOTAL TO VD-RECEITA
                   MOVE WS-VENDA-BASE-ICMS TO VD-BASE-ICMS
                   MOVE WS-VENDA-ICMS TO VD-ICMS
                   MOVE WS-VQ-VALOR TO VD-CUSTO
                   MOVE ZEROS TO VD-QTDE-PROMO VD-RECEITA-PROMO
                       VD-RECEITA-PRAZO VD-QTDE-DEVOL
                       VD-RECEITA-DEVOL
                   MOVE WS-VENDA-DESC-OFERTA TO VD-DESC-OFERTA
                   MOVE WS-VENDA-DESC-PONTOS TO VD-DESC-PONTOS
                   IF WS-EM-OFERTA = 'S'
                       MOVE WS-VENDA-QTDE TO VD-QTDE-PROMO
                       MOVE WS-VENDA-TOTAL TO VD-RECEITA-PROMO
                   END-IF
                   MOVE "W" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-VENDAS
                   WRITE REG-VENDA-DIA
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM JN-DEPOIS-VENDAS
               NOT INVALID KEY
                   ADD WS-VENDA-QTDE TO VD-QTDE
                       ON SIZE ERROR
                           DISPLAY "ACUMULADO DE VENDAS DO DIA NO "
                               "LIMITE - CONFIRA" AT 1535
                   END-ADD
                   ADD WS-VENDA-TOTAL TO VD-RECEITA
                   ADD WS-VENDA-BASE-ICMS TO VD-BASE-ICMS
                   ADD WS-VENDA-ICMS TO VD-ICMS
                   ADD WS-VQ-VALOR TO VD-CUSTO
                   ADD WS-VENDA-DESC-OFERTA TO VD-DESC-OFERTA
                   ADD WS-VENDA-DESC-PONTOS TO VD-DESC-PONTOS
                   IF WS-EM-OFERTA = 'S'
                       ADD WS-VENDA-QTDE TO VD-QTDE-PROMO
                           ON SIZE ERROR
                               DISPLAY "ACUMULADO DE VENDAS DO DIA NO "
                                   "LIMITE - CONFIRA" AT 1535
                       END-ADD
                       ADD WS-VENDA-TOTAL TO VD-RECEITA-PROMO
                   END-IF
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-VENDAS
                   REWRITE REG-VENDA-DIA
                   PERFORM JN-DEPOIS-VENDAS
           END-READ.
           UNLOCK VENDAS.
           IF WS-VC-VENDEDOR > 0
               PERFORM ACUMULA-VENDA-VENDEDOR
           END-IF.
           MOVE ZEROS TO WS-VENDA-DESC-PONTOS.

      * A MESMA LINHA NO ACUMULADO DO VENDEDOR (VENDCOM.DAT), PELA
      * RECEITA LIQUIDA - E A BASE DA COMISSAO DO MES.
       ACUMULA-VENDA-VENDEDOR.
           OPEN I-O VENDCOM.
           IF VCST = "35"
               OPEN OUTPUT VENDCOM
               CLOSE VENDCOM
               OPEN I-O VENDCOM
           END-IF.
           IF VCST NOT = "00"
               DISPLAY "VENDCOM.DAT INDISPONIVEL - VENDA SEM COMISSAO"
                   AT 1535
           ELSE
               ACCEPT VC-DATA FROM DATE YYYYMMDD
               MOVE WS-VC-VENDEDOR TO VC-VENDEDOR
               MOVE CODIG-P TO VC-CODIGO
               READ VENDCOM WITH LOCK
                   INVALID KEY
                       MOVE WS-VENDA-QTDE TO VC-QTDE
                       MOVE WS-VENDA-TOTAL TO VC-RECEITA
                       MOVE ZEROS TO VC-QTDE-DEVOL VC-ESTORNO
                       MOVE "W" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-VENDCOM
                       WRITE REG-VENDCOM
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       PERFORM JN-DEPOIS-VENDCOM
                   NOT INVALID KEY
                       ADD WS-VENDA-QTDE TO VC-QTDE
                           ON SIZE ERROR
                               DISPLAY "ACUMULADO DO VENDEDOR NO LIMITE"
                                   " - CONFIRA" AT 1535
                       END-ADD
                       ADD WS-VENDA-TOTAL TO VC-RECEITA
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-VENDCOM
                       REWRITE REG-VENDCOM
                       PERFORM JN-DEPOIS-VENDCOM
               END-READ
               UNLOCK VENDCOM
               CLOSE VENDCOM
           END-IF.

      * VENDEDOR DA VENDA: ZERO SEGUE SEM VENDEDOR (SEM COMISSAO);
      * CODIGO QUE NAO E FUNCIONARIO ATIVO E RECUSADO E PEDIDO DE
      * NOVO.  FUNCIONARIO.DAT FORA DO AR NAO PARA A VENDA.
       IDENTIFICA-VENDEDOR.
           MOVE ZEROS TO WS-VC-VENDEDOR.
           MOVE SPACES TO WS-VC-NOME.
           MOVE 'N' TO WS-VC-OK.
           DISPLAY "VENDEDOR (0 = SEM): [    ]" AT 2130.
           ACCEPT WS-VC-VENDEDOR AT 2151 WITH PROMPT AUTO.
           IF WS-VC-VENDEDOR = ZEROS
               MOVE 'S' TO WS-VC-OK
               GO FIM-IDENTIFICA-VENDEDOR
           END-IF.
           OPEN INPUT FUNCIONARIO.
           IF FUST NOT = "00"
               DISPLAY "FUNCIONARIO.DAT INDISPONIVEL - SEM VENDEDOR"
                   AT 1535
               MOVE ZEROS TO WS-VC-VENDEDOR
               MOVE 'S' TO WS-VC-OK
               GO FIM-IDENTIFICA-VENDEDOR
           END-IF.
           MOVE WS-VC-VENDEDOR TO FU-CODIGO.
           READ FUNCIONARIO
               INVALID KEY
                   DISPLAY "VENDEDOR NAO CADASTRADO" AT 1535
               NOT INVALID KEY
                   IF FU-ATIVO
                       MOVE FU-NOME TO WS-VC-NOME
                       MOVE 'S' TO WS-VC-OK
                   ELSE
                       DISPLAY "VENDEDOR DESLIGADO" AT 1535
                   END-IF
           END-READ.
           CLOSE FUNCIONARIO.
           IF WS-VC-OK = 'S'
               DISPLAY WS-VC-NOME(1:20) AT 2157
               DISPLAY ESPACO AT 1535
           END-IF.
       FIM-IDENTIFICA-VENDEDOR.
           EXIT.

      * A DEVOLUCAO COM VENDEDOR SO PASSA SE ELE VENDEU O PRODUTO NO
      * DIA INFORMADO, NA QUANTIDADE AINDA NAO DEVOLVIDA.
       CONFERE-VENDA-VENDEDOR.
           MOVE 'N' TO WS-VC-OK.
           OPEN INPUT VENDCOM.
           IF VCST = "00"
               MOVE WS-DV-DATA-AMD TO VC-DATA
               MOVE WS-VC-VENDEDOR TO VC-VENDEDOR
               MOVE CODIG-P TO VC-CODIGO
               READ VENDCOM
                   NOT INVALID KEY
                       IF VC-QTDE - VC-QTDE-DEVOL >= WS-DV-QTDE
                           MOVE 'S' TO WS-VC-OK
                       END-IF
               END-READ
               CLOSE VENDCOM
           END-IF.
           IF WS-VC-OK = 'N'
               DISPLAY "VENDEDOR NAO VENDEU ISSO NO DIA" AT 1535
           END-IF.

      * ESTORNO DA COMISSAO: A QUANTIDADE VOLTA NO DIA DA VENDA E O
      * VALOR DEVOLVIDO ENTRA NO DIA DE HOJE, NA COMPETENCIA ABERTA.
       ESTORNA-VENDA-VENDEDOR.
           OPEN I-O VENDCOM.
           IF VCST NOT = "00"
               DISPLAY "VENDCOM.DAT INDISPONIVEL - COMISSAO NAO "
                   "ESTORNADA" AT 1535
           ELSE
               MOVE WS-DV-DATA-AMD TO VC-DATA
               MOVE WS-VC-VENDEDOR TO VC-VENDEDOR
               MOVE CODIG-P TO VC-CODIGO
               READ VENDCOM WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-DV-QTDE TO VC-QTDE-DEVOL
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-VENDCOM
                       REWRITE REG-VENDCOM
                       PERFORM JN-DEPOIS-VENDCOM
               END-READ
               UNLOCK VENDCOM
               ACCEPT WS-VC-HOJE FROM DATE YYYYMMDD
               MOVE WS-VC-HOJE TO VC-DATA
               MOVE WS-VC-VENDEDOR TO VC-VENDEDOR
               MOVE CODIG-P TO VC-CODIGO
               READ VENDCOM WITH LOCK
                   INVALID KEY
                       MOVE ZEROS TO VC-QTDE VC-RECEITA VC-QTDE-DEVOL
                       MOVE WS-DV-VALOR TO VC-ESTORNO
                       MOVE "W" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-VENDCOM
                       WRITE REG-VENDCOM
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       PERFORM JN-DEPOIS-VENDCOM
                   NOT INVALID KEY
                       ADD WS-DV-VALOR TO VC-ESTORNO
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-VENDCOM
                       REWRITE REG-VENDCOM
                       PERFORM JN-DEPOIS-VENDCOM
               END-READ
               UNLOCK VENDCOM
               CLOSE VENDCOM
           END-IF.

      * DESCONTO DA OFERTA NA LINHA: O QUE A QUANTIDADE VALERIA NO
      * PRECO DE TABELA MENOS O VENDIDO (ANTES DO DESCONTO DE
      * PONTOS, QUE VAI SEPARADO).  FORA DE OFERTA NAO HA DESCONTO.
       CALCULA-DESC-OFERTA.
           MOVE ZEROS TO WS-VENDA-DESC-OFERTA.
           IF WS-EM-OFERTA = 'S'
               MOVE WS-VENDA-QTDE TO WS-VQ-QTDE
               MOVE PRECO-VENDA-P TO WS-VQ-PRECO
               PERFORM CALCULA-VALOR-QTDE
               COMPUTE WS-VENDA-DESC-OFERTA =
                   WS-VQ-VALOR
                   - WS-VENDA-TOTAL - WS-VENDA-DESC-PONTOS
               IF WS-VENDA-DESC-OFERTA < 0
                   MOVE ZEROS TO WS-VENDA-DESC-OFERTA
               END-IF
           END-IF.

      * ICMS DA LINHA VENDIDA PELA SITUACAO DO PRODUTO: SO A
      * TRIBUTADA ('00') DESTACA; ISENTA, NAO TRIBUTADA, ST E
      * PRODUTO SEM CLASSIFICACAO FICAM SEM DEBITO.
       CALCULA-ICMS-VENDA.
           MOVE ZEROS TO WS-VENDA-BASE-ICMS WS-VENDA-ICMS.
           IF CST-TRIBUTADA AND ALIQ-ICMS-P > 0
               MOVE WS-VENDA-TOTAL TO WS-VENDA-BASE-ICMS
               COMPUTE WS-VENDA-ICMS ROUNDED =
                   WS-VENDA-BASE-ICMS * ALIQ-ICMS-P / 100
           END-IF.

      * SAIDA RAPIDA DE BALCAO: O OPERADOR SO BIPA O EAN, O PRODUTO
      * E LOCALIZADO PELA CHAVE ALTERNATIVA CD-BARRAS, A QUANTIDADE
      * E 1 E A SAIDA POSTA NA HORA PELO FLUXO NORMAL DE
      * MOVIMENT.DAT - SEM CONFIRMACAO, UM BIP POR MOVIMENTO, EM
      * LACO ATE O OPERADOR BIPAR ZERO.  EAN DESCONHECIDO E
      * REJEITADO COM ALARME SONORO E VISUAL.  A ETIQUETA DA
      * BALANCA (PREFIXO 2) DA A SAIDA EM GRAMAS DO PESAVEL E O
      * VALOR DA LINHA PELO PRECO POR QUILO.
       SAIDA-RAPIDA.
           DISPLAY TELA.
           DISPLAY "SAIDA RAPIDA (SCANNER)" AT 0250.
               GO SAIDA-RAPIDA-FIM
           END-IF.

           MOVE BARRAS TO WS-EB-EAN.
           MOVE 'S' TO WS-EB-TRAVA.
           PERFORM LOCALIZA-EAN.
           IF WS-EB-ACHOU = 'N'
               DISPLAY "EAN NAO CADASTRADO" AT 1535
                   WITH BELL FOREGROUND-COLOR 4
               GO SAIDA-RAPIDA-FIM
           END-IF.

           IF PRODUTO-INATIVO
               DISPLAY "PRODUTO INATIVO - SEM MOVIMENTO" AT 1535
               GO SAIDA-RAPIDA-FIM
           END-IF.

           MOVE 1 TO WS-SR-QTDE.
           IF PRODUTO-PESAVEL
               IF WS-EB-ETIQUETA = 'N'
                   DISPLAY "PESAVEL - BIPE A ETIQUETA DA BALANCA"
                       AT 1535 WITH BELL FOREGROUND-COLOR 4
                   UNLOCK PRODUTOS
                   GO SAIDA-RAPIDA-FIM
               END-IF
               IF WS-EB-GRAMAS = ZEROS
                   DISPLAY "PESO DA ETIQUETA INVALIDO" AT 1535
                       WITH BELL FOREGROUND-COLOR 4
                   UNLOCK PRODUTOS
                   GO SAIDA-RAPIDA-FIM
               END-IF
               MOVE WS-EB-GRAMAS TO WS-SR-QTDE
           END-IF.

           PERFORM SOMA-RESERVAS.
           IF QTDADE-P - WS-RESERVADO < WS-SR-QTDE
               DISPLAY "SEM DISPONIVEL PARA SAIDA (RESERVAS)" AT 1535
                   WITH BELL FOREGROUND-COLOR 4
               UNLOCK PRODUTOS
               GO SAIDA-RAPIDA-FIM
           END-IF.

           SUBTRACT WS-SR-QTDE FROM QTDADE-P.
           PERFORM CALCULA-TOTAL-P.
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-PRODUTOS
           REWRITE REG-PROD INVALID KEY STOP RUN
           END-REWRITE
           PERFORM JN-DEPOIS-PRODUTOS.
           MOVE CODIG-P TO MV-CODIGO.
           ACCEPT MV-DATA FROM DATE YYYYMMDD.
           ACCEPT MV-HORA FROM TIME.
           SET MV-SAIDA TO TRUE.
           MOVE WS-SR-QTDE TO MV-QUANTIDADE.
           MOVE QTDADE-P TO MV-QTDADE-APOS.
           MOVE "BALCAO-SCAN" TO MV-MOTIVO.
           MOVE UNIT-P TO MV-CUSTO-UNIT.
           MOVE WS-DEP-LOJA TO MV-DEPOSITO.
           MOVE WS-DEP-LOJA TO WS-SL-DEP.
           MOVE "S" TO WS-SL-SINAL.
           MOVE WS-SR-QTDE TO WS-SL-QTDE.
           PERFORM ATUALIZA-SALDO-LOC.
           MOVE WS-SR-QTDE TO WS-CONSUMIR.
           PERFORM CONSOME-LOTES-FEFO.
           PERFORM GRAVA-SAIDAS-POR-LOTE THRU FIM-GRAVA-SAIDAS.
           MOVE "MOVIMENTO" TO WS-AUD-OP.
           PERFORM GRAVA-AUDITORIA.
           UNLOCK PRODUTOS.
           DISPLAY NOME-P AT 0636.
           IF PRODUTO-PESAVEL
               MOVE WS-EB-GRAMAS TO WS-EB-GRAMAS-ED
               DISPLAY "SAIDA DE         G - RESTAM" AT 1535
               DISPLAY WS-EB-GRAMAS-ED AT 1544
               DISPLAY QTDADE-P AT 1563
               MOVE WS-EB-TOTAL TO WS-VENDA-TOTAL-ED
               DISPLAY "VALOR DA ETIQUETA: " AT 1919
               DISPLAY WS-VENDA-TOTAL-ED AT 1938
           ELSE
               DISPLAY "SAIDA DE 1 UN - RESTAM" AT 1535
               DISPLAY QTDADE-P AT 1558
           END-IF.
       SAIDA-RAPIDA-FIM.
           EXIT.

      * ACHA O PRODUTO DO EAN EM WS-EB-EAN: PRIMEIRO PELO CD-BARRAS
      * EXATO; NAO ACHANDO E SENDO PREFIXO 2, PELA ETIQUETA DA
      * BALANCA (2 + CODIGO + ZEROS), QUE SO VALE PARA O PESAVEL
      * COM AQUELE CODIGO DE BALANCA.  WS-EB-TRAVA = 'S' LE COM
      * TRAVA.  DEVOLVE WS-EB-ACHOU E WS-EB-ETIQUETA ('S' = OS GRAMAS
      * E O VALOR DA LINHA VEM DA ETIQUETA).
       LOCALIZA-EAN.
           MOVE 'N' TO WS-EB-ACHOU WS-EB-ETIQUETA.
           MOVE ZEROS TO WS-EB-GRAMAS WS-EB-TOTAL.
           MOVE WS-EB-EAN TO CD-BARRAS.
           PERFORM LE-PRODUTO-EAN.
           IF WS-EB-ACHOU = 'N' AND WS-EB-PREFIXO = 2
               MOVE ZEROS TO WS-EB-CHAVE
               MOVE 2 TO WS-EBC-PREFIXO
               MOVE WS-EB-CODIGO TO WS-EBC-CODIGO
               MOVE WS-EB-CHAVE TO CD-BARRAS
               PERFORM LE-PRODUTO-EAN
               IF WS-EB-ACHOU = 'S'
                   IF PRODUTO-PESAVEL
                       AND COD-BALANCA-P = WS-EB-CODIGO
                       MOVE 'S' TO WS-EB-ETIQUETA
                       PERFORM APURA-ETIQUETA
                   ELSE
                       MOVE 'N' TO WS-EB-ACHOU
                       IF WS-EB-TRAVA = 'S'
                           UNLOCK PRODUTOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE "00" TO ARQST.

       LE-PRODUTO-EAN.
           MOVE 'N' TO WS-EB-ACHOU.
           IF WS-EB-TRAVA = 'S'
               READ PRODUTOS WITH LOCK KEY IS CD-BARRAS
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EB-ACHOU
               END-READ
           ELSE
               READ PRODUTOS KEY IS CD-BARRAS
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EB-ACHOU
               END-READ
           END-IF.

      * GRAMAS E VALOR DA LINHA PELA ETIQUETA: 'P' TRAZ OS GRAMAS E O
      * VALOR SAI DO PRECO VIGENTE POR QUILO; 'V' TRAZ O VALOR EM
      * CENTAVOS, COBRADO COMO VEIO, E OS GRAMAS SAEM DELE.
       APURA-ETIQUETA.
           PERFORM BUSCA-OFERTA.
           IF ETIQUETA-PESO
               MOVE WS-EB-VALOR TO WS-EB-GRAMAS
               COMPUTE WS-EB-TOTAL ROUNDED =
                   WS-EB-GRAMAS * WS-PRECO-VIGENTE / 1000
           ELSE
               COMPUTE WS-EB-TOTAL = WS-EB-VALOR / 100
               IF WS-PRECO-VIGENTE > 0
                   COMPUTE WS-EB-GRAMAS ROUNDED =
                       WS-EB-TOTAL * 1000 / WS-PRECO-VIGENTE
               ELSE
                   MOVE ZEROS TO WS-EB-GRAMAS
               END-IF
           END-IF.

      * VALOR DA LINHA VENDIDA: A ETIQUETA DE PRECO COBRA O QUE
      * TRAZ; O RESTO E QUANTIDADE (GRAMAS NO PESAVEL) VEZES O
      * PRECO VIGENTE.
       CALCULA-TOTAL-VENDA.
           IF WS-EB-ETIQUETA = 'S' AND ETIQUETA-PRECO
               MOVE WS-EB-TOTAL TO WS-VENDA-TOTAL
           ELSE
               MOVE WS-VENDA-QTDE TO WS-VQ-QTDE
               MOVE WS-PRECO-VIGENTE TO WS-VQ-PRECO
               PERFORM CALCULA-VALOR-QTDE
               MOVE WS-VQ-VALOR TO WS-VENDA-TOTAL
           END-IF.

      * CADASTRO DE FORNECEDORES: INCLUI OU ALTERA CODIGO, RAZAO
      * SOCIAL, CNPJ, TELEFONE, PRAZO DE ENTREGA E OS DADOS
      * BANCARIOS DO PAGAMENTO DAS NOTAS (CONTA NO BANCOPEL OU
      * BANCO/AGENCIA/CONTA EM OUTRO BANCO).
       FORNECEDORES.
           DISPLAY TELA-MODO.
           DISPLAY "CADASTRO DE FORNECEDORES" AT 0423
           MOVE SPACES TO OPCAO.
           MOVE SPACES TO REG-FORNECEDOR.
           MOVE ZEROS TO FO-CODIGO FO-CNPJ FO-PRAZO-ENTREGA.
           MOVE ZEROS TO FO-CONTA-BANCOPEL FO-BANCO FO-AGENCIA
               FO-CONTA.

           DISPLAY "CODIGO DO FORNECEDOR:" AT 0619.
           ACCEPT FO-COD-ED AT 0641 WITH PROMPT AUTO.
           ACCEPT FO-PRAZO-ED AT 1344 WITH PROMPT AUTO.
           MOVE FO-PRAZO-ED TO FO-PRAZO-ENTREGA.

           DISPLAY "CONTA NO BANCOPEL (0 = OUTRO BANCO):" AT 1619.
           ACCEPT FO-CONTA-BANCOPEL AT 1656 WITH PROMPT AUTO.
           IF FO-CONTA-BANCOPEL = ZEROS
               DISPLAY "BANCO:" AT 1719
               ACCEPT FO-BANCO AT 1726 WITH PROMPT AUTO
               DISPLAY "AGENCIA:" AT 1731
               ACCEPT FO-AGENCIA AT 1740 WITH PROMPT AUTO
               DISPLAY "CONTA:" AT 1746
               ACCEPT FO-CONTA AT 1753 WITH PROMPT AUTO
           ELSE
               MOVE ZEROS TO FO-BANCO FO-AGENCIA FO-CONTA
           END-IF.

           PERFORM GRAVA-FORNECEDOR UNTIL SALVA = "S" OR = "N".
           MOVE SPACES TO SALVA.
       FORNECEDORES-FIM.
           PERFORM CONTINUA UNTIL OPCAO = "S" OR "N" OR "n" OR "s".

       GRAVA-FORNECEDOR.
           DISPLAY "SALVAR (S/N)? [ ]" AT 1930.
           ACCEPT SALVA AT 1945 WITH PROMPT AUTO.
           IF SALVA = "S"
               WRITE REG-FORNECEDOR
                   INVALID KEY
                   IF RV-ABERTA
                       IF RV-VALIDADE < WS-RV-HOJE
                           SET RV-EXPIRADA TO TRUE
                           MOVE "R" TO WS-JN-FUNCAO
                           PERFORM JN-ANTES-RESERVAS
                           REWRITE REG-RESERVA
                           PERFORM JN-DEPOIS-RESERVAS
                       ELSE
                           ADD RV-QTDE TO WS-RESERVADO
                       END-IF
           EXIT.

       GRAVA-RESERVA.
           MOVE "W" TO WS-JN-FUNCAO.
           PERFORM JN-ANTES-RESERVAS.
           WRITE REG-RESERVA
               INVALID KEY
                   ADD 1 TO RV-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-RV-GRAVOU
           END-WRITE.
           PERFORM JN-DEPOIS-RESERVAS.

      * RETIRADA: A RESERVA VIRA VENDA PELO MESMO FLUXO DO BALCAO -
      * BAIXA O ESTOQUE, POSTA A SAIDA, CONSOME FEFO E ACUMULA EM
           END-IF.

           MOVE RV-QTDE TO WS-VENDA-QTDE.
           MOVE 'N' TO WS-EB-ETIQUETA.
           PERFORM CALCULA-TOTAL-VENDA.
           SUBTRACT WS-VENDA-QTDE FROM QTDADE-P.
           PERFORM CALCULA-TOTAL-P.
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-PRODUTOS
           REWRITE REG-PROD INVALID KEY STOP RUN
           END-REWRITE
           PERFORM JN-DEPOIS-PRODUTOS.
           MOVE CODIG-P TO MV-CODIGO.
           ACCEPT MV-DATA FROM DATE YYYYMMDD.
           ACCEPT MV-HORA FROM TIME.
           MOVE WS-VENDA-QTDE TO WS-CONSUMIR.
           PERFORM CONSOME-LOTES-FEFO.
           PERFORM GRAVA-SAIDAS-POR-LOTE THRU FIM-GRAVA-SAIDAS.
      *    RESERVA RETIRADA NAO TEM VENDEDOR NA HORA - SEM COMISSAO.
           MOVE ZEROS TO WS-VC-VENDEDOR.
           PERFORM ACUMULA-VENDA-DIA.
           UNLOCK PRODUTOS.
           SET RV-CONVERTIDA TO TRUE.
           MOVE "R" TO WS-JN-FUNCAO.
           PERFORM JN-ANTES-RESERVAS.
           REWRITE REG-RESERVA.
           PERFORM JN-DEPOIS-RESERVAS.
           MOVE "RESERVA" TO WS-AUD-OP.
           MOVE CODIG-P TO WS-AUD-CHAVE.
           MOVE "RESERVA CONVERTIDA EM VENDA" TO WS-AUD-DESC.
                       DISPLAY RV-CLIENTE AT WS-RV-AT
                       COMPUTE WS-RV-AT = WS-RV-LINHA * 100 + 57
                       DISPLAY RV-QTDE AT WS-RV-AT
                       COMPUTE WS-RV-AT = WS-RV-LINHA * 100 + 66
                       DISPLAY RV-VALIDADE AT WS-RV-AT
                   END-IF
               END-IF
           MOVE SPACES TO WS-DV-OFERTA.
           ACCEPT WS-DV-OFERTA AT 1861 WITH PROMPT AUTO.

      *    QUEM VENDEU PERDE A COMISSAO DO QUE VOLTOU.
           MOVE 'N' TO WS-VC-OK.
           PERFORM IDENTIFICA-VENDEDOR THRU FIM-IDENTIFICA-VENDEDOR
               UNTIL WS-VC-OK = 'S'.
           IF WS-VC-VENDEDOR > 0
               PERFORM CONFERE-VENDA-VENDEDOR
               IF WS-VC-OK = 'N'
                   GO DEVOLUCAO-FIM
               END-IF
           END-IF.

           PERFORM GRAVA-DEVOLUCAO THRU FIM-GRAVA-DEVOLUCAO
               UNTIL SALVA = "S" OR = "N".
       DEVOLUCAO-FIM.
                   END-IF
               END-IF
               ADD WS-DV-QTDE TO QTDADE-P
                   ON SIZE ERROR
                       DISPLAY "DEVOLUCAO ULTRAPASSA O ESTOQUE MAXIMO"
                           AT 1535
                       UNLOCK PRODUTOS
                       UNLOCK VENDAS
                       MOVE "N" TO SALVA
                       GO FIM-GRAVA-DEVOLUCAO
               END-ADD
               PERFORM CALCULA-TOTAL-P
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-PRODUTOS
               REWRITE REG-PROD INVALID KEY STOP RUN
               END-REWRITE
               PERFORM JN-DEPOIS-PRODUTOS
               MOVE CODIG-P TO MV-CODIGO
               ACCEPT MV-DATA FROM DATE YYYYMMDD
               ACCEPT MV-HORA FROM TIME
               ELSE
                   MOVE SPACES TO MV-LOTE
               END-IF
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-MOVIMENTO
               WRITE REG-MOVIMENTO INVALID KEY CONTINUE
               END-WRITE
               PERFORM JN-DEPOIS-MOVIMENTO
               MOVE WS-DEP-LOJA TO WS-SL-DEP
               MOVE "E" TO WS-SL-SINAL
               MOVE WS-DV-QTDE TO WS-SL-QTDE
                   PERFORM ENTRADA-LOTE
               END-IF
      *        ABATE A DEVOLUCAO DO ACUMULADO DO DIA DA VENDA - O
      *        VENDAS-DIA MOSTRA A RECEITA LIQUIDA; O DEVOLVIDO FICA
      *        SEPARADO PARA A DRE DEDUZIR DA VENDA BRUTA.
      *        O ICMS DEBITADO SAI NA MESMA PROPORCAO DA RECEITA.
               MOVE ZEROS TO WS-DV-BASE-ICMS WS-DV-ICMS
               IF VD-RECEITA > 0 AND VD-ICMS > 0
                   COMPUTE WS-DV-BASE-ICMS ROUNDED =
                       VD-BASE-ICMS * WS-DV-VALOR / VD-RECEITA
                   COMPUTE WS-DV-ICMS ROUNDED =
                       VD-ICMS * WS-DV-VALOR / VD-RECEITA
                   IF WS-DV-BASE-ICMS > VD-BASE-ICMS
                       MOVE VD-BASE-ICMS TO WS-DV-BASE-ICMS
                   END-IF
                   IF WS-DV-ICMS > VD-ICMS
                       MOVE VD-ICMS TO WS-DV-ICMS
                   END-IF
               END-IF
               SUBTRACT WS-DV-BASE-ICMS FROM VD-BASE-ICMS
               SUBTRACT WS-DV-ICMS FROM VD-ICMS
               SUBTRACT WS-DV-QTDE FROM VD-QTDE
               SUBTRACT WS-DV-VALOR FROM VD-RECEITA
               ADD WS-DV-QTDE TO VD-QTDE-DEVOL
               ADD WS-DV-VALOR TO VD-RECEITA-DEVOL
               MOVE WS-DV-QTDE TO WS-VQ-QTDE
               MOVE UNIT-P TO WS-VQ-PRECO
               PERFORM CALCULA-VALOR-QTDE
               SUBTRACT WS-VQ-VALOR FROM VD-CUSTO
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-VENDAS
               REWRITE REG-VENDA-DIA
               PERFORM JN-DEPOIS-VENDAS
               UNLOCK PRODUTOS
               UNLOCK VENDAS
               IF WS-VC-VENDEDOR > 0
                   PERFORM ESTORNA-VENDA-VENDEDOR
               END-IF
               PERFORM IMPRIME-VALE-DEVOLUCAO
               MOVE "DEVOLUCAO" TO WS-AUD-OP
               MOVE CODIG-P TO WS-AUD-CHAVE
                       WHEN OTHER
                           DISPLAY "(VIGENTE)" AT 1276
                   END-EVALUATE
                   IF OF-REMARCACAO
                       DISPLAY "REMARCACAO DE VALIDADE" AT 1130
                   END-IF
           END-READ.

           DISPLAY "PRECO DA OFERTA: " AT 1330.
           END-IF.

           MOVE CODIG-P TO OF-CODIGO.
           SET OF-MANUAL TO TRUE.
           PERFORM GRAVA-OFERTA UNTIL SALVA = "S" OR = "N".
       OFERTAS-FIM.
           PERFORM CONTINUA UNTIL OPCAO = "S" OR "N" OR "n" OR "s".

      * DEPOSITO DO MOVIMENTO MANUAL DE ESTOQUE - VALIDADO CONTRA O
      * CADASTRO DE DEPOSITOS (PADRAO: LOJA).
      * BAIXA POR PERDA - MOTIVO, LOTE, QUANTIDADE E DEPOSITO; A
      * SAIDA VAI AO KARDEX A UNIT-P COM O MOTIVO PERDA-...  PRODUTO
      * COM LOTES EXIGE O LOTE (LT-LOTE) DE ONDE A PERDA SAI.
       BAIXA-PERDA.
           PERFORM ABERTURA.
           DISPLAY "BAIXA POR PERDA" AT 0250.
           PERFORM TESTA-COD-CONSULTA UNTIL CODIG-P > 0.
           IF IGUAL = 0
               DISPLAY "PRODUTO NAO CADASTRADO" AT 1535
               GO BAIXA-PERDA-FIM
           END-IF.
           MOVE NOME-P TO NOME.
           MOVE QTDADE-P TO QT.
           MOVE UNIT-P TO UNITARIO.
           DISPLAY NOME AT 0636.
           DISPLAY QT AT 0831.
           DISPLAY UNITARIO AT 1035.
           IF QTDADE-P = ZEROS
               DISPLAY "PRODUTO SEM ESTOQUE - NADA A BAIXAR" AT 1535
               GO BAIXA-PERDA-FIM
           END-IF.

           MOVE SPACE TO WS-PD-MOTIVO.
           MOVE SPACES TO WS-PD-MV-MOTIVO.
           PERFORM TESTA-MOTIVO-PERDA UNTIL WS-PD-MV-MOTIVO
               NOT = SPACES.

           PERFORM MOSTRA-LOTES.
           MOVE SPACES TO WS-LOTE-NUM.
           DISPLAY "LOTE: " AT 1330.
           ACCEPT WS-LOTE-NUM AT 1336 WITH PROMPT AUTO.
           PERFORM PROCURA-LOTE-PERDA.
           IF WS-PD-TEM-LOTES = 'S' AND WS-PD-ACHOU-LOTE = 'N'
               DISPLAY "LOTE NAO ENCONTRADO NESTE PRODUTO" AT 1535
               GO BAIXA-PERDA-FIM
           END-IF.
           IF WS-PD-TEM-LOTES = 'N' AND WS-LOTE-NUM NOT = SPACES
               DISPLAY "PRODUTO SEM LOTE - DEIXE O LOTE EM BRANCO"
                   AT 1535
               GO BAIXA-PERDA-FIM
           END-IF.

           DISPLAY "QUANTIDADE: " AT 1430.
           MOVE ZEROS TO QT-PERDA.
           ACCEPT QT-PERDA AT 1443 WITH PROMPT AUTO.
           MOVE QT-PERDA TO WS-PD-QTDE.
           IF WS-PD-QTDE = ZEROS
               DISPLAY "QUANTIDADE INVALIDA" AT 1535
               GO BAIXA-PERDA-FIM
           END-IF.
           IF WS-PD-QTDE > QTDADE-P
               DISPLAY "PERDA MAIOR QUE O ESTOQUE" AT 1535
               GO BAIXA-PERDA-FIM
           END-IF.
           IF WS-PD-ACHOU-LOTE = 'S' AND WS-PD-QTDE > WS-PD-QT-LOTE
               DISPLAY "PERDA MAIOR QUE O SALDO DO LOTE" AT 1535
               GO BAIXA-PERDA-FIM
           END-IF.

           MOVE WS-DEP-LOJA TO WS-MV-DEP-DIG.
           DISPLAY "DEPOSITO (01 LOJA/02 FUNDOS): [  ]" AT 1630.
           ACCEPT WS-MV-DEP-DIG AT 1661 WITH PROMPT AUTO.
           IF WS-MV-DEP-DIG = ZEROS
               MOVE WS-DEP-LOJA TO WS-MV-DEP-DIG
           END-IF.
           MOVE WS-MV-DEP-DIG TO DP-CODIGO.
           READ DEPOSITOS
               INVALID KEY
                   DISPLAY "DEPOSITO NAO CADASTRADO" AT 1535
                   GO BAIXA-PERDA-FIM
           END-READ.

           MOVE WS-PD-QTDE TO WS-VQ-QTDE.
           MOVE UNIT-P TO WS-VQ-PRECO.
           PERFORM CALCULA-VALOR-QTDE.
           MOVE WS-VQ-VALOR TO WS-PD-VALOR.
           MOVE WS-PD-VALOR TO WS-PD-VALOR-ED.
           DISPLAY "VALOR DA PERDA (A CUSTO): " AT 1230.
           DISPLAY WS-PD-VALOR-ED AT 1256.
           MOVE 'N' TO WS-PD-GERENTE.
           IF WS-PD-VALOR > WS-PD-LIMITE
               DISPLAY "PERDA ACIMA DO LIMITE - CODIGO DO GERENTE: "
                   "[    ]" AT 1730
               MOVE SPACES TO WS-CODIGO-DIGITADO
               ACCEPT WS-CODIGO-DIGITADO AT 1774 WITH PROMPT AUTO
               IF WS-CODIGO-DIGITADO NOT = WS-CODIGO-GERENTE
                   DISPLAY "CODIGO DO GERENTE NAO CONFERE" AT 1535
                   GO BAIXA-PERDA-FIM
               END-IF
               MOVE 'S' TO WS-PD-GERENTE
           END-IF.

           PERFORM GRAVA-BAIXA-PERDA THRU FIM-GRAVA-BAIXA-PERDA
               UNTIL SALVA = "S" OR = "N".
       BAIXA-PERDA-FIM.
           PERFORM CONTINUA UNTIL OPCAO = "S" OR "N" OR "n" OR "s".

       TESTA-MOTIVO-PERDA.
           DISPLAY "MOTIVO Q-QUEBRA F-FURTO V-VENCIDO A-AVARIA TRANSP."
               ": [ ]" AT 1210.
           ACCEPT WS-PD-MOTIVO AT 1263 WITH PROMPT AUTO.
           EVALUATE WS-PD-MOTIVO
               WHEN "Q" WHEN "q"
                   MOVE "PERDA-QUEBRA" TO WS-PD-MV-MOTIVO
               WHEN "F" WHEN "f"
                   MOVE "PERDA-FURTO" TO WS-PD-MV-MOTIVO
               WHEN "V" WHEN "v"
                   MOVE "PERDA-VENCIDO" TO WS-PD-MV-MOTIVO
               WHEN "A" WHEN "a"
                   MOVE "PERDA-TRANSPORT" TO WS-PD-MV-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-PD-MV-MOTIVO
                   DISPLAY "MOTIVO INVALIDO" AT 1535
           END-EVALUATE.
           IF WS-PD-MV-MOTIVO NOT = SPACES
               DISPLAY ESPACO AT 1535
               DISPLAY ESPACO AT 1210
               DISPLAY ESPACO AT 1240
               DISPLAY WS-PD-MV-MOTIVO AT 1210
           END-IF.

      * O PRODUTO TEM LOTES?  E O LOTE DIGITADO ESTA ENTRE ELES?  A
      * CHAVE DE LOTES.DAT TEM A VALIDADE NO MEIO, ENTAO O LOTE E
      * PROCURADO NA VARREDURA DO PRODUTO.
       PROCURA-LOTE-PERDA.
           MOVE 'N' TO WS-PD-TEM-LOTES WS-PD-ACHOU-LOTE.
           MOVE ZEROS TO WS-PD-QT-LOTE.
           MOVE CODIG-P TO LT-CODIGO.
           MOVE ZEROS TO LT-VALIDADE.
           MOVE SPACES TO LT-LOTE.
           START LOTES KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
                   MOVE "99" TO LTST
           END-START.
           PERFORM LE-LOTE-PERDA UNTIL LTST NOT = "00".
           MOVE "00" TO LTST.

       LE-LOTE-PERDA.
           READ LOTES NEXT RECORD
               AT END
                   MOVE "99" TO LTST
           END-READ.
           IF LTST = "00"
               IF LT-CODIGO NOT = CODIG-P
                   MOVE "99" TO LTST
               ELSE
                   MOVE 'S' TO WS-PD-TEM-LOTES
                   IF LT-LOTE = WS-LOTE-NUM
                       MOVE 'S' TO WS-PD-ACHOU-LOTE
                       MOVE LT-CHAVE TO WS-PD-CHAVE-LOTE
                       MOVE LT-QTDE TO WS-PD-QT-LOTE
                       MOVE "99" TO LTST
                   END-IF
               END-IF
           END-IF.

       GRAVA-BAIXA-PERDA.
           DISPLAY "SALVAR (S/N)? [ ]" AT 1430.
           ACCEPT SALVA AT 1445 WITH PROMPT AUTO.
           IF SALVA NOT = "S"
               GO FIM-GRAVA-BAIXA-PERDA
           END-IF.
      *    RELE PRODUTO E LOTE COM TRAVA - OUTRO TERMINAL PODE TER
      *    VENDIDO DURANTE A CONFIRMACAO.
           READ PRODUTOS WITH LOCK
               INVALID KEY
                   MOVE "99" TO ARQST
           END-READ.
           IF ARQST NOT = "00"
               DISPLAY "PRODUTO EM USO NOUTRO TERMINAL - TENTE "
                   "DE NOVO" AT 1535
               MOVE "00" TO ARQST
               MOVE "N" TO SALVA
               GO FIM-GRAVA-BAIXA-PERDA
           END-IF.
           IF WS-PD-QTDE > QTDADE-P
               DISPLAY "ESTOQUE MUDOU - BAIXA CANCELADA" AT 1535
               UNLOCK PRODUTOS
               MOVE "N" TO SALVA
               GO FIM-GRAVA-BAIXA-PERDA
           END-IF.
           IF WS-PD-ACHOU-LOTE = 'S'
               MOVE WS-PD-CHAVE-LOTE TO LT-CHAVE
               READ LOTES WITH LOCK
                   INVALID KEY
                       MOVE ZEROS TO LT-QTDE
               END-READ
               IF WS-PD-QTDE > LT-QTDE
                   DISPLAY "SALDO DO LOTE MUDOU - BAIXA CANCELADA"
                       AT 1535
                   UNLOCK LOTES
                   UNLOCK PRODUTOS
                   MOVE "00" TO LTST
                   MOVE "N" TO SALVA
                   GO FIM-GRAVA-BAIXA-PERDA
               END-IF
               IF WS-PD-QTDE = LT-QTDE
                   MOVE "D" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-LOTES
                   DELETE LOTES
                   END-DELETE
                   PERFORM JN-DEPOIS-LOTES
               ELSE
                   SUBTRACT WS-PD-QTDE FROM LT-QTDE
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-LOTES
                   REWRITE REG-LOTE
                   PERFORM JN-DEPOIS-LOTES
               END-IF
               UNLOCK LOTES
           END-IF.

           SUBTRACT WS-PD-QTDE FROM QTDADE-P.
           PERFORM CALCULA-TOTAL-P.
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-PRODUTOS
           REWRITE REG-PROD INVALID KEY STOP RUN
           END-REWRITE
           PERFORM JN-DEPOIS-PRODUTOS.

           MOVE CODIG-P TO MV-CODIGO.
           ACCEPT MV-DATA FROM DATE YYYYMMDD.
           ACCEPT MV-HORA FROM TIME.
           SET MV-SAIDA TO TRUE.
           MOVE WS-PD-QTDE TO MV-QUANTIDADE.
           MOVE QTDADE-P TO MV-QTDADE-APOS.
           MOVE WS-PD-MV-MOTIVO TO MV-MOTIVO.
           MOVE UNIT-P TO MV-CUSTO-UNIT.
           MOVE WS-MV-DEP-DIG TO MV-DEPOSITO.
           IF WS-PD-ACHOU-LOTE = 'S'
               MOVE WS-LOTE-NUM TO MV-LOTE
           ELSE
               MOVE SPACES TO MV-LOTE
           END-IF.
           PERFORM GRAVA-MOVTO-RETRY.

           MOVE WS-MV-DEP-DIG TO WS-SL-DEP.
           MOVE "S" TO WS-SL-SINAL.
           MOVE WS-PD-QTDE TO WS-SL-QTDE.
           PERFORM ATUALIZA-SALDO-LOC.

           MOVE "PERDA" TO WS-AUD-OP.
           MOVE CODIG-P TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-DESC.
           IF WS-PD-GERENTE = 'S'
               STRING "BAIXA " WS-PD-MV-MOTIVO " COM GERENTE"
                   DELIMITED BY SIZE INTO WS-AUD-DESC
           ELSE
               STRING "BAIXA " WS-PD-MV-MOTIVO
                   DELIMITED BY SIZE INTO WS-AUD-DESC
           END-IF.
           PERFORM GRAVA-AUDITORIA.
           UNLOCK PRODUTOS.
           MOVE QTDADE-P TO QT.
           DISPLAY QT AT 0831.
           DISPLAY "PERDA BAIXADA DO ESTOQUE" AT 1535.
       FIM-GRAVA-BAIXA-PERDA.
           EXIT.

       PEDE-DEPOSITO-MOVTO.
           MOVE WS-DEP-LOJA TO WS-MV-DEP-DIG.
           DISPLAY "DEPOSITO (01 LOJA/02 FUNDOS): [  ]" AT 2130.
           ACCEPT WS-MV-DEP-DIG AT 2161 WITH PROMPT AUTO.
           IF WS-MV-DEP-DIG = ZEROS
               MOVE WS-DEP-LOJA TO WS-MV-DEP-DIG
                   IF WS-SL-SINAL = "E" OR WS-SL-SINAL = "e"
                       MOVE WS-SL-QTDE TO SL-QTDE
                   END-IF
                   MOVE "W" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-SALDOLOC
                   WRITE REG-SALDO-LOC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM JN-DEPOIS-SALDOLOC
               NOT INVALID KEY
                   IF WS-SL-SINAL = "E" OR WS-SL-SINAL = "e"
                       ADD WS-SL-QTDE TO SL-QTDE
                           ON SIZE ERROR
                               DISPLAY "SALDO DO DEPOSITO NO LIMITE - "
                                   "CONFIRA" AT 1535
                       END-ADD
                   ELSE
                       IF WS-SL-QTDE > SL-QTDE
                           DISPLAY "SALDO DO DEPOSITO MENOR QUE A "
                           SUBTRACT WS-SL-QTDE FROM SL-QTDE
                       END-IF
                   END-IF
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-SALDOLOC
                   REWRITE REG-SALDO-LOC
                   PERFORM JN-DEPOIS-SALDOLOC
           END-READ.
           UNLOCK SALDOLOC.

      * A CHAVE DO KARDEX E CODIGO+DATA+HORA; A SEGUNDA PERNA AVANCA
      * A HORA ATE ACHAR VAGA.
       GRAVA-MOVTO-TRANSF.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-MOVIMENTO
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO MV-HORA
                   PERFORM JN-ANTES-MOVIMENTO
                   WRITE REG-MOVIMENTO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-WRITE
           PERFORM JN-DEPOIS-MOVIMENTO.

       IMPRIME-ROMANEIO.
           MOVE SPACES TO LINHA-CUPOM.
       CARREGA-KIT.
           MOVE 0 TO WS-KT-ACHOU.
           MOVE ZEROS TO WS-KT-QT-COMP WS-KT-CUSTO-TOTAL.
           MOVE 9999999 TO WS-KT-DISPON.
           MOVE CODIG-P TO KT-CODIGO.
           MOVE ZEROS TO KT-ITEM.
           READ KITS
               READ PRODUTOS
                   INVALID KEY
                       MOVE ZEROS TO UNIT-P QTDADE-P
                       MOVE 'N' TO VENDA-PESO-P
               END-READ
               MOVE KT-QTDE TO WS-VQ-QTDE
               MOVE UNIT-P TO WS-VQ-PRECO
               PERFORM CALCULA-VALOR-QTDE
               MOVE WS-VQ-VALOR TO TAB-KT-CUSTO(WS-KT-QT-COMP)
               ADD TAB-KT-CUSTO(WS-KT-QT-COMP)
                   TO WS-KT-CUSTO-TOTAL
               PERFORM SOMA-RESERVAS
           MOVE WS-KT-TOTAL TO WS-VENDA-TOTAL-ED.
           DISPLAY "TOTAL DA VENDA: " AT 1919.
           DISPLAY WS-VENDA-TOTAL-ED AT 1936.
           MOVE 'N' TO WS-VC-OK.
           PERFORM IDENTIFICA-VENDEDOR THRU FIM-IDENTIFICA-VENDEDOR
               UNTIL WS-VC-OK = 'S'.

           MOVE SPACES TO SALVA.
           PERFORM GRAVA-VENDA-KIT UNTIL SALVA = "S" OR = "N".
           MOVE WS-KT-REC-COMP TO WS-VENDA-TOTAL.

           SUBTRACT WS-VENDA-QTDE FROM QTDADE-P.
           PERFORM CALCULA-TOTAL-P.
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-PRODUTOS
           REWRITE REG-PROD INVALID KEY STOP RUN
           END-REWRITE
           PERFORM JN-DEPOIS-PRODUTOS.
           MOVE CODIG-P TO MV-CODIGO.
           ACCEPT MV-DATA FROM DATE YYYYMMDD.
           ACCEPT MV-HORA FROM TIME.
           DISPLAY "CARRINHO DE VENDA" AT 0423
               FOREGROUND-COLOR 6.
           MOVE SPACES TO OPCAO.
      *    O OPERADOR SE IDENTIFICA UMA VEZ POR EXECUCAO; CADA CUPOM
      *    EXIGE O TURNO DELE ABERTO NO DIA (PODE TER SIDO FECHADO
      *    NOUTRO TERMINAL ENTRE UM CUPOM E OUTRO).
           IF WS-TN-OPERADOR = SPACES
               PERFORM IDENTIFICA-OPERADOR
                   THRU FIM-IDENTIFICA-OPERADOR
               IF WS-TN-OPERADOR = SPACES
                   GO CARRINHO-FIM
               END-IF
               DISPLAY WS-PG-BRANCO AT 0619
           END-IF.
           PERFORM BUSCA-TURNO-ABERTO.
           IF WS-TN-ACHOU = 'N'
               DISPLAY "SEM TURNO ABERTO - ABRA NO MODO X" AT 1535
               GO CARRINHO-FIM
           END-IF.
      *    O VENDEDOR QUE ATENDEU VALE PARA TODAS AS LINHAS DO CUPOM.
           MOVE 'N' TO WS-VC-OK.
           PERFORM IDENTIFICA-VENDEDOR THRU FIM-IDENTIFICA-VENDEDOR
               UNTIL WS-VC-OK = 'S'.
           MOVE ZEROS TO WS-CR-QT-ITENS WS-CR-TOTAL.
           PERFORM ITEM-CARRINHO THRU FIM-ITEM-CARRINHO
               UNTIL WS-CR-ENTRADA = 9999999999999.
           END-IF.

      *    ATE 4 DIGITOS E CODIGO; MAIS QUE ISSO E EAN, LOCALIZADO
      *    PELA CHAVE ALTERNATIVA CD-BARRAS (COMO NA SAIDA RAPIDA),
      *    INCLUSIVE A ETIQUETA DA BALANCA DO PESAVEL.
           MOVE 'N' TO WS-EB-ETIQUETA.
           IF WS-CR-ENTRADA <= 9999
               MOVE WS-CR-ENTRADA TO CODIG-P
               MOVE 1 TO WS-CR-ACHOU
                       MOVE 0 TO WS-CR-ACHOU
               END-READ
           ELSE
               MOVE WS-CR-ENTRADA TO WS-EB-EAN
               MOVE 'N' TO WS-EB-TRAVA
               PERFORM LOCALIZA-EAN
               MOVE 0 TO WS-CR-ACHOU
               IF WS-EB-ACHOU = 'S'
                   MOVE 1 TO WS-CR-ACHOU
               END-IF
           END-IF.
           IF WS-CR-ACHOU = 0
               DISPLAY "PRODUTO NAO CADASTRADO" AT 1535

           DISPLAY NOME-P AT 1019.
           DISPLAY "QUANTIDADE: " AT 1219.
           IF PRODUTO-PESAVEL
               DISPLAY "G" AT 1241
           ELSE
               DISPLAY " " AT 1241
           END-IF.
      *    A ETIQUETA DA BALANCA JA TRAZ OS GRAMAS; O PESAVEL DIGITADO
      *    PELO CODIGO PRECISA DO PESO (NAO HA QUANTIDADE 1 DE
      *    PADRAO EM GRAMAS).
           IF WS-EB-ETIQUETA = 'S'
               IF WS-EB-GRAMAS = ZEROS
                   DISPLAY "PESO DA ETIQUETA INVALIDO" AT 1535
                   MOVE ZEROS TO WS-CR-ENTRADA
                   GO FIM-ITEM-CARRINHO
               END-IF
               MOVE WS-EB-GRAMAS TO WS-CR-QTDE QT-CARRINHO
               DISPLAY QT-CARRINHO AT 1231
           ELSE
               MOVE ZEROS TO QT-CARRINHO
               ACCEPT QT-CARRINHO AT 1231 WITH PROMPT AUTO
               MOVE QT-CARRINHO TO WS-CR-QTDE
           END-IF.
           IF WS-CR-QTDE = ZEROS
               IF PRODUTO-PESAVEL
                   DISPLAY "INFORME O PESO EM GRAMAS" AT 1535
                   MOVE ZEROS TO WS-CR-ENTRADA
                   GO FIM-ITEM-CARRINHO
               END-IF
               MOVE 1 TO WS-CR-QTDE
           END-IF.
           PERFORM SOMA-RESERVAS.
           MOVE NOME-P TO TAB-CR-NOME(WS-CR-QT-ITENS).
           MOVE WS-CR-QTDE TO TAB-CR-QTDE(WS-CR-QT-ITENS).
           MOVE WS-PRECO-VIGENTE TO TAB-CR-PRECO(WS-CR-QT-ITENS).
           MOVE WS-CR-QTDE TO WS-VENDA-QTDE.
           PERFORM CALCULA-TOTAL-VENDA.
           MOVE WS-VENDA-TOTAL TO TAB-CR-TOTAL(WS-CR-QT-ITENS).
           MOVE SPACE TO TAB-CR-UNIDADE(WS-CR-QT-ITENS).
           IF PRODUTO-PESAVEL
               MOVE 'G' TO TAB-CR-UNIDADE(WS-CR-QT-ITENS)
           END-IF.
           MOVE WS-EM-OFERTA TO TAB-CR-OFERTA(WS-CR-QT-ITENS).
           MOVE CST-ICMS-P TO TAB-CR-CST(WS-CR-QT-ITENS).
           MOVE ALIQ-ICMS-P TO TAB-CR-ALIQ(WS-CR-QT-ITENS).
           MOVE ZEROS TO TAB-CR-ICMS(WS-CR-QT-ITENS).
           MOVE ZEROS TO TAB-CR-LIQUIDO(WS-CR-QT-ITENS).
           MOVE WS-VC-VENDEDOR TO TAB-CR-VENDEDOR(WS-CR-QT-ITENS).
           ADD TAB-CR-TOTAL(WS-CR-QT-ITENS) TO WS-CR-TOTAL.
           DISPLAY ESPACO AT 1535.
           MOVE ZEROS TO WS-CR-ENTRADA.
           EXIT.

       FECHA-CARRINHO.
           MOVE ZEROS TO WS-FD-CPF WS-FD-RESGATE WS-FD-DESCONTO
               WS-FD-GANHOS WS-FD-SALDO.
           PERFORM IDENTIFICA-FIDELIDADE THRU FIM-IDENTIFICA-FIDELIDADE.
           MOVE ZEROS TO WS-CR-ICMS.
           PERFORM CALCULA-ICMS-ITEM
               VARYING WS-CR-I FROM 1 BY 1
               UNTIL WS-CR-I > WS-CR-QT-ITENS.
           MOVE WS-CR-ICMS TO WS-CR-ICMS-ED.
           DISPLAY "ICMS: " AT 1350.
           DISPLAY WS-CR-ICMS-ED AT 1356.
           MOVE WS-CR-TOTAL TO WS-CR-TOTAL-ED.
           DISPLAY "TOTAL DO CUPOM: " AT 1419.
           DISPLAY WS-CR-TOTAL-ED AT 1436.
           MOVE ZEROS TO WS-CR-RECEBIDO WS-CR-TROCO WS-PG-QT
               WS-PG-DINHEIRO WS-PG-CARTAO WS-PG-PRAZO WS-PG-ESTORNO
               WS-QT-PARCELAS WS-PG-FOLHA.
           MOVE WS-CR-TOTAL TO WS-PG-FALTA.
           MOVE 'S' TO WS-PG-OK.
           PERFORM PAGA-PARTE-CUPOM THRU FIM-PAGA-PARTE-CUPOM
               UNTIL WS-PG-FALTA = ZEROS OR WS-PG-OK = 'N'.
           IF WS-PG-OK = 'N'
               DISPLAY "PAGAMENTO DESISTIDO - CUPOM NAO EMITIDO"
                   AT 1535
               GO FIM-FECHA-CARRINHO
           END-IF.
           DISPLAY WS-PG-BRANCO AT 1619.
           DISPLAY WS-PG-BRANCO AT 1719.
           DISPLAY WS-PG-BRANCO AT 1819.
           COMPUTE WS-CR-TROCO = WS-CR-RECEBIDO - WS-PG-DINHEIRO.
           MOVE WS-CR-TROCO TO WS-CR-TROCO-ED.
           DISPLAY "TROCO: " AT 1619.
           DISPLAY WS-CR-TROCO-ED AT 1626.

           MOVE SPACES TO SALVA.
           PERFORM GRAVA-CARRINHO UNTIL SALVA = "S" OR = "N".
       FIM-FECHA-CARRINHO.
           EXIT.

      * UMA PARTE DO PAGAMENTO: FORMA E VALOR (ENTER = O QUE FALTA).
      * DINHEIRO PODE PASSAR DO QUE FALTA (O EXCESSO E TROCO);
      * CARTAO, CREDIARIO E FOLHA NAO.  A QUARTA PARTE TEM DE QUITAR
      * O CUPOM.  PARTE RECUSADA (CARTAO SEM AUTORIZACAO, CREDIARIO
      * NEGADO, FOLHA ACIMA DO TETO) NAO CONTA - O OPERADOR ESCOLHE
      * OUTRA FORMA.
       PAGA-PARTE-CUPOM.
           DISPLAY WS-PG-BRANCO AT 1619.
           DISPLAY WS-PG-BRANCO AT 1719.
           DISPLAY WS-PG-BRANCO AT 1819.
           MOVE WS-PG-FALTA TO WS-PG-FALTA-ED.
           DISPLAY "FALTA: " AT 1460.
           DISPLAY WS-PG-FALTA-ED AT 1467.
           DISPLAY "FORMA (D-DINHEIRO C-CARTAO P-PRAZO F-FOLHA "
               "X-DESISTE): [ ]" AT 1619.
           MOVE SPACES TO WS-PG-FORMA.
           ACCEPT WS-PG-FORMA AT 1675 WITH PROMPT AUTO.
           INSPECT WS-PG-FORMA CONVERTING "dcpfx" TO "DCPFX".
           IF WS-PG-FORMA = "X"
               MOVE 'N' TO WS-PG-OK
               GO FIM-PAGA-PARTE-CUPOM
           END-IF.
           IF WS-PG-FORMA NOT = "D" AND NOT = "C" AND NOT = "P"
               AND NOT = "F"
               DISPLAY "FORMA INVALIDA" AT 1535
               GO FIM-PAGA-PARTE-CUPOM
           END-IF.
           IF WS-PG-FORMA = "P" AND WS-PG-PRAZO > 0
               DISPLAY "CREDIARIO SO UMA VEZ NO CUPOM" AT 1535
               GO FIM-PAGA-PARTE-CUPOM
           END-IF.
           IF WS-PG-FORMA = "F" AND WS-PG-FOLHA > 0
               DISPLAY "FOLHA SO UMA VEZ NO CUPOM" AT 1535
               GO FIM-PAGA-PARTE-CUPOM
           END-IF.
           DISPLAY "VALOR (ENTER = FALTA): " AT 1719.
           MOVE ZEROS TO WS-PG-VALOR-ED.
           ACCEPT WS-PG-VALOR-ED AT 1742 WITH PROMPT AUTO.
           MOVE WS-PG-VALOR-ED TO WS-PG-VALOR.
           IF WS-PG-VALOR = ZEROS
               MOVE WS-PG-FALTA TO WS-PG-VALOR
           END-IF.
           IF WS-PG-FORMA NOT = "D" AND WS-PG-VALOR > WS-PG-FALTA
               DISPLAY "CARTAO/PRAZO/FOLHA ACIMA DO QUE FALTA" AT 1535
               GO FIM-PAGA-PARTE-CUPOM
           END-IF.
           IF WS-PG-QT = 3 AND WS-PG-VALOR < WS-PG-FALTA
               DISPLAY "A 4A FORMA TEM DE QUITAR O CUPOM" AT 1535
               GO FIM-PAGA-PARTE-CUPOM
           END-IF.
           MOVE SPACES TO WS-PG-MODAL WS-PG-AUTORIZ.
           IF WS-PG-FORMA = "C"
               PERFORM DADOS-CARTAO THRU FIM-DADOS-CARTAO
               IF WS-PG-MODAL = SPACES
                   GO FIM-PAGA-PARTE-CUPOM
               END-IF
           END-IF.
           IF WS-PG-FORMA = "P"
               MOVE WS-PG-VALOR TO WS-PG-PRAZO
               PERFORM APROVA-CREDIARIO THRU FIM-APROVA-CREDIARIO
               IF WS-CPF-OK = 'N'
                   MOVE ZEROS TO WS-PG-PRAZO WS-QT-PARCELAS
                   GO FIM-PAGA-PARTE-CUPOM
               END-IF
           END-IF.
           IF WS-PG-FORMA = "F"
               MOVE WS-PG-VALOR TO WS-PG-FOLHA
               PERFORM APROVA-FOLHA THRU FIM-APROVA-FOLHA
               IF WS-CPF-OK = 'N'
                   MOVE ZEROS TO WS-PG-FOLHA
                   GO FIM-PAGA-PARTE-CUPOM
               END-IF
           END-IF.

           IF WS-PG-VALOR > WS-PG-FALTA
               MOVE WS-PG-FALTA TO WS-PG-APLICA
           ELSE
               MOVE WS-PG-VALOR TO WS-PG-APLICA
           END-IF.
           ADD 1 TO WS-PG-QT.
           MOVE WS-PG-FORMA TO TAB-PG-FORMA(WS-PG-QT).
           MOVE WS-PG-MODAL TO TAB-PG-MODAL(WS-PG-QT).
           MOVE WS-PG-AUTORIZ TO TAB-PG-AUTORIZ(WS-PG-QT).
           MOVE WS-PG-APLICA TO TAB-PG-VALOR(WS-PG-QT).
           EVALUATE WS-PG-FORMA
               WHEN "D"
                   ADD WS-PG-VALOR TO WS-CR-RECEBIDO
                   ADD WS-PG-APLICA TO WS-PG-DINHEIRO
               WHEN "C"
                   ADD WS-PG-APLICA TO WS-PG-CARTAO
           END-EVALUATE.
           SUBTRACT WS-PG-APLICA FROM WS-PG-FALTA.
           MOVE WS-PG-FALTA TO WS-PG-FALTA-ED.
           DISPLAY WS-PG-FALTA-ED AT 1467.
           DISPLAY ESPACO AT 1535.
       FIM-PAGA-PARTE-CUPOM.
           EXIT.

      * CARTAO: MODALIDADE (DEBITO OU CREDITO) E O CODIGO DE
      * AUTORIZACAO DA MAQUINA, OBRIGATORIO - SEM ELE A PARTE NAO
      * ENTRA (MODALIDADE VOLTA EM BRANCO).
       DADOS-CARTAO.
           DISPLAY "D-DEBITO C-CREDITO: [ ]  AUTORIZACAO: [      ]"
               AT 1819.
           ACCEPT WS-PG-MODAL AT 1840 WITH PROMPT AUTO.
           INSPECT WS-PG-MODAL CONVERTING "dc" TO "DC".
           IF WS-PG-MODAL NOT = "D" AND NOT = "C"
               DISPLAY "MODALIDADE INVALIDA" AT 1535
               MOVE SPACES TO WS-PG-MODAL
               GO FIM-DADOS-CARTAO
           END-IF.
           ACCEPT WS-PG-AUTORIZ AT 1858 WITH PROMPT AUTO.
           IF WS-PG-AUTORIZ = SPACES
               DISPLAY "AUTORIZACAO DO CARTAO OBRIGATORIA" AT 1535
               MOVE SPACES TO WS-PG-MODAL
           END-IF.
       FIM-DADOS-CARTAO.
           EXIT.

      * ICMS DE CADA LINHA DO CARRINHO PELA SITUACAO E ALIQUOTA DO
      * PRODUTO NO MOMENTO DO BIP; NA POSTAGEM O VALOR E REFEITO
      * SOBRE A LINHA LIQUIDA DO DESCONTO DE PONTOS.
       CALCULA-ICMS-ITEM.
           MOVE ZEROS TO TAB-CR-ICMS(WS-CR-I).
           IF TAB-CR-CST(WS-CR-I) = '00'
               COMPUTE TAB-CR-ICMS(WS-CR-I) ROUNDED =
                   TAB-CR-TOTAL(WS-CR-I) * TAB-CR-ALIQ(WS-CR-I) / 100
           END-IF.
           ADD TAB-CR-ICMS(WS-CR-I) TO WS-CR-ICMS.

      * APROVACAO DA VENDA A PRAZO: CLIENTE CADASTRADO E ATIVO NO
      * CREDIARIO, SEM PARCELA VENCIDA ALEM DO PARAMETRO DE ATRASO
      * E COM A EXPOSICAO (ABERTAS + ESTA VENDA) DENTRO DO LIMITE.
                   "NOVO" AT 1535
               GO FIM-APROVA-CREDIARIO
           END-IF.
           IF WS-CJ-EXPOSICAO + WS-PG-PRAZO > CJ-LIMITE
               DISPLAY "LIMITE DE CREDITO INSUFICIENTE" AT 1535
               GO FIM-APROVA-CREDIARIO
           END-IF.
               GO FIM-APROVA-CREDIARIO
           END-IF.
           COMPUTE WS-VALOR-PARCELA ROUNDED =
               WS-PG-PRAZO / WS-QT-PARCELAS.
           MOVE WS-VALOR-PARCELA TO WS-CP-VALOR-ED.
           DISPLAY "PARCELA DE " AT 1719.
           DISPLAY WS-CP-VALOR-ED AT 1731.
       FIM-APROVA-CREDIARIO.
           EXIT.

      * APROVACAO DO DESCONTO EM FOLHA: CPF DE FUNCIONARIO ATIVO DA
      * CASA, COM AS COMPRAS DA COMPETENCIA MAIS ESTA PARTE DENTRO DO
      * TETO DO MES SOBRE O SALARIO.
       APROVA-FOLHA.
           MOVE 'N' TO WS-CPF-OK.
           DISPLAY "CPF DO FUNCIONARIO: [           ]" AT 1519.
           MOVE SPACES TO WS-CJ-BUF11.
           ACCEPT WS-CJ-BUF11 AT 1540 WITH PROMPT AUTO.
           IF WS-CJ-BUF11 = SPACES
               DISPLAY "CPF OBRIGATORIO NO DESCONTO EM FOLHA" AT 1535
               GO FIM-APROVA-FOLHA
           END-IF.
           MOVE WS-CJ-BUF11 TO WS-FC-CPF.
           MOVE 'N' TO WS-FC-ACHOU.
           OPEN INPUT FUNCIONARIO.
           IF FUST NOT = "00"
               DISPLAY "CADASTRO DE FUNCIONARIOS INDISPONIVEL" AT 1535
               GO FIM-APROVA-FOLHA
           END-IF.
           MOVE ZEROS TO FU-CODIGO.
           START FUNCIONARIO KEY IS NOT LESS THAN FU-CODIGO
               INVALID KEY
                   MOVE "99" TO FUST
           END-START.
           PERFORM PROCURA-FUNCIONARIO
               UNTIL FUST NOT = "00" OR WS-FC-ACHOU = 'S'.
           CLOSE FUNCIONARIO.
           IF WS-FC-ACHOU = 'N'
               DISPLAY "CPF NAO E DE FUNCIONARIO ATIVO" AT 1535
               GO FIM-APROVA-FOLHA
           END-IF.
           PERFORM SOMA-COMPRAS-MES.
           IF WS-FC-USADO + WS-PG-FOLHA > WS-FC-TETO
               MOVE ZEROS TO WS-FC-DISPONIVEL
               IF WS-FC-USADO < WS-FC-TETO
                   COMPUTE WS-FC-DISPONIVEL = WS-FC-TETO - WS-FC-USADO
               END-IF
               MOVE WS-FC-DISPONIVEL TO WS-CP-VALOR-ED
               DISPLAY "ACIMA DO TETO DO MES - DISPONIVEL " AT 1535
               DISPLAY WS-CP-VALOR-ED AT 1569
               GO FIM-APROVA-FOLHA
           END-IF.
           DISPLAY WS-PG-BRANCO AT 1619.
           DISPLAY "FOLHA DE " AT 1619.
           DISPLAY WS-FC-NOME AT 1628.
           MOVE 'S' TO WS-CPF-OK.
       FIM-APROVA-FOLHA.
           EXIT.

       PROCURA-FUNCIONARIO.
           READ FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "99" TO FUST
           END-READ.
           IF FUST = "00" AND FU-CPF = WS-FC-CPF AND FU-ATIVO
               MOVE 'S' TO WS-FC-ACHOU
               MOVE FU-CODIGO TO WS-FC-FUNCIONARIO
               MOVE FU-NOME TO WS-FC-NOME
               COMPUTE WS-FC-TETO ROUNDED =
                   FU-SALARIO * WS-FC-TAXA-TETO
           END-IF.

      * COMPRAS DO FUNCIONARIO NA COMPETENCIA CORRENTE, DESCONTADAS
      * OU NAO - O TETO E DO MES DA COMPRA.
       SOMA-COMPRAS-MES.
           MOVE ZEROS TO WS-FC-USADO.
           ACCEPT WS-FC-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT COMPFUN.
           IF CFST = "00"
               MOVE WS-FC-FUNCIONARIO TO CF-FUNCIONARIO
               MOVE WS-FC-ANOMES TO CF-ANOMES
               MOVE ZEROS TO CF-CUPOM
               START COMPFUN KEY IS NOT LESS THAN CF-CHAVE
                   INVALID KEY
                       MOVE "99" TO CFST
               END-START
               PERFORM SOMA-UMA-COMPRA UNTIL CFST NOT = "00"
               CLOSE COMPFUN
           END-IF.

       SOMA-UMA-COMPRA.
           READ COMPFUN NEXT RECORD
               AT END
                   MOVE "99" TO CFST
           END-READ.
           IF CFST = "00"
               IF CF-FUNCIONARIO NOT = WS-FC-FUNCIONARIO
                   OR CF-ANOMES NOT = WS-FC-ANOMES
                   MOVE "99" TO CFST
               ELSE
                   ADD CF-VALOR TO WS-FC-USADO
               END-IF
           END-IF.

      * A PARTE EM FOLHA DO CUPOM CONFIRMADO FICA ABERTA EM
      * COMPFUN.DAT ATE A FOLHA-PAGAMENTO DESCONTA-LA.
       GRAVA-COMPRA-FOLHA.
           OPEN I-O COMPFUN.
           IF CFST = "35"
               OPEN OUTPUT COMPFUN
               CLOSE COMPFUN
               OPEN I-O COMPFUN
           END-IF.
           IF CFST NOT = "00"
               DISPLAY "COMPFUN.DAT INDISPONIVEL - AVISE A FOLHA"
                   AT 1535
           ELSE
               ACCEPT WS-FC-HOJE FROM DATE YYYYMMDD
               MOVE WS-FC-FUNCIONARIO TO CF-FUNCIONARIO
               MOVE WS-FC-ANOMES TO CF-ANOMES
               MOVE WS-CR-CUPOM TO CF-CUPOM
               MOVE WS-FC-CPF TO CF-CPF
               MOVE WS-FC-HOJE TO CF-DATA
               MOVE WS-PG-FOLHA TO CF-VALOR
               MOVE WS-TN-OPERADOR TO CF-OPERADOR
               SET CF-ABERTA TO TRUE
               MOVE ZEROS TO CF-FOLHA
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-COMPFUN
               WRITE REG-COMPFUN
                   INVALID KEY
                       DISPLAY "COMPRA DO CUPOM JA EM COMPFUN.DAT"
                           AT 1535
               END-WRITE
               PERFORM JN-DEPOIS-COMPFUN
               CLOSE COMPFUN
           END-IF.

      * EXPOSICAO DO CLIENTE: SOMA DAS PARCELAS ABERTAS; MARCA O
      * ATRASO QUANDO ALGUMA VENCIDA PASSA DO PARAMETRO (DIAS PELO
      * DATAS-SERVICO).
           DISPLAY "CONFIRMAR A VENDA (S/N)? [ ]" AT 1719.
           ACCEPT SALVA AT 1745 WITH PROMPT AUTO.
           IF SALVA = "S"
               PERFORM PROXIMO-CUPOM
               MOVE ZEROS TO WS-CR-PULADOS
               MOVE WS-FD-DESCONTO TO WS-FD-A-ABATER
               MOVE ZEROS TO WS-FD-POSTADO
               PERFORM POSTA-ITEM-CARRINHO
                   VARYING WS-CR-I FROM 1 BY 1
                   UNTIL WS-CR-I > WS-CR-QT-ITENS
               IF WS-FD-DESCONTO > 0
                   PERFORM AJUSTA-RESGATE-CUPOM
               END-IF
      *        LINHA PULADA NAO SE COBRA: O TOTAL JA FOI ABATIDO,
      *        AQUI SE REFAZEM AS PARTES DO PAGAMENTO, O TROCO E A
      *        PARCELA SOBRE O QUE DE FATO SAIU DO ESTOQUE.
               IF WS-CR-PULADOS > 0
                   DISPLAY "ITENS PULADOS: " AT 1719
                   DISPLAY WS-CR-PULADOS AT 1734
                   DISPLAY " - TOTAL REFEITO" AT 1737
                   PERFORM REFAZ-PAGAMENTOS
               END-IF
               IF WS-PG-PRAZO > 0
                   PERFORM GERA-PARCELAS-CREDIARIO
               END-IF
               IF WS-PG-PRAZO + WS-PG-FOLHA > 0
                   PERFORM RATEIA-PRAZO-VENDAS
               END-IF
               IF WS-PG-FOLHA > 0
                   PERFORM GRAVA-COMPRA-FOLHA
               END-IF
               IF WS-PG-CARTAO > 0
                   PERFORM GRAVA-RECEBIVEL-CARTAO
                       VARYING WS-PG-I FROM 1 BY 1
                       UNTIL WS-PG-I > WS-PG-QT
               END-IF
               PERFORM SOMA-CUPOM-TURNO
               IF WS-FD-CPF > 0
                   PERFORM MOVIMENTA-FIDELIDADE
               END-IF
               PERFORM IMPRIME-CUPOM-CARRINHO
               IF WS-PG-PRAZO > 0
                   PERFORM IMPRIME-CARNE
               END-IF
               MOVE "VENDA-CUPOM" TO WS-AUD-OP
               MOVE WS-CR-CUPOM TO WS-AUD-CHAVE
               MOVE "VENDA MULTI-ITEM FECHADA" TO WS-AUD-DESC
               OPEN OUTPUT CUPSEQ
               MOVE 1 TO CS-CHAVE
               MOVE ZEROS TO CS-ULTIMO-CUPOM
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CUPSEQ
               WRITE REG-CUPSEQ
               PERFORM JN-DEPOIS-CUPSEQ
               CLOSE CUPSEQ
               OPEN I-O CUPSEQ
           END-IF.
           IF CQST = "23"
               MOVE 1 TO CS-CHAVE
               MOVE ZEROS TO CS-ULTIMO-CUPOM
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CUPSEQ
               WRITE REG-CUPSEQ
                   INVALID KEY
                       CONTINUE
               END-WRITE
               PERFORM JN-DEPOIS-CUPSEQ
           END-IF.
           IF CQST = "00" OR CQST = "23"
               ADD 1 TO CS-ULTIMO-CUPOM
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CUPSEQ
               REWRITE REG-CUPSEQ
               PERFORM JN-DEPOIS-CUPSEQ
               MOVE CS-ULTIMO-CUPOM TO WS-CR-CUPOM
           ELSE
               DISPLAY "CUPSEQ.DAT EM USO - CUPOM SEM NUMERO"
           END-IF.
           MOVE TAB-CR-TOTAL(WS-CR-I) TO WS-VENDA-TOTAL.
           MOVE TAB-CR-OFERTA(WS-CR-I) TO WS-EM-OFERTA.
           MOVE ZEROS TO WS-VENDA-DESC-PONTOS.
           IF WS-FD-A-ABATER > 0
               PERFORM ABATE-DESCONTO-ITEM
               MOVE WS-FD-ABATE TO WS-VENDA-DESC-PONTOS
           END-IF.
           ADD WS-VENDA-TOTAL TO WS-FD-POSTADO.
           MOVE WS-VENDA-TOTAL TO TAB-CR-LIQUIDO(WS-CR-I).

           SUBTRACT WS-VENDA-QTDE FROM QTDADE-P.
           PERFORM CALCULA-TOTAL-P.
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-PRODUTOS
           REWRITE REG-PROD INVALID KEY STOP RUN
           END-REWRITE
           PERFORM JN-DEPOIS-PRODUTOS.
           MOVE CODIG-P TO MV-CODIGO.
           ACCEPT MV-DATA FROM DATE YYYYMMDD.
           ACCEPT MV-HORA FROM TIME.
           MOVE WS-VENDA-QTDE TO WS-CONSUMIR.
           PERFORM CONSOME-LOTES-FEFO.
           PERFORM GRAVA-SAIDAS-POR-LOTE THRU FIM-GRAVA-SAIDAS.
           MOVE TAB-CR-VENDEDOR(WS-CR-I) TO WS-VC-VENDEDOR.
           PERFORM ACUMULA-VENDA-DIA.
           MOVE WS-VENDA-ICMS TO TAB-CR-ICMS(WS-CR-I).
           UNLOCK PRODUTOS.
       FIM-POSTA-ITEM.
           EXIT.
      * QUANTIDADE ZERADA FAZ O IMPRIME-LINHA-CUPOM PULAR A LINHA.
       DESCARTA-ITEM-CARRINHO.
           ADD 1 TO WS-CR-PULADOS.
      *    COM DESCONTO DE PONTOS O TOTAL JA ESTA LIQUIDO E PODE SER
      *    MENOR QUE A LINHA; O AJUSTA-RESGATE-CUPOM REFAZ O TOTAL.
           IF TAB-CR-TOTAL(WS-CR-I) > WS-CR-TOTAL
               MOVE ZEROS TO WS-CR-TOTAL
           ELSE
               SUBTRACT TAB-CR-TOTAL(WS-CR-I) FROM WS-CR-TOTAL
           END-IF.
           MOVE ZEROS TO TAB-CR-QTDE(WS-CR-I).
           MOVE ZEROS TO TAB-CR-TOTAL(WS-CR-I).
           MOVE ZEROS TO TAB-CR-ICMS(WS-CR-I).
           MOVE ZEROS TO TAB-CR-LIQUIDO(WS-CR-I).

      * O QUE SE COBROU A MAIS PELAS LINHAS PULADAS SAI PRIMEIRO DO
      * CREDIARIO, DEPOIS DA FOLHA, DO DINHEIRO (VOLTA NO TROCO) E DO
      * CARTAO, DA ULTIMA PARTE PARA A PRIMEIRA - O VALOR TIRADO DO
      * CARTAO E ESTORNADO NA MAQUINA PELO OPERADOR.
       REFAZ-PAGAMENTOS.
           COMPUTE WS-PG-REDUCAO = WS-PG-DINHEIRO + WS-PG-CARTAO
               + WS-PG-PRAZO + WS-PG-FOLHA - WS-CR-TOTAL.
           IF WS-PG-REDUCAO > WS-PG-PRAZO
               SUBTRACT WS-PG-PRAZO FROM WS-PG-REDUCAO
               MOVE ZEROS TO WS-PG-PRAZO
           ELSE
               SUBTRACT WS-PG-REDUCAO FROM WS-PG-PRAZO
               MOVE ZEROS TO WS-PG-REDUCAO
           END-IF.
           IF WS-PG-REDUCAO > WS-PG-FOLHA
               SUBTRACT WS-PG-FOLHA FROM WS-PG-REDUCAO
               MOVE ZEROS TO WS-PG-FOLHA
           ELSE
               SUBTRACT WS-PG-REDUCAO FROM WS-PG-FOLHA
               MOVE ZEROS TO WS-PG-REDUCAO
           END-IF.
           IF WS-PG-REDUCAO > WS-PG-DINHEIRO
               SUBTRACT WS-PG-DINHEIRO FROM WS-PG-REDUCAO
               MOVE ZEROS TO WS-PG-DINHEIRO
           ELSE
               SUBTRACT WS-PG-REDUCAO FROM WS-PG-DINHEIRO
               MOVE ZEROS TO WS-PG-REDUCAO
           END-IF.
           IF WS-PG-REDUCAO > 0
               PERFORM REDUZ-PARTE-CARTAO
                   VARYING WS-PG-I FROM WS-PG-QT BY -1
                   UNTIL WS-PG-I < 1 OR WS-PG-REDUCAO = 0
               MOVE WS-PG-ESTORNO TO WS-PG-VALOR-ED
               DISPLAY "ESTORNAR NO CARTAO: " AT 1819
               DISPLAY WS-PG-VALOR-ED AT 1839
           END-IF.
           COMPUTE WS-CR-TROCO = WS-CR-RECEBIDO - WS-PG-DINHEIRO.
           IF WS-PG-PRAZO = 0
               MOVE ZEROS TO WS-QT-PARCELAS
           ELSE
               COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-PG-PRAZO / WS-QT-PARCELAS
           END-IF.

       REDUZ-PARTE-CARTAO.
           IF TAB-PG-FORMA(WS-PG-I) = "C"
               IF WS-PG-REDUCAO > TAB-PG-VALOR(WS-PG-I)
                   MOVE TAB-PG-VALOR(WS-PG-I) TO WS-PG-APLICA
               ELSE
                   MOVE WS-PG-REDUCAO TO WS-PG-APLICA
               END-IF
               SUBTRACT WS-PG-APLICA FROM TAB-PG-VALOR(WS-PG-I)
                   WS-PG-CARTAO WS-PG-REDUCAO
               ADD WS-PG-APLICA TO WS-PG-ESTORNO
           END-IF.

      * A PARTE A PRAZO DO CUPOM (CREDIARIO MAIS FOLHA) ENTRA NO
      * VD-RECEITA-PRAZO DE CADA PRODUTO POSTADO, RATEADA PELO
      * LIQUIDO DA LINHA.
       RATEIA-PRAZO-VENDAS.
           COMPUTE WS-RT-NAO-CAIXA = WS-PG-PRAZO + WS-PG-FOLHA.
           MOVE WS-RT-NAO-CAIXA TO WS-RT-RESTO.
           MOVE ZEROS TO WS-RT-ULTIMA.
           PERFORM ACHA-ULTIMA-POSTADA
               VARYING WS-CR-I FROM 1 BY 1
               UNTIL WS-CR-I > WS-CR-QT-ITENS.
           PERFORM RATEIA-PRAZO-LINHA
               VARYING WS-CR-I FROM 1 BY 1
               UNTIL WS-CR-I > WS-RT-ULTIMA.

       ACHA-ULTIMA-POSTADA.
           IF TAB-CR-QTDE(WS-CR-I) > 0
               MOVE WS-CR-I TO WS-RT-ULTIMA
           END-IF.

       RATEIA-PRAZO-LINHA.
           IF TAB-CR-QTDE(WS-CR-I) > 0
               IF WS-CR-I = WS-RT-ULTIMA
                   MOVE WS-RT-RESTO TO WS-RT-PARTE
               ELSE
                   COMPUTE WS-RT-PARTE ROUNDED = WS-RT-NAO-CAIXA
                       * TAB-CR-LIQUIDO(WS-CR-I) / WS-CR-TOTAL
                   IF WS-RT-PARTE > WS-RT-RESTO
                       MOVE WS-RT-RESTO TO WS-RT-PARTE
                   END-IF
               END-IF
               SUBTRACT WS-RT-PARTE FROM WS-RT-RESTO
               ACCEPT VD-DATA FROM DATE YYYYMMDD
               MOVE TAB-CR-CODIGO(WS-CR-I) TO VD-CODIGO
               READ VENDAS WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-RT-PARTE TO VD-RECEITA-PRAZO
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-VENDAS
                       REWRITE REG-VENDA-DIA
                       PERFORM JN-DEPOIS-VENDAS
               END-READ
               UNLOCK VENDAS
           END-IF.

      * CADA PARTE EM CARTAO VIRA UM RECEBIVEL DA ADQUIRENTE, COM A
      * PREVISAO DE CREDITO PELO DATAS-SERVICO (DIAS CORRIDOS).
       GRAVA-RECEBIVEL-CARTAO.
           IF TAB-PG-FORMA(WS-PG-I) = "C"
               AND TAB-PG-VALOR(WS-PG-I) > 0
               MOVE SPACES TO REG-RECCART
               ACCEPT RC-DATA FROM DATE YYYYMMDD
               MOVE WS-CR-CUPOM TO RC-CUPOM
               MOVE WS-PG-I TO RC-SEQ
               MOVE WS-TN-OPERADOR TO RC-OPERADOR
               MOVE TAB-PG-MODAL(WS-PG-I) TO RC-MODALIDADE
               MOVE TAB-PG-AUTORIZ(WS-PG-I) TO RC-AUTORIZACAO
               MOVE TAB-PG-VALOR(WS-PG-I) TO RC-VALOR
               MOVE "SD" TO WS-SV-FUNCAO
               MOVE RC-DATA TO WS-SV-DATA-1
               IF RC-DEBITO
                   MOVE WS-PRAZO-DEBITO TO WS-SV-DATA-2
               ELSE
                   MOVE WS-PRAZO-CREDITO TO WS-SV-DATA-2
               END-IF
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                   WS-SV-DATA-1 WS-SV-DATA-2
                   WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RETORNO = '0'
                   MOVE WS-SV-RESULTADO TO RC-PREVISTO
               ELSE
                   MOVE RC-DATA TO RC-PREVISTO
               END-IF
               SET RC-A-RECEBER TO TRUE
               MOVE ZEROS TO RC-DATA-LIQ
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-RECCART
               WRITE REG-RECCART
                   INVALID KEY
                       CONTINUE
               END-WRITE
               PERFORM JN-DEPOIS-RECCART
           END-IF.

      * O CUPOM FECHADO SOMA NO TURNO ABERTO DO OPERADOR: DINHEIRO
      * QUE FICOU NA GAVETA (JA SEM O TROCO), CARTAO E PRAZO (O
      * DESCONTO EM FOLHA SOMA COM O CREDIARIO).
       SOMA-CUPOM-TURNO.
           MOVE WS-TN-CHAVE-ATUAL TO TN-CHAVE.
           READ TURNO WITH LOCK
               INVALID KEY
                   DISPLAY "TURNO SUMIU - CUPOM FORA DO TURNO" AT 1535
               NOT INVALID KEY
                   ADD 1 TO TN-QT-CUPONS
                   ADD WS-PG-DINHEIRO TO TN-DINHEIRO
                   ADD WS-PG-CARTAO TO TN-CARTAO
                   ADD WS-PG-PRAZO WS-PG-FOLHA TO TN-PRAZO
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-TURNO
                   REWRITE REG-TURNO
                   PERFORM JN-DEPOIS-TURNO
           END-READ.
           UNLOCK TURNO.

       IMPRIME-CUPOM-CARRINHO.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "DATA " MV-DATA
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           IF WS-VC-VENDEDOR > 0
               MOVE SPACES TO LINHA-CUPOM
               STRING "VENDEDOR " WS-VC-VENDEDOR " " WS-VC-NOME
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.
           MOVE ZEROS TO WS-CR-ICMS.
           PERFORM IMPRIME-LINHA-CUPOM THRU FIM-IMPRIME-LINHA
               VARYING WS-CR-I FROM 1 BY 1
               UNTIL WS-CR-I > WS-CR-QT-ITENS.
           MOVE WS-CR-TOTAL TO WS-CR-TOTAL-ED.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "TOTAL " WS-CR-TOTAL-ED
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           IF WS-CR-RECEBIDO > 0
               MOVE WS-PG-DINHEIRO TO WS-PG-VALOR-ED
               MOVE WS-CR-RECEBIDO TO WS-CR-RECEBIDO-ED
               MOVE WS-CR-TROCO TO WS-CR-TROCO-ED
               MOVE SPACES TO LINHA-CUPOM
               STRING "DINHEIRO " WS-PG-VALOR-ED
                   "  RECEBIDO " WS-CR-RECEBIDO-ED
                   "  TROCO " WS-CR-TROCO-ED
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.
           PERFORM IMPRIME-CARTAO-CUPOM
               VARYING WS-PG-I FROM 1 BY 1
               UNTIL WS-PG-I > WS-PG-QT.
           IF WS-PG-ESTORNO > 0
               MOVE WS-PG-ESTORNO TO WS-PG-VALOR-ED
               MOVE SPACES TO LINHA-CUPOM
               STRING "ESTORNO NO CARTAO " WS-PG-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.
           MOVE WS-CR-ICMS TO WS-CR-ICMS-ED.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "ICMS DESTACADO NO CUPOM " WS-CR-ICMS-ED
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           IF WS-FD-CPF > 0
               PERFORM IMPRIME-FIDELIDADE-CUPOM
           END-IF.
           IF WS-PG-PRAZO > 0
               MOVE WS-PG-PRAZO TO WS-PG-VALOR-ED
               MOVE SPACES TO LINHA-CUPOM
               STRING "A PRAZO " WS-PG-VALOR-ED
                   " EM " WS-QT-PARCELAS
                   " PARCELA(S) - CPF " WS-CJ-CPF
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.
           IF WS-PG-FOLHA > 0
               MOVE WS-PG-FOLHA TO WS-PG-VALOR-ED
               MOVE SPACES TO LINHA-CUPOM
               STRING "DESCONTO EM FOLHA " WS-PG-VALOR-ED
                   " - FUNCIONARIO " WS-FC-FUNCIONARIO
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "OPERADOR " WS-TN-OPERADOR
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           WRITE LINHA-CUPOM.

       IMPRIME-CARTAO-CUPOM.
           IF TAB-PG-FORMA(WS-PG-I) = "C"
               AND TAB-PG-VALOR(WS-PG-I) > 0
               MOVE TAB-PG-VALOR(WS-PG-I) TO WS-PG-VALOR-ED
               MOVE SPACES TO LINHA-CUPOM
               IF TAB-PG-MODAL(WS-PG-I) = "D"
                   STRING "CARTAO DEBITO  " WS-PG-VALOR-ED
                       "  AUT " TAB-PG-AUTORIZ(WS-PG-I)
                       DELIMITED BY SIZE INTO LINHA-CUPOM
               ELSE
                   STRING "CARTAO CREDITO " WS-PG-VALOR-ED
                       "  AUT " TAB-PG-AUTORIZ(WS-PG-I)
                       DELIMITED BY SIZE INTO LINHA-CUPOM
               END-IF
               WRITE LINHA-CUPOM
           END-IF.

       IMPRIME-LINHA-CUPOM.
      *    LINHA DESCARTADA NO FECHAMENTO NAO SAI NO CUPOM.
           IF TAB-CR-QTDE(WS-CR-I) = ZEROS
               GO FIM-IMPRIME-LINHA
           END-IF.
           MOVE TAB-CR-TOTAL(WS-CR-I) TO WS-VENDA-TOTAL-ED.
           ADD TAB-CR-ICMS(WS-CR-I) TO WS-CR-ICMS.
           MOVE SPACES TO WS-CR-TRIB.
           EVALUATE TAB-CR-CST(WS-CR-I)
               WHEN '00'
                   MOVE TAB-CR-ICMS(WS-CR-I) TO WS-CR-ICMS-ED
                   STRING " ICMS " WS-CR-ICMS-ED
                       DELIMITED BY SIZE INTO WS-CR-TRIB
               WHEN '40'
                   MOVE " ISENTO" TO WS-CR-TRIB
               WHEN '41'
                   MOVE " NAO TRIB" TO WS-CR-TRIB
               WHEN '60'
                   MOVE " ICMS ST" TO WS-CR-TRIB
           END-EVALUATE.
           MOVE SPACES TO LINHA-CUPOM.
           IF TAB-CR-OFERTA(WS-CR-I) = 'S'
               STRING TAB-CR-CODIGO(WS-CR-I) " "
                   TAB-CR-NOME(WS-CR-I)
                   " X" TAB-CR-QTDE(WS-CR-I) TAB-CR-UNIDADE(WS-CR-I)
                   " " WS-VENDA-TOTAL-ED
                   " OFERTA" WS-CR-TRIB
                   DELIMITED BY SIZE INTO LINHA-CUPOM
           ELSE
               STRING TAB-CR-CODIGO(WS-CR-I) " "
                   TAB-CR-NOME(WS-CR-I)
                   " X" TAB-CR-QTDE(WS-CR-I) TAB-CR-UNIDADE(WS-CR-I)
                   " " WS-VENDA-TOTAL-ED WS-CR-TRIB
                   DELIMITED BY SIZE INTO LINHA-CUPOM
           END-IF.
           WRITE LINHA-CUPOM.
       FIM-IMPRIME-LINHA.
           EXIT.

      * FIDELIDADE NO FECHAMENTO: CPF OPCIONAL (DV CONFERIDO), VENCE
      * OS LOTES DE PONTOS PASSADOS DA VALIDADE, MOSTRA O SALDO E
      * ACEITA O RESGATE COMO DESCONTO - LIMITADO AO SALDO E AO
      * TOTAL DO CUPOM.  OS PONTOS SO SAEM DO SALDO NA GRAVACAO.
       IDENTIFICA-FIDELIDADE.
           DISPLAY "CPF FIDELIDADE (ENTER = SEM): [           ]"
               AT 1219.
           MOVE SPACES TO WS-CJ-BUF11.
           ACCEPT WS-CJ-BUF11 AT 1250 WITH PROMPT AUTO.
           IF WS-CJ-BUF11 = SPACES
               GO FIM-IDENTIFICA-FIDELIDADE
           END-IF.
           MOVE WS-CJ-BUF11 TO WS-CPF-NUM.
           PERFORM VALIDA-CPF-LOJA THRU FIM-VALIDA-CPF-LOJA.
           IF WS-CPF-OK = 'N'
               DISPLAY "CPF INVALIDO - CUPOM SEM FIDELIDADE" AT 1535
               GO FIM-IDENTIFICA-FIDELIDADE
           END-IF.
           MOVE WS-CPF-NUM TO WS-FD-CPF.
           ACCEPT WS-FD-HOJE FROM DATE YYYYMMDD.
           PERFORM EXPIRA-PONTOS-CPF.
           MOVE WS-FD-CPF TO FC-CPF.
           READ FIDCLI
               INVALID KEY
                   DISPLAY "CLIENTE NOVO NA FIDELIDADE" AT 1535
                   GO FIM-IDENTIFICA-FIDELIDADE
           END-READ.
           MOVE FC-SALDO TO WS-FD-SALDO-ED.
           DISPLAY "SALDO DE PONTOS: " AT 1319.
           DISPLAY WS-FD-SALDO-ED AT 1336.
           IF FC-SALDO = ZEROS
               GO FIM-IDENTIFICA-FIDELIDADE
           END-IF.
           COMPUTE WS-FD-MAX-PONTOS =
               WS-CR-TOTAL * 100 / WS-FD-CENT-PONTO.
           IF WS-FD-MAX-PONTOS > FC-SALDO
               MOVE FC-SALDO TO WS-FD-MAX-PONTOS
           END-IF.
           DISPLAY "RESGATAR: [       ]" AT 1345.
           MOVE ZEROS TO WS-FD-RESGATE.
           ACCEPT WS-FD-RESGATE AT 1356 WITH PROMPT AUTO.
           IF WS-FD-RESGATE > WS-FD-MAX-PONTOS
               MOVE WS-FD-MAX-PONTOS TO WS-FD-RESGATE
               DISPLAY "RESGATE LIMITADO AO SALDO/TOTAL" AT 1535
           END-IF.
           COMPUTE WS-FD-DESCONTO =
               WS-FD-RESGATE * WS-FD-CENT-PONTO / 100.
           SUBTRACT WS-FD-DESCONTO FROM WS-CR-TOTAL.
       FIM-IDENTIFICA-FIDELIDADE.
           EXIT.

      * VENCE OS LOTES DO CPF COM VALIDADE ANTERIOR A HOJE: ZERA O
      * QUE RESTAVA DE CADA UM, TIRA DO SALDO E REGISTRA UM 'X' NO
      * HISTORICO.  O FIDELIDADE-MENSAL FAZ O MESMO PARA TODOS.
       EXPIRA-PONTOS-CPF.
           MOVE ZEROS TO WS-FD-EXPIROU.
           MOVE WS-FD-CPF TO FM-CPF.
           MOVE ZEROS TO FM-DATA FM-CUPOM.
           MOVE SPACES TO FM-TIPO.
           START FIDMOV KEY IS NOT LESS THAN FM-CHAVE
               INVALID KEY
                   MOVE "99" TO FMST
           END-START.
           PERFORM EXPIRA-UM-LOTE UNTIL FMST NOT = "00".
           MOVE "00" TO FMST.
           IF WS-FD-EXPIROU = ZEROS
               GO FIM-EXPIRA-PONTOS
           END-IF.
           MOVE WS-FD-CPF TO FC-CPF.
           READ FIDCLI WITH LOCK
               INVALID KEY
                   GO FIM-EXPIRA-PONTOS
           END-READ.
           IF WS-FD-EXPIROU > FC-SALDO
               MOVE FC-SALDO TO WS-FD-EXPIROU
           END-IF.
           SUBTRACT WS-FD-EXPIROU FROM FC-SALDO.
           ADD WS-FD-EXPIROU TO FC-EXPIRADOS.
           MOVE "R" TO WS-JN-FUNCAO.
           PERFORM JN-ANTES-FIDCLI.
           REWRITE REG-FIDCLI.
           PERFORM JN-DEPOIS-FIDCLI.
           UNLOCK FIDCLI.
           MOVE SPACES TO REG-FIDMOV.
           MOVE WS-FD-CPF TO FM-CPF.
           MOVE WS-FD-HOJE TO FM-DATA.
           MOVE ZEROS TO FM-CUPOM.
           SET FM-EXPIRACAO TO TRUE.
           MOVE WS-FD-EXPIROU TO FM-PONTOS.
           MOVE ZEROS TO FM-SALDO-LOTE FM-VALIDADE FM-VALOR.
           PERFORM GRAVA-MOV-FIDELIDADE.
       FIM-EXPIRA-PONTOS.
           EXIT.

       EXPIRA-UM-LOTE.
           READ FIDMOV NEXT RECORD
               AT END
                   MOVE "99" TO FMST
           END-READ.
           IF FMST = "00"
               IF FM-CPF NOT = WS-FD-CPF
                   MOVE "99" TO FMST
               ELSE
                   IF FM-GANHO AND FM-SALDO-LOTE > 0
                       AND FM-VALIDADE < WS-FD-HOJE
                       ADD FM-SALDO-LOTE TO WS-FD-EXPIROU
                       MOVE ZEROS TO FM-SALDO-LOTE
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-FIDMOV
                       REWRITE REG-FIDMOV
                       PERFORM JN-DEPOIS-FIDMOV
                   END-IF
               END-IF
           END-IF.

      * ABATE O DESCONTO DE PONTOS NA RECEITA DA LINHA, ATE O VALOR
      * DELA; O QUE SOBRAR PASSA PARA A PROXIMA LINHA POSTADA.
       ABATE-DESCONTO-ITEM.
           IF WS-FD-A-ABATER > WS-VENDA-TOTAL
               MOVE WS-VENDA-TOTAL TO WS-FD-ABATE
           ELSE
               MOVE WS-FD-A-ABATER TO WS-FD-ABATE
           END-IF.
           SUBTRACT WS-FD-ABATE FROM WS-VENDA-TOTAL WS-FD-A-ABATER.

      * COM LINHA PULADA O DESCONTO PODE NAO CABER NO QUE SAIU DO
      * ESTOQUE: A SOBRA VOLTA PARA O CLIENTE (SO SE RESGATAM OS
      * PONTOS QUE COBREM O DESCONTO USADO) E O TOTAL PASSA A SER O
      * LIQUIDO POSTADO.
       AJUSTA-RESGATE-CUPOM.
           IF WS-FD-A-ABATER > 0
               SUBTRACT WS-FD-A-ABATER FROM WS-FD-DESCONTO
               COMPUTE WS-FD-RESGATE = (WS-FD-DESCONTO * 100
                   + WS-FD-CENT-PONTO - 1) / WS-FD-CENT-PONTO
               MOVE ZEROS TO WS-FD-A-ABATER
           END-IF.
           MOVE WS-FD-POSTADO TO WS-CR-TOTAL.

      * GRAVACAO DOS PONTOS DO CUPOM: DEBITA O RESGATE (CONSUMINDO
      * OS LOTES DO MAIS ANTIGO PARA O MAIS NOVO) E CREDITA OS
      * PONTOS GANHOS SOBRE O TOTAL PAGO, NUM LOTE NOVO COM A
      * VALIDADE DO PARAMETRO.  CPF SEM CADASTRO E CADASTRADO AQUI.
       MOVIMENTA-FIDELIDADE.
           ACCEPT WS-FD-HOJE FROM DATE YYYYMMDD.
           MOVE WS-FD-CPF TO FC-CPF.
           READ FIDCLI WITH LOCK
               INVALID KEY
                   MOVE ZEROS TO FC-SALDO FC-GANHOS FC-RESGATADOS
                       FC-EXPIRADOS FC-ULTIMA-COMPRA
                   MOVE WS-FD-HOJE TO FC-DATA-CADASTRO
                   MOVE "23" TO FDST
           END-READ.
           IF WS-FD-RESGATE > FC-SALDO
               MOVE FC-SALDO TO WS-FD-RESGATE
           END-IF.
           IF WS-FD-RESGATE > 0
               SUBTRACT WS-FD-RESGATE FROM FC-SALDO
               ADD WS-FD-RESGATE TO FC-RESGATADOS
               MOVE WS-FD-RESGATE TO WS-FD-A-CONSUMIR
               PERFORM CONSOME-LOTES-FIDELIDADE
               MOVE SPACES TO REG-FIDMOV
               MOVE WS-FD-CPF TO FM-CPF
               MOVE WS-FD-HOJE TO FM-DATA
               MOVE WS-CR-CUPOM TO FM-CUPOM
               SET FM-RESGATE TO TRUE
               MOVE WS-FD-RESGATE TO FM-PONTOS
               MOVE ZEROS TO FM-SALDO-LOTE FM-VALIDADE
               MOVE WS-FD-DESCONTO TO FM-VALOR
               PERFORM GRAVA-MOV-FIDELIDADE
           END-IF.
           COMPUTE WS-FD-GANHOS = WS-CR-TOTAL * WS-FD-PONTOS-REAL.
           IF WS-FD-GANHOS > 0
               ADD WS-FD-GANHOS TO FC-SALDO FC-GANHOS
               PERFORM CALCULA-VALIDADE-PONTOS
               MOVE SPACES TO REG-FIDMOV
               MOVE WS-FD-CPF TO FM-CPF
               MOVE WS-FD-HOJE TO FM-DATA
               MOVE WS-CR-CUPOM TO FM-CUPOM
               SET FM-GANHO TO TRUE
               MOVE WS-FD-GANHOS TO FM-PONTOS FM-SALDO-LOTE
               MOVE WS-FD-VALIDADE-W TO FM-VALIDADE
               MOVE WS-CR-TOTAL TO FM-VALOR
               PERFORM GRAVA-MOV-FIDELIDADE
           END-IF.
           MOVE WS-FD-HOJE TO FC-ULTIMA-COMPRA.
           MOVE FC-SALDO TO WS-FD-SALDO.
           MOVE WS-FD-CPF TO FC-CPF.
           IF FDST = "23"
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-FIDCLI
               WRITE REG-FIDCLI
                   INVALID KEY
                       DISPLAY "FIDCLI.DAT: CPF GRAVADO NOUTRO "
                           "TERMINAL - PONTOS NAO CREDITADOS" AT 1535
               END-WRITE
               PERFORM JN-DEPOIS-FIDCLI
           ELSE
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-FIDCLI
               REWRITE REG-FIDCLI
               PERFORM JN-DEPOIS-FIDCLI
           END-IF.
           UNLOCK FIDCLI.

      * VALIDADE DO LOTE: HOJE MAIS OS MESES DO PARAMETRO, DIA
      * LIMITADO A 28 COMO NOS VENCIMENTOS DO CREDIARIO.
       CALCULA-VALIDADE-PONTOS.
           MOVE WS-FD-HOJE TO WS-FD-VALIDADE-W.
           COMPUTE WS-FD-MESES-TOT = WS-FDV-ANO * 12
               + WS-FDV-MES - 1 + WS-FD-MESES-VALID.
           DIVIDE WS-FD-MESES-TOT BY 12 GIVING WS-FDV-ANO
               REMAINDER WS-FDV-MES.
           ADD 1 TO WS-FDV-MES.
           IF WS-FDV-DIA > 28
               MOVE 28 TO WS-FDV-DIA
           END-IF.

       CONSOME-LOTES-FIDELIDADE.
           MOVE WS-FD-CPF TO FM-CPF.
           MOVE ZEROS TO FM-DATA FM-CUPOM.
           MOVE SPACES TO FM-TIPO.
           START FIDMOV KEY IS NOT LESS THAN FM-CHAVE
               INVALID KEY
                   MOVE "99" TO FMST
           END-START.
           PERFORM CONSOME-LOTE-PONTOS
               UNTIL FMST NOT = "00" OR WS-FD-A-CONSUMIR = ZEROS.
           MOVE "00" TO FMST.

       CONSOME-LOTE-PONTOS.
           READ FIDMOV NEXT RECORD
               AT END
                   MOVE "99" TO FMST
           END-READ.
           IF FMST = "00"
               IF FM-CPF NOT = WS-FD-CPF
                   MOVE "99" TO FMST
               ELSE
                   IF FM-GANHO AND FM-SALDO-LOTE > 0
                       IF FM-SALDO-LOTE > WS-FD-A-CONSUMIR
                           MOVE WS-FD-A-CONSUMIR TO WS-FD-CONSUMO
                       ELSE
                           MOVE FM-SALDO-LOTE TO WS-FD-CONSUMO
                       END-IF
                       SUBTRACT WS-FD-CONSUMO FROM FM-SALDO-LOTE
                           WS-FD-A-CONSUMIR
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-FIDMOV
                       REWRITE REG-FIDMOV
                       PERFORM JN-DEPOIS-FIDMOV
                   END-IF
               END-IF
           END-IF.

      * CUPOM SEM NUMERO (CUPSEQ.DAT EM USO) OU DOIS VENCIMENTOS NO
      * MESMO DIA CAEM NA MESMA CHAVE: SOMA NO REGISTRO QUE JA EXISTE.
       GRAVA-MOV-FIDELIDADE.
           MOVE REG-FIDMOV TO WS-FD-MOV-W.
           MOVE "W" TO WS-JN-FUNCAO.
           PERFORM JN-ANTES-FIDMOV.
           WRITE REG-FIDMOV
               INVALID KEY
                   READ FIDMOV
                       INVALID KEY
                           CONTINUE
                   END-READ
                   ADD WFM-PONTOS TO FM-PONTOS
                   ADD WFM-SALDO-LOTE TO FM-SALDO-LOTE
                   ADD WFM-VALOR TO FM-VALOR
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-FIDMOV
                   REWRITE REG-FIDMOV
           END-WRITE.
           PERFORM JN-DEPOIS-FIDMOV.

       IMPRIME-FIDELIDADE-CUPOM.
           IF WS-FD-RESGATE > 0
               MOVE WS-FD-DESCONTO TO WS-FD-DESCONTO-ED
               MOVE WS-FD-RESGATE TO WS-FD-PONTOS-ED
               MOVE SPACES TO LINHA-CUPOM
               STRING "DESCONTO FIDELIDADE " WS-FD-DESCONTO-ED
                   " (" WS-FD-PONTOS-ED " PONTOS)"
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.
           MOVE WS-FD-GANHOS TO WS-FD-PONTOS-ED.
           MOVE WS-FD-SALDO TO WS-FD-SALDO-ED.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "FIDELIDADE CPF " WS-FD-CPF
               " - GANHOU " WS-FD-PONTOS-ED
               " - SALDO " WS-FD-SALDO-ED " PONTOS"
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.

      * PARCELAS DA VENDA A PRAZO: VENCIMENTOS MENSAIS A PARTIR DE
      * 30 DIAS, NUMERADAS DENTRO DO CUPOM; A ULTIMA LEVA O RESTO
      * DO ARREDONDAMENTO.
               MOVE WS-CR-CUPOM TO CP-CUPOM
               MOVE WS-PARC-I TO CP-PARCELA
               IF WS-PARC-I = WS-QT-PARCELAS
                   COMPUTE CP-VALOR = WS-PG-PRAZO
                       - (WS-VALOR-PARCELA * (WS-QT-PARCELAS - 1))
               ELSE
                   MOVE WS-VALOR-PARCELA TO CP-VALOR
               END-IF
               MOVE WS-CR-DATA-W TO CP-VENCIMENTO
               SET CP-ABERTA TO TRUE
               MOVE ZEROS TO CP-DATA-PGTO CP-MULTA CP-JUROS
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CRDPARC
               WRITE REG-CRDPARC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               PERFORM JN-DEPOIS-CRDPARC
           END-PERFORM.

      * CARNE DA VENDA A PRAZO, LOGO DEPOIS DO CUPOM: UM CANHOTO
      * DESTACAVEL POR PARCELA GRAVADA PELO GERA-PARCELAS-CREDIARIO,
      * COM O CODIGO DE BARRAS QUE O RECEBE-PARCELA LE.
       IMPRIME-CARNE.
           MOVE WS-CJ-CPF TO CJ-CPF.
           READ CRDCLI
               INVALID KEY
                   MOVE SPACES TO CJ-NOME
           END-READ.
           MOVE WS-CR-CUPOM TO WS-CRN-CUPOM.
           COMPUTE WS-CRN-TAXA-ED = WS-CJ-TAXA-MULTA * 100.
           COMPUTE WS-CRN-TAXA-ED-2 = WS-CJ-TAXA-JUROS * 100.
           MOVE SPACES TO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "===== CARNE DO CREDIARIO - CUPOM NR " WS-CRN-CUPOM
               " ====="
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "CLIENTE " CJ-NOME "  CPF " WS-CJ-CPF
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE WS-CJ-CPF TO CP-CPF.
           MOVE WS-CRN-CUPOM TO CP-CUPOM.
           MOVE ZEROS TO CP-PARCELA.
           START CRDPARC KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   MOVE "99" TO CPPST
           END-START.
           PERFORM LE-PARCELA-CARNE UNTIL CPPST NOT = "00".
           MOVE "00" TO CPPST.
           MOVE SPACES TO LINHA-CUPOM.
           WRITE LINHA-CUPOM.

       LE-PARCELA-CARNE.
           READ CRDPARC NEXT RECORD
               AT END
                   MOVE "99" TO CPPST
           END-READ.
           IF CPPST = "00"
               IF CP-CPF NOT = WS-CJ-CPF OR CP-CUPOM NOT = WS-CRN-CUPOM
                   MOVE "99" TO CPPST
               ELSE
                   PERFORM IMPRIME-CANHOTO-CARNE
               END-IF
           END-IF.

       IMPRIME-CANHOTO-CARNE.
           MOVE "- - - - - - - - - - - - - RECORTE AQUI - - - - - - - -"
               TO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "PARCELA " CP-PARCELA "/" WS-QT-PARCELAS
               "   CUPOM " CP-CUPOM "   CPF " CP-CPF
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE CP-VENCIMENTO TO WS-CRN-DATA-INV.
           PERFORM EDITA-DATA-CARNE.
           MOVE CP-VALOR TO WS-CP-VALOR-ED.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "VENCIMENTO " WS-CRN-DATA-ED
               "   VALOR " WS-CP-VALOR-ED
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "APOS O VENCIMENTO: MULTA DE " WS-CRN-TAXA-ED
               "% E JUROS DE " WS-CRN-TAXA-ED-2 "% AO MES PRO RATA DIA"
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
      *    O CODIGO ENTRE ASTERISCOS SAI NA FONTE DE BARRAS (CODE 39)
      *    DA IMPRESSORA DO CAIXA; A LINHA DE BAIXO E A LEGIVEL, PARA
      *    DIGITAR QUANDO O LEITOR NAO LER.
           MOVE CP-CHAVE TO WS-CB-CHAVE.
           PERFORM CALCULA-DV-CARNE.
           MOVE WS-CB-DV-CALC TO WS-CB-DV.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "*" WS-CB-CODIGO-X "*"
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           STRING " " WS-CB-CODIGO-X
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           IF WS-LA-CONVENIO > 0
               PERFORM MONTA-LINHA-ARRECADACAO
               MOVE "PAGAVEL TAMBEM NO GUICHE DO BANCOPEL (ARRECADACAO)"
                   TO LINHA-CUPOM
               WRITE LINHA-CUPOM
               MOVE SPACES TO LINHA-CUPOM
               STRING WS-LA-CONTEUDO(1) "-" WS-LA-DV(1) " "
                   WS-LA-CONTEUDO(2) "-" WS-LA-DV(2) " "
                   WS-LA-CONTEUDO(3) "-" WS-LA-DV(3) " "
                   WS-LA-CONTEUDO(4) "-" WS-LA-DV(4)
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.

      * DIGITO VERIFICADOR DO CODIGO DO CARNE: MODULO 10 SOBRE OS 19
      * DIGITOS DA CP-CHAVE, PESOS 2 E 1 A PARTIR DA DIREITA
      * (PRODUTO ACIMA DE 9 SOMA OS DOIS DIGITOS).
       CALCULA-DV-CARNE.
           MOVE ZEROS TO WS-CB-SOMA.
           MOVE 2 TO WS-CB-PESO.
           PERFORM SOMA-DIGITO-CARNE
               VARYING WS-CB-I FROM 19 BY -1 UNTIL WS-CB-I < 1.
           DIVIDE WS-CB-SOMA BY 10 GIVING WS-CB-QUOC
               REMAINDER WS-CB-RESTO.
           IF WS-CB-RESTO = 0
               MOVE 0 TO WS-CB-DV-CALC
           ELSE
               COMPUTE WS-CB-DV-CALC = 10 - WS-CB-RESTO
           END-IF.

       SOMA-DIGITO-CARNE.
           COMPUTE WS-CB-PROD = WS-CB-D(WS-CB-I) * WS-CB-PESO.
           IF WS-CB-PROD > 9
               SUBTRACT 9 FROM WS-CB-PROD
           END-IF.
           ADD WS-CB-PROD TO WS-CB-SOMA.
           IF WS-CB-PESO = 2
               MOVE 1 TO WS-CB-PESO
           ELSE
               MOVE 2 TO WS-CB-PESO
           END-IF.

      * LINHA DIGITAVEL DE ARRECADACAO DA PARCELA CORRENTE: O VALOR
      * E O PRINCIPAL (O GUICHE NAO CALCULA ENCARGOS); O DV GERAL
      * (POSICAO 4) E O DE CADA BLOCO SAO MODULO 10.
       MONTA-LINHA-ARRECADACAO.
           MOVE SPACES TO WS-LA-BARRAS-X.
           MOVE "8" TO WS-LA-PRODUTO.
           MOVE "6" TO WS-LA-SEGMENTO.
           MOVE "6" TO WS-LA-FORMA.
           MOVE 0 TO WS-LA-DV-GERAL.
           MOVE CP-VALOR TO WS-LA-VALOR.
           MOVE WS-LA-CONVENIO TO WS-LA-CONV.
           MOVE CP-VENCIMENTO TO WS-LA-VENCTO.
           MOVE CP-CPF TO WS-LA-CPF-X.
           MOVE WS-LA-CPF-X(1:9) TO WS-LA-CPF-BASE.
           MOVE CP-CUPOM TO WS-LA-CUPOM.
           MOVE CP-PARCELA TO WS-LA-PARCELA.
           MOVE SPACES TO WS-LA-TEXTO.
           STRING WS-LA-BARRAS-X(1:3) WS-LA-BARRAS-X(5:40)
               DELIMITED BY SIZE INTO WS-LA-TEXTO.
           MOVE 43 TO WS-LA-TAM.
           PERFORM CALCULA-MODULO-10.
           MOVE WS-CB-DV-CALC TO WS-LA-DV-GERAL.
           MOVE WS-LA-BARRAS-X(1:11) TO WS-LA-CONTEUDO(1).
           MOVE WS-LA-BARRAS-X(12:11) TO WS-LA-CONTEUDO(2).
           MOVE WS-LA-BARRAS-X(23:11) TO WS-LA-CONTEUDO(3).
           MOVE WS-LA-BARRAS-X(34:11) TO WS-LA-CONTEUDO(4).
           PERFORM CALCULA-DV-BLOCO
               VARYING WS-LA-I FROM 1 BY 1 UNTIL WS-LA-I > 4.

       CALCULA-DV-BLOCO.
           MOVE WS-LA-CONTEUDO(WS-LA-I) TO WS-LA-TEXTO.
           MOVE 11 TO WS-LA-TAM.
           PERFORM CALCULA-MODULO-10.
           MOVE WS-CB-DV-CALC TO WS-LA-DV(WS-LA-I).

      * MODULO 10 SOBRE OS WS-LA-TAM PRIMEIROS DIGITOS DE WS-LA-TEXTO,
      * NA MESMA REGRA DO CODIGO DO CARNE; RESULTADO EM WS-CB-DV-CALC.
       CALCULA-MODULO-10.
           MOVE ZEROS TO WS-CB-SOMA.
           MOVE 2 TO WS-CB-PESO.
           PERFORM SOMA-DIGITO-TEXTO
               VARYING WS-LA-J FROM WS-LA-TAM BY -1 UNTIL WS-LA-J < 1.
           DIVIDE WS-CB-SOMA BY 10 GIVING WS-CB-QUOC
               REMAINDER WS-CB-RESTO.
           IF WS-CB-RESTO = 0
               MOVE 0 TO WS-CB-DV-CALC
           ELSE
               COMPUTE WS-CB-DV-CALC = 10 - WS-CB-RESTO
           END-IF.

       SOMA-DIGITO-TEXTO.
           MOVE WS-LA-TEXTO(WS-LA-J:1) TO WS-LA-DIGITO.
           COMPUTE WS-CB-PROD = WS-LA-DIGITO * WS-CB-PESO.
           IF WS-CB-PROD > 9
               SUBTRACT 9 FROM WS-CB-PROD
           END-IF.
           ADD WS-CB-PROD TO WS-CB-SOMA.
           IF WS-CB-PESO = 2
               MOVE 1 TO WS-CB-PESO
           ELSE
               MOVE 2 TO WS-CB-PESO
           END-IF.

      * CODIGO LIDO DO CARNE: 20 DIGITOS COM O VERIFICADOR CONFERIDO.
       LE-BARRAS-CARNE.
           MOVE 'N' TO WS-CB-OK.
           IF WS-CB-BUF IS NUMERIC
               MOVE WS-CB-BUF TO WS-CB-CODIGO-X
               PERFORM CALCULA-DV-CARNE
               IF WS-CB-DV-CALC = WS-CB-DV
                   MOVE 'S' TO WS-CB-OK
               END-IF
           END-IF.

       EDITA-DATA-CARNE.
           MOVE WS-CRN-I-DIA TO WS-CRN-DIA.
           MOVE WS-CRN-I-MES TO WS-CRN-MES.
           MOVE WS-CRN-I-ANO TO WS-CRN-ANO.
           MOVE WS-CRN-DATA-BR-N TO WS-CRN-DATA-ED.

      * ENCARGOS DA PARCELA CORRENTE EM WS-RV-HOJE: PAGA ATE O
      * VENCIMENTO, NENHUM; DEPOIS, MULTA UNICA SOBRE O PRINCIPAL MAIS
      * JUROS DE MORA DE (TAXA AO MES / 30) POR DIA CORRIDO DE ATRASO.
       CALCULA-ENCARGOS-PARCELA.
           MOVE ZEROS TO WS-CJ-DIAS-ATRASO WS-CJ-MULTA WS-CJ-JUROS.
           IF CP-VENCIMENTO < WS-RV-HOJE
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE CP-VENCIMENTO TO WS-SV-DATA-1
               MOVE WS-RV-HOJE TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                   WS-SV-DATA-1 WS-SV-DATA-2
                   WS-SV-RESULTADO WS-SV-RETORNO
               MOVE WS-SV-RESULTADO TO WS-CJ-DIAS-ATRASO
               COMPUTE WS-CJ-MULTA ROUNDED =
                   CP-VALOR * WS-CJ-TAXA-MULTA
               COMPUTE WS-CJ-JUROS ROUNDED =
                   CP-VALOR * WS-CJ-TAXA-JUROS * WS-CJ-DIAS-ATRASO / 30
           END-IF.
           COMPUTE WS-CJ-A-PAGAR = CP-VALOR + WS-CJ-MULTA + WS-CJ-JUROS.

      * CREDIARIO: C CADASTRA CLIENTE (CPF COM DV CONFERIDO), R
      * RECEBE PARCELA COM RECIBO, A AGING DAS ABERTAS POR CLIENTE.
       CREDIARIO.
           IF NOT CJ-ATIVO AND NOT CJ-BLOQUEADO
               SET CJ-ATIVO TO TRUE
           END-IF.
           MOVE "W" TO WS-JN-FUNCAO.
           PERFORM JN-ANTES-CRDCLI.
           WRITE REG-CRDCLI
               INVALID KEY
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-CRDCLI
                   REWRITE REG-CRDCLI
                   END-REWRITE
           END-WRITE.
           PERFORM JN-DEPOIS-CRDCLI.
           MOVE "CREDIARIO" TO WS-AUD-OP.
           MOVE CJ-CPF TO WS-AUD-CHAVE.
           MOVE "CLIENTE DO CREDIARIO GRAVADO" TO WS-AUD-DESC.
           EXIT.

       RECEBE-PARCELA.
           DISPLAY "CODIGO DE BARRAS (ENTER = DIGITAR): [" AT 0719.
           DISPLAY "]" AT 0776.
           MOVE SPACES TO WS-CB-BUF.
           ACCEPT WS-CB-BUF AT 0756 WITH PROMPT AUTO.
           IF WS-CB-BUF NOT = SPACES
               PERFORM LE-BARRAS-CARNE
               IF WS-CB-OK = 'N'
                   DISPLAY "CODIGO DE BARRAS INVALIDO" AT 1535
                   GO FIM-RECEBE-PARCELA
               END-IF
               MOVE WS-CB-CHAVE TO CP-CHAVE
               GO RECEBE-PARCELA-LE
           END-IF.
           DISPLAY "CPF: [           ]" AT 0819.
           MOVE SPACES TO WS-CJ-BUF11.
           ACCEPT WS-CJ-BUF11 AT 0825 WITH PROMPT AUTO.
           DISPLAY "PARCELA: [  ]" AT 1119.
           MOVE ZEROS TO CP-PARCELA.
           ACCEPT CP-PARCELA AT 1129 WITH PROMPT AUTO.
       RECEBE-PARCELA-LE.
           READ CRDPARC
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA" AT 1535
                   GO FIM-RECEBE-PARCELA
           END-READ.
           DISPLAY "CPF: " AT 0819.
           DISPLAY CP-CPF AT 0825.
           DISPLAY "CUPOM: " AT 1019.
           DISPLAY CP-CUPOM AT 1027.
           DISPLAY "PARCELA: " AT 1119.
           DISPLAY CP-PARCELA AT 1129.
           IF CP-PAGA
               DISPLAY "PARCELA JA PAGA" AT 1535
               GO FIM-RECEBE-PARCELA
           DISPLAY WS-CP-VALOR-ED AT 1226.
           DISPLAY "VENCIMENTO: " AT 1242.
           DISPLAY CP-VENCIMENTO AT 1254.
           ACCEPT WS-RV-HOJE FROM DATE YYYYMMDD.
           PERFORM CALCULA-ENCARGOS-PARCELA.
           IF WS-CJ-DIAS-ATRASO > 0
               MOVE WS-CJ-MULTA TO WS-CJ-MULTA-ED
               MOVE WS-CJ-JUROS TO WS-CJ-JUROS-ED
               MOVE WS-CJ-A-PAGAR TO WS-CJ-A-PAGAR-ED
               DISPLAY "MULTA: " AT 1319
               DISPLAY WS-CJ-MULTA-ED AT 1326
               DISPLAY "JUROS: " AT 1337
               DISPLAY WS-CJ-JUROS-ED AT 1344
               DISPLAY "TOTAL: " AT 1356
               DISPLAY WS-CJ-A-PAGAR-ED AT 1363
           END-IF.
           DISPLAY "CONFIRMA O RECEBIMENTO (S/N)? [ ]" AT 1419.
           MOVE SPACES TO SALVA.
           ACCEPT SALVA AT 1450 WITH PROMPT AUTO.
           IF SALVA = "S" OR SALVA = "s"
               SET CP-PAGA TO TRUE
               MOVE WS-RV-HOJE TO CP-DATA-PGTO
               MOVE WS-CJ-MULTA TO CP-MULTA
               MOVE WS-CJ-JUROS TO CP-JUROS
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CRDPARC
               REWRITE REG-CRDPARC
               PERFORM JN-DEPOIS-CRDPARC
               PERFORM IMPRIME-RECIBO-PARCELA
               MOVE "CREDIARIO" TO WS-AUD-OP
               MOVE CP-CPF TO WS-AUD-CHAVE
               MOVE "PARCELA DO CREDIARIO RECEBIDA" TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA
               PERFORM VERIFICA-NEGATIVACAO
               DISPLAY "RECEBIMENTO GRAVADO - RECIBO IMPRESSO"
                   AT 1535
           END-IF.
       FIM-RECEBE-PARCELA.
           EXIT.

      * ATRASO QUE SOBRA NO CUPOM, CONTADO DA PARCELA ABERTA MAIS
      * ANTIGA JA VENCIDA; ABAIXO DO LIMITE O BAIXA-NEGATIVACAO TIRA
      * O AVISO OU A INCLUSAO NO BUREAU NA HORA.
       VERIFICA-NEGATIVACAO.
           MOVE CP-CPF TO WS-NG-CPF.
           MOVE 'C' TO WS-NG-ORIGEM.
           COMPUTE WS-NG-CONTRATO = CP-CUPOM * 100.
           MOVE ZEROS TO WS-NG-ATRASO WS-NG-VENCTO.
           MOVE ZEROS TO CP-PARCELA.
           START CRDPARC KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   MOVE "99" TO CPPST
           END-START.
           PERFORM VENCTO-MAIS-ANTIGO UNTIL CPPST NOT = "00".
           MOVE "00" TO CPPST.
           IF WS-NG-VENCTO NOT = ZEROS
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE WS-NG-VENCTO TO WS-SV-DATA-1
               MOVE WS-RV-HOJE TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                   WS-SV-DATA-1 WS-SV-DATA-2
                   WS-SV-RESULTADO WS-SV-RETORNO
               MOVE WS-SV-RESULTADO TO WS-NG-ATRASO
           END-IF.
           CALL "BAIXA-NEGATIVACAO" USING WS-NG-CHAVE WS-NG-ATRASO
               WS-NG-RETORNO.
           IF WS-NG-RETORNO = 'B' OR WS-NG-RETORNO = 'C'
               MOVE "NEG-BAIXA" TO WS-AUD-OP
               MOVE WS-NG-CPF TO WS-AUD-CHAVE
               IF WS-NG-RETORNO = 'B'
                   MOVE "PAGAMENTO - EXCLUIDO DO BUREAU"
                       TO WS-AUD-DESC
               ELSE
                   MOVE "PAGAMENTO - AVISO DE NEGATIVACAO BAIXADO"
                       TO WS-AUD-DESC
               END-IF
               PERFORM GRAVA-AUDITORIA
           END-IF.

       VENCTO-MAIS-ANTIGO.
           READ CRDPARC NEXT RECORD
               AT END
                   MOVE "99" TO CPPST
           END-READ.
           IF CPPST = "00"
               IF CP-CPF NOT = WS-NG-CPF
                   OR CP-CUPOM * 100 NOT = WS-NG-CONTRATO
                   MOVE "99" TO CPPST
               ELSE
                   IF CP-ABERTA AND CP-VENCIMENTO < WS-RV-HOJE
                       IF WS-NG-VENCTO = ZEROS
                           OR CP-VENCIMENTO < WS-NG-VENCTO
                           MOVE CP-VENCIMENTO TO WS-NG-VENCTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPRIME-RECIBO-PARCELA.
           MOVE SPACES TO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "PRINCIPAL " WS-CP-VALOR-ED
               "  VENCIMENTO " CP-VENCIMENTO
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           IF CP-MULTA + CP-JUROS > 0
               MOVE CP-MULTA TO WS-CJ-MULTA-ED
               MOVE CP-JUROS TO WS-CJ-JUROS-ED
               MOVE SPACES TO LINHA-CUPOM
               STRING "MULTA " WS-CJ-MULTA-ED
                   "  JUROS DE MORA " WS-CJ-JUROS-ED
                   "  (" WS-CJ-DIAS-ATRASO " DIAS DE ATRASO)"
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.
           COMPUTE WS-CJ-A-PAGAR = CP-VALOR + CP-MULTA + CP-JUROS.
           MOVE WS-CJ-A-PAGAR TO WS-CJ-A-PAGAR-ED.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "TOTAL PAGO " WS-CJ-A-PAGAR-ED
               "  PAGO EM " CP-DATA-PGTO
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           WRITE LINHA-CUPOM.

      * AGING DO CREDIARIO: PARCELAS ABERTAS POR CLIENTE, MARCANDO
      * AS VENCIDAS COM OS ENCARGOS DE ATRASO ATE HOJE AO LADO DO
      * PRINCIPAL, E OS DOIS TOTAIS SEPARADOS NO RODAPE.
       AGING-CREDIARIO.
           ACCEPT WS-RV-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO CP-CHAVE WS-AG-PRINCIPAL WS-AG-ENCARGOS.
           MOVE 07 TO WS-CRD-LINHA.
           DISPLAY "CPF" AT 0705.
           DISPLAY "CUPOM" AT 0718.
           DISPLAY "PC" AT 0726.
           DISPLAY "PRINCIPAL" AT 0731.
           DISPLAY "VENCTO" AT 0743.
           DISPLAY "ENCARGOS" AT 0762.
           START CRDPARC KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   MOVE "99" TO CPPST
           END-START.
           PERFORM LISTA-PARCELA-ABERTA UNTIL CPPST NOT = "00".
           MOVE "00" TO CPPST.
           MOVE WS-AG-PRINCIPAL TO WS-AG-TOTAL-ED.
           DISPLAY "PRINCIPAL ABERTO: " AT 2305.
           DISPLAY WS-AG-TOTAL-ED AT 2323.
           MOVE WS-AG-ENCARGOS TO WS-AG-TOTAL-ED.
           DISPLAY "ENCARGOS: " AT 2340.
           DISPLAY WS-AG-TOTAL-ED AT 2350.

       LISTA-PARCELA-ABERTA.
           READ CRDPARC NEXT RECORD
               AT END
                   MOVE "99" TO CPPST
           END-READ.
           IF CPPST = "00" AND CP-ABERTA
               PERFORM CALCULA-ENCARGOS-PARCELA
               ADD CP-VALOR TO WS-AG-PRINCIPAL
               COMPUTE WS-AG-ENCARGOS = WS-AG-ENCARGOS
                   + WS-CJ-MULTA + WS-CJ-JUROS
           END-IF.
           IF CPPST = "00" AND CP-ABERTA AND WS-CRD-LINHA < 22
               ADD 1 TO WS-CRD-LINHA
               MOVE CP-VALOR TO WS-CP-VALOR-ED
               IF CP-VENCIMENTO < WS-RV-HOJE
                   COMPUTE WS-CRD-AT = WS-CRD-LINHA * 100 + 53
                   DISPLAY "VENCIDA" AT WS-CRD-AT
                   COMPUTE WS-AG-ENC-ED = WS-CJ-MULTA + WS-CJ-JUROS
                   COMPUTE WS-CRD-AT = WS-CRD-LINHA * 100 + 61
                   DISPLAY WS-AG-ENC-ED AT WS-CRD-AT
               END-IF
           END-IF.

       FIM-VALIDA-CPF-LOJA.
           EXIT.

      * TURNO DE CAIXA: O OPERADOR SE IDENTIFICA; SEM TURNO ABERTO
      * HOJE ABRE UM NOVO COM O FUNDO DE TROCO, COM TURNO ABERTO
      * FECHA - CONTA A GAVETA, GRAVA A DIFERENCA E IMPRIME O
      * FECHAMENTO NO CUPOM.TXT.
       TURNO-CAIXA.
           DISPLAY TELA-MODO.
           DISPLAY "TURNO DE CAIXA" AT 0423
               FOREGROUND-COLOR 6.
           MOVE SPACES TO OPCAO.
           PERFORM IDENTIFICA-OPERADOR THRU FIM-IDENTIFICA-OPERADOR.
           IF WS-TN-OPERADOR = SPACES
               GO TURNO-FIM
           END-IF.
           PERFORM BUSCA-TURNO-ABERTO.
           IF WS-TN-ACHOU = 'S'
               PERFORM FECHA-TURNO THRU FIM-FECHA-TURNO
           ELSE
               PERFORM ABRE-TURNO THRU FIM-ABRE-TURNO
           END-IF.
       TURNO-FIM.
           PERFORM CONTINUA UNTIL OPCAO = "S" OR "N" OR "n" OR "s".

      * ID E SENHA CONFERIDOS NO OPERADOR.DAT (SENHA OFUSCADA COMO NO
      * BANCOPEL); OPERADOR BLOQUEADO NAO ABRE CAIXA.  SO DEVOLVE O
      * WS-TN-OPERADOR PREENCHIDO QUANDO TUDO CONFERE.
       IDENTIFICA-OPERADOR.
           MOVE SPACES TO WS-TN-OPERADOR WS-TN-ID-DIG.
           MOVE ZEROS TO WS-TN-SENHA.
           DISPLAY "OPERADOR: [    ]  SENHA: [    ]" AT 0619.
           ACCEPT WS-TN-ID-DIG AT 0630 WITH PROMPT AUTO.
           ACCEPT WS-TN-SENHA AT 0645 WITH PROMPT AUTO.
           IF WS-TN-ID-DIG = SPACES
               DISPLAY "OPERADOR OBRIGATORIO" AT 1535
               GO FIM-IDENTIFICA-OPERADOR
           END-IF.
           OPEN INPUT OPERADOR.
           IF OPST NOT = "00"
               DISPLAY "OPERADOR.DAT INDISPONIVEL" AT 1535
               GO FIM-IDENTIFICA-OPERADOR
           END-IF.
           MOVE WS-TN-ID-DIG TO OP-ID.
           READ OPERADOR
               INVALID KEY
                   CLOSE OPERADOR
                   DISPLAY "OPERADOR NAO CADASTRADO" AT 1535
                   GO FIM-IDENTIFICA-OPERADOR
           END-READ.
           CLOSE OPERADOR.
           IF NOT OP-ATIVO
               DISPLAY "OPERADOR BLOQUEADO" AT 1535
               GO FIM-IDENTIFICA-OPERADOR
           END-IF.
           MOVE WS-TN-SENHA TO WS-SENHA-CLARA.
           PERFORM OFUSCA-SENHA.
           IF WS-SENHA-OFUSCADA NOT = OP-SENHA
               DISPLAY "SENHA NAO CONFERE" AT 1535
               GO FIM-IDENTIFICA-OPERADOR
           END-IF.
           MOVE WS-TN-ID-DIG TO WS-TN-OPERADOR.
       FIM-IDENTIFICA-OPERADOR.
           EXIT.

       OFUSCA-SENHA.
           PERFORM OFUSCA-DIGITO
               VARYING WS-OS-I FROM 1 BY 1 UNTIL WS-OS-I > 4.
           MOVE WS-SENHA-OFUSCA TO WS-SENHA-OFUSCADA.

       OFUSCA-DIGITO.
           COMPUTE WS-OS-J = 5 - WS-OS-I.
           COMPUTE WS-SO-D(WS-OS-J) = 9 - WS-SC-D(WS-OS-I).

      * PROCURA O TURNO ABERTO DO OPERADOR HOJE, GUARDANDO TAMBEM A
      * ULTIMA SEQUENCIA DO DIA (PARA NUMERAR O PROXIMO TURNO).
       BUSCA-TURNO-ABERTO.
           MOVE 'N' TO WS-TN-ACHOU.
           MOVE ZEROS TO WS-TN-ULT-SEQ.
           ACCEPT WS-TN-HOJE FROM DATE YYYYMMDD.
           MOVE WS-TN-HOJE TO TN-DATA.
           MOVE WS-TN-OPERADOR TO TN-OPERADOR.
           MOVE ZEROS TO TN-SEQ.
           START TURNO KEY IS NOT LESS THAN TN-CHAVE
               INVALID KEY
                   MOVE "99" TO TNST
           END-START.
           PERFORM LE-TURNO-OPERADOR UNTIL TNST NOT = "00".
           MOVE "00" TO TNST.

       LE-TURNO-OPERADOR.
           READ TURNO NEXT RECORD
               AT END
                   MOVE "99" TO TNST
           END-READ.
           IF TNST = "00"
               IF TN-DATA NOT = WS-TN-HOJE
                   OR TN-OPERADOR NOT = WS-TN-OPERADOR
                   MOVE "99" TO TNST
               ELSE
                   MOVE TN-SEQ TO WS-TN-ULT-SEQ
                   IF TN-ABERTO
                       MOVE 'S' TO WS-TN-ACHOU
                       MOVE TN-CHAVE TO WS-TN-CHAVE-ATUAL
                   END-IF
               END-IF
           END-IF.

       ABRE-TURNO.
           DISPLAY "NENHUM TURNO ABERTO HOJE - ABERTURA" AT 0819.
           IF WS-TN-ULT-SEQ = 99
               DISPLAY "LIMITE DE TURNOS NO DIA" AT 1535
               GO FIM-ABRE-TURNO
           END-IF.
           DISPLAY "FUNDO DE TROCO: " AT 1019.
           MOVE ZEROS TO WS-TN-ENTRADA-ED.
           ACCEPT WS-TN-ENTRADA-ED AT 1035 WITH PROMPT AUTO.
           MOVE WS-TN-ENTRADA-ED TO WS-TN-VALOR.
           IF WS-TN-VALOR > 99999,99
               DISPLAY "FUNDO ACIMA DO LIMITE" AT 1535
               GO FIM-ABRE-TURNO
           END-IF.
           DISPLAY "ABRIR O TURNO (S/N)? [ ]" AT 1219.
           MOVE SPACES TO SALVA.
           ACCEPT SALVA AT 1241 WITH PROMPT AUTO.
           IF SALVA NOT = "S" AND NOT = "s"
               GO FIM-ABRE-TURNO
           END-IF.
           MOVE SPACES TO REG-TURNO.
           MOVE WS-TN-HOJE TO TN-DATA.
           MOVE WS-TN-OPERADOR TO TN-OPERADOR.
           COMPUTE TN-SEQ = WS-TN-ULT-SEQ + 1.
           SET TN-ABERTO TO TRUE.
           ACCEPT WS-TN-AGORA FROM TIME.
           MOVE WS-TN-HHMMSS TO TN-HORA-ABERTURA.
           MOVE ZEROS TO TN-HORA-FECHAMENTO TN-QT-CUPONS TN-DINHEIRO
               TN-CARTAO TN-PRAZO TN-ESPERADO TN-CONTADO TN-DIFERENCA.
           MOVE WS-TN-VALOR TO TN-FUNDO.
           MOVE "W" TO WS-JN-FUNCAO.
           PERFORM JN-ANTES-TURNO.
           WRITE REG-TURNO
               INVALID KEY
                   DISPLAY "TURNO JA GRAVADO NOUTRO TERMINAL" AT 1535
                   GO FIM-ABRE-TURNO
           END-WRITE.
           PERFORM JN-DEPOIS-TURNO.
           MOVE "TURNO-ABRE" TO WS-AUD-OP.
           MOVE TN-CHAVE TO WS-AUD-CHAVE.
           MOVE "TURNO DE CAIXA ABERTO" TO WS-AUD-DESC.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY "TURNO ABERTO" AT 1535.
       FIM-ABRE-TURNO.
           EXIT.

      * FECHAMENTO: ESPERADO NA GAVETA = FUNDO + DINHEIRO DOS CUPONS
      * (CARTAO E PRAZO NAO ESTAO NA GAVETA); DIFERENCA = CONTADO -
      * ESPERADO, POSITIVA SOBRA E NEGATIVA FALTA.
       FECHA-TURNO.
           MOVE WS-TN-CHAVE-ATUAL TO TN-CHAVE.
           READ TURNO WITH LOCK
               INVALID KEY
                   DISPLAY "TURNO NAO ENCONTRADO" AT 1535
                   GO FIM-FECHA-TURNO
           END-READ.
           IF TNST NOT = "00"
               DISPLAY "TURNO EM USO NOUTRO TERMINAL" AT 1535
               MOVE "00" TO TNST
               GO FIM-FECHA-TURNO
           END-IF.
           COMPUTE TN-ESPERADO = TN-FUNDO + TN-DINHEIRO.
           DISPLAY "TURNO ABERTO AS " AT 0819.
           DISPLAY TN-HORA-ABERTURA AT 0835.
           MOVE TN-QT-CUPONS TO WS-TN-CUPONS-ED.
           DISPLAY "CUPONS: " AT 0850.
           DISPLAY WS-TN-CUPONS-ED AT 0858.
           MOVE TN-FUNDO TO WS-TN-ED1.
           DISPLAY "FUNDO DE TROCO:   " AT 0919.
           DISPLAY WS-TN-ED1 AT 0937.
           MOVE TN-DINHEIRO TO WS-TN-ED1.
           DISPLAY "DINHEIRO:         " AT 1019.
           DISPLAY WS-TN-ED1 AT 1037.
           MOVE TN-CARTAO TO WS-TN-ED1.
           DISPLAY "CARTAO:           " AT 1119.
           DISPLAY WS-TN-ED1 AT 1137.
           MOVE TN-PRAZO TO WS-TN-ED1.
           DISPLAY "A PRAZO:          " AT 1219.
           DISPLAY WS-TN-ED1 AT 1237.
           MOVE TN-ESPERADO TO WS-TN-ED1.
           DISPLAY "ESPERADO GAVETA:  " AT 1319.
           DISPLAY WS-TN-ED1 AT 1337.
           DISPLAY "DINHEIRO CONTADO: " AT 1619.
           MOVE ZEROS TO WS-TN-ENTRADA-ED.
           ACCEPT WS-TN-ENTRADA-ED AT 1637 WITH PROMPT AUTO.
           MOVE WS-TN-ENTRADA-ED TO WS-TN-VALOR.
           DISPLAY "FECHAR O TURNO (S/N)? [ ]" AT 1719.
           MOVE SPACES TO SALVA.
           ACCEPT SALVA AT 1742 WITH PROMPT AUTO.
           IF SALVA NOT = "S" AND NOT = "s"
               UNLOCK TURNO
               GO FIM-FECHA-TURNO
           END-IF.
           MOVE WS-TN-VALOR TO TN-CONTADO.
           COMPUTE TN-DIFERENCA = TN-CONTADO - TN-ESPERADO.
           SET TN-FECHADO TO TRUE.
           ACCEPT WS-TN-AGORA FROM TIME.
           MOVE WS-TN-HHMMSS TO TN-HORA-FECHAMENTO.
           MOVE "R" TO WS-JN-FUNCAO.
           PERFORM JN-ANTES-TURNO.
           REWRITE REG-TURNO.
           PERFORM JN-DEPOIS-TURNO.
           UNLOCK TURNO.
           MOVE TN-DIFERENCA TO WS-TN-DIF-ED.
           IF TN-DIFERENCA < 0
               DISPLAY "FALTA NA GAVETA:  " AT 1819
           ELSE
               DISPLAY "SOBRA NA GAVETA:  " AT 1819
           END-IF.
           DISPLAY WS-TN-DIF-ED AT 1837.
           PERFORM IMPRIME-FECHAMENTO-TURNO.
           MOVE "TURNO-FECH" TO WS-AUD-OP.
           MOVE TN-CHAVE TO WS-AUD-CHAVE.
           MOVE "TURNO DE CAIXA FECHADO" TO WS-AUD-DESC.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY "TURNO FECHADO" AT 1535.
       FIM-FECHA-TURNO.
           EXIT.

       IMPRIME-FECHAMENTO-TURNO.
           MOVE SPACES TO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "===== FECHAMENTO DE TURNO - OPERADOR " TN-OPERADOR
               " SEQ " TN-SEQ " ====="
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "DATA " TN-DATA "  ABERTURA " TN-HORA-ABERTURA
               "  FECHAMENTO " TN-HORA-FECHAMENTO
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE TN-QT-CUPONS TO WS-TN-CUPONS-ED.
           MOVE TN-FUNDO TO WS-TN-ED1.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "CUPONS " WS-TN-CUPONS-ED "  FUNDO " WS-TN-ED1
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE TN-DINHEIRO TO WS-TN-ED1.
           MOVE TN-CARTAO TO WS-TN-ED2.
           MOVE TN-PRAZO TO WS-TN-ED3.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "DINHEIRO " WS-TN-ED1 "  CARTAO " WS-TN-ED2
               "  A PRAZO " WS-TN-ED3
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE TN-ESPERADO TO WS-TN-ED1.
           MOVE TN-CONTADO TO WS-TN-ED2.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "ESPERADO " WS-TN-ED1 "  CONTADO " WS-TN-ED2
               "  DIFERENCA " WS-TN-DIF-ED
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.
           MOVE SPACES TO LINHA-CUPOM.
           WRITE LINHA-CUPOM.

       CONTINUA.
           DISPLAY "CONTINUA (S/N)? [ ]" AT 1430.
           ACCEPT OPCAO AT 1447 WITH PROMPT AUTO.
