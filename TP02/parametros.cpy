      * CREDITA O DINHEIRO DO DIA DO BALCAO.  ZERO DESLIGA O
      * DEPOSITO AUTOMATICO.
           02 PM-CONTA-LOJA            PIC 9(5).
      * SCORE INTERNO DE CREDITO (SCORE.DAT, GRAVADO TODA NOITE PELO
      * SCORE-CREDITO, DE 0 A 1000).  ABAIXO DO CORTE DE RECUSA O
      * EMPRESTIMO E RECUSADO E O LIMITE NAO SOBE; ENTRE A RECUSA E
      * O CORTE PLENO O EMPRESTIMO E O LIMITE PROPOSTO FICAM
      * LIMITADOS AOS TETOS ABAIXO.  ZERO DESLIGA CADA CORTE/TETO.
           02 PM-SCORE-RECUSA          PIC 9(4).
           02 PM-SCORE-PLENO           PIC 9(4).
           02 PM-TETO-EMPR-SCORE       PIC 9(7).
           02 PM-TETO-LIMITE-SCORE     PIC 9(7).
      * PRAZO REGULAMENTAR (DIAS UTEIS, PELO DATAS-SERVICO E
      * FERIADOS.DAT) PARA RESPONDER UMA RECLAMACAO DO SAC, E QUANTOS
      * DIAS UTEIS ANTES DO VENCIMENTO ELA JA SAI NO RELATORIO DE
      * PRAZOS DO PRAZO-SAC.  ZERO = 10 E 2.
           02 PM-PRAZO-SAC             PIC 9(2).
           02 PM-AVISO-SAC             PIC 9(2).
      * ANOS SEM MOVIMENTO, DEPOIS DO ENCERRAMENTO DE TODAS AS CONTAS
      * DO CPF, PARA O ANONIMIZA-CLIENTES APAGAR NOME, ENDERECO E
      * NASCIMENTO (LGPD).  O HISTORICO FINANCEIRO NAO E TOCADO.
      * ZERO = 5 ANOS.
           02 PM-ANOS-RETENCAO-LGPD    PIC 9(2).
      * NEGATIVACAO DE DEVEDORES (NEGATIVA-DEVEDORES): DIAS DE ATRASO
      * DO EMPRESTIMO OU DA PARCELA DO CREDIARIO PARA SAIR O AVISO
      * PREVIO, E DIAS CORRIDOS ENTRE O AVISO E A INCLUSAO NO BUREAU.
      * ZERO = 60 E 10.
           02 PM-DIAS-NEGATIVACAO      PIC 9(3).
           02 PM-PRAZO-NEGATIVACAO     PIC 9(2).
      * TAXA DE FLOAT (AO MES) COM QUE O RENTABILIDADE-CLIENTES
      * VALORIZA O SALDO CREDOR PARADO NA CONTA DO CLIENTE - O QUE O
      * BANCO GANHA APLICANDO O DINHEIRO.  ZERO = 0,50% AO MES.
           02 PM-TAXA-FLOAT            PIC 9V9999.
      * SAQUE EM ESPECIE ACIMA DESTE VALOR SO SAI NO GUICHE COM
      * AGENDAMENTO PARA O DIA (SAQAGEND.DAT) OU COM A LIBERACAO DO
      * GERENTE - O COFRE DA AGENCIA PRECISA PEDIR O NUMERARIO ANTES.
      * ZERO DESLIGA O PROVISIONAMENTO.
           02 PM-VALOR-PROVISAO        PIC 9(7).
      * PROGRAMA DE FIDELIDADE DO CUPOM (INDICE, FIDELIDADE-MENSAL):
      * PONTOS GANHOS POR REAL DO TOTAL PAGO NO CUPOM, CENTAVOS DE
      * DESCONTO QUE CADA PONTO VALE NO RESGATE E MESES ATE O PONTO
      * GANHO EXPIRAR.  ZERO = 1 PONTO POR REAL, 1 CENTAVO POR PONTO
      * E 12 MESES.
           02 PM-PONTOS-POR-REAL       PIC 9(3).
           02 PM-CENTAVOS-POR-PONTO    PIC 9(3).
           02 PM-MESES-VALIDADE-PONTOS PIC 9(3).
      * BAIXA POR PERDA NO INDICE (QUEBRA, FURTO, VENCIDO, AVARIA NO
      * TRANSPORTE): BAIXA QUE PASSA DESTE VALOR A CUSTO (REAIS)
      * EXIGE O CODIGO DO GERENTE.  ZERO = R$ 100.
           02 PM-LIMITE-PERDA          PIC 9(5).
      * ENCARGOS DA PARCELA DO CREDIARIO PAGA DEPOIS DO VENCIMENTO:
      * MULTA UNICA SOBRE O PRINCIPAL E JUROS DE MORA AO MES,
      * COBRADOS PRO RATA DIA (TAXA / 30 POR DIA DE ATRASO).  ZERO =
      * 2% DE MULTA E 1% AO MES.
           02 PM-MULTA-CRED            PIC 9V9999.
           02 PM-JUROS-MORA-CRED       PIC 9V9999.
      * CODIGO DE CONVENIO DE ARRECADACAO DA LOJA NO BANCOPEL: O
      * CARNE DO CREDIARIO SAI COM A LINHA DIGITAVEL DE ARRECADACAO,
      * PAGAVEL NO GUICHE EM DINHEIRO OU DEBITO EM CONTA; O
      * BAIXA-ARRECAD-CRED BAIXA AS PARCELAS A NOITE E O GERA-REPASSE
      * CREDITA O CONVENIO NA PM-CONTA-LOJA.  ZERO = LOJA NAO
      * CONVENIADA (CARNE SO PAGAVEL NO CAIXA DA LOJA).
           02 PM-CONVENIO-LOJA         PIC 9(4).
      * COMPRA DO FUNCIONARIO NO BALCAO DESCONTADA EM FOLHA: TETO DO
      * MES (SOMA DOS CUPONS 'F' DA COMPETENCIA) COMO FRACAO DO
      * FU-SALARIO.  A FOLHA-PAGAMENTO DESCONTA NO CONTRACHEQUE E
      * CREDITA O TOTAL NA PM-CONTA-LOJA.  ZERO = 30% DO SALARIO.
           02 PM-TETO-COMPRA-FUNC      PIC 9V9999.
      * REMARCACAO AUTOMATICA DE LOTE PERTO DA VALIDADE (REMARCA-
      * VALIDADE): ATE TRES JANELAS DE DIAS ANTES DE LT-VALIDADE, DA
      * MAIS LARGA (1) PARA A MAIS CURTA (3), CADA UMA COM O SEU
      * DESCONTO SOBRE O PRECO-VENDA-P - O DESCONTO CRESCE CONFORME O
      * VENCIMENTO CHEGA, SEM NUNCA DESCER DO CUSTO.  JANELA COM DIAS
      * ZERO FICA DESLIGADA; TODAS ZERO = 15, 7 E 3 DIAS COM 10%, 25%
      * E 50%.
           02 PM-REMARCA-DIAS-1        PIC 9(3).
           02 PM-REMARCA-DESC-1        PIC 9V9999.
           02 PM-REMARCA-DIAS-2        PIC 9(3).
           02 PM-REMARCA-DESC-2        PIC 9V9999.
           02 PM-REMARCA-DIAS-3        PIC 9(3).
           02 PM-REMARCA-DESC-3        PIC 9V9999.
