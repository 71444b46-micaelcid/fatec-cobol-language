               RECORD KEY EM-CHAVE
               FILE STATUS EMST.

           SELECT PONTO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PT-CHAVE
               FILE STATUS PTST.

           SELECT ENCARGOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EN-CHAVE
               FILE STATUS ENST.

           SELECT CONTABIL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CT-CHAVE
               FILE STATUS CTST.

           SELECT PLANO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PL-CONTA
               FILE STATUS PLST.

           SELECT COMPFUN ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CF-CHAVE
               FILE STATUS CFST.

           SELECT COMISSAO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CO-CHAVE
               FILE STATUS COST.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PRST.

           SELECT CAD ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CD-CONTA
               ALTERNATE RECORD KEY CD-CPF WITH DUPLICATES
               FILE STATUS CAST.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNCIONARIO LABEL RECORD STANDARD

       COPY emprestimo.

       FD  PONTO VALUE OF FILE-ID IS "PONTO.DAT".

       COPY ponto.

       FD  ENCARGOS VALUE OF FILE-ID IS "ENCARGOS.DAT".

       COPY encargos.

       FD  CONTABIL VALUE OF FILE-ID IS "CONTABIL.DAT".

       COPY contabil.

       FD  PLANO VALUE OF FILE-ID IS "PLANO.DAT".

       COPY plano.

       FD  COMPFUN VALUE OF FILE-ID IS "COMPFUN.DAT".

       COPY compfun.

       FD  COMISSAO VALUE OF FILE-ID IS "COMISSAO.DAT".

       COPY comissao.

       FD  PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD  CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       WORKING-STORAGE SECTION.
      * FOLHA DE PAGAMENTO DA CASA, CRESCIDA DAS REGRAS DO EX07:
      * MODO C MANTEM O CADASTRO DE FUNCIONARIOS (CPF VALIDADO COM A
       01 WS-CG-I       PIC 9 VALUE ZEROS.
       01 WS-TOT-CONSIG PIC 9(7)V99 VALUE ZEROS.
       01 WS-CG-RESTAM  PIC 9(3) VALUE ZEROS.
      * JUROS EMBUTIDOS NAS PARCELAS BAIXADAS: O PRINCIPAL EM ABERTO
      * DO CONTRATO ANTES MENOS O DEPOIS DE CADA PARCELA E A COTA DE
      * PRINCIPAL (A MESMA CONTA DA CONCILIA-RAZAO); O RESTO E JURO.
       01 WS-JUROS-CONSIG   PIC 9(7)V99 VALUE ZEROS.
       01 WS-CG-ABERTO-ANT  PIC 9(7)V99 VALUE ZEROS.
       01 WS-CG-ABERTO-POS  PIC 9(7)V99 VALUE ZEROS.
       01 WS-CG-AMORT       PIC 9(7)V99 VALUE ZEROS.
      * GUARDA CONTRA RODADA DUPLA: O RAZAO DA FOLHA JA TEM O 'F'
      * DO MES PARA O FUNCIONARIO?  ENTAO A PARCELA CONSIGNADA JA
      * FOI BAIXADA NO CONTRATO - REIMPRIMIR CONTRACHEQUE PODE,
      * REPROC.DAT).
       01 WS-JA-RODOU   PIC X VALUE 'N'.

      * COMPRAS NA LOJA: O QUE O FUNCIONARIO COMPROU NO BALCAO COM
      * DESCONTO EM FOLHA (COMPFUN.DAT, GRAVADO PELO INDICE) SAI DO
      * LIQUIDO DEPOIS DO CONSIGNADO, CUPOM A CUPOM ENQUANTO COUBER;
      * O QUE NAO COUBE FICA ABERTO PARA A FOLHA SEGUINTE E O
      * FUNCIONARIO VAI PARA A LISTA COMPLOJA_AAAAMM.TXT.  O TOTAL
      * DESCONTADO NA COMPETENCIA VAI NO FOLHA.TXT COMO CREDITO NA
      * CONTA DA LOJA (PM-CONTA-LOJA).  RODAR A FOLHA DE NOVO REFAZ
      * O DESCONTO DAS COMPRAS JA MARCADAS COM ESTA COMPETENCIA SEM
      * CREDITAR A LOJA DUAS VEZES NOS LIVROS.
       01 CFST PIC X(2).
           88 CF-OK        VALUE "00".
           88 CF-EMPTY     VALUE "35".
           88 CF-FIM       VALUE "99".
       01 PRST PIC X(2).
           88 PR-OK        VALUE "00".
       01 CAST PIC X(2).
           88 CA-OK        VALUE "00".
       01 WS-TEM-COMPFUN  PIC X VALUE 'N'.
       01 WS-CONTA-LOJA   PIC 9(5) VALUE ZEROS.
       01 WS-QT-COMPRAS   PIC 9(3) VALUE ZEROS.
       01 WS-TOT-COMPRAS  PIC 9(7)V99 VALUE ZEROS.
       01 WS-CF-NAO-COBERTO PIC 9(7)V99 VALUE ZEROS.
       01 WS-CF-DIF-FUNC  PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOT-COMPRAS-LOJA PIC 9(9)V99 VALUE ZEROS.
       01 WS-CF-A-CREDITAR PIC 9(9)V99 VALUE ZEROS.
       01 WS-QT-DESCOBERTOS PIC 9(4) VALUE ZEROS.

      * COMISSAO DE VENDA DO BALCAO: O QUE O APURA-COMISSAO GRAVOU EM
      * COMISSAO.DAT PARA O FUNCIONARIO (COMPETENCIAS ATE A DA FOLHA
      * AINDA NAO PAGAS) ENTRA COMO PROVENTO NO BRUTO - E PORTANTO
      * NAS BASES DE INSS, IRRF E FGTS - E FICA MARCADO COM A
      * COMPETENCIA DA FOLHA; RODAR A FOLHA DE NOVO PAGA DE NOVO SO
      * O QUE ESTA FOLHA JA TINHA LEVADO.  AS TABELAS DE ALIQUOTA POR
      * GRUPO ('C') E DE METAS ('M') SAO MANTIDAS NO MODO T, JUNTO
      * COM AS FAIXAS DE INSS E IRRF.
       01 COST PIC X(2).
           88 CO-OK        VALUE "00".
           88 CO-FIM       VALUE "99".
       01 WS-TEM-COMISSAO PIC X VALUE 'N'.
       01 WS-COMISSAO     PIC 9(7)V99 VALUE ZEROS.
       01 WS-QT-COMISSOES PIC 9(2) VALUE ZEROS.
       01 WS-TOT-COMISSOES PIC 9(9)V99 VALUE ZEROS.
       01 WS-META-ED      PIC Z.ZZZ.ZZ9,99.

      * PONTO: O RESUMO DO MES QUE O IMPORTA-PONTO GRAVA EM
      * PONTO.DAT VIRA PROVENTO E DESCONTO NA FOLHA MENSAL - HORA
      * EXTRA 50% E 100% E ADICIONAL NOTURNO DE 20% SOBRE A HORA
      * DE SALARIO/220, FALTA SEM JUSTIFICATIVA A SALARIO/30 POR DIA
      * - TUDO DENTRO DO BRUTO, E PORTANTO DAS BASES DE INSS E IRRF.
      * FUNCIONARIO SEM PONTO NO MES RECEBE O SALARIO CHEIO.
       01 PTST PIC X(2).
           88 PT-OK        VALUE "00".
       01 WS-TEM-PONTO-ARQ PIC X VALUE 'N'.
       01 WS-TEM-PONTO   PIC X VALUE 'N'.
       01 WS-HE50        PIC 9(7)V99 VALUE ZEROS.
       01 WS-HE100       PIC 9(7)V99 VALUE ZEROS.
       01 WS-ADIC-NOT    PIC 9(7)V99 VALUE ZEROS.
       01 WS-DESC-FALTAS PIC 9(7)V99 VALUE ZEROS.
       01 WS-PROVENTOS   PIC 9(7)V99 VALUE ZEROS.
       01 WS-QT-SEM-PONTO PIC 9(4) VALUE ZEROS.
       01 WS-QT-PEND-PONTO PIC 9(4) VALUE ZEROS.
       01 WS-PT-MINUTOS  PIC 9(5) VALUE ZEROS.
       01 WS-PT-HORAS    PIC 9(3) VALUE ZEROS.
       01 WS-PT-MIN      PIC 9(2) VALUE ZEROS.

      * ENCARGOS DO EMPREGADOR: FGTS E INSS PATRONAL (EMPRESA, RAT E
      * TERCEIROS) POR PAGAMENTO, GRAVADOS EM ENCARGOS.DAT AO LADO
      * DO RAZAO DA FOLHA E LANCADOS EM CONTABIL.DAT NO FIM DA
      * RODADA COMO DESPESA DE ENCARGOS CONTRA ENCARGOS A RECOLHER.
      * RODAR DE NOVO O MESMO PAGAMENTO SO LANCA A DIFERENCA PARA O
      * QUE JA ESTAVA GRAVADO (ESTORNANDO SE DIMINUIU).
       01 ENST PIC X(2).
           88 EN-OK        VALUE "00".
           88 EN-EMPTY     VALUE "35".
       01 CTST PIC X(2).
           88 CT-OK        VALUE "00".
           88 CT-EMPTY     VALUE "35".
           88 CT-FIM       VALUE "99".
       01 PLST PIC X(2).
           88 PL-OK        VALUE "00".
       01 WS-TEM-ENCARGOS PIC X VALUE 'N'.
       01 WS-TEM-CONTABIL PIC X VALUE 'N'.
       01 WS-TEM-PLANO    PIC X VALUE 'N'.
       01 WS-ALIQ-FGTS      PIC 9(2)V99 VALUE 8.
       01 WS-ALIQ-EMPRESA   PIC 9(2)V99 VALUE 20.
       01 WS-ALIQ-RAT       PIC 9(2)V99 VALUE 2.
       01 WS-ALIQ-TERCEIROS PIC 9(2)V99 VALUE 5,8.
       01 WS-CONTA-DESP-ENC PIC 9(5) VALUE 50003.
       01 WS-CONTA-ENC-REC  PIC 9(5) VALUE 20004.
       01 WS-HOJE         PIC 9(8) VALUE ZEROS.
       01 WS-ENC-NOVO     PIC X VALUE 'N'.
       01 WS-FGTS-ANT     PIC 9(7)V99 VALUE ZEROS.
       01 WS-PATRONAL-ANT PIC 9(7)V99 VALUE ZEROS.
       01 WS-DIF-FGTS     PIC S9(9)V99 VALUE ZEROS.
       01 WS-DIF-PATRONAL PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOT-FGTS     PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOT-PATRONAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-LC-DEBITO    PIC 9(5) VALUE ZEROS.
       01 WS-LC-CREDITO   PIC 9(5) VALUE ZEROS.
       01 WS-LC-VALOR     PIC 9(9)V99 VALUE ZEROS.
       01 WS-LC-HISTORICO PIC X(30) VALUE SPACES.
       01 WS-SEQ-LANCTO   PIC 9(6) VALUE ZEROS.
       01 WS-CONTAS-ENC.
           02 FILLER PIC X(27)
               VALUE "20004ENCARGOS A RECOLHER   ".
           02 FILLER PIC X(6) VALUE "P20000".
           02 FILLER PIC X(27)
               VALUE "50003DESPESA DE ENCARGOS   ".
           02 FILLER PIC X(6) VALUE "D40000".
           02 FILLER PIC X(27)
               VALUE "20005SALARIOS A PAGAR      ".
           02 FILLER PIC X(6) VALUE "P20000".
           02 FILLER PIC X(27)
               VALUE "20006INSS RETIDO A RECOLH. ".
           02 FILLER PIC X(6) VALUE "P20000".
           02 FILLER PIC X(27)
               VALUE "20007IRRF RETIDO A RECOLH. ".
           02 FILLER PIC X(6) VALUE "P20000".
           02 FILLER PIC X(27)
               VALUE "50004DESPESA DE SALARIOS   ".
           02 FILLER PIC X(6) VALUE "D40000".
           02 FILLER PIC X(27)
               VALUE "50005DESPESA DE 13o SALARIO".
           02 FILLER PIC X(6) VALUE "D40000".
           02 FILLER PIC X(27)
               VALUE "50006DESPESA DE FERIAS     ".
           02 FILLER PIC X(6) VALUE "D40000".
           02 FILLER PIC X(27)
               VALUE "50007DESPESA DE RESCISOES  ".
           02 FILLER PIC X(6) VALUE "D40000".
       01 WS-CONTAS-ENC-T REDEFINES WS-CONTAS-ENC.
           02 WS-CEN OCCURS 9 TIMES.
               03 WS-CEN-CONTA PIC 9(5).
               03 WS-CEN-NOME  PIC X(22).
               03 WS-CEN-TIPO  PIC X(1).
               03 WS-CEN-PAI   PIC 9(5).
       01 WS-CEN-I        PIC 99 VALUE ZEROS.

      * CONTABILIZACAO DA FOLHA: CADA RODADA LANCA O QUE MUDOU NO
      * RAZAO FOLHALED.DAT NA COMPETENCIA E TIPO DELA - DESPESA DO
      * TIPO (SALARIOS, 13o, FERIAS, RESCISAO) CONTRA SALARIOS A
      * PAGAR (LIQUIDO), INSS E IRRF RETIDOS A RECOLHER E, NO
      * CONSIGNADO DESCONTADO, EMPRESTIMOS A RECEBER PELA COTA DE
      * PRINCIPAL E RECEITA DE JUROS PELO RESTO.  O ADIANTAMENTO
      * DO 13o E O AVISO NAO CUMPRIDO ABATEM A PROPRIA DESPESA.  ANTES
      * DE LANCAR, AS DIFERENCAS GRAVADAS SAO CONFERIDAS COM OS
      * TOTAIS DO RAZAO LIDOS ANTES E DEPOIS DA RODADA; SE NAO
      * BATEREM NADA E LANCADO E O RETURN-CODE SAI 8.
       01 WS-CONTA-SALARIOS PIC 9(5) VALUE 20005.
       01 WS-CONTA-INSS-RET PIC 9(5) VALUE 20006.
       01 WS-CONTA-IRRF-RET PIC 9(5) VALUE 20007.
       01 WS-CONTA-EMPREST  PIC 9(5) VALUE 10003.
       01 WS-CONTA-REC-JUROS PIC 9(5) VALUE 40001.
       01 WS-CONTA-DESP-FOL PIC 9(5) VALUE ZEROS.
       01 WS-LF-ANT-BRUTO   PIC 9(7)V99 VALUE ZEROS.
       01 WS-LF-ANT-INSS    PIC 9(7)V99 VALUE ZEROS.
       01 WS-LF-ANT-IRRF    PIC 9(7)V99 VALUE ZEROS.
       01 WS-LF-ANT-LIQUIDO PIC 9(7)V99 VALUE ZEROS.
       01 WS-LF-RESIDUO     PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-DIF-BRUTO   PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-DIF-INSS    PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-DIF-IRRF    PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-DIF-LIQUIDO PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-DIF-EMPREST PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-DIF-JUROS-EMP PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-DIF-COMPRAS PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-DIF-DESPESA PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-VALOR       PIC S9(9)V99 VALUE ZEROS.
       01 WS-LF-CONTA       PIC 9(5) VALUE ZEROS.
       01 WS-LF-NOME        PIC X(12) VALUE SPACES.
       01 WS-RZ-BRUTO       PIC 9(11)V99 VALUE ZEROS.
       01 WS-RZ-INSS        PIC 9(11)V99 VALUE ZEROS.
       01 WS-RZ-IRRF        PIC 9(11)V99 VALUE ZEROS.
       01 WS-RZ-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.
       01 WS-RZ-ANT-BRUTO   PIC 9(11)V99 VALUE ZEROS.
       01 WS-RZ-ANT-INSS    PIC 9(11)V99 VALUE ZEROS.
       01 WS-RZ-ANT-IRRF    PIC 9(11)V99 VALUE ZEROS.
       01 WS-RZ-ANT-LIQUIDO PIC 9(11)V99 VALUE ZEROS.
       01 WS-RZ-DIVERGE     PIC X VALUE 'N'.
       01 WS-RZ-ED          PIC -ZZZ.ZZZ.ZZ9,99.

      * DISSIDIO RETROATIVO: REAJUSTE POR FAIXA DE SALARIO COM
      * DATA-BASE NO PASSADO (ATE 12 MESES).  O SALARIO NOVO VALE DAI
      * PARA FRENTE E CADA PAGAMENTO DO RAZAO DESDE A DATA-BASE
      * (FOLHA, 13o E FERIAS) E REFEITO COM O BRUTO REAJUSTADO, INSS
      * E IRRF RECALCULADOS MENOS O QUE JA FOI RETIDO.  A DIFERENCA
      * SAI EM CONTRACHEQUE PROPRIO E NO RAZAO COMO TIPO 'D' DA
      * COMPETENCIA CORRENTE; QUEM JA TEM O 'D' DO MES NAO E
      * REAJUSTADO DE NOVO.  NA 2A PARCELA DO 13o SO ENTRA O QUE A
      * 1A PARCELA REFEITA NAO COBRIU.
       01 WS-DS-DATA-BASE PIC 9(8) VALUE ZEROS.
       01 WS-DS-INICIO    PIC 9(6) VALUE ZEROS.
       01 TAB-DISSIDIO.
           02 TAB-DS-ITEM OCCURS 5 TIMES.
               03 TAB-DS-TETO PIC 9(7)V99.
               03 TAB-DS-PERC PIC 9(2)V99.
       01 WS-DS-QT        PIC 9 VALUE ZEROS.
       01 WS-DS-I         PIC 9 VALUE ZEROS.
       01 WS-DS-FIM-TAB   PIC X VALUE 'N'.
       01 WS-DS-ACHOU     PIC X VALUE 'N'.
       01 WS-DS-CONFIRMA  PIC X VALUE 'N'.
       01 WS-DS-PERC      PIC 9(2)V99 VALUE ZEROS.
       01 WS-DS-SAL-ANT   PIC 9(7)V99 VALUE ZEROS.
       01 WS-DS-NOVO      PIC 9(7)V99 VALUE ZEROS.
       01 WS-DS-DIF       PIC 9(7)V99 VALUE ZEROS.
       01 WS-DS-ANO-1     PIC 9(4) VALUE ZEROS.
       01 WS-DS-DIF-1     PIC 9(7)V99 VALUE ZEROS.
       01 WS-DS-TOT-BRUTO PIC 9(7)V99 VALUE ZEROS.
       01 WS-DS-TOT-INSS  PIC 9(7)V99 VALUE ZEROS.
       01 WS-DS-TOT-IRRF  PIC 9(7)V99 VALUE ZEROS.
       01 WS-DS-LIMITE    PIC 9(6) VALUE ZEROS.
       01 WS-DS-QT-LIN    PIC 99 VALUE ZEROS.
       01 WS-DS-L         PIC 99 VALUE ZEROS.
       01 TAB-DS-LINHAS.
           02 TAB-DL-ITEM OCCURS 60 TIMES.
               03 TAB-DL-ANOMES PIC 9(6).
               03 TAB-DL-TIPO   PIC X(1).
               03 TAB-DL-PAGO   PIC 9(7)V99.
               03 TAB-DL-DEVIDO PIC 9(7)V99.
               03 TAB-DL-DIF    PIC 9(7)V99.
       01 LINHA-DISSIDIO.
           02 FILLER    PIC X(6) VALUE "  DIF ".
           02 LDS-ANOMES PIC 9(6).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 LDS-TIPO  PIC X(1).
           02 FILLER    PIC X(10) VALUE "  PAGO R$ ".
           02 LDS-PAGO  PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(12) VALUE "  DEVIDO R$ ".
           02 LDS-DEVIDO PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(9) VALUE "  DIF R$ ".
           02 LDS-DIF   PIC ZZ.ZZ9,99.

      * RESCISAO: VERBAS DO DESLIGAMENTO CONTADAS PELO TEMPO DE CASA
      * (FU-DATA-ADMISSAO).  NA DISPENSA O AVISO PREVIO INDENIZADO
      * (30 DIAS MAIS 3 POR ANO COMPLETO, ATE 90) PROJETA O CONTRATO
      * PARA OS AVOS DE 13o E FERIAS; AVO E CADA 30 DIAS, COM A
      * FRACAO DE 15 OU MAIS CONTANDO INTEIRA.  INSS E IRRF SAO
      * APURADOS EM SEPARADO SOBRE O SALDO DE SALARIO E SOBRE O 13o;
      * AVISO INDENIZADO E FERIAS INDENIZADAS SAO ISENTOS.
       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.
       01 WS-RS-DATA      PIC 9(8) VALUE ZEROS.
       01 WS-RS-DATA-R REDEFINES WS-RS-DATA.
           02 WS-RS-ANO   PIC 9(4).
           02 WS-RS-MES   PIC 9(2).
           02 WS-RS-DIA   PIC 9(2).
       01 WS-RS-MOTIVO    PIC X VALUE SPACE.
           88 RS-DISPENSA    VALUE 'D' 'd'.
           88 RS-PEDIDO      VALUE 'P' 'p'.
           88 RS-TERMINO     VALUE 'T' 't'.
       01 WS-RS-CUMPRIU   PIC X VALUE 'N'.
       01 WS-RS-CONFIRMA  PIC X VALUE 'N'.
       01 WS-RS-ANOS      PIC 9(2) VALUE ZEROS.
       01 WS-RS-ANOS-PROJ PIC 9(2) VALUE ZEROS.
       01 WS-RS-DIAS-AVISO PIC 9(3) VALUE ZEROS.
       01 WS-RS-DIAS-SALDO PIC 9(2) VALUE ZEROS.
       01 WS-RS-PROJECAO  PIC 9(8) VALUE ZEROS.
       01 WS-RS-INI       PIC 9(8) VALUE ZEROS.
       01 WS-RS-FIM       PIC 9(8) VALUE ZEROS.
       01 WS-RS-ANIVERSARIO.
           02 WS-RS-ANIV-ANO  PIC 9(4).
           02 WS-RS-ANIV-MMDD PIC 9(4).
       01 WS-RS-ANIVERSARIO-N REDEFINES WS-RS-ANIVERSARIO PIC 9(8).
       01 WS-RS-DIAS      PIC 9(5) VALUE ZEROS.
       01 WS-RS-RESTO     PIC 9(2) VALUE ZEROS.
       01 WS-RS-AVOS      PIC 9(3) VALUE ZEROS.
       01 WS-RS-AVOS-13   PIC 9(2) VALUE ZEROS.
       01 WS-RS-AVOS-FER  PIC 9(2) VALUE ZEROS.
       01 WS-RS-VENCIDAS  PIC 9(2) VALUE ZEROS.
       01 WS-RS-GOZADAS   PIC 9(2) VALUE ZEROS.
       01 WS-RS-SALDO-PAGO PIC X VALUE 'N'.
       01 WS-RS-13-PAGO   PIC X VALUE 'N'.
       01 WS-RS-SALDO     PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-DECIMO    PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-AVISO     PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-FERIAS    PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-TERCO     PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-DESC-AVISO PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-ADIANT-13 PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-INSS-SAL  PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-IRRF-SAL  PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-INSS-13   PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-IRRF-13   PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-DESCONTOS PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-BASE-FGTS PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-FGTS      PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-SALDO-FGTS PIC 9(9)V99 VALUE ZEROS.
       01 WS-RS-MULTA     PIC 9(7)V99 VALUE ZEROS.
       01 WS-RS-ED        PIC ZZZ.ZZ9,99.
       01 WS-RS-DATA-AUX  PIC 9(8) VALUE ZEROS.
       01 WS-RS-DATA-ED   PIC X(10) VALUE SPACES.
       01 LINHA-VERBA.
           02 LV-NOME     PIC X(36).
           02 LV-VALOR    PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(2) VALUE SPACES.
           02 LV-INSS     PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER      PIC X(2) VALUE SPACES.
           02 LV-IRRF     PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.

       01 WS-NOME-INFORME PIC X(25) VALUE SPACES.
       01 WS-ANO-INF   PIC 9(4) VALUE ZEROS.
       01 WS-INF-BRUTO PIC 9(9)V99 VALUE ZEROS.
           88 CPF-VALIDO       VALUE 'S'.
           88 CPF-INVALIDO     VALUE 'N'.

      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), MOSTRADA ANTES
      * DA PRIMEIRA PERGUNTA QUANDO O PROGRAMA RODA EM TREINO/.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           IF WS-FAIXA-TREINO NOT = SPACES
               DISPLAY WS-FAIXA-TREINO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANOMES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM ABRE-ARQ
           IF FU-FIM
               STOP RUN
           DISPLAY "F - RODAR A FOLHA DO MES"
           DISPLAY "D - RODAR PARCELA DO 13o SALARIO"
           DISPLAY "V - CALCULAR FERIAS (COM 1/3)"
           DISPLAY "T - MANTER TABELAS DE INSS/IRRF/COMISSAO"
           DISPLAY "A - RESUMO ANUAL POR FUNCIONARIO"
           DISPLAY "X - RESCISAO DE CONTRATO"
           DISPLAY "S - DISSIDIO COLETIVO RETROATIVO"
           DISPLAY "MODO ? "
           ACCEPT WS-MODO

                   PERFORM MANTEM-FAIXAS THRU END-MANTEM-FAIXAS
               WHEN "A" WHEN "a"
                   PERFORM INFORME-ANUAL THRU END-INFORME-ANUAL
               WHEN "X" WHEN "x"
                   PERFORM CARREGA-FAIXAS
                   PERFORM RESCINDE-CONTRATO
                       THRU END-RESCINDE-CONTRATO
               WHEN "S" WHEN "s"
                   PERFORM CARREGA-FAIXAS
                   PERFORM DISSIDIO-RETROATIVO
                       THRU END-DISSIDIO-RETROATIVO
               WHEN OTHER
                   DISPLAY "MODO INVALIDO"
           END-EVALUATE
           IF WS-TEM-EMPREST = 'S'
               CLOSE EMPRESTIMO
           END-IF
           IF WS-TEM-PONTO-ARQ = 'S'
               CLOSE PONTO
           END-IF
           IF WS-TEM-ENCARGOS = 'S'
               CLOSE ENCARGOS
           END-IF
           IF WS-TEM-CONTABIL = 'S'
               CLOSE CONTABIL
           END-IF
           IF WS-TEM-PLANO = 'S'
               CLOSE PLANO
           END-IF
           IF WS-TEM-COMPFUN = 'S'
               CLOSE COMPFUN
           END-IF
           IF WS-TEM-COMISSAO = 'S'
               CLOSE COMISSAO
           END-IF
           STOP RUN.

       ABRE-ARQ.
           OPEN I-O EMPRESTIMO
           IF EM-ARQ-OK
               MOVE 'S' TO WS-TEM-EMPREST
           END-IF
           OPEN INPUT PONTO
           IF PT-OK
               MOVE 'S' TO WS-TEM-PONTO-ARQ
           END-IF
           OPEN I-O ENCARGOS
           IF EN-EMPTY
               OPEN OUTPUT ENCARGOS
               CLOSE ENCARGOS
               OPEN I-O ENCARGOS
           END-IF
           IF EN-OK
               MOVE 'S' TO WS-TEM-ENCARGOS
           ELSE
               DISPLAY "NAO FOI POSSIVEL ABRIR ENCARGOS.DAT - FS="
                   ENST
           END-IF
           OPEN I-O CONTABIL
           IF CT-EMPTY
               OPEN OUTPUT CONTABIL
               CLOSE CONTABIL
               OPEN I-O CONTABIL
           END-IF
           IF CT-OK
               MOVE 'S' TO WS-TEM-CONTABIL
           ELSE
               DISPLAY "CONTABIL.DAT INDISPONIVEL - FOLHA E ENCARGOS "
                   "NAO SERAO CONTABILIZADOS"
           END-IF
           OPEN I-O PLANO
           IF PL-OK
               MOVE 'S' TO WS-TEM-PLANO
               PERFORM CONFERE-PLANO-ENC
                   VARYING WS-CEN-I FROM 1 BY 1 UNTIL WS-CEN-I > 9
           END-IF
           OPEN I-O COMPFUN
           IF CF-OK
               MOVE 'S' TO WS-TEM-COMPFUN
           END-IF
           OPEN I-O COMISSAO
           IF CO-OK
               MOVE 'S' TO WS-TEM-COMISSAO
           END-IF.

      * CONTA DA FOLHA QUE AINDA NAO ESTA NO PLANO E INCLUIDA,
      * PARA O FECHAMENTO-CONTABIL NAO A MOSTRAR "FORA DO PLANO".
       CONFERE-PLANO-ENC.
           MOVE WS-CEN-CONTA(WS-CEN-I) TO PL-CONTA
           READ PLANO
               INVALID KEY
                   MOVE WS-CEN-NOME(WS-CEN-I) TO PL-NOME
                   MOVE WS-CEN-TIPO(WS-CEN-I) TO PL-TIPO
                   MOVE WS-CEN-PAI(WS-CEN-I) TO PL-CONTA-PAI
                   WRITE REG-PLANO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   DISPLAY "CONTA " PL-CONTA " " PL-NOME
                       " INCLUIDA NO PLANO"
           END-READ.

       SEMEIA-FAIXAS.
           DISPLAY "FAIXAS.DAT VAZIO - SEMEANDO AS TABELAS LEGAIS"
           MOVE ZEROS TO WS-SEM-SEQ-I WS-SEM-SEQ-R
                   DISPLAY "FUNCIONARIO NOVO"
                   MOVE SPACES TO FU-NOME FU-CARGO
                   MOVE ZEROS TO FU-CPF FU-SALARIO FU-CONTA
                   MOVE ZEROS TO FU-DATA-ADMISSAO FU-DATA-DESLIGA
                   MOVE 'A' TO FU-SITUACAO
               NOT INVALID KEY
                   DISPLAY "JA CADASTRADO - ALTERANDO: " FU-NOME
                   IF FU-DATA-ADMISSAO NOT NUMERIC
                       MOVE ZEROS TO FU-DATA-ADMISSAO
                   END-IF
                   IF FU-DATA-DESLIGA NOT NUMERIC
                       MOVE ZEROS TO FU-DATA-DESLIGA
                   END-IF
                   IF FU-DESLIGADO
                       DISPLAY "FUNCIONARIO DESLIGADO EM "
                           FU-DATA-DESLIGA
                   END-IF
           END-READ

           DISPLAY "NOME ? "
               MOVE WS-BUF5 TO FU-CONTA
           END-IF

           DISPLAY "DATA DE ADMISSAO (AAAAMMDD) ? "
           MOVE SPACES TO WS-BUF8
           ACCEPT WS-BUF8
           IF WS-BUF8 NOT = SPACES
               IF WS-BUF8 NOT NUMERIC
                   DISPLAY "DATA INVALIDA"
                   GO END-CADASTRA-FUNCIONARIO
               END-IF
               MOVE "VD" TO WS-SV-FUNCAO
               MOVE WS-BUF8 TO WS-SV-DATA-1
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RETORNO = '1'
                   DISPLAY "DATA INVALIDA"
                   GO END-CADASTRA-FUNCIONARIO
               END-IF
               MOVE WS-SV-DATA-1 TO FU-DATA-ADMISSAO
           END-IF
           IF FU-DATA-ADMISSAO = ZEROS
               DISPLAY "INFORME A DATA DE ADMISSAO"
               GO END-CADASTRA-FUNCIONARIO
           END-IF

           WRITE REG-FUNCIONARIO
               INVALID KEY
                   REWRITE REG-FUNCIONARIO
               AT END
                   SET FU-FIM TO TRUE
           END-READ
           IF FU-OK AND NOT FU-DESLIGADO
               IF FU-SALARIO > 4998 AND FU-SALARIO < 50002
                   COMPUTE FU-SALARIO ROUNDED = FU-SALARIO * 1,25
                   REWRITE REG-FUNCIONARIO
      * RODA A FOLHA DO MES: UM CONTRACHEQUE POR FUNCIONARIO E O
      * ARQUIVO DE CREDITO PARA O IMPORTA-FOLHA POSTAR NAS CONTAS.
       RODA-FOLHA.
           MOVE "F" TO WS-TIPO-LED
           PERFORM INICIA-CONTABIL-FOLHA
           OPEN OUTPUT CONTRACHEQUE
           OPEN OUTPUT CREDITO
           PERFORM CARREGA-PARAMETROS
           MOVE ZEROS TO WS-TOT-COMPRAS-LOJA WS-QT-DESCOBERTOS
           MOVE SPACES TO WS-NOME-INFORME
           STRING "COMPLOJA_" WS-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-INFORME
           OPEN OUTPUT INFORME
           MOVE SPACES TO LINHA-INFORME
           STRING "COMPRAS NA LOJA NAO COBERTAS PELO LIQUIDO - FOLHA "
               WS-ANOMES
               DELIMITED BY SIZE INTO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE "FUNC NOME" TO LINHA-INFORME
           MOVE "NAO COBERTO" TO LINHA-INFORME(41:11)
           MOVE "LIQUIDO" TO LINHA-INFORME(56:7)
           WRITE LINHA-INFORME

           MOVE ZEROS TO FU-CODIGO
           START FUNCIONARIO KEY NOT LESS THAN FU-CODIGO
                   SET FU-FIM TO TRUE
           END-START
           PERFORM PAGA-UM UNTIL FU-FIM
           IF WS-TOT-COMPRAS-LOJA > 0
               PERFORM CREDITA-COMPRAS-LOJA
                   THRU END-CREDITA-COMPRAS-LOJA
           END-IF
           IF WS-QT-DESCOBERTOS = 0
               MOVE "NENHUMA COMPRA FICOU DESCOBERTA" TO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF

           CLOSE CONTRACHEQUE CREDITO INFORME
           DISPLAY "FOLHA DE " WS-ANOMES " GERADA"
           DISPLAY "FUNCIONARIOS PAGOS.: " WS-QT-FUNC
           DISPLAY "TOTAL DA FOLHA.....: " WS-TOTAL-FOLHA
           DISPLAY "COMISSOES DE VENDA.: " WS-TOT-COMISSOES
           DISPLAY "COMPRAS NA LOJA....: " WS-TOT-COMPRAS-LOJA
           DISPLAY "COMPRA DESCOBERTA..: " WS-QT-DESCOBERTOS
               " FUNCIONARIO(S) - VER " WS-NOME-INFORME
           DISPLAY "SEM PONTO NO MES...: " WS-QT-SEM-PONTO
           DISPLAY "PONTO COM PENDENCIA: " WS-QT-PEND-PONTO
           MOVE "F" TO WS-TIPO-LED
           PERFORM CONTABILIZA-FOLHA THRU END-CONTABILIZA-FOLHA
           PERFORM CONTABILIZA-ENCARGOS
           DISPLAY "CONTRACHEQUES EM CONTRACH.TXT"
           DISPLAY "CREDITO EM FOLHA.TXT (RODAR IMPORTA-FOLHA)".

               AT END
                   SET FU-FIM TO TRUE
           END-READ
           IF FU-OK AND NOT FU-DESLIGADO
      *        BRUTO MENOS INSS (PROGRESSIVO) MENOS IRRF SOBRE A
      *        BASE JA DESCONTADA DO INSS - E O LIQUIDO QUE VAI
      *        PARA FU-CONTA PELO ARQUIVO DE CREDITO.  O BRUTO JA
      *        VEM COM AS HORAS E FALTAS DO PONTO DO MES.
               PERFORM APURA-PONTO
               PERFORM SOMA-COMISSAO-FOLHA
               ADD WS-COMISSAO TO WS-BRUTO
               MOVE WS-BRUTO TO WS-BASE
               PERFORM CALCULA-INSS
               COMPUTE WS-BASE = WS-BRUTO - WS-INSS
               PERFORM TESTA-RODADA-DO-MES
               IF WS-JA-RODOU = 'S'
                   MOVE ZEROS TO WS-QT-CONSIG WS-TOT-CONSIG
                       WS-JUROS-CONSIG
                   DISPLAY "FOLHA DE " WS-ANOMES " JA RODADA PARA "
                       FU-NOME " - CONSIGNADO NAO BAIXA DE NOVO"
               ELSE
                   PERFORM DESCONTA-CONSIGNADO
               END-IF
               PERFORM DESCONTA-COMPRAS-LOJA
               ADD 1 TO WS-QT-FUNC
               ADD WS-LIQUIDO TO WS-TOTAL-FOLHA
               MOVE "FOLHA MENSAL" TO WS-TITULO-RODADA
           STRING "CARGO: " FU-CARGO "  CPF: " FU-CPF
               DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
           WRITE LINHA-CONTRACHEQUE
           IF WS-TEM-PONTO = 'S'
               PERFORM ITEMIZA-PONTO
           END-IF
           PERFORM ITEMIZA-DISSIDIO
               VARYING WS-DS-L FROM 1 BY 1
               UNTIL WS-DS-L > WS-DS-QT-LIN
           IF WS-COMISSAO > 0
               MOVE WS-COMISSAO TO WS-VAL-ED
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "COMISSAO VENDAS..: R$ " WS-VAL-ED
                   "  (" WS-QT-COMISSOES " COMPETENCIA(S))"
                   DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF
           MOVE WS-BRUTO TO WS-VAL-ED
           MOVE SPACES TO LINHA-CONTRACHEQUE
           STRING "SALARIO BRUTO....: R$ " WS-VAL-ED
           PERFORM ITEMIZA-CONSIGNADO
               VARYING WS-CG-I FROM 1 BY 1
               UNTIL WS-CG-I > WS-QT-CONSIG
           IF WS-TOT-COMPRAS > 0
               MOVE WS-TOT-COMPRAS TO WS-VAL-ED
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "COMPRAS NA LOJA..: R$ " WS-VAL-ED
                   "  (" WS-QT-COMPRAS " CUPOM(NS))"
                   DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF
           IF WS-CF-NAO-COBERTO > 0
               MOVE WS-CF-NAO-COBERTO TO WS-VAL-ED
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "COMPRAS NAO COBERTAS: R$ " WS-VAL-ED
                   "  (DESCONTO NA PROXIMA FOLHA)"
                   DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF
           IF WS-ADIANTADO > 0
               MOVE WS-ADIANTADO TO WS-VAL-ED
               MOVE SPACES TO LINHA-CONTRACHEQUE
           MOVE SPACES TO LINHA-CONTRACHEQUE
           WRITE LINHA-CONTRACHEQUE.

      * BRUTO DA FOLHA MENSAL A PARTIR DO PONTO DO MES: SALARIO MAIS
      * HORAS EXTRAS E ADICIONAL NOTURNO, MENOS AS FALTAS (NUNCA
      * ABAIXO DE ZERO).  PENDENCIA DE BATIDA SO AVISA - O PAR
      * INCOMPLETO JA FICOU FORA DAS HORAS NA IMPORTACAO.
       APURA-PONTO.
           MOVE 'N' TO WS-TEM-PONTO
           MOVE ZEROS TO WS-HE50 WS-HE100 WS-ADIC-NOT WS-DESC-FALTAS
           MOVE FU-SALARIO TO WS-BRUTO
           IF WS-TEM-PONTO-ARQ = 'S'
               MOVE FU-CODIGO TO PT-FUNCIONARIO
               MOVE WS-ANOMES TO PT-ANOMES
               READ PONTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TEM-PONTO
               END-READ
           END-IF
           IF WS-TEM-PONTO = 'N'
               ADD 1 TO WS-QT-SEM-PONTO
           ELSE
               COMPUTE WS-HE50 ROUNDED =
                   FU-SALARIO * PT-MIN-HE50 * 3 / (220 * 60 * 2)
               COMPUTE WS-HE100 ROUNDED =
                   FU-SALARIO * PT-MIN-HE100 * 2 / (220 * 60)
               COMPUTE WS-ADIC-NOT ROUNDED =
                   FU-SALARIO * PT-MIN-NOTURNO / (220 * 60 * 5)
               COMPUTE WS-DESC-FALTAS ROUNDED =
                   FU-SALARIO * PT-FALTAS / 30
               COMPUTE WS-PROVENTOS = FU-SALARIO + WS-HE50
                   + WS-HE100 + WS-ADIC-NOT
               IF WS-DESC-FALTAS > WS-PROVENTOS
                   MOVE WS-PROVENTOS TO WS-DESC-FALTAS
               END-IF
               COMPUTE WS-BRUTO = WS-PROVENTOS - WS-DESC-FALTAS
               IF PT-PENDENCIAS > 0
                   ADD 1 TO WS-QT-PEND-PONTO
                   DISPLAY "PONTO DE " FU-NOME " COM " PT-PENDENCIAS
                       " DIA(S) DE BATIDA FALTANDO - VER PONTOEXC"
               END-IF
           END-IF.

      * LINHAS DO PONTO NO CONTRACHEQUE, SO AS QUE TEM VALOR.
       ITEMIZA-PONTO.
           MOVE FU-SALARIO TO WS-VAL-ED
           MOVE SPACES TO LINHA-CONTRACHEQUE
           STRING "SALARIO BASE.....: R$ " WS-VAL-ED
               DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
           WRITE LINHA-CONTRACHEQUE
           IF WS-HE50 > 0
               MOVE PT-MIN-HE50 TO WS-PT-MINUTOS
               PERFORM EDITA-HORAS-PONTO
               MOVE WS-HE50 TO WS-VAL-ED
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "HORA EXTRA 50%...: R$ " WS-VAL-ED
                   "  (" WS-PT-HORAS ":" WS-PT-MIN " H)"
                   DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF
           IF WS-HE100 > 0
               MOVE PT-MIN-HE100 TO WS-PT-MINUTOS
               PERFORM EDITA-HORAS-PONTO
               MOVE WS-HE100 TO WS-VAL-ED
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "HORA EXTRA 100%..: R$ " WS-VAL-ED
                   "  (" WS-PT-HORAS ":" WS-PT-MIN " H)"
                   DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF
           IF WS-ADIC-NOT > 0
               MOVE PT-MIN-NOTURNO TO WS-PT-MINUTOS
               PERFORM EDITA-HORAS-PONTO
               MOVE WS-ADIC-NOT TO WS-VAL-ED
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "ADIC. NOTURNO....: R$ " WS-VAL-ED
                   "  (" WS-PT-HORAS ":" WS-PT-MIN " H)"
                   DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF
           IF WS-DESC-FALTAS > 0
               MOVE WS-DESC-FALTAS TO WS-VAL-ED
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "DESCONTO FALTAS..: R$ " WS-VAL-ED
                   "  (" PT-FALTAS " DIA(S))"
                   DELIMITED BY SIZE INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF.

      * COMISSOES DO FUNCIONARIO A PAGAR NESTA FOLHA: APURADAS DE
      * COMPETENCIA ATE A DA FOLHA, OU JA MARCADAS COM ESTA FOLHA
      * (RODADA REPETIDA).
       SOMA-COMISSAO-FOLHA.
           MOVE ZEROS TO WS-COMISSAO WS-QT-COMISSOES
           IF WS-TEM-COMISSAO = 'S'
               MOVE FU-CODIGO TO CO-VENDEDOR
               MOVE ZEROS TO CO-ANOMES
               START COMISSAO KEY IS NOT LESS THAN CO-CHAVE
                   INVALID KEY
                       SET CO-FIM TO TRUE
               END-START
               PERFORM SOMA-UMA-COMISSAO UNTIL CO-FIM
               MOVE "00" TO COST
               ADD WS-COMISSAO TO WS-TOT-COMISSOES
           END-IF.

       SOMA-UMA-COMISSAO.
           READ COMISSAO NEXT RECORD
               AT END
                   SET CO-FIM TO TRUE
           END-READ
           IF CO-OK AND CO-VENDEDOR NOT = FU-CODIGO
               SET CO-FIM TO TRUE
           END-IF
           IF CO-OK
               IF (CO-APURADA AND CO-ANOMES NOT > WS-ANOMES)
                   OR (CO-PAGA AND CO-FOLHA = WS-ANOMES)
                   ADD CO-TOTAL TO WS-COMISSAO
                   ADD 1 TO WS-QT-COMISSOES
                   IF CO-APURADA
                       SET CO-PAGA TO TRUE
                       MOVE WS-ANOMES TO CO-FOLHA
                       REWRITE REG-COMISSAO
                   END-IF
               END-IF
           END-IF.

       EDITA-HORAS-PONTO.
           DIVIDE WS-PT-MINUTOS BY 60 GIVING WS-PT-HORAS
               REMAINDER WS-PT-MIN.

       TESTA-RODADA-DO-MES.
           MOVE 'N' TO WS-JA-RODOU
           MOVE FU-CODIGO TO FL-FUNCIONARIO
      * BAIXA CADA PARCELA DIRETO EM EMPRESTIMO.DAT (QUITANDO O
      * CONTRATO NA ULTIMA) - O DINHEIRO NUNCA PASSA PELA CONTA.
       DESCONTA-CONSIGNADO.
           MOVE ZEROS TO WS-QT-CONSIG WS-TOT-CONSIG WS-JUROS-CONSIG
           IF WS-TEM-EMPREST = 'S'
               MOVE ZEROS TO EM-CHAVE
               START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
                   MOVE EM-SEQ TO TAB-CG-SEQ(WS-QT-CONSIG)
                   MOVE EM-VALOR-PARCELA
                       TO TAB-CG-VALOR(WS-QT-CONSIG)
                   PERFORM SEPARA-JUROS-CONSIG
                   ADD 1 TO EM-PARCELAS-PAGAS
                   MOVE EM-PARCELAS-PAGAS
                       TO TAB-CG-PAGAS(WS-QT-CONSIG)
                   IF EM-PARCELAS-PAGAS >= EM-QT-PARCELAS
                       SET EM-QUITADO TO TRUE
                   END-IF
      *            NO SAC A PROXIMA PARCELA CAI COM O SALDO.
                   IF EM-SAC AND EM-ATIVO
                       COMPUTE EM-VALOR-PARCELA ROUNDED =
                           (EM-PRINCIPAL + EM-PRINCIPAL * EM-TAXA
                           * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS))
                           / EM-QT-PARCELAS
                   END-IF
                   REWRITE REG-EMPRESTIMO
               ELSE
                   DISPLAY "CONSIGNADO " EM-CONTA "/" EM-SEQ
               END-IF
           END-IF.

      * JUROS DA PARCELA QUE VAI SER BAIXADA (ANTES DE SOMAR A PAGA).
      * SE O ARREDONDAMENTO DEIXAR A COTA DE PRINCIPAL MAIOR QUE A
      * PARCELA, A PARCELA INTEIRA E PRINCIPAL.
       SEPARA-JUROS-CONSIG.
           COMPUTE WS-CG-ABERTO-ANT ROUNDED = EM-PRINCIPAL
               * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS) / EM-QT-PARCELAS
           COMPUTE WS-CG-ABERTO-POS ROUNDED = EM-PRINCIPAL
               * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS - 1)
               / EM-QT-PARCELAS
           COMPUTE WS-CG-AMORT = WS-CG-ABERTO-ANT - WS-CG-ABERTO-POS
           IF WS-CG-AMORT < EM-VALOR-PARCELA
               COMPUTE WS-JUROS-CONSIG = WS-JUROS-CONSIG
                   + EM-VALOR-PARCELA - WS-CG-AMORT
           END-IF.

      * COMPRAS NA LOJA DO FUNCIONARIO COM DESCONTO EM FOLHA: AS
      * ABERTAS ATE A COMPETENCIA E AS QUE ESTA MESMA FOLHA JA TINHA
      * DESCONTADO, NA ORDEM DA COMPRA, ENQUANTO COUBEREM NO LIQUIDO.
      * WS-CF-DIF-FUNC E O QUE MUDOU PARA O QUE A RODADA ANTERIOR
      * DESTA COMPETENCIA JA TINHA DESCONTADO (VAI PARA OS LIVROS).
       DESCONTA-COMPRAS-LOJA.
           MOVE ZEROS TO WS-QT-COMPRAS WS-TOT-COMPRAS
               WS-CF-NAO-COBERTO WS-CF-DIF-FUNC
           IF WS-TEM-COMPFUN = 'S'
               MOVE FU-CODIGO TO CF-FUNCIONARIO
               MOVE ZEROS TO CF-ANOMES CF-CUPOM
               START COMPFUN KEY IS NOT LESS THAN CF-CHAVE
                   INVALID KEY
                       SET CF-FIM TO TRUE
               END-START
               PERFORM DESCONTA-UMA-COMPRA UNTIL CF-FIM
               MOVE "00" TO CFST
               ADD WS-TOT-COMPRAS TO WS-TOT-COMPRAS-LOJA
               IF WS-CF-NAO-COBERTO > 0
                   PERFORM LISTA-COMPRA-DESCOBERTA
               END-IF
           END-IF.

       DESCONTA-UMA-COMPRA.
           READ COMPFUN NEXT RECORD
               AT END
                   SET CF-FIM TO TRUE
           END-READ
           IF CF-OK AND CF-FUNCIONARIO NOT = FU-CODIGO
               SET CF-FIM TO TRUE
           END-IF
           IF CF-OK
               IF (CF-ABERTA AND CF-ANOMES NOT > WS-ANOMES)
                   OR (CF-DESCONTADA AND CF-FOLHA = WS-ANOMES)
                   IF WS-LIQUIDO >= CF-VALOR
                       SUBTRACT CF-VALOR FROM WS-LIQUIDO
                       ADD CF-VALOR TO WS-TOT-COMPRAS
                       ADD 1 TO WS-QT-COMPRAS
                       IF CF-ABERTA
                           SET CF-DESCONTADA TO TRUE
                           MOVE WS-ANOMES TO CF-FOLHA
                           REWRITE REG-COMPFUN
                           ADD CF-VALOR TO WS-CF-DIF-FUNC
                       END-IF
                   ELSE
                       ADD CF-VALOR TO WS-CF-NAO-COBERTO
                       IF CF-DESCONTADA
                           SET CF-ABERTA TO TRUE
                           MOVE ZEROS TO CF-FOLHA
                           REWRITE REG-COMPFUN
                           SUBTRACT CF-VALOR FROM WS-CF-DIF-FUNC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LISTA-COMPRA-DESCOBERTA.
           ADD 1 TO WS-QT-DESCOBERTOS
           MOVE WS-CF-NAO-COBERTO TO WS-VAL-ED
           MOVE WS-LIQUIDO TO WS-VAL2-ED
           MOVE SPACES TO LINHA-INFORME
           STRING FU-CODIGO " " FU-NOME "  " WS-VAL-ED
               "  " WS-VAL2-ED
               DELIMITED BY SIZE INTO LINHA-INFORME
           WRITE LINHA-INFORME
           DISPLAY "COMPRAS NA LOJA DE " FU-NOME
               " NAO COUBERAM NO LIQUIDO - FICAM PARA A PROXIMA FOLHA".

      * CONTA DA LOJA QUE RECEBE AS COMPRAS DESCONTADAS.
       CARREGA-PARAMETROS.
           MOVE ZEROS TO WS-CONTA-LOJA
           OPEN INPUT PARAMETROS
           IF PR-OK
               READ PARAMETROS
                   NOT AT END
                       MOVE PM-CONTA-LOJA TO WS-CONTA-LOJA
               END-READ
               CLOSE PARAMETROS
           END-IF.

      * CREDITO DAS COMPRAS DESCONTADAS NA COMPETENCIA PARA A CONTA
      * DA LOJA, NO FOLHA.TXT COM O CPF DO TITULAR (O IMPORTA-FOLHA
      * CONFERE); ACIMA DO CAMPO DE VALOR DO ARQUIVO SAI EM MAIS DE
      * UMA LINHA.  SEM A CONTA O VALOR FICA EM SALARIOS A PAGAR E O
      * RETURN-CODE SAI 4 PARA O CREDITO SER FEITO A MAO.
       CREDITA-COMPRAS-LOJA.
           IF WS-CONTA-LOJA = ZEROS
               DISPLAY "*** COMPRAS NA LOJA SEM CREDITO - PM-CONTA-LOJA"
                   " NAO CONFIGURADA ***"
               MOVE 4 TO RETURN-CODE
               GO END-CREDITA-COMPRAS-LOJA
           END-IF
           OPEN INPUT CAD
           IF NOT CA-OK
               DISPLAY "*** AGENCIA.DAT INDISPONIVEL - COMPRAS NA LOJA "
                   "SEM CREDITO ***"
               MOVE 4 TO RETURN-CODE
               GO END-CREDITA-COMPRAS-LOJA
           END-IF
           MOVE WS-CONTA-LOJA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE ZEROS TO CD-CPF
           END-READ
           CLOSE CAD
           IF CD-CPF = ZEROS
               DISPLAY "*** CONTA DA LOJA " WS-CONTA-LOJA
                   " NAO EXISTE - COMPRAS NA LOJA SEM CREDITO ***"
               MOVE 4 TO RETURN-CODE
               GO END-CREDITA-COMPRAS-LOJA
           END-IF
           MOVE WS-TOT-COMPRAS-LOJA TO WS-CF-A-CREDITAR
           PERFORM GRAVA-CREDITO-LOJA UNTIL WS-CF-A-CREDITAR = ZEROS
           DISPLAY "COMPRAS NA LOJA NO FOLHA.TXT PARA A CONTA "
               WS-CONTA-LOJA.
       END-CREDITA-COMPRAS-LOJA.

       GRAVA-CREDITO-LOJA.
           MOVE CD-CPF TO CD-CPF-CRED
           MOVE WS-CONTA-LOJA TO CD-CONTA-CRED
           IF WS-CF-A-CREDITAR > 99999,99
               MOVE 99999,99 TO CD-VALOR-CRED
           ELSE
               MOVE WS-CF-A-CREDITAR TO CD-VALOR-CRED
           END-IF
           SUBTRACT CD-VALOR-CRED FROM WS-CF-A-CREDITAR
           WRITE REG-CREDITO.

       GRAVA-LEDGER.
           MOVE FU-CODIGO TO FL-FUNCIONARIO
           MOVE WS-ANOMES TO FL-ANOMES
           MOVE WS-TIPO-LED TO FL-TIPO
           MOVE ZEROS TO WS-LF-ANT-BRUTO WS-LF-ANT-INSS
               WS-LF-ANT-IRRF WS-LF-ANT-LIQUIDO
           READ FOLHALED
               NOT INVALID KEY
                   MOVE FL-BRUTO TO WS-LF-ANT-BRUTO
                   MOVE FL-INSS TO WS-LF-ANT-INSS
                   MOVE FL-IRRF TO WS-LF-ANT-IRRF
                   MOVE FL-LIQUIDO TO WS-LF-ANT-LIQUIDO
           END-READ
           MOVE FU-CODIGO TO FL-FUNCIONARIO
           MOVE WS-ANOMES TO FL-ANOMES
           MOVE WS-TIPO-LED TO FL-TIPO
               INVALID KEY
                   REWRITE REG-FOLHA-LED
                   END-REWRITE
           END-WRITE
           PERFORM ACUMULA-DIF-FOLHA
           IF WS-TEM-ENCARGOS = 'S'
               PERFORM GRAVA-ENCARGOS
           END-IF.

      * DIFERENCA DO PAGAMENTO PARA O QUE JA ESTAVA NO RAZAO.  O
      * RESIDUO (BRUTO MENOS INSS, IRRF E LIQUIDO) NA FOLHA MENSAL E O
      * CONSIGNADO MAIS AS COMPRAS NA LOJA (ESTAS PELO WS-CF-DIF-FUNC
      * DO DESCONTA-COMPRAS-LOJA); NA RESCISAO O CONSIGNADO E
      * WS-TOT-CONSIG E O RESTO (ADIANTAMENTO DO 13o, AVISO) ABATE A
      * DESPESA, COMO O ADIANTAMENTO NA 2A PARCELA DO 13o.
       ACUMULA-DIF-FOLHA.
           COMPUTE WS-LF-DIF-BRUTO = WS-LF-DIF-BRUTO + WS-BRUTO
               - WS-LF-ANT-BRUTO
           COMPUTE WS-LF-DIF-INSS = WS-LF-DIF-INSS + WS-INSS
               - WS-LF-ANT-INSS
           COMPUTE WS-LF-DIF-IRRF = WS-LF-DIF-IRRF + WS-IRRF
               - WS-LF-ANT-IRRF
           COMPUTE WS-LF-DIF-LIQUIDO = WS-LF-DIF-LIQUIDO + WS-LIQUIDO
               - WS-LF-ANT-LIQUIDO
           COMPUTE WS-LF-RESIDUO =
               WS-BRUTO - WS-INSS - WS-IRRF - WS-LIQUIDO
               - (WS-LF-ANT-BRUTO - WS-LF-ANT-INSS - WS-LF-ANT-IRRF
               - WS-LF-ANT-LIQUIDO)
           EVALUATE WS-TIPO-LED
               WHEN "F"
                   COMPUTE WS-LF-DIF-EMPREST = WS-LF-DIF-EMPREST
                       + WS-LF-RESIDUO - WS-CF-DIF-FUNC
                   ADD WS-CF-DIF-FUNC TO WS-LF-DIF-COMPRAS
                   ADD WS-JUROS-CONSIG TO WS-LF-DIF-JUROS-EMP
               WHEN "R"
                   ADD WS-TOT-CONSIG TO WS-LF-DIF-EMPREST
                   ADD WS-JUROS-CONSIG TO WS-LF-DIF-JUROS-EMP
           END-EVALUATE
           MOVE ZEROS TO WS-JUROS-CONSIG.

      * INICIO DE RODADA (WS-ANOMES E WS-TIPO-LED JA POSTOS): ZERA AS
      * DIFERENCAS E GUARDA OS TOTAIS DO RAZAO ANTES DE GRAVAR.
       INICIA-CONTABIL-FOLHA.
           MOVE ZEROS TO WS-LF-DIF-BRUTO WS-LF-DIF-INSS WS-LF-DIF-IRRF
               WS-LF-DIF-LIQUIDO WS-LF-DIF-EMPREST WS-LF-DIF-COMPRAS
               WS-LF-DIF-JUROS-EMP
           PERFORM SOMA-RAZAO-FOLHA
           MOVE WS-RZ-BRUTO TO WS-RZ-ANT-BRUTO
           MOVE WS-RZ-INSS TO WS-RZ-ANT-INSS
           MOVE WS-RZ-IRRF TO WS-RZ-ANT-IRRF
           MOVE WS-RZ-LIQUIDO TO WS-RZ-ANT-LIQUIDO.

      * TOTAIS DO RAZAO NA COMPETENCIA E TIPO DA RODADA.
       SOMA-RAZAO-FOLHA.
           MOVE ZEROS TO WS-RZ-BRUTO WS-RZ-INSS WS-RZ-IRRF
               WS-RZ-LIQUIDO
           MOVE ZEROS TO FL-FUNCIONARIO FL-ANOMES
           MOVE LOW-VALUES TO FL-TIPO
           START FOLHALED KEY IS NOT LESS THAN FL-CHAVE
               INVALID KEY
                   SET FL-FIM TO TRUE
           END-START
           PERFORM SOMA-UM-RAZAO UNTIL FL-FIM
           MOVE "00" TO FLST.

       SOMA-UM-RAZAO.
           READ FOLHALED NEXT RECORD
               AT END
                   SET FL-FIM TO TRUE
           END-READ
           IF NOT FL-OK
               SET FL-FIM TO TRUE
           ELSE
               IF FL-ANOMES = WS-ANOMES AND FL-TIPO = WS-TIPO-LED
                   ADD FL-BRUTO TO WS-RZ-BRUTO
                   ADD FL-INSS TO WS-RZ-INSS
                   ADD FL-IRRF TO WS-RZ-IRRF
                   ADD FL-LIQUIDO TO WS-RZ-LIQUIDO
               END-IF
           END-IF.

      * FIM DE RODADA: CONFERE AS DIFERENCAS COM O RAZAO E LANCA A
      * DESPESA DO TIPO CONTRA O QUE FICOU A PAGAR E A RECOLHER.
       CONTABILIZA-FOLHA.
           PERFORM SOMA-RAZAO-FOLHA
           MOVE 'N' TO WS-RZ-DIVERGE
           IF WS-RZ-BRUTO - WS-RZ-ANT-BRUTO NOT = WS-LF-DIF-BRUTO
               OR WS-RZ-INSS - WS-RZ-ANT-INSS NOT = WS-LF-DIF-INSS
               OR WS-RZ-IRRF - WS-RZ-ANT-IRRF NOT = WS-LF-DIF-IRRF
               OR WS-RZ-LIQUIDO - WS-RZ-ANT-LIQUIDO
                   NOT = WS-LF-DIF-LIQUIDO
               MOVE 'S' TO WS-RZ-DIVERGE
           END-IF
           COMPUTE WS-LF-DIF-DESPESA = WS-LF-DIF-LIQUIDO
               + WS-LF-DIF-INSS + WS-LF-DIF-IRRF + WS-LF-DIF-EMPREST
               + WS-LF-DIF-COMPRAS
           IF WS-LF-DIF-DESPESA > WS-LF-DIF-BRUTO
               MOVE 'S' TO WS-RZ-DIVERGE
           END-IF
           IF WS-RZ-DIVERGE = 'S'
               DISPLAY "*** FOLHA " WS-ANOMES " " WS-TIPO-LED
                   " NAO CONTABILIZADA - RAZAO NAO CONFERE ***"
               COMPUTE WS-RZ-ED = WS-RZ-BRUTO - WS-RZ-ANT-BRUTO
               DISPLAY "BRUTO NO RAZAO.....: " WS-RZ-ED
               MOVE WS-LF-DIF-BRUTO TO WS-RZ-ED
               DISPLAY "BRUTO GRAVADO......: " WS-RZ-ED
               COMPUTE WS-RZ-ED = WS-RZ-LIQUIDO - WS-RZ-ANT-LIQUIDO
               DISPLAY "LIQUIDO NO RAZAO...: " WS-RZ-ED
               MOVE WS-LF-DIF-LIQUIDO TO WS-RZ-ED
               DISPLAY "LIQUIDO GRAVADO....: " WS-RZ-ED
               MOVE 8 TO RETURN-CODE
               GO END-CONTABILIZA-FOLHA
           END-IF

           EVALUATE WS-TIPO-LED
               WHEN "F" WHEN "D"
                   MOVE 50004 TO WS-CONTA-DESP-FOL
               WHEN "1" WHEN "2"
                   MOVE 50005 TO WS-CONTA-DESP-FOL
               WHEN "V"
                   MOVE 50006 TO WS-CONTA-DESP-FOL
               WHEN OTHER
                   MOVE 50007 TO WS-CONTA-DESP-FOL
           END-EVALUATE
           MOVE WS-LF-DIF-DESPESA TO WS-RZ-ED
           DISPLAY "DESPESA DA RODADA..: " WS-RZ-ED
           IF WS-TEM-CONTABIL = 'S'
               MOVE "SALARIOS" TO WS-LF-NOME
               MOVE WS-CONTA-SALARIOS TO WS-LF-CONTA
               MOVE WS-LF-DIF-LIQUIDO TO WS-LF-VALOR
               PERFORM LANCA-FOLHA
               MOVE "INSS RETIDO" TO WS-LF-NOME
               MOVE WS-CONTA-INSS-RET TO WS-LF-CONTA
               MOVE WS-LF-DIF-INSS TO WS-LF-VALOR
               PERFORM LANCA-FOLHA
               MOVE "IRRF RETIDO" TO WS-LF-NOME
               MOVE WS-CONTA-IRRF-RET TO WS-LF-CONTA
               MOVE WS-LF-DIF-IRRF TO WS-LF-VALOR
               PERFORM LANCA-FOLHA
      *        DO CONSIGNADO, SO A COTA DE PRINCIPAL BAIXA OS
      *        EMPRESTIMOS A RECEBER; OS JUROS SAO RECEITA.
               MOVE "CONSIGNADO" TO WS-LF-NOME
               MOVE WS-CONTA-EMPREST TO WS-LF-CONTA
               COMPUTE WS-LF-VALOR =
                   WS-LF-DIF-EMPREST - WS-LF-DIF-JUROS-EMP
               PERFORM LANCA-FOLHA
               MOVE "JUROS CONSIG" TO WS-LF-NOME
               MOVE WS-CONTA-REC-JUROS TO WS-LF-CONTA
               MOVE WS-LF-DIF-JUROS-EMP TO WS-LF-VALOR
               PERFORM LANCA-FOLHA
      *        AS COMPRAS NA LOJA SAEM PELO FOLHA.TXT COMO O LIQUIDO,
      *        PARA A CONTA DA LOJA - FICAM EM SALARIOS A PAGAR.
               MOVE "COMPRAS LOJA" TO WS-LF-NOME
               MOVE WS-CONTA-SALARIOS TO WS-LF-CONTA
               MOVE WS-LF-DIF-COMPRAS TO WS-LF-VALOR
               PERFORM LANCA-FOLHA
           END-IF.
       END-CONTABILIZA-FOLHA.

      * UM LANCAMENTO DA FOLHA: DESPESA CONTRA WS-LF-CONTA, OU O
      * ESTORNO QUANDO A RODADA DIMINUIU O QUE JA ESTAVA NO RAZAO.
       LANCA-FOLHA.
           IF WS-LF-VALOR NOT = 0
               MOVE SPACES TO WS-LC-HISTORICO
               STRING WS-LF-NOME DELIMITED BY "  "
                   " " WS-ANOMES " " WS-TIPO-LED
                   DELIMITED BY SIZE INTO WS-LC-HISTORICO
               IF WS-LF-VALOR > 0
                   MOVE WS-LF-VALOR TO WS-LC-VALOR
                   MOVE WS-CONTA-DESP-FOL TO WS-LC-DEBITO
                   MOVE WS-LF-CONTA TO WS-LC-CREDITO
               ELSE
                   COMPUTE WS-LC-VALOR = 0 - WS-LF-VALOR
                   MOVE WS-LF-CONTA TO WS-LC-DEBITO
                   MOVE WS-CONTA-DESP-FOL TO WS-LC-CREDITO
               END-IF
               PERFORM GRAVA-LANCAMENTO
           END-IF.

      * ENCARGOS DO PAGAMENTO QUE ACABOU DE IR PARA O RAZAO.  NA 2A
      * PARCELA DO 13o O FGTS SO INCIDE SOBRE O QUE ELA PAGA (A 1A JA
      * RECOLHEU SOBRE O ADIANTAMENTO), E O INSS PATRONAL SOBRE O
      * 13o CHEIO; NA 1A PARCELA NAO HA INSS.
       GRAVA-ENCARGOS.
           MOVE FU-CODIGO TO EN-FUNCIONARIO
           MOVE WS-ANOMES TO EN-ANOMES
           MOVE WS-TIPO-LED TO EN-TIPO
           MOVE 'N' TO WS-ENC-NOVO
           MOVE ZEROS TO WS-FGTS-ANT WS-PATRONAL-ANT
           READ ENCARGOS
               INVALID KEY
                   MOVE 'S' TO WS-ENC-NOVO
               NOT INVALID KEY
                   COMPUTE WS-FGTS-ANT = EN-FGTS + EN-MULTA-FGTS
                   COMPUTE WS-PATRONAL-ANT = EN-INSS-EMPRESA + EN-RAT
                       + EN-TERCEIROS
           END-READ
           EVALUATE WS-TIPO-LED
               WHEN "1"
                   MOVE WS-BRUTO TO EN-BASE-FGTS
                   MOVE ZEROS TO EN-BASE-INSS
               WHEN "2"
                   COMPUTE EN-BASE-FGTS = WS-BRUTO - WS-ADIANTADO
                   MOVE WS-BRUTO TO EN-BASE-INSS
               WHEN "R"
                   MOVE WS-RS-BASE-FGTS TO EN-BASE-FGTS
                   COMPUTE EN-BASE-INSS = WS-RS-SALDO + WS-RS-DECIMO
               WHEN OTHER
                   MOVE WS-BRUTO TO EN-BASE-FGTS
                   MOVE WS-BRUTO TO EN-BASE-INSS
           END-EVALUATE
           COMPUTE EN-FGTS ROUNDED =
               EN-BASE-FGTS * WS-ALIQ-FGTS / 100
           COMPUTE EN-INSS-EMPRESA ROUNDED =
               EN-BASE-INSS * WS-ALIQ-EMPRESA / 100
           COMPUTE EN-RAT ROUNDED =
               EN-BASE-INSS * WS-ALIQ-RAT / 100
           COMPUTE EN-TERCEIROS ROUNDED =
               EN-BASE-INSS * WS-ALIQ-TERCEIROS / 100
           MOVE ZEROS TO EN-MULTA-FGTS
           IF WS-TIPO-LED = "R"
               MOVE WS-RS-MULTA TO EN-MULTA-FGTS
           END-IF
           MOVE WS-HOJE TO EN-DATA
           IF WS-ENC-NOVO = 'S'
               WRITE REG-ENCARGOS
                   INVALID KEY
                       DISPLAY "FALHA AO GRAVAR ENCARGOS DE " FU-NOME
               END-WRITE
           ELSE
               REWRITE REG-ENCARGOS
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR ENCARGOS DE "
                           FU-NOME
               END-REWRITE
           END-IF
           COMPUTE WS-TOT-FGTS = WS-TOT-FGTS + EN-FGTS + EN-MULTA-FGTS
           COMPUTE WS-TOT-PATRONAL = WS-TOT-PATRONAL
               + EN-INSS-EMPRESA + EN-RAT + EN-TERCEIROS
           COMPUTE WS-DIF-FGTS = WS-DIF-FGTS + EN-FGTS
               + EN-MULTA-FGTS - WS-FGTS-ANT
           COMPUTE WS-DIF-PATRONAL = WS-DIF-PATRONAL
               + EN-INSS-EMPRESA + EN-RAT + EN-TERCEIROS
               - WS-PATRONAL-ANT.

      * LANCAMENTOS DOS ENCARGOS DA RODADA, DATADOS DE HOJE: A
      * DIFERENCA PARA O QUE JA ESTAVA GRAVADO, UM LANCAMENTO PARA O
      * FGTS E UM PARA O INSS PATRONAL.
       CONTABILIZA-ENCARGOS.
           DISPLAY "FGTS DA RODADA.....: " WS-TOT-FGTS
           DISPLAY "INSS PATRONAL......: " WS-TOT-PATRONAL
           IF WS-TEM-CONTABIL = 'S'
               IF WS-DIF-FGTS NOT = 0
                   MOVE SPACES TO WS-LC-HISTORICO
                   STRING "FGTS FOLHA " WS-ANOMES " " WS-TIPO-LED
                       DELIMITED BY SIZE INTO WS-LC-HISTORICO
                   IF WS-DIF-FGTS > 0
                       MOVE WS-DIF-FGTS TO WS-LC-VALOR
                       MOVE WS-CONTA-DESP-ENC TO WS-LC-DEBITO
                       MOVE WS-CONTA-ENC-REC TO WS-LC-CREDITO
                   ELSE
                       COMPUTE WS-LC-VALOR = 0 - WS-DIF-FGTS
                       MOVE WS-CONTA-ENC-REC TO WS-LC-DEBITO
                       MOVE WS-CONTA-DESP-ENC TO WS-LC-CREDITO
                   END-IF
                   PERFORM GRAVA-LANCAMENTO
               END-IF
               IF WS-DIF-PATRONAL NOT = 0
                   MOVE SPACES TO WS-LC-HISTORICO
                   STRING "INSS PATRONAL " WS-ANOMES " " WS-TIPO-LED
                       DELIMITED BY SIZE INTO WS-LC-HISTORICO
                   IF WS-DIF-PATRONAL > 0
                       MOVE WS-DIF-PATRONAL TO WS-LC-VALOR
                       MOVE WS-CONTA-DESP-ENC TO WS-LC-DEBITO
                       MOVE WS-CONTA-ENC-REC TO WS-LC-CREDITO
                   ELSE
                       COMPUTE WS-LC-VALOR = 0 - WS-DIF-PATRONAL
                       MOVE WS-CONTA-ENC-REC TO WS-LC-DEBITO
                       MOVE WS-CONTA-DESP-ENC TO WS-LC-CREDITO
                   END-IF
                   PERFORM GRAVA-LANCAMENTO
               END-IF
           END-IF
           MOVE ZEROS TO WS-DIF-FGTS WS-DIF-PATRONAL.

      * LANCAMENTO A GRAVAR: CONTINUA A NUMERACAO CT-SEQ DA DATA.
       GRAVA-LANCAMENTO.
           MOVE ZEROS TO WS-SEQ-LANCTO
           MOVE WS-HOJE TO CT-DATA
           MOVE ZEROS TO CT-SEQ
           START CONTABIL KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   SET CT-FIM TO TRUE
           END-START
           PERFORM VARRE-LANCTO UNTIL CT-FIM
           MOVE "00" TO CTST

           MOVE SPACES TO REG-CONTABIL
           ADD 1 TO WS-SEQ-LANCTO
           MOVE WS-HOJE TO CT-DATA
           MOVE WS-SEQ-LANCTO TO CT-SEQ
           MOVE WS-LC-DEBITO TO CT-CONTA-DEBITO
           MOVE WS-LC-CREDITO TO CT-CONTA-CREDITO
           MOVE WS-LC-VALOR TO CT-VALOR
           MOVE WS-LC-HISTORICO TO CT-HISTORICO
           WRITE REG-CONTABIL
               INVALID KEY
                   DISPLAY "LANCAMENTO " CT-CHAVE " JA EXISTE - "
                       WS-LC-HISTORICO " NAO CONTABILIZADO"
               NOT INVALID KEY
                   DISPLAY "CONTABILIZADO: " WS-LC-HISTORICO
           END-WRITE.

       VARRE-LANCTO.
           READ CONTABIL NEXT RECORD
               AT END
                   SET CT-FIM TO TRUE
           END-READ
           IF NOT CT-OK OR CT-DATA NOT = WS-HOJE
               SET CT-FIM TO TRUE
           ELSE
               MOVE CT-SEQ TO WS-SEQ-LANCTO
           END-IF.

      * 13o SALARIO EM DUAS PARCELAS: A PRIMEIRA E METADE DO
      * SALARIO SEM DESCONTO; A SEGUNDA DESCONTA INSS E IRRF DO 13o
      * CHEIO E ABATE O ADIANTAMENTO DA PRIMEIRA.
               DISPLAY "PARCELA INVALIDA"
               GO END-RODA-DECIMO
           END-IF
           MOVE WS-PARCELA-13 TO WS-TIPO-LED
           PERFORM INICIA-CONTABIL-FOLHA
           OPEN OUTPUT CONTRACHEQUE
           OPEN OUTPUT CREDITO
           MOVE ZEROS TO WS-QT-FUNC WS-TOTAL-FOLHA
               " GERADA"
           DISPLAY "FUNCIONARIOS PAGOS.: " WS-QT-FUNC
           DISPLAY "TOTAL DA RODADA....: " WS-TOTAL-FOLHA
           MOVE WS-PARCELA-13 TO WS-TIPO-LED
           PERFORM CONTABILIZA-FOLHA THRU END-CONTABILIZA-FOLHA
           PERFORM CONTABILIZA-ENCARGOS
           DISPLAY "CREDITO EM FOLHA.TXT (RODAR IMPORTA-FOLHA)".
       END-RODA-DECIMO.

               AT END
                   SET FU-FIM TO TRUE
           END-READ
           IF FU-OK AND NOT FU-DESLIGADO
               MOVE ZEROS TO WS-ADIANTADO WS-QT-CONSIG
               IF WS-PARCELA-13 = 1
                   COMPUTE WS-BRUTO ROUNDED = FU-SALARIO / 2
                   DISPLAY "FUNCIONARIO NAO CADASTRADO"
                   GO END-RODA-FERIAS
           END-READ
           IF FU-DESLIGADO
               DISPLAY "FUNCIONARIO DESLIGADO EM " FU-DATA-DESLIGA
               GO END-RODA-FERIAS
           END-IF
           MOVE "V" TO WS-TIPO-LED
           PERFORM INICIA-CONTABIL-FOLHA
           OPEN OUTPUT CONTRACHEQUE
           OPEN OUTPUT CREDITO
           MOVE ZEROS TO WS-QT-CONSIG
           CLOSE CONTRACHEQUE CREDITO
           MOVE WS-LIQUIDO TO WS-VAL-ED
           DISPLAY "FERIAS DE " FU-NOME " - LIQUIDO R$ " WS-VAL-ED
           PERFORM CONTABILIZA-FOLHA THRU END-CONTABILIZA-FOLHA
           PERFORM CONTABILIZA-ENCARGOS
           DISPLAY "CREDITO EM FOLHA.TXT (RODAR IMPORTA-FOLHA)".
       END-RODA-FERIAS.

      * RESCISAO DO CONTRATO: APURA AS VERBAS, MOSTRA E SO GRAVA
      * DEPOIS DA CONFIRMACAO - CONSIGNADO BAIXADO, TERMO EM
      * RESC_CCCC_AAAAMMDD.TXT, RAZAO 'R' NA COMPETENCIA DO
      * DESLIGAMENTO, CREDITO EM FOLHA.TXT E FUNCIONARIO DESLIGADO.
       RESCINDE-CONTRATO.
           DISPLAY "CODIGO DO FUNCIONARIO ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           MOVE ZEROS TO FU-CODIGO
           IF WS-BUF4 NOT = SPACES
               MOVE WS-BUF4 TO FU-CODIGO
           END-IF
           READ FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO"
                   GO END-RESCINDE-CONTRATO
           END-READ
           IF FU-DESLIGADO
               DISPLAY "FUNCIONARIO JA DESLIGADO EM " FU-DATA-DESLIGA
               GO END-RESCINDE-CONTRATO
           END-IF
           IF FU-DATA-ADMISSAO NOT NUMERIC
               OR FU-DATA-ADMISSAO = ZEROS
               DISPLAY "DATA DE ADMISSAO NAO CADASTRADA - ACERTE NO "
                   "MODO C"
               GO END-RESCINDE-CONTRATO
           END-IF

           DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD) ? "
           MOVE SPACES TO WS-BUF8
           ACCEPT WS-BUF8
           IF WS-BUF8 NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               GO END-RESCINDE-CONTRATO
           END-IF
           MOVE WS-BUF8 TO WS-RS-DATA
           MOVE "VD" TO WS-SV-FUNCAO
           MOVE WS-RS-DATA TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '1' OR WS-RS-DATA < FU-DATA-ADMISSAO
               DISPLAY "DATA INVALIDA"
               GO END-RESCINDE-CONTRATO
           END-IF

           DISPLAY "MOTIVO: D - DISPENSA SEM JUSTA CAUSA"
           DISPLAY "        P - PEDIDO DE DEMISSAO"
           DISPLAY "        T - TERMINO DE CONTRATO"
           DISPLAY "MOTIVO ? "
           MOVE SPACE TO WS-RS-MOTIVO
           ACCEPT WS-RS-MOTIVO
           IF NOT RS-DISPENSA AND NOT RS-PEDIDO AND NOT RS-TERMINO
               DISPLAY "MOTIVO INVALIDO"
               GO END-RESCINDE-CONTRATO
           END-IF
           MOVE 'S' TO WS-RS-CUMPRIU
           IF RS-PEDIDO
               DISPLAY "AVISO PREVIO CUMPRIDO (S/N) ? "
               ACCEPT WS-RS-CUMPRIU
           END-IF

           PERFORM APURA-RESCISAO
           PERFORM MOSTRA-RESCISAO
           DISPLAY "CONFIRMA A RESCISAO (S/N) ? "
           MOVE 'N' TO WS-RS-CONFIRMA
           ACCEPT WS-RS-CONFIRMA
           IF WS-RS-CONFIRMA NOT = 'S' AND WS-RS-CONFIRMA NOT = 's'
               DISPLAY "RESCISAO NAO GRAVADA"
               GO END-RESCINDE-CONTRATO
           END-IF

           PERFORM DESCONTA-CONSIG-RESCISAO
           MOVE WS-RS-DATA(1:6) TO WS-ANOMES
           COMPUTE WS-BRUTO = WS-RS-SALDO + WS-RS-DECIMO + WS-RS-AVISO
               + WS-RS-FERIAS + WS-RS-TERCO
           COMPUTE WS-INSS = WS-RS-INSS-SAL + WS-RS-INSS-13
           COMPUTE WS-IRRF = WS-RS-IRRF-SAL + WS-RS-IRRF-13
           MOVE "R" TO WS-TIPO-LED
           PERFORM INICIA-CONTABIL-FOLHA
           PERFORM GRAVA-LEDGER

           MOVE SPACES TO WS-NOME-INFORME
           STRING "RESC_" FU-CODIGO "_" WS-RS-DATA ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-INFORME
           OPEN OUTPUT INFORME
           PERFORM IMPRIME-RESCISAO
           CLOSE INFORME

           OPEN OUTPUT CREDITO
           MOVE FU-CPF TO CD-CPF-CRED
           MOVE FU-CONTA TO CD-CONTA-CRED
           MOVE WS-LIQUIDO TO CD-VALOR-CRED
           WRITE REG-CREDITO
           CLOSE CREDITO

           SET FU-DESLIGADO TO TRUE
           MOVE WS-RS-DATA TO FU-DATA-DESLIGA
           REWRITE REG-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FALHA AO DESLIGAR " FU-NOME
           END-REWRITE
           PERFORM CONTABILIZA-FOLHA THRU END-CONTABILIZA-FOLHA
           PERFORM CONTABILIZA-ENCARGOS
           MOVE WS-LIQUIDO TO WS-RS-ED
           DISPLAY "RESCISAO DE " FU-NOME " - LIQUIDO R$ " WS-RS-ED
           DISPLAY "TERMO EM " WS-NOME-INFORME
           DISPLAY "CREDITO EM FOLHA.TXT (RODAR IMPORTA-FOLHA)".
       END-RESCINDE-CONTRATO.

       APURA-RESCISAO.
           MOVE ZEROS TO WS-RS-SALDO WS-RS-DECIMO WS-RS-AVISO
               WS-RS-FERIAS WS-RS-TERCO WS-RS-DESC-AVISO
               WS-RS-ADIANT-13 WS-RS-INSS-SAL WS-RS-IRRF-SAL
               WS-RS-INSS-13 WS-RS-IRRF-13 WS-RS-MULTA
               WS-RS-DIAS-AVISO WS-RS-GOZADAS WS-QT-CONSIG
               WS-TOT-CONSIG
           MOVE 'N' TO WS-RS-SALDO-PAGO WS-RS-13-PAGO

      *    TEMPO DE CASA E AVISO PREVIO.
           MOVE "ID" TO WS-SV-FUNCAO
           MOVE FU-DATA-ADMISSAO TO WS-SV-DATA-1
           MOVE WS-RS-DATA TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO WS-RS-ANOS
           MOVE WS-RS-DATA TO WS-RS-PROJECAO
           IF RS-DISPENSA
               COMPUTE WS-RS-DIAS-AVISO = 30 + 3 * WS-RS-ANOS
               IF WS-RS-DIAS-AVISO > 90
                   MOVE 90 TO WS-RS-DIAS-AVISO
               END-IF
               COMPUTE WS-RS-AVISO ROUNDED =
                   FU-SALARIO * WS-RS-DIAS-AVISO / 30
               MOVE "SD" TO WS-SV-FUNCAO
               MOVE WS-RS-DATA TO WS-SV-DATA-1
               MOVE WS-RS-DIAS-AVISO TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               MOVE WS-SV-RESULTADO TO WS-RS-PROJECAO
           END-IF
           IF RS-PEDIDO AND WS-RS-CUMPRIU NOT = 'S'
               AND WS-RS-CUMPRIU NOT = 's'
               MOVE FU-SALARIO TO WS-RS-DESC-AVISO
           END-IF

      *    O QUE JA FOI PAGO: FOLHA DO MES, 13o DO ANO, FERIAS.
           PERFORM LE-HISTORICO-RESCISAO

      *    SALDO DE SALARIO: DIAS DO MES DO DESLIGAMENTO (MES
      *    COMERCIAL DE 30), SE A FOLHA DO MES AINDA NAO RODOU.
           MOVE WS-RS-DIA TO WS-RS-DIAS-SALDO
           IF WS-RS-DIAS-SALDO > 30
               MOVE 30 TO WS-RS-DIAS-SALDO
           END-IF
           IF WS-RS-SALDO-PAGO = 'N'
               COMPUTE WS-RS-SALDO ROUNDED =
                   FU-SALARIO * WS-RS-DIAS-SALDO / 30
           END-IF

      *    13o PROPORCIONAL DO ANO, DESCONTADA A 1A PARCELA PAGA.
           COMPUTE WS-RS-INI = WS-RS-ANO * 10000 + 101
           IF FU-DATA-ADMISSAO > WS-RS-INI
               MOVE FU-DATA-ADMISSAO TO WS-RS-INI
           END-IF
           MOVE WS-RS-PROJECAO TO WS-RS-FIM
           IF WS-RS-PROJECAO(1:4) > WS-RS-DATA(1:4)
               COMPUTE WS-RS-FIM = WS-RS-ANO * 10000 + 1231
           END-IF
           PERFORM CONTA-AVOS
           MOVE WS-RS-AVOS TO WS-RS-AVOS-13
           IF WS-RS-13-PAGO = 'S'
               MOVE ZEROS TO WS-RS-AVOS-13 WS-RS-ADIANT-13
           END-IF
           COMPUTE WS-RS-DECIMO ROUNDED =
               FU-SALARIO * WS-RS-AVOS-13 / 12

      *    FERIAS: PERIODOS COMPLETOS NAO GOZADOS (CADA 'V' NO RAZAO
      *    E UM PERIODO GOZADO) E OS AVOS DO PERIODO EM CURSO.
           MOVE "ID" TO WS-SV-FUNCAO
           MOVE FU-DATA-ADMISSAO TO WS-SV-DATA-1
           MOVE WS-RS-PROJECAO TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO WS-RS-ANOS-PROJ
           MOVE ZEROS TO WS-RS-VENCIDAS
           IF WS-RS-ANOS-PROJ > WS-RS-GOZADAS
               COMPUTE WS-RS-VENCIDAS = WS-RS-ANOS-PROJ - WS-RS-GOZADAS
           END-IF
           MOVE FU-DATA-ADMISSAO TO WS-RS-ANIVERSARIO-N
           ADD WS-RS-ANOS-PROJ TO WS-RS-ANIV-ANO
           IF WS-RS-ANIV-MMDD = 229
               MOVE 228 TO WS-RS-ANIV-MMDD
           END-IF
           MOVE WS-RS-ANIVERSARIO-N TO WS-RS-INI
           MOVE WS-RS-PROJECAO TO WS-RS-FIM
           PERFORM CONTA-AVOS
           MOVE WS-RS-AVOS TO WS-RS-AVOS-FER
           COMPUTE WS-RS-FERIAS ROUNDED = FU-SALARIO * WS-RS-VENCIDAS
               + FU-SALARIO * WS-RS-AVOS-FER / 12
           COMPUTE WS-RS-TERCO ROUNDED = WS-RS-FERIAS / 3

      *    INSS E IRRF EM SEPARADO: SALDO DE SALARIO E 13o.
           MOVE WS-RS-SALDO TO WS-BASE
           PERFORM CALCULA-INSS
           MOVE WS-INSS TO WS-RS-INSS-SAL
           COMPUTE WS-BASE = WS-RS-SALDO - WS-RS-INSS-SAL
           PERFORM CALCULA-IRRF
           MOVE WS-IRRF TO WS-RS-IRRF-SAL
           MOVE WS-RS-DECIMO TO WS-BASE
           PERFORM CALCULA-INSS
           MOVE WS-INSS TO WS-RS-INSS-13
           COMPUTE WS-BASE = WS-RS-DECIMO - WS-RS-INSS-13
           PERFORM CALCULA-IRRF
           MOVE WS-IRRF TO WS-RS-IRRF-13

      *    FGTS DA RESCISAO E MULTA DE 40% NA DISPENSA, SOBRE O SALDO
      *    DEPOSITADO MAIS O DESTA RESCISAO.
           COMPUTE WS-RS-BASE-FGTS = WS-RS-SALDO + WS-RS-DECIMO
               + WS-RS-AVISO
           COMPUTE WS-RS-FGTS ROUNDED =
               WS-RS-BASE-FGTS * WS-ALIQ-FGTS / 100
           PERFORM SOMA-FGTS-RESCISAO
           ADD WS-RS-FGTS TO WS-RS-SALDO-FGTS
           IF RS-DISPENSA
               COMPUTE WS-RS-MULTA ROUNDED = WS-RS-SALDO-FGTS * 40 / 100
           END-IF

           COMPUTE WS-BRUTO = WS-RS-SALDO + WS-RS-DECIMO + WS-RS-AVISO
               + WS-RS-FERIAS + WS-RS-TERCO
           COMPUTE WS-RS-DESCONTOS = WS-RS-INSS-SAL + WS-RS-IRRF-SAL
               + WS-RS-INSS-13 + WS-RS-IRRF-13 + WS-RS-ADIANT-13
               + WS-RS-DESC-AVISO
           MOVE ZEROS TO WS-LIQUIDO
           IF WS-BRUTO > WS-RS-DESCONTOS
               COMPUTE WS-LIQUIDO = WS-BRUTO - WS-RS-DESCONTOS
           END-IF.

      * AVOS ENTRE WS-RS-INI E WS-RS-FIM (INCLUSIVE): CADA 30 DIAS UM
      * AVO, A FRACAO DE 15 DIAS OU MAIS CONTA INTEIRA, ATE 12.
       CONTA-AVOS.
           MOVE ZEROS TO WS-RS-AVOS
           IF WS-RS-FIM >= WS-RS-INI
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE WS-RS-INI TO WS-SV-DATA-1
               MOVE WS-RS-FIM TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               COMPUTE WS-RS-DIAS = WS-SV-RESULTADO + 1
               DIVIDE WS-RS-DIAS BY 30 GIVING WS-RS-AVOS
                   REMAINDER WS-RS-RESTO
               IF WS-RS-RESTO >= 15
                   ADD 1 TO WS-RS-AVOS
               END-IF
               IF WS-RS-AVOS > 12
                   MOVE 12 TO WS-RS-AVOS
               END-IF
           END-IF.

      * RAZAO DA FOLHA DO FUNCIONARIO: FOLHA DO MES DO DESLIGAMENTO
      * JA RODADA, PARCELAS DO 13o DO ANO E FERIAS GOZADAS.
       LE-HISTORICO-RESCISAO.
           MOVE FU-CODIGO TO FL-FUNCIONARIO
           MOVE ZEROS TO FL-ANOMES
           MOVE LOW-VALUES TO FL-TIPO
           START FOLHALED KEY IS NOT LESS THAN FL-CHAVE
               INVALID KEY
                   SET FL-FIM TO TRUE
           END-START
           PERFORM LE-UM-HISTORICO UNTIL FL-FIM
           MOVE "00" TO FLST.

       LE-UM-HISTORICO.
           READ FOLHALED NEXT RECORD
               AT END
                   SET FL-FIM TO TRUE
           END-READ
           IF NOT FL-OK OR FL-FUNCIONARIO NOT = FU-CODIGO
               SET FL-FIM TO TRUE
           ELSE
               IF FL-TIPO = "V"
                   ADD 1 TO WS-RS-GOZADAS
               END-IF
               IF FL-ANOMES = WS-RS-DATA(1:6) AND FL-TIPO = "F"
                   MOVE 'S' TO WS-RS-SALDO-PAGO
               END-IF
               IF FL-ANOMES(1:4) = WS-RS-DATA(1:4)
                   IF FL-TIPO = "1"
                       ADD FL-BRUTO TO WS-RS-ADIANT-13
                   END-IF
                   IF FL-TIPO = "2"
                       MOVE 'S' TO WS-RS-13-PAGO
                   END-IF
               END-IF
           END-IF.

      * SALDO DO FGTS JA DEPOSITADO (ENCARGOS.DAT, COM AS MULTAS).
       SOMA-FGTS-RESCISAO.
           MOVE ZEROS TO WS-RS-SALDO-FGTS
           IF WS-TEM-ENCARGOS = 'S'
               MOVE FU-CODIGO TO EN-FUNCIONARIO
               MOVE ZEROS TO EN-ANOMES
               MOVE LOW-VALUES TO EN-TIPO
               START ENCARGOS KEY IS NOT LESS THAN EN-CHAVE
                   INVALID KEY
                       MOVE "99" TO ENST
               END-START
               PERFORM SOMA-UM-FGTS UNTIL NOT EN-OK
               MOVE "00" TO ENST
           END-IF.

       SOMA-UM-FGTS.
           READ ENCARGOS NEXT RECORD
               AT END
                   MOVE "99" TO ENST
           END-READ
           IF EN-OK
               IF EN-FUNCIONARIO NOT = FU-CODIGO
                   MOVE "99" TO ENST
               ELSE
                   COMPUTE WS-RS-SALDO-FGTS = WS-RS-SALDO-FGTS
                       + EN-FGTS + EN-MULTA-FGTS
               END-IF
           END-IF.

       MOSTRA-RESCISAO.
           DISPLAY "RESCISAO DE " FU-CODIGO " " FU-NOME
           DISPLAY "ADMISSAO " FU-DATA-ADMISSAO "  DESLIGAMENTO "
               WS-RS-DATA "  ANOS DE CASA " WS-RS-ANOS
           MOVE WS-RS-SALDO TO WS-RS-ED
           DISPLAY "SALDO DE SALARIO (" WS-RS-DIAS-SALDO " DIAS)..: "
               WS-RS-ED
           IF WS-RS-SALDO-PAGO = 'S'
               DISPLAY "  (FOLHA DO MES JA PAGA - SEM SALDO)"
           END-IF
           MOVE WS-RS-DECIMO TO WS-RS-ED
           DISPLAY "13o PROPORCIONAL (" WS-RS-AVOS-13 "/12)......: "
               WS-RS-ED
           MOVE WS-RS-AVISO TO WS-RS-ED
           DISPLAY "AVISO PREVIO (" WS-RS-DIAS-AVISO " DIAS).....: "
               WS-RS-ED
           MOVE WS-RS-FERIAS TO WS-RS-ED
           DISPLAY "FERIAS (" WS-RS-VENCIDAS " VENC + " WS-RS-AVOS-FER
               "/12)......: " WS-RS-ED
           MOVE WS-RS-TERCO TO WS-RS-ED
           DISPLAY "1/3 DE FERIAS..............: " WS-RS-ED
           MOVE WS-BRUTO TO WS-RS-ED
           DISPLAY "TOTAL BRUTO................: " WS-RS-ED
           MOVE WS-RS-DESCONTOS TO WS-RS-ED
           DISPLAY "DESCONTOS (SEM CONSIGNADO).: " WS-RS-ED
           MOVE WS-LIQUIDO TO WS-RS-ED
           DISPLAY "LIQUIDO ANTES DO CONSIGNADO: " WS-RS-ED
           MOVE WS-RS-MULTA TO WS-RS-ED
           DISPLAY "MULTA FGTS 40% (GUIA)......: " WS-RS-ED.

      * CONSIGNADO NA RESCISAO: AS PARCELAS QUE RESTAM DE CADA
      * CONTRATO SAO DESCONTADAS ATE ONDE O LIQUIDO ALCANCA; O QUE
      * NAO COUBE SEGUE NO CONTRATO, COBRADO DO CLIENTE.
       DESCONTA-CONSIG-RESCISAO.
           MOVE ZEROS TO WS-QT-CONSIG WS-TOT-CONSIG WS-JUROS-CONSIG
           IF WS-TEM-EMPREST = 'S'
               MOVE ZEROS TO EM-CHAVE
               START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
                   INVALID KEY
                       SET EM-ARQ-FIM TO TRUE
               END-START
               PERFORM QUITA-UM-CONSIG UNTIL EM-ARQ-FIM
               MOVE "00" TO EMST
               SUBTRACT WS-TOT-CONSIG FROM WS-LIQUIDO
           END-IF.

       QUITA-UM-CONSIG.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   SET EM-ARQ-FIM TO TRUE
           END-READ
           IF EM-ARQ-OK AND EM-ATIVO AND EM-EH-CONSIGNADO
               AND EM-CPF = FU-CPF AND WS-QT-CONSIG < 5
               ADD 1 TO WS-QT-CONSIG
               MOVE EM-CONTA TO TAB-CG-CONTA(WS-QT-CONSIG)
               MOVE EM-SEQ TO TAB-CG-SEQ(WS-QT-CONSIG)
               MOVE ZEROS TO TAB-CG-VALOR(WS-QT-CONSIG)
               PERFORM BAIXA-PARCELA-RESCISAO
                   UNTIL NOT EM-ATIVO OR EM-VALOR-PARCELA = 0
                       OR WS-LIQUIDO - WS-TOT-CONSIG < EM-VALOR-PARCELA
               MOVE EM-PARCELAS-PAGAS TO TAB-CG-PAGAS(WS-QT-CONSIG)
               MOVE EM-QT-PARCELAS TO TAB-CG-QT(WS-QT-CONSIG)
               REWRITE REG-EMPRESTIMO
               IF EM-ATIVO
                   DISPLAY "CONSIGNADO " EM-CONTA "/" EM-SEQ
                       " NAO COUBE TODO NA RESCISAO - SALDO SEGUE NO "
                       "CONTRATO"
               END-IF
           END-IF.

       BAIXA-PARCELA-RESCISAO.
           ADD EM-VALOR-PARCELA TO TAB-CG-VALOR(WS-QT-CONSIG)
           ADD EM-VALOR-PARCELA TO WS-TOT-CONSIG
           PERFORM SEPARA-JUROS-CONSIG
           ADD 1 TO EM-PARCELAS-PAGAS
           IF EM-PARCELAS-PAGAS >= EM-QT-PARCELAS
               SET EM-QUITADO TO TRUE
           END-IF
           IF EM-SAC AND EM-ATIVO
               COMPUTE EM-VALOR-PARCELA ROUNDED =
                   (EM-PRINCIPAL + EM-PRINCIPAL * EM-TAXA
                   * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS))
                   / EM-QT-PARCELAS
           END-IF.

      * TERMO DE RESCISAO: VERBAS COM INSS E IRRF DE CADA UMA, OS
      * DESCONTOS, O LIQUIDO E O FGTS.
       IMPRIME-RESCISAO.
           MOVE "TERMO DE RESCISAO DO CONTRATO DE TRABALHO"
               TO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE SPACES TO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE SPACES TO LINHA-INFORME
           STRING "FUNCIONARIO: " FU-CODIGO " " FU-NOME
               "  CPF " FU-CPF
               DELIMITED BY SIZE INTO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE FU-DATA-ADMISSAO TO WS-RS-DATA-AUX
           PERFORM EDITA-DATA-RESCISAO
           MOVE SPACES TO LINHA-INFORME
           STRING "CARGO: " FU-CARGO "  ADMISSAO " WS-RS-DATA-ED
               DELIMITED BY SIZE INTO LINHA-INFORME
           MOVE WS-RS-DATA TO WS-RS-DATA-AUX
           PERFORM EDITA-DATA-RESCISAO
           MOVE "  DESLIGAMENTO " TO LINHA-INFORME(51:15)
           MOVE WS-RS-DATA-ED TO LINHA-INFORME(66:10)
           WRITE LINHA-INFORME
           MOVE SPACES TO LINHA-INFORME
           EVALUATE TRUE
               WHEN RS-DISPENSA
                   STRING "MOTIVO: DISPENSA SEM JUSTA CAUSA - AVISO "
                       "PREVIO INDENIZADO DE " WS-RS-DIAS-AVISO " DIAS"
                       DELIMITED BY SIZE INTO LINHA-INFORME
               WHEN RS-PEDIDO
                   IF WS-RS-DESC-AVISO > 0
                       STRING "MOTIVO: PEDIDO DE DEMISSAO - AVISO "
                           "PREVIO NAO CUMPRIDO (DESCONTADO)"
                           DELIMITED BY SIZE INTO LINHA-INFORME
                   ELSE
                       STRING "MOTIVO: PEDIDO DE DEMISSAO - AVISO "
                           "PREVIO CUMPRIDO"
                           DELIMITED BY SIZE INTO LINHA-INFORME
                   END-IF
               WHEN OTHER
                   MOVE "MOTIVO: TERMINO DE CONTRATO"
                       TO LINHA-INFORME
           END-EVALUATE
           WRITE LINHA-INFORME
           MOVE SPACES TO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE "VERBA                                    VALOR R$"
               TO LINHA-INFORME
           MOVE "   INSS R$     IRRF R$" TO LINHA-INFORME(51:22)
           WRITE LINHA-INFORME

           MOVE SPACES TO LV-NOME
           STRING "SALDO DE SALARIO (" WS-RS-DIAS-SALDO " DIAS)"
               DELIMITED BY SIZE INTO LV-NOME
           MOVE WS-RS-SALDO TO LV-VALOR
           MOVE WS-RS-INSS-SAL TO LV-INSS
           MOVE WS-RS-IRRF-SAL TO LV-IRRF
           PERFORM GRAVA-VERBA
           MOVE SPACES TO LV-NOME
           STRING "13o SALARIO PROPORCIONAL (" WS-RS-AVOS-13 "/12)"
               DELIMITED BY SIZE INTO LV-NOME
           MOVE WS-RS-DECIMO TO LV-VALOR
           MOVE WS-RS-INSS-13 TO LV-INSS
           MOVE WS-RS-IRRF-13 TO LV-IRRF
           PERFORM GRAVA-VERBA
           IF WS-RS-AVISO > 0
               MOVE SPACES TO LV-NOME
               STRING "AVISO PREVIO INDENIZADO (" WS-RS-DIAS-AVISO
                   " DIAS)"
                   DELIMITED BY SIZE INTO LV-NOME
               MOVE WS-RS-AVISO TO LV-VALOR
               MOVE ZEROS TO LV-INSS LV-IRRF
               PERFORM GRAVA-VERBA
           END-IF
           MOVE SPACES TO LV-NOME
           STRING "FERIAS " WS-RS-VENCIDAS " VENC + " WS-RS-AVOS-FER
               "/12 PROP"
               DELIMITED BY SIZE INTO LV-NOME
           MOVE WS-RS-FERIAS TO LV-VALOR
           MOVE ZEROS TO LV-INSS LV-IRRF
           PERFORM GRAVA-VERBA
           MOVE "1/3 CONSTITUCIONAL DE FERIAS" TO LV-NOME
           MOVE WS-RS-TERCO TO LV-VALOR
           PERFORM GRAVA-VERBA
           MOVE "TOTAL BRUTO" TO LV-NOME
           MOVE WS-BRUTO TO LV-VALOR
           MOVE WS-INSS TO LV-INSS
           MOVE WS-IRRF TO LV-IRRF
           PERFORM GRAVA-VERBA

           MOVE SPACES TO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE "DESCONTOS" TO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE ZEROS TO LV-INSS LV-IRRF
           MOVE "INSS (SALARIO E 13o)" TO LV-NOME
           MOVE WS-INSS TO LV-VALOR
           PERFORM GRAVA-VERBA
           MOVE "IRRF (SALARIO E 13o)" TO LV-NOME
           MOVE WS-IRRF TO LV-VALOR
           PERFORM GRAVA-VERBA
           IF WS-RS-ADIANT-13 > 0
               MOVE "ADIANTAMENTO DO 13o (1A PARCELA)" TO LV-NOME
               MOVE WS-RS-ADIANT-13 TO LV-VALOR
               PERFORM GRAVA-VERBA
           END-IF
           IF WS-RS-DESC-AVISO > 0
               MOVE "AVISO PREVIO NAO CUMPRIDO" TO LV-NOME
               MOVE WS-RS-DESC-AVISO TO LV-VALOR
               PERFORM GRAVA-VERBA
           END-IF
           PERFORM IMPRIME-CONSIG-RESCISAO
               VARYING WS-CG-I FROM 1 BY 1
               UNTIL WS-CG-I > WS-QT-CONSIG
           MOVE SPACES TO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE WS-LIQUIDO TO WS-RS-ED
           MOVE SPACES TO LINHA-INFORME
           STRING "LIQUIDO A RECEBER..........: R$ " WS-RS-ED
               "  CREDITO NA CONTA " FU-CONTA
               DELIMITED BY SIZE INTO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE SPACES TO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE WS-RS-FGTS TO WS-RS-ED
           MOVE SPACES TO LINHA-INFORME
           STRING "FGTS DA RESCISAO (8%)......: R$ " WS-RS-ED
               DELIMITED BY SIZE INTO LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE WS-RS-SALDO-FGTS TO WS-RS-ED
           MOVE SPACES TO LINHA-INFORME
           STRING "SALDO DO FGTS..............: R$ " WS-RS-ED
               DELIMITED BY SIZE INTO LINHA-INFORME
           WRITE LINHA-INFORME
           IF WS-RS-MULTA > 0
               MOVE WS-RS-MULTA TO WS-RS-ED
               MOVE SPACES TO LINHA-INFORME
               STRING "MULTA RESCISORIA DE 40%....: R$ " WS-RS-ED
                   "  (RECOLHIDA EM GUIA)"
                   DELIMITED BY SIZE INTO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF
           MOVE SPACES TO LINHA-INFORME
           WRITE LINHA-INFORME
           WRITE LINHA-INFORME
           MOVE "______________________________     "
               TO LINHA-INFORME
           MOVE "______________________________" TO LINHA-INFORME(41:30)
           WRITE LINHA-INFORME
           MOVE "EMPREGADOR" TO LINHA-INFORME
           MOVE "EMPREGADO" TO LINHA-INFORME(41:9)
           WRITE LINHA-INFORME.

       GRAVA-VERBA.
           MOVE LINHA-VERBA TO LINHA-INFORME
           WRITE LINHA-INFORME.

       IMPRIME-CONSIG-RESCISAO.
           MOVE SPACES TO LV-NOME
           STRING "CONSIGNADO " TAB-CG-CONTA(WS-CG-I) "/"
               TAB-CG-SEQ(WS-CG-I) " ATE PARC "
               TAB-CG-PAGAS(WS-CG-I) "/" TAB-CG-QT(WS-CG-I)
               DELIMITED BY SIZE INTO LV-NOME
           MOVE TAB-CG-VALOR(WS-CG-I) TO LV-VALOR
           PERFORM GRAVA-VERBA.

       EDITA-DATA-RESCISAO.
           MOVE SPACES TO WS-RS-DATA-ED
           STRING WS-RS-DATA-AUX(7:2) "/" WS-RS-DATA-AUX(5:2) "/"
               WS-RS-DATA-AUX(1:4)
               DELIMITED BY SIZE INTO WS-RS-DATA-ED.

      * DISSIDIO RETROATIVO: DATA-BASE, TABELA DE REAJUSTE POR FAIXA
      * E UMA RODADA DE DIFERENCAS PARA TODOS OS ATIVOS.
       DISSIDIO-RETROATIVO.
           DISPLAY "DATA-BASE DO DISSIDIO (AAAAMMDD) ? "
           MOVE SPACES TO WS-BUF8
           ACCEPT WS-BUF8
           IF WS-BUF8 NOT NUMERIC
               DISPLAY "DATA INVALIDA"
               GO END-DISSIDIO-RETROATIVO
           END-IF
           MOVE WS-BUF8 TO WS-DS-DATA-BASE
           MOVE "VD" TO WS-SV-FUNCAO
           MOVE WS-DS-DATA-BASE TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '1'
               DISPLAY "DATA INVALIDA"
               GO END-DISSIDIO-RETROATIVO
           END-IF
           MOVE WS-DS-DATA-BASE(1:6) TO WS-DS-INICIO
           COMPUTE WS-DS-LIMITE = WS-ANOMES - 100
           IF WS-DS-INICIO > WS-ANOMES OR WS-DS-INICIO < WS-DS-LIMITE
               DISPLAY "DATA-BASE FORA DOS ULTIMOS 12 MESES"
               GO END-DISSIDIO-RETROATIVO
           END-IF

           DISPLAY "TABELA DO DISSIDIO - ATE 5 FAIXAS, DA MENOR PARA "
               "A MAIOR"
           MOVE ZEROS TO WS-DS-QT
           MOVE 'N' TO WS-DS-FIM-TAB
           PERFORM LE-FAIXA-DISSIDIO UNTIL WS-DS-FIM-TAB = 'S'
           IF WS-DS-QT = 0
               DISPLAY "NENHUMA FAIXA INFORMADA"
               GO END-DISSIDIO-RETROATIVO
           END-IF
           DISPLAY "DISSIDIO COM DATA-BASE " WS-DS-DATA-BASE
           PERFORM MOSTRA-FAIXA-DISSIDIO
               VARYING WS-DS-I FROM 1 BY 1 UNTIL WS-DS-I > WS-DS-QT
           DISPLAY "CONFIRMA O DISSIDIO (S/N) ? "
           MOVE 'N' TO WS-DS-CONFIRMA
           ACCEPT WS-DS-CONFIRMA
           IF WS-DS-CONFIRMA NOT = 'S' AND WS-DS-CONFIRMA NOT = 's'
               DISPLAY "DISSIDIO NAO APLICADO"
               GO END-DISSIDIO-RETROATIVO
           END-IF

           MOVE "D" TO WS-TIPO-LED
           PERFORM INICIA-CONTABIL-FOLHA
           OPEN OUTPUT CONTRACHEQUE
           OPEN OUTPUT CREDITO
           MOVE ZEROS TO WS-QT-FUNC WS-QT-REAJUSTADOS WS-TOTAL-FOLHA
           MOVE ZEROS TO FU-CODIGO
           START FUNCIONARIO KEY NOT LESS THAN FU-CODIGO
               INVALID KEY
                   SET FU-FIM TO TRUE
           END-START
           PERFORM DISSIDIO-UM THRU END-DISSIDIO-UM UNTIL FU-FIM
           CLOSE CONTRACHEQUE CREDITO
           DISPLAY "DISSIDIO DE " WS-DS-DATA-BASE " APLICADO"
           DISPLAY "SALARIOS REAJUSTADOS....: " WS-QT-REAJUSTADOS
           DISPLAY "COM DIFERENCA A RECEBER.: " WS-QT-FUNC
           DISPLAY "TOTAL DAS DIFERENCAS....: " WS-TOTAL-FOLHA
           MOVE "D" TO WS-TIPO-LED
           PERFORM CONTABILIZA-FOLHA THRU END-CONTABILIZA-FOLHA
           PERFORM CONTABILIZA-ENCARGOS
           DISPLAY "CONTRACHEQUES EM CONTRACH.TXT"
           DISPLAY "CREDITO EM FOLHA.TXT (RODAR IMPORTA-FOLHA)".
       END-DISSIDIO-RETROATIVO.

       LE-FAIXA-DISSIDIO.
           ADD 1 TO WS-DS-QT
           DISPLAY "FAIXA " WS-DS-QT " - SALARIO ATE (CENTAVOS SEM "
               "VIRGULA, ENTER = SEM LIMITE) ? "
           MOVE SPACES TO WS-BUF11
           ACCEPT WS-BUF11
           MOVE ZEROS TO TAB-DS-TETO(WS-DS-QT)
           IF WS-BUF11 NOT = SPACES
               COMPUTE TAB-DS-TETO(WS-DS-QT) =
                   FUNCTION NUMVAL(WS-BUF11) / 100
           END-IF
           DISPLAY "PERCENTUAL (4 DIGITOS SEM VIRGULA, 0650 = "
               "6,50%) ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           MOVE ZEROS TO TAB-DS-PERC(WS-DS-QT)
           IF WS-BUF4 NOT = SPACES
               COMPUTE TAB-DS-PERC(WS-DS-QT) =
                   FUNCTION NUMVAL(WS-BUF4) / 100
           END-IF
           IF WS-DS-QT > 1
               IF TAB-DS-TETO(WS-DS-QT) NOT = 0
                   AND TAB-DS-TETO(WS-DS-QT)
                       NOT > TAB-DS-TETO(WS-DS-QT - 1)
                   DISPLAY "TETO MENOR QUE O DA FAIXA ANTERIOR - "
                       "FAIXA DESCARTADA"
                   SUBTRACT 1 FROM WS-DS-QT
               END-IF
           END-IF
           IF WS-DS-QT > 0
               IF TAB-DS-TETO(WS-DS-QT) = 0
                   MOVE 'S' TO WS-DS-FIM-TAB
               END-IF
           END-IF
           IF WS-DS-QT = 5
               MOVE 'S' TO WS-DS-FIM-TAB
           END-IF.

       MOSTRA-FAIXA-DISSIDIO.
           IF TAB-DS-TETO(WS-DS-I) = 0
               DISPLAY "  ACIMA DA FAIXA ANTERIOR: "
                   TAB-DS-PERC(WS-DS-I) "%"
           ELSE
               MOVE TAB-DS-TETO(WS-DS-I) TO WS-VAL-ED
               DISPLAY "  ATE R$ " WS-VAL-ED ": "
                   TAB-DS-PERC(WS-DS-I) "%"
           END-IF.

      * UM FUNCIONARIO: FAIXA PELO SALARIO DE ANTES, SALARIO NOVO E
      * AS DIFERENCAS DE CADA PAGAMENTO DESDE A DATA-BASE.
       DISSIDIO-UM.
           READ FUNCIONARIO NEXT RECORD
               AT END
                   SET FU-FIM TO TRUE
           END-READ
           IF NOT FU-OK OR FU-DESLIGADO
               GO END-DISSIDIO-UM
           END-IF
           MOVE FU-CODIGO TO FL-FUNCIONARIO
           MOVE WS-ANOMES TO FL-ANOMES
           MOVE "D" TO FL-TIPO
           READ FOLHALED
               NOT INVALID KEY
                   DISPLAY FU-CODIGO " " FU-NOME
                       " - DISSIDIO JA PAGO EM " WS-ANOMES
                   GO END-DISSIDIO-UM
           END-READ
           MOVE 'N' TO WS-DS-ACHOU
           PERFORM ACHA-FAIXA-DISSIDIO
               VARYING WS-DS-I FROM 1 BY 1
               UNTIL WS-DS-I > WS-DS-QT OR WS-DS-ACHOU = 'S'
           IF WS-DS-ACHOU = 'N' OR WS-DS-PERC = 0
               DISPLAY FU-CODIGO " " FU-NOME
                   " FORA DAS FAIXAS - SEM REAJUSTE"
               GO END-DISSIDIO-UM
           END-IF

           MOVE FU-SALARIO TO WS-DS-SAL-ANT
           COMPUTE FU-SALARIO ROUNDED =
               FU-SALARIO * (100 + WS-DS-PERC) / 100
           REWRITE REG-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FALHA AO REAJUSTAR " FU-NOME
                   GO END-DISSIDIO-UM
           END-REWRITE
           ADD 1 TO WS-QT-REAJUSTADOS
           MOVE FU-SALARIO TO WS-SALARIO-ED
           DISPLAY FU-CODIGO " " FU-NOME " REAJUSTADO EM "
               WS-DS-PERC "% PARA R$ " WS-SALARIO-ED

           MOVE ZEROS TO WS-DS-QT-LIN WS-DS-TOT-BRUTO WS-DS-TOT-INSS
               WS-DS-TOT-IRRF WS-DS-ANO-1 WS-DS-DIF-1
           MOVE FU-CODIGO TO FL-FUNCIONARIO
           MOVE WS-DS-INICIO TO FL-ANOMES
           MOVE LOW-VALUES TO FL-TIPO
           START FOLHALED KEY IS NOT LESS THAN FL-CHAVE
               INVALID KEY
                   SET FL-FIM TO TRUE
           END-START
           PERFORM REFAZ-PAGAMENTO UNTIL FL-FIM
           MOVE "00" TO FLST
           IF WS-DS-TOT-BRUTO = 0
               GO END-DISSIDIO-UM
           END-IF

           MOVE WS-DS-TOT-BRUTO TO WS-BRUTO
           MOVE WS-DS-TOT-INSS TO WS-INSS
           MOVE WS-DS-TOT-IRRF TO WS-IRRF
           IF WS-INSS + WS-IRRF > WS-BRUTO
               MOVE ZEROS TO WS-LIQUIDO
           ELSE
               COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF
           END-IF
           MOVE 'N' TO WS-TEM-PONTO
           MOVE ZEROS TO WS-QT-CONSIG WS-TOT-CONSIG WS-ADIANTADO
           ADD 1 TO WS-QT-FUNC
           ADD WS-LIQUIDO TO WS-TOTAL-FOLHA
           MOVE "DIFERENCAS DISSIDIO" TO WS-TITULO-RODADA
           PERFORM IMPRIME-CONTRACHEQUE
           MOVE "D" TO WS-TIPO-LED
           PERFORM GRAVA-LEDGER
           MOVE FU-CPF TO CD-CPF-CRED
           MOVE FU-CONTA TO CD-CONTA-CRED
           MOVE WS-LIQUIDO TO CD-VALOR-CRED
           WRITE REG-CREDITO
           MOVE ZEROS TO WS-DS-QT-LIN.
       END-DISSIDIO-UM.

       ACHA-FAIXA-DISSIDIO.
           IF TAB-DS-TETO(WS-DS-I) = 0
               OR FU-SALARIO NOT > TAB-DS-TETO(WS-DS-I)
               MOVE 'S' TO WS-DS-ACHOU
               MOVE TAB-DS-PERC(WS-DS-I) TO WS-DS-PERC
           END-IF.

      * UM PAGAMENTO DO RAZAO REFEITO COM O REAJUSTE.  A 1A PARCELA
      * DO 13o NAO TEM DESCONTO; AS DEMAIS RECALCULAM INSS E IRRF
      * SOBRE O BRUTO NOVO E A DIFERENCA E O QUE PASSOU DO RETIDO.
       REFAZ-PAGAMENTO.
           READ FOLHALED NEXT RECORD
               AT END
                   SET FL-FIM TO TRUE
           END-READ
           IF NOT FL-OK OR FL-FUNCIONARIO NOT = FU-CODIGO
               SET FL-FIM TO TRUE
           ELSE
               IF FL-TIPO = "F" OR FL-TIPO = "1" OR FL-TIPO = "2"
                   OR FL-TIPO = "V"
                   PERFORM REFAZ-UM-PAGAMENTO
               END-IF
           END-IF.

       REFAZ-UM-PAGAMENTO.
           COMPUTE WS-DS-NOVO ROUNDED =
               FL-BRUTO * (100 + WS-DS-PERC) / 100
           COMPUTE WS-DS-DIF = WS-DS-NOVO - FL-BRUTO
           IF FL-TIPO = "1"
               MOVE FL-ANOMES(1:4) TO WS-DS-ANO-1
               MOVE WS-DS-DIF TO WS-DS-DIF-1
           END-IF
           IF FL-TIPO = "2" AND WS-DS-ANO-1 = FL-ANOMES(1:4)
               IF WS-DS-DIF > WS-DS-DIF-1
                   SUBTRACT WS-DS-DIF-1 FROM WS-DS-DIF
               ELSE
                   MOVE ZEROS TO WS-DS-DIF
               END-IF
           END-IF
           IF FL-TIPO NOT = "1"
               MOVE WS-DS-NOVO TO WS-BASE
               PERFORM CALCULA-INSS
               COMPUTE WS-BASE = WS-DS-NOVO - WS-INSS
               PERFORM CALCULA-IRRF
               IF WS-INSS > FL-INSS
                   COMPUTE WS-DS-TOT-INSS = WS-DS-TOT-INSS + WS-INSS
                       - FL-INSS
               END-IF
               IF WS-IRRF > FL-IRRF
                   COMPUTE WS-DS-TOT-IRRF = WS-DS-TOT-IRRF + WS-IRRF
                       - FL-IRRF
               END-IF
           END-IF
           ADD WS-DS-DIF TO WS-DS-TOT-BRUTO
           IF WS-DS-QT-LIN < 60
               ADD 1 TO WS-DS-QT-LIN
               MOVE FL-ANOMES TO TAB-DL-ANOMES(WS-DS-QT-LIN)
               MOVE FL-TIPO TO TAB-DL-TIPO(WS-DS-QT-LIN)
               MOVE FL-BRUTO TO TAB-DL-PAGO(WS-DS-QT-LIN)
               COMPUTE TAB-DL-DEVIDO(WS-DS-QT-LIN) =
                   FL-BRUTO + WS-DS-DIF
               MOVE WS-DS-DIF TO TAB-DL-DIF(WS-DS-QT-LIN)
           END-IF.

       ITEMIZA-DISSIDIO.
           MOVE TAB-DL-ANOMES(WS-DS-L) TO LDS-ANOMES
           MOVE TAB-DL-TIPO(WS-DS-L) TO LDS-TIPO
           MOVE TAB-DL-PAGO(WS-DS-L) TO LDS-PAGO
           MOVE TAB-DL-DEVIDO(WS-DS-L) TO LDS-DEVIDO
           MOVE TAB-DL-DIF(WS-DS-L) TO LDS-DIF
           MOVE LINHA-DISSIDIO TO LINHA-CONTRACHEQUE
           WRITE LINHA-CONTRACHEQUE.

      * MANUTENCAO DAS TABELAS LEGAIS: LISTA E EDITA FAIXA A FAIXA.
       MANTEM-FAIXAS.
           DISPLAY "FAIXAS ATUAIS:"
           PERFORM LISTA-UMA-FAIXA UNTIL FA-FIM
           MOVE "00" TO FAST

           DISPLAY "TABELA (I-INSS / R-IRRF / C-COMISSAO POR GRUPO / "
               "M-METAS DE VENDA, ENTER ENCERRA) ? "
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           IF WS-BUF4 = SPACES
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-BUF4(1:1)) TO FA-TABELA
           IF FA-TABELA NOT = "I" AND FA-TABELA NOT = "R"
               AND FA-TABELA NOT = "C" AND FA-TABELA NOT = "M"
               DISPLAY "TABELA INVALIDA"
               GO END-MANTEM-FAIXAS
           END-IF
      *    NA COMISSAO A SEQUENCIA E O GRUPO DO PRODUTO: O CAPITULO
      *    DO NCM (2 PRIMEIROS DIGITOS); O GRUPO 99 VALE PARA OS
      *    CAPITULOS SEM ALIQUOTA PROPRIA E PRODUTO SEM NCM.
           IF FA-TABELA = "C"
               DISPLAY "GRUPO (CAPITULO DO NCM, 99 = DEMAIS) ? "
           ELSE
               DISPLAY "SEQUENCIA DA FAIXA ? "
           END-IF
           MOVE SPACES TO WS-BUF4
           ACCEPT WS-BUF4
           MOVE ZEROS TO FA-SEQ
                   DISPLAY "FAIXA NOVA"
                   MOVE ZEROS TO FA-TETO FA-ALIQUOTA FA-DEDUZIR
           END-READ
           IF FA-TABELA = "C"
               MOVE ZEROS TO FA-TETO
           ELSE
               IF FA-TABELA = "M"
                   DISPLAY "META DE VENDA LIQUIDA NO MES (CENTAVOS SEM "
                       "VIRGULA) ? "
               ELSE
                   DISPLAY "TETO DA FAIXA (CENTAVOS SEM VIRGULA) ? "
               END-IF
               MOVE SPACES TO WS-BUF11
               ACCEPT WS-BUF11
               IF WS-BUF11 NOT = SPACES
                   COMPUTE FA-TETO = FUNCTION NUMVAL(WS-BUF11) / 100
               END-IF
           END-IF
           IF FA-TABELA = "C"
               DISPLAY "COMISSAO SOBRE A VENDA LIQUIDA DO GRUPO"
           END-IF
           IF FA-TABELA = "M"
               DISPLAY "BONUS SOBRE A VENDA LIQUIDA DO MES"
           END-IF
           DISPLAY "ALIQUOTA (4 DIGITOS SEM VIRGULA, 0750 = "
               "7,50%) ? "
                   SET FA-FIM TO TRUE
           END-READ
           IF FA-OK
               EVALUATE FA-TABELA
                   WHEN "C"
                       DISPLAY "C GRUPO " FA-SEQ " COMISSAO "
                           FA-ALIQUOTA "%"
                   WHEN "M"
                       MOVE FA-TETO TO WS-META-ED
                       DISPLAY "M" FA-SEQ " META R$ " WS-META-ED
                           " BONUS " FA-ALIQUOTA "%"
                   WHEN OTHER
                       MOVE FA-TETO TO WS-VAL-ED
                       MOVE FA-DEDUZIR TO WS-VAL2-ED
                       DISPLAY FA-TABELA FA-SEQ " ATE R$ " WS-VAL-ED
                           " ALIQ " FA-ALIQUOTA "% DEDUZ R$ "
                           WS-VAL2-ED
               END-EVALUATE
           END-IF.

      * RESUMO ANUAL POR FUNCIONARIO, DO RAZAO DA FOLHA - O PAPEL
