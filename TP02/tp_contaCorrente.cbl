               FILE STATUS IS FFBLOQ
               RECORD KEY IS BJ-CHAVE.

           SELECT SAQAGEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFSAQA
               RECORD KEY IS SG-CHAVE.

           SELECT ARRECAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFARRE
               RECORD KEY IS AR-CHAVE.

           SELECT ARRCRED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFARCR
               RECORD KEY IS AC-CHAVE.

      * CONTROLE DA CADEIA NOTURNA - SO CONSULTADO NO CHECKLIST DO
      * FECHAMENTO DO DIA, ABERTO NA HORA.
           SELECT CONTROLE ASSIGN TO DISK
               SHARING WITH ALL OTHER
               FILE STATUS IS FFOPER
               RECORD KEY IS OP-ID.

      * SCORE INTERNO DE CREDITO DO SCORE-CREDITO, SO CONSULTADO -
      * ABERTO NA HORA.
           SELECT SCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFSCOR
               RECORD KEY IS SR-CPF.

      * CARTOES DE DEBITO (EMISSAO/BLOQUEIO/CANCELAMENTO NA TELA DE
      * CARTOES) - ABERTO NA HORA.
           SELECT CARTAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFCART
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-CONTA WITH DUPLICATES.

      * RECLAMACOES DO SAC/OUVIDORIA - ABERTO NA HORA.
           SELECT SAC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFSAC
               RECORD KEY IS SC-PROTOCOLO.

      * LIBERACOES DE SALDO DE ESPOLIO A HERDEIROS - ABERTO NA HORA.
           SELECT ESPOLIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFESPO
               RECORD KEY IS EP-CHAVE.

      * DEMONSTRATIVO DE POSICAO DO ESPOLIO, UM SPOOL DATADO POR CPF.
           SELECT OBITOREL ASSIGN TO WS-NOME-OBITO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFOBIT.

      * PREVIA DA CORRECAO/UNIFICACAO DE CPF, UM SPOOL DATADO.
           SELECT UNIFREL ASSIGN TO WS-NOME-UNIFICA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFUNIF.

      * PROCURACOES POR CONTA - ABERTO NA HORA.
           SELECT PROCURAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFPROC
               RECORD KEY IS PR-CHAVE.

      * EMITENTES DE CHEQUES SEM FUNDOS (CCF) - ABERTO NA HORA.  O
      * CCFMOV RECEBE O REGISTRO DE EXCLUSAO PARA A CENTRAL.
           SELECT CCF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFCCF
               RECORD KEY IS CF-CPF.

           SELECT CCFMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFCCFM.

      * DIVIDAS EM NEGATIVACAO DO NEGATIVA-DEVEDORES - ABERTO NA HORA
      * PELA UNIFICACAO DE CPF.  O NEGMOV RECEBE A TROCA DE CPF DA
      * DIVIDA JA INCLUIDA NO BUREAU.
           SELECT NEGATIV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFNEGA
               RECORD KEY IS NG-CHAVE.

           SELECT NEGMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFNEGM.

      * CONTAS ADERIDAS AO ENVIO MENSAL DO EXTRATO EM OFX - ABERTO NA
      * HORA PELA TELA DE EXTRATO OFX.
           SELECT OFXADE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFOFXA
               RECORD KEY IS OA-CONTA.

      * CONTAS ADERIDAS A APLICACAO AUTOMATICA DO SALDO EXCEDENTE -
      * ABERTO NA HORA PELA TELA DE APLICACAO.
           SELECT APLAUTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFAPLA
               RECORD KEY IS VA-CONTA.

      * RAZAO E ESTOQUE DO COFRE DA AGENCIA (TESOURARIA) - ABERTOS NA
      * HORA PELA TELA DE CAIXA FISICO E PELA TELA DE TESOURARIA.
           SELECT TESMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFTESM
               RECORD KEY IS TM-CHAVE.

           SELECT TESCOFRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FFTESC
               RECORD KEY IS TC-AGENCIA.
       DATA DIVISION.
       FILE SECTION.
       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY bloqjud.

       FD SAQAGEND VALUE OF FILE-ID IS "SAQAGEND.DAT".

       COPY saqagend.

       FD ARRECAD VALUE OF FILE-ID IS "ARRECAD.DAT".

       COPY arrecad.

       FD ARRCRED VALUE OF FILE-ID IS "ARRCRED.DAT".

       COPY arrcred.

       FD CONTROLE VALUE OF FILE-ID IS "CONTROLE.DAT".

       COPY controle.

       COPY operador.

       FD SCORE VALUE OF FILE-ID IS "SCORE.DAT".

       COPY score.

       FD CARTAO VALUE OF FILE-ID IS "CARTAO.DAT".

       COPY cartao.

       FD SAC VALUE OF FILE-ID IS "SAC.DAT".

       COPY sac.

       FD ESPOLIO VALUE OF FILE-ID IS "ESPOLIO.DAT".

       COPY espolio.

       FD  OBITOREL.
       01  LINHA-OBITO PIC X(80).

       FD  UNIFREL.
       01  LINHA-UNIFICA PIC X(80).

       FD PROCURAD VALUE OF FILE-ID IS "PROCURAD.DAT".

       COPY procurad.

       FD CCF VALUE OF FILE-ID IS "CCF.DAT".

       COPY ccf.

       FD CCFMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CCFMOV.DAT".

       COPY ccfmov.

       FD NEGATIV VALUE OF FILE-ID IS "NEGATIV.DAT".

       COPY negativ.

       FD NEGMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NEGMOV.DAT".

       COPY negmov.

       FD OFXADE VALUE OF FILE-ID IS "OFXADE.DAT".

       COPY ofxade.

       FD APLAUTO VALUE OF FILE-ID IS "APLAUTO.DAT".

       COPY aplauto.

       FD TESMOV VALUE OF FILE-ID IS "TESMOV.DAT".

       COPY tesmov.

       FD TESCOFRE VALUE OF FILE-ID IS "TESCOFRE.DAT".

       COPY tescofre.

       WORKING-STORAGE SECTION.
       01 FS-SDATA.
           05 SDATADMA.
       77 WS-BJ-GRAVOU     PIC X VALUE 'N'.
       77 WS-BJ-TOTAL-ED   PIC Z(6)9.99.

      * SAQUE AGENDADO (PROVISIONAMENTO): O TOTAL AGENDADO DA CONTA
      * TAMBEM SAI DO DISPONIVEL DOS DEBITOS ATE O DIA DO SAQUE; SAQUE
      * ACIMA DE PM-VALOR-PROVISAO (ZERO DESLIGA) SO SAI COM O
      * AGENDAMENTO DO DIA OU COM A LIBERACAO DO GERENTE.
       77 FFSAQA PIC 9(02).
           88 FSG-OK       VALUE 00.
           88 FSG-EMPTY    VALUE 35.
           88 FSG-OTHER    VALUE 99.
       77 WS-VALOR-PROVISAO PIC 9(7) VALUE ZEROS.
       77 WS-SG-ACAO PIC X VALUE SPACES.
           88 SG-ACAO-AGENDAR  VALUE 'A' 'a'.
           88 SG-ACAO-CANCELAR VALUE 'C' 'c'.
       77 WS-SG-CONTA      PIC 9(5) VALUE ZEROS.
       77 WS-SG-DATA       PIC 9(8) VALUE ZEROS.
       77 WS-SG-VALOR      PIC 9(7)V99 VALUE ZEROS.
       77 WS-SG-TOTAL      PIC 9(8)V99 VALUE ZEROS.
       77 WS-SG-TOTAL-ED   PIC Z(6)9.99.
       77 WS-SG-LIMITE-ED  PIC Z(6)9.
       77 WS-SG-EXCLUI     PIC 9(8) VALUE ZEROS.
       77 WS-SG-CONSOME    PIC 9(8) VALUE ZEROS.
       77 WS-SG-OK         PIC X VALUE 'S'.
       77 WS-SG-GERENTE    PIC X(4) VALUE SPACES.
       77 WS-SG-SENHA-GER  PIC X(4) VALUE SPACES.

       77 FFARRE PIC 9(02).
           88 FAR-OK       VALUE 00.
           88 FAR-EMPTY    VALUE 35.
           88 FAR-OTHER    VALUE 99.

      * BOLETO DO CONVENIO DA LOJA (PM-CONVENIO-LOJA, ZERO = LOJA NAO
      * CONVENIADA) E PARCELA DO CARNE DO CREDIARIO: ALEM DO RAZAO
      * ARRECAD, CADA PAGAMENTO FICA EM ARRCRED.DAT PARA A BAIXA DA
      * PARCELA A NOITE.
       77 FFARCR PIC 9(02).
           88 FAC-OK       VALUE 00.
           88 FAC-EMPTY    VALUE 35.
       77 WS-CONVENIO-LOJA PIC 9(4) VALUE ZEROS.
       77 WS-AC-GRAVOU     PIC X VALUE 'N'.

      * ARRECADACAO DE BOLETOS NO GUICHE.  A LINHA DIGITAVEL DE
      * ARRECADACAO TEM 48 DIGITOS EM 4 BLOCOS DE 12 (11 DE CONTEUDO
      * + 1 DV MODULO 10, PESOS 2-1 ALTERNADOS DA DIREITA, PRODUTO
           88 SV-BLOQ-JUD   VALUE 'J' 'j'.
           88 SV-ARRECADA   VALUE 'B' 'b'.
           88 SV-OPERADORES VALUE 'W' 'w'.
           88 SV-PAGINA2    VALUE 'Z' 'z'.

      * ACAO ESCOLHIDA NA TELA DE CONVENIOS.
       77 WS-CV-ACAO PIC X VALUE SPACES.
       77 WS-EM-TOTAL        PIC 9(8)V99 VALUE ZEROS.
       77 WS-EM-GRAVOU       PIC X VALUE 'N'.

      * COMPARATIVO PRICE X SAC MOSTRADO ANTES DA CONTRATACAO.  NO
      * SAC A PARCELA K E (PRINCIPAL + PRINCIPAL * TAXA * (PARCELAS
      * - K + 1)) / PARCELAS, E O TOTAL E PRINCIPAL + PRINCIPAL *
      * TAXA * (PARCELAS + 1) / 2.
       77 WS-EM-PARC-PRICE   PIC 9(7)V99 VALUE ZEROS.
       77 WS-EM-TOTAL-PRICE  PIC 9(8)V99 VALUE ZEROS.
       77 WS-EM-PARC-SAC-1   PIC 9(7)V99 VALUE ZEROS.
       77 WS-EM-PARC-SAC-N   PIC 9(7)V99 VALUE ZEROS.
       77 WS-EM-TOTAL-SAC    PIC 9(8)V99 VALUE ZEROS.
       77 WS-EM-SISTEMA-RESP PIC X VALUE SPACE.
       77 WS-EM-PARC-K       PIC 9(7)V99 VALUE ZEROS.
       77 WS-EM-RESTANTES-SAC PIC 9(3) VALUE ZEROS.

      * QUITACAO ANTECIPADA: O SALDO DEVEDOR E AS PARCELAS QUE
      * FALTAM MENOS OS JUROS AINDA NAO INCORRIDOS (CADA PARCELA
      * CARREGA PRINCIPAL * TAXA DE JUROS SIMPLES) - O CLIENTE PAGA
       77 WS-EM-ABATIMENTO   PIC 9(8)V99 VALUE ZEROS.
       77 WS-EM-QUITACAO     PIC 9(8)V99 VALUE ZEROS.
       77 WS-EM-SALDO-APOS   PIC S9(8)V99 VALUE ZEROS.
      * A QUITACAO SAI NO EXTRATO EM DUAS LINHAS: O PRINCIPAL AINDA
      * NAO AMORTIZADO ('EA') E O RESTANTE, JUROS ('EJ').
       77 WS-EM-PRINC-ABERTO PIC 9(8)V99 VALUE ZEROS.
       77 WS-EM-JUROS-QUIT   PIC 9(8)V99 VALUE ZEROS.

      * RENEGOCIACAO DE PARCELAS EM ATRASO: AS PARCELAS DEVIDAS SAO
      * CONTADAS PELOS MESES CORRIDOS DESDE A CONTRATACAO (BASE 30,
       77 WS-RN-VALOR-MULTA  PIC 9(8)V99 VALUE ZEROS.
       77 WS-RN-PRINCIPAL    PIC 9(8)V99 VALUE ZEROS.
       77 WS-RN-SEQ-ANT      PIC 9(3) VALUE ZEROS.
      * JUROS E MULTA QUE O CONTRATO NOVO INCORPORA ALEM DO PRINCIPAL
      * EM ABERTO DO ANTIGO - ENTRAM EM EMPRESTIMOS A RECEBER CONTRA
      * A RECEITA DE JUROS ('EL' E 'EJ' DE MESMO VALOR NO EXTRATO).
       77 WS-RN-INCORPORADO  PIC 9(8)V99 VALUE ZEROS.

      * DADOS DE TRABALHO DA APLICACAO A PRAZO.  A TAXA CONTRATADA
      * VEM DE PM-TAXA-APLICACAO (PARAMETROS.DAT); SEM PARAMETRO, O
       77 WS-AP-ACAO PIC X VALUE SPACES.
           88 AP-ACAO-APLICAR  VALUE 'A' 'a'.
           88 AP-ACAO-RESGATAR VALUE 'R' 'r'.
           88 AP-ACAO-VARREDURA VALUE 'V' 'v'.
       77 WS-AP-GRAVOU       PIC X VALUE 'N'.
       77 WS-AP-JUROS        PIC 9(7)V99 VALUE ZEROS.
       77 WS-AP-TOTAL        PIC 9(8)V99 VALUE ZEROS.
       77 WS-AP-DIAS         PIC S9(7) VALUE ZEROS.

      * CALCULADORA FINANCEIRA DE BALCAO (COTACAO PARA O CLIENTE).
      * RESOLVE VALOR PRESENTE, VALOR FUTURO, PARCELA, TAXA OU PRAZO
      * PELAS MESMAS CONTAS DO PRODUTO: O EMPRESTIMO PELO COMPARA-
      * SISTEMAS (JUROS SIMPLES, PRICE E SAC) E A APLICACAO PELO
      * PRO-RATA DO RESGATE (BASE 30) COM O IR REGRESSIVO.  TAXA E
      * PRAZO RESOLVIDOS SAO ARREDONDADOS PARA O QUE O CONTRATO
      * ACEITA (4 CASAS; PRAZO INTEIRO PARA CIMA) E A COTACAO E
      * REFEITA COM ELES.  A APLICACAO SO RENDE A TAXA VIGENTE.
       77 WS-CO-PRODUTO    PIC X VALUE SPACES.
           88 CO-EMPRESTIMO    VALUE 'E' 'e'.
           88 CO-APLICACAO     VALUE 'A' 'a'.
           88 CO-CONVERTE      VALUE 'C' 'c'.
       77 WS-CO-INCOGNITA  PIC X VALUE SPACES.
           88 CO-CALC-VP       VALUE 'V' 'v'.
           88 CO-CALC-VF       VALUE 'F' 'f'.
           88 CO-CALC-PARCELA  VALUE 'P' 'p'.
           88 CO-CALC-TAXA     VALUE 'T' 't'.
           88 CO-CALC-PRAZO    VALUE 'N' 'n'.
       77 WS-CO-PERIODO    PIC X VALUE SPACES.
           88 CO-MENSAL        VALUE 'M' 'm'.
           88 CO-ANUAL         VALUE 'A' 'a'.
       77 WS-CO-VP         PIC 9(7)V99 VALUE ZEROS.
       77 WS-CO-VF         PIC 9(8)V99 VALUE ZEROS.
       77 WS-CO-PARCELA    PIC 9(7)V99 VALUE ZEROS.
       77 WS-CO-TAXA       PIC 9V9999 VALUE ZEROS.
       77 WS-CO-TAXA-AP    PIC 9V9999 VALUE ZEROS.
       77 WS-CO-TAXA-INF   PIC 99V9999 VALUE ZEROS.
       77 WS-CO-PROPORC    PIC 99V9999 VALUE ZEROS.
       77 WS-CO-EQUIV      PIC 99V9999 VALUE ZEROS.
       77 WS-CO-PRAZO      PIC 9(4) VALUE ZEROS.
       77 WS-CO-AUX        PIC 9(5)V9(6) VALUE ZEROS.
       77 WS-CO-JUROS      PIC 9(7)V99 VALUE ZEROS.
       77 WS-CO-IR         PIC 9(7)V99 VALUE ZEROS.
       77 WS-CO-LIQUIDO    PIC 9(8)V99 VALUE ZEROS.
       77 WS-CO-VENCTO     PIC 9(8) VALUE ZEROS.
       77 WS-CO-VALOR-ED   PIC Z(7)9.99.
       77 WS-CO-VALOR2-ED  PIC Z(7)9.99.
       77 WS-CO-VALOR3-ED  PIC Z(7)9.99.
       77 WS-CO-TAXA-ED    PIC Z9.9999.
       77 WS-CO-TAXA2-ED   PIC Z9.9999.
       77 WS-CO-PRAZO-ED   PIC ZZZ9.

      * APLICACAO AUTOMATICA (APLAUTO.DAT): O VARRE-APLICACAO APLICA
      * TODA NOITE O SALDO ACIMA DO GATILHO, E O SAQUE QUE DEIXARIA O
      * SALDO NEGATIVO RESGATA ANTES O QUE PRECISA (RESGATE-
      * AUTOMATICO), COM O IR RETIDO PELA TABELA REGRESSIVA.
       77 FFAPLA PIC 9(02).
           88 FVA-OK       VALUE 00.
           88 FVA-EMPTY    VALUE 35.
       77 WS-VA-ADERIDA      PIC X VALUE 'N'.
       77 WS-VA-GATILHO      PIC 9(7)V99 VALUE ZEROS.
       77 WS-VA-VALOR-ED     PIC Z(6)9.99.
       01 WS-RA-PEDIDO.
           02 WS-RA-CONTA      PIC 9(5).
           02 WS-RA-DATA       PIC 9(8).
           02 WS-RA-MODO       PIC X(1).
           02 WS-RA-NECESSARIO PIC 9(7)V99.
       01 WS-RA-RESULTADO.
           02 WS-RA-PRINCIPAL  PIC 9(7)V99.
           02 WS-RA-JUROS      PIC 9(7)V99.
           02 WS-RA-IR         PIC 9(7)V99.
           02 WS-RA-LIQUIDO    PIC 9(7)V99.
           02 WS-RA-QT-APLIC   PIC 9(3).
       01 WS-RA-RETORNO        PIC X(1).

      * DADOS DE TRABALHO DA TRANSFERENCIA EXTERNA (REMESSA).
       77 WS-RM-GRAVOU       PIC X VALUE 'N'.

      * IDENTIFICA E CONFIRMA A CONTAGEM DECLARADA PELO QUE SAI.
       77 WS-CX-OPER-DEST PIC X(4) VALUE SPACES.

      * COFRE DA AGENCIA (TESOURARIA): CEDULAS CONTADAS POR VALOR DE
      * FACE, NA ORDEM DE TM-QT-CEDULA E TC-QT-CEDULA.
       01 WS-CED-FACES-TAB PIC X(21) VALUE "200100050020010005002".
       01 WS-CED-FACES REDEFINES WS-CED-FACES-TAB.
           02 WS-CED-FACE PIC 9(3) OCCURS 7 TIMES.
       01 WS-TS-CEDULAS.
           02 WS-TS-QT-CEDULA PIC 9(5) OCCURS 7 TIMES.
       77 WS-TS-MOEDAS     PIC 9(7)V99 VALUE ZEROS.
       77 WS-TS-VALOR      PIC 9(9)V99 VALUE ZEROS.
       77 WS-TS-VALOR-ED   PIC Z(8)9.99.
       77 WS-TS-SALDO-ED   PIC Z(10)9.99.
       77 WS-TS-QT-ED      PIC Z(6)9.
       77 WS-TS-FACE-ED    PIC ZZ9.
       77 WS-TS-I          PIC 9 VALUE ZEROS.
       77 WS-TS-LIN        PIC 9(2) VALUE ZEROS.
       77 WS-TS-COL        PIC 9(2) VALUE ZEROS.
       77 WS-TS-AGENCIA    PIC 9(3) VALUE ZEROS.
       77 WS-TS-TIPO       PIC X VALUE SPACE.
           88 TS-OP-REMESSA    VALUE 'R' 'r'.
           88 TS-OP-DEVOLUCAO  VALUE 'D' 'd'.
           88 TS-OP-IMPLANTA   VALUE 'I' 'i'.
       77 WS-TS-DOCUMENTO  PIC X(15) VALUE SPACES.
       77 WS-TS-ABERTO     PIC X VALUE 'N'.
       77 WS-TS-OK         PIC X VALUE 'N'.
       77 WS-TS-IMPLANTADO PIC X VALUE 'N'.
       77 WS-TS-ESC        PIC X VALUE 'N'.
       77 WS-TS-SAIDA      PIC X VALUE 'N'.
       77 WS-TS-GRAVOU     PIC X VALUE 'N'.

      * REGRAS POR IDADE: MENOR DE 18 EXIGE RESPONSAVEL NO CADASTRO
      * E A AUTORIZACAO DELE (CPF) EM SAQUE/TRANSFERENCIA.
       77 WS-CPF-RESP-DIG PIC 9(11) VALUE ZEROS.
       77 WS-SENHA-NOVA-OP  PIC 9(4) VALUE ZEROS.
       77 WS-SENHA-CONF-OP  PIC 9(4) VALUE ZEROS.
       77 WS-OP-PERMISSOES  PIC X(10) VALUE SPACES.
       77 WS-OP-AGENCIA     PIC 9(3) VALUE ZEROS.
       77 WS-PERM-POS       PIC 9(2) VALUE ZEROS.
       77 WS-PERM-OK        PIC X VALUE 'N'.
       77 WS-OP-DIAS-SENHA  PIC S9(8) VALUE ZEROS.
       77 WS-FU-ACHADO PIC X VALUE 'N'.
       77 WS-MARGEM-VALOR PIC 9(7)V99 VALUE ZEROS.

      * SCORE INTERNO DE CREDITO NA CONTRATACAO DE EMPRESTIMO: ABAIXO
      * DO CORTE DE RECUSA O EMPRESTIMO E RECUSADO; ABAIXO DO CORTE
      * PLENO (OU CPF AINDA SEM NOTA) O PRINCIPAL FICA LIMITADO AO
      * TETO.  CORTES EM PARAMETROS.DAT, ZERO DESLIGA.
       77 FFSCOR PIC X(02).
           88 SR-ARQ-OK VALUE "00".
       77 WS-SCORE-RECUSA    PIC 9(4) VALUE ZEROS.
       77 WS-SCORE-PLENO     PIC 9(4) VALUE ZEROS.
       77 WS-TETO-EMPR-SCORE PIC 9(7) VALUE ZEROS.
       77 WS-SCORE-ACHADO    PIC X VALUE 'N'.
       77 WS-SCORE-ED        PIC ZZZ9.
       77 WS-TETO-EMPR-ED    PIC Z(6)9.

      * CARTAO DE DEBITO: UM CARTAO NAO CANCELADO POR CONTA.  O NUMERO
      * E O PREFIXO DA BANDEIRA + CONTA + VIA; A VALIDADE E DE
      * WS-CA-ANOS-VALIDADE ANOS A PARTIR DO MES DA EMISSAO.
       77 FFCART PIC 9(02).
           88 FCA-OK       VALUE 00 02.
           88 FCA-EMPTY    VALUE 35.
           88 FCA-OTHER    VALUE 99.
       77 WS-CA-ACAO PIC X VALUE SPACES.
           88 CA-ACAO-EMITIR     VALUE 'E' 'e'.
           88 CA-ACAO-BLOQUEAR   VALUE 'B' 'b'.
           88 CA-ACAO-DESBLOQUEAR VALUE 'D' 'd'.
           88 CA-ACAO-CANCELAR   VALUE 'C' 'c'.
       77 WS-CA-PREFIXO       PIC 9(6) VALUE 589916.
       77 WS-CA-ANOS-VALIDADE PIC 9(2) VALUE 5.
       77 WS-CA-ACHOU         PIC X VALUE 'N'.
       77 WS-CA-ATUAL         PIC 9(16) VALUE ZEROS.
       77 WS-CA-VIAS          PIC 9(5) VALUE ZEROS.
       77 WS-CA-MMAAAA        PIC 9(6) VALUE ZEROS.
       77 WS-CA-VALIDADE-ED   PIC 99/9999.

      * RECLAMACOES DO SAC: ABERTURA, RESPOSTA E ENCERRAMENTO, NESTA
      * ORDEM.  O PRAZO (DIAS UTEIS) SO E MOSTRADO NA CONSULTA; QUEM
      * COBRA O PRAZO E O RELATORIO NOTURNO PRAZO-SAC.
       77 FFSAC PIC 9(02).
           88 FSC-OK       VALUE 00.
           88 FSC-EMPTY    VALUE 35.
       77 WS-SC-ACAO PIC X VALUE SPACES.
           88 SC-ACAO-ABRIR     VALUE 'A' 'a'.
           88 SC-ACAO-RESPONDER VALUE 'R' 'r'.
           88 SC-ACAO-ENCERRAR  VALUE 'E' 'e'.
           88 SC-ACAO-CONSULTAR VALUE 'C' 'c'.
       77 WS-SC-PROTOCOLO   PIC 9(9) VALUE ZEROS.
       77 WS-PRAZO-SAC      PIC 9(2) VALUE 10.
       77 WS-SC-DIAS-ED     PIC ZZZ9.

      * OBITO DO TITULAR (GERENTE): O REGISTRO GRAVA A DATA NO
      * MESTRE DE CLIENTES, PASSA TODAS AS CONTAS DO CPF PARA ESPOLIO
      * E CANCELA OS AUTOMATICOS (AGENDAMENTOS, CONVENIOS, PARCELAS
      * DE EMPRESTIMO, CARTOES E PORTABILIDADE).  O SALDO SO SAI POR
      * LIBERACAO A HERDEIRO NOMEADO EM ORDEM JUDICIAL (ESPOLIO.DAT).
      * O DEMONSTRATIVO PARA O ADVOGADO DOS HERDEIROS E UM SPOOL
      * DATADO CATALOGADO EM CATREL.DAT.
       77 FFESPO PIC 9(02).
           88 FEP-OK       VALUE 00.
           88 FEP-EMPTY    VALUE 35.
       77 FFOBIT PIC X(02).
       77 WS-OB-ACAO PIC X VALUE SPACES.
           88 OB-ACAO-REGISTRAR VALUE 'R' 'r'.
           88 OB-ACAO-POSICAO   VALUE 'P' 'p'.
           88 OB-ACAO-LIBERAR   VALUE 'L' 'l'.
       77 WS-OB-CPF          PIC 9(11) VALUE ZEROS.
       77 WS-OB-NOME         PIC X(35) VALUE SPACES.
       77 WS-OB-DATA         PIC 9(8) VALUE ZEROS.
       77 WS-OB-HOJE         PIC 9(8) VALUE ZEROS.
       77 WS-OB-CONTA        PIC 9(5) VALUE ZEROS.
       77 WS-OB-I            PIC 99 VALUE ZEROS.
       77 WS-OB-QT-CONTAS    PIC 99 VALUE ZEROS.
       77 WS-OB-QT-EM-USO    PIC 99 VALUE ZEROS.
       77 WS-OB-QT-AGENDA    PIC 9(4) VALUE ZEROS.
       77 WS-OB-QT-CONVENIO  PIC 9(4) VALUE ZEROS.
       77 WS-OB-QT-EMPREST   PIC 9(4) VALUE ZEROS.
       77 WS-OB-QT-CARTAO    PIC 9(4) VALUE ZEROS.
       77 WS-OB-QT-PORTABIL  PIC 9(4) VALUE ZEROS.
       77 WS-OB-REGISTRO     PIC X VALUE 'N'.
       77 WS-OB-GRAVOU       PIC X VALUE 'N'.
       77 WS-OB-DISPONIVEL   PIC S9(8)V99 VALUE ZEROS.
       77 WS-OB-VALOR-ED     PIC -(7)9.99.
       77 WS-NOME-OBITO      PIC X(30) VALUE SPACES.

      * PROCURACOES (PROCURAD.DAT): CADASTRO E REVOGACAO PELO GERENTE.
      * SAQUE, TRANSFERENCIA E ENCERRAMENTO ACEITAM O CPF DO
      * PROCURADOR NO LUGAR DA SENHA DO TITULAR; WS-PR-CPF SO FICA
      * PREENCHIDO DURANTE A OPERACAO FEITA POR PROCURADOR, E O
      * COMPROVANTE DA CONTA WS-PR-CONTA SAI COM O NOME DELE.
       77 FFPROC PIC 9(02).
           88 FPR-OK       VALUE 00.
           88 FPR-EMPTY    VALUE 35.
       77 WS-PR-ACAO PIC X VALUE SPACES.
           88 PR-ACAO-INCLUIR   VALUE 'I' 'i'.
           88 PR-ACAO-REVOGAR   VALUE 'R' 'r'.
           88 PR-ACAO-CONSULTAR VALUE 'C' 'c'.
       77 WS-PR-OPERACAO PIC X VALUE SPACE.
           88 PR-OPER-SAQUE     VALUE 'S'.
           88 PR-OPER-TRANSF    VALUE 'T'.
           88 PR-OPER-ENCERRA   VALUE 'E'.
       77 WS-PR-OK           PIC X VALUE 'S'.
       77 WS-PR-ACHOU        PIC X VALUE 'N'.
       77 WS-PR-CPF          PIC 9(11) VALUE ZEROS.
       77 WS-PR-CONTA        PIC 9(5) VALUE ZEROS.
       77 WS-PR-NOME         PIC X(35) VALUE SPACES.
       77 WS-PR-VALOR-MAX    PIC 9(7)V99 VALUE ZEROS.
       77 WS-PR-HOJE         PIC 9(8) VALUE ZEROS.
       77 WS-PR-DOC          PIC 9(9) VALUE ZEROS.
       77 WS-PR-DESC-OPER    PIC X(15) VALUE SPACES.
       77 WS-PR-LINHA        PIC 99 VALUE ZEROS.
       77 WS-PR-QT           PIC 99 VALUE ZEROS.
       77 WS-PR-BRANCO       PIC X(45) VALUE SPACES.
       01 WS-PR-LINHA-CONS.
           02 WS-PRL-CPF     PIC 9(11).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-PRL-NOME    PIC X(20).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-PRL-INICIO  PIC 9(8).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-PRL-FIM     PIC 9(8).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-PRL-OPS     PIC X(3).
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-PRL-TETO    PIC Z(6)9.99.
           02 FILLER         PIC X(1) VALUE SPACE.
           02 WS-PRL-STATUS  PIC X(1).

      * CADASTRO DE EMITENTES DE CHEQUES SEM FUNDOS (CCF.DAT): O
      * COMPENSA-CHEQUES INCLUI O CPF NA SEGUNDA DEVOLUCAO; O GERENTE
      * REGULARIZA AQUI QUANDO O CLIENTE COMPROVA O PAGAMENTO.  CPF
      * INCLUIDO NAO RECEBE TALAO.
       77 FFCCF PIC 9(02).
           88 FCF-OK       VALUE 00.
           88 FCF-EMPTY    VALUE 35.
       77 FFCCFM PIC X(02).
           88 FCM-OK       VALUE "00".
       77 FFNEGA PIC 9(02).
           88 FNG-OK       VALUE 00.
       77 FFNEGM PIC X(02).
           88 FNV-OK       VALUE "00".
       77 WS-CF-CPF          PIC 9(11) VALUE ZEROS.
       77 WS-CF-SITUACAO     PIC X(20) VALUE SPACES.
       77 WS-CF-VALOR-ED     PIC Z(6)9.99.

      * EXTRATO EM OFX PARA O PROGRAMA DE FINANCAS DO CLIENTE: GERADO
      * NA HORA PELO EXPORTA-OFX PARA O PERIODO PEDIDO, OU TODO MES
      * PELO OFX-MENSAL PARA A CONTA ADERIDA (OFXADE.DAT).
       77 FFOFXA PIC 9(02).
           88 FOX-OK       VALUE 00.
           88 FOX-EMPTY    VALUE 35.

       77 FFTESM PIC 9(02).
           88 FTM-OK       VALUE 00.
           88 FTM-EMPTY    VALUE 35.

       77 FFTESC PIC 9(02).
           88 FTC-OK       VALUE 00.
           88 FTC-EMPTY    VALUE 35.
       77 WS-OX-ACAO PIC X VALUE SPACES.
           88 OX-ACAO-GERAR     VALUE 'G' 'g'.
           88 OX-ACAO-MENSAL    VALUE 'M' 'm'.
       77 WS-OX-ADERIDA      PIC X VALUE 'N'.
       77 WS-OX-QT-ED        PIC ZZZZZ9.
       01 WS-OFX-PEDIDO.
           02 WS-OFX-CONTA        PIC 9(5).
           02 WS-OFX-AGENCIA      PIC 9(3).
           02 WS-OFX-TIPO-CONTA   PIC X(1).
           02 WS-OFX-SALDO-ATUAL  PIC S9(8)V99.
           02 WS-OFX-DATA-INI     PIC 9(8).
           02 WS-OFX-DATA-FIM     PIC 9(8).
       01 WS-OFX-ARQUIVO          PIC X(30) VALUE SPACES.
       01 WS-OFX-QT-MOVTOS        PIC 9(6) VALUE ZEROS.
       01 WS-OFX-RETORNO          PIC X(1) VALUE SPACE.

      * SEGUNDA PAGINA DO MENU DE MAIS SERVICOS.
       77 WS-OPSERV2 PIC X VALUE SPACES.
           88 SV2-CARTOES   VALUE 'C' 'c'.
           88 SV2-SAC       VALUE 'R' 'r'.
           88 SV2-OBITO     VALUE 'O' 'o'.
           88 SV2-PROCURADOR VALUE 'P' 'p'.
           88 SV2-CCF       VALUE 'F' 'f'.
           88 SV2-OFX       VALUE 'X' 'x'.
           88 SV2-TESOURARIA VALUE 'T' 't'.
           88 SV2-ALERTAS   VALUE 'A' 'a'.
           88 SV2-UNIFICA   VALUE 'U' 'u'.
           88 SV2-TRANSF-AG VALUE 'M' 'm'.
           88 SV2-SAQ-AGENDA VALUE 'S' 's'.
           88 SV2-CALCULADORA VALUE 'Q' 'q'.

      * ALERTAS POR SMS/E-MAIL: CONTATO E PREFERENCIAS DIGITADOS NA
      * TELA ANTES DE IR PARA O MESTRE DE CLIENTES.
       77 WS-AL-CELULAR   PIC 9(11) VALUE ZEROS.
       77 WS-AL-EMAIL     PIC X(50) VALUE SPACES.
       77 WS-AL-CANAL     PIC X VALUE SPACES.
           88 AL-CANAL-OK    VALUE 'S' 'E' 'A' 'N'.
           88 AL-CANAL-SMS   VALUE 'S' 'A'.
           88 AL-CANAL-EMAIL VALUE 'E' 'A'.
           88 AL-CANAL-NENHUM VALUE 'N'.
       77 WS-AL-DEBITO    PIC 9(7)V99 VALUE ZEROS.
       77 WS-AL-CHEQUE    PIC X VALUE SPACES.
           88 AL-CHEQUE-OK   VALUE 'S' 'N'.
       77 WS-AL-AGENDA    PIC X VALUE SPACES.
           88 AL-AGENDA-OK   VALUE 'S' 'N'.
       77 WS-AL-DEBITO-ED PIC Z(6)9.99.
       77 WS-AL-ARROBAS   PIC 99 VALUE ZEROS.

      * CORRECAO / UNIFICACAO DE CPF (GERENTE).  MODO 'P' SO ESCREVE
      * A PREVIA; MODO 'E' GRAVA E AUDITA.  CORRECAO = DESTINO SEM
      * CADASTRO; UNIFICACAO = DESTINO JA CADASTRADO.
       77 FFUNIF PIC X(02).
       77 WS-NOME-UNIFICA  PIC X(30) VALUE SPACES.
       77 WS-UN-ORIGEM     PIC 9(11) VALUE ZEROS.
       77 WS-UN-DESTINO    PIC 9(11) VALUE ZEROS.
       77 WS-UN-HOJE       PIC 9(8) VALUE ZEROS.
       77 WS-UN-MODO       PIC X VALUE SPACE.
           88 UN-PREVIA       VALUE 'P'.
           88 UN-EXECUTA      VALUE 'E'.
       77 WS-UN-TIPO       PIC X VALUE SPACE.
           88 UN-CORRECAO     VALUE 'C'.
           88 UN-UNIFICACAO   VALUE 'U'.
       77 WS-UN-ARQ        PIC X(8) VALUE SPACES.
       77 WS-UN-CAMPO      PIC X(7) VALUE SPACES.
       77 WS-UN-CHAVE      PIC X(29) VALUE SPACES.
       77 WS-UN-QT-REGISTROS PIC 9(6) VALUE ZEROS.
       77 WS-UN-QT-EM-USO  PIC 9(4) VALUE ZEROS.
       77 WS-UN-QT-ED      PIC ZZZZZ9.

      * MUDANCA DE AGENCIA DE UMA CONTA (GERENTE).  O TRANSFERE-CONTA
      * DA NUMERO NOVO DA SEQCONTA.DAT, REGRAVA OS ARQUIVOS E DEIXA A
      * REFERENCIA CRUZADA EM CONTAREF.DAT.
       77 WS-TA-CONTA      PIC 9(5) VALUE ZEROS.
       77 WS-TA-AGENCIA    PIC 9(3) VALUE ZEROS.
       77 WS-TA-QT-ED      PIC ZZZZZ9.
       01 WS-TC-PEDIDO.
           02 WS-TC-CONTA-ANTIGA  PIC 9(5).
           02 WS-TC-AGENCIA-NOVA  PIC 9(3).
           02 WS-TC-OPERADOR      PIC X(4).
       01 WS-TC-RESULTADO.
           02 WS-TC-CONTA-NOVA    PIC 9(5).
           02 WS-TC-AGENCIA-ANTIGA PIC 9(3).
           02 WS-TC-CPF           PIC 9(11).
           02 WS-TC-QT-REGISTROS  PIC 9(6).
           02 WS-TC-QT-FALHAS     PIC 9(6).
       01 WS-TC-RETORNO           PIC X(1).
       77 WS-UN-FIM        PIC X VALUE 'N'.
       77 WS-UN-GRAVOU     PIC X VALUE 'N'.
       77 WS-UN-MUDA-1     PIC X VALUE 'N'.
       77 WS-UN-MUDA-2     PIC X VALUE 'N'.
       77 WS-UN-MUDA-3     PIC X VALUE 'N'.
       77 WS-UN-EX-CHAVE-ANT PIC X(29) VALUE SPACES.
      * CHAVE DE TRANSFERENCIA DO TIPO CPF (O PROPRIO NUMERO).
       01 WS-UN-PIX-ORIGEM.
           02 WS-UN-PIX-CPF-O PIC 9(11).
           02 FILLER          PIC X(29) VALUE SPACES.
       01 WS-UN-PIX-DESTINO.
           02 WS-UN-PIX-CPF-D PIC 9(11).
           02 FILLER          PIC X(29) VALUE SPACES.
      * DADOS PESSOAIS DO MESTRE DO DESTINO, COPIADOS PARA AS CONTAS
      * QUE MUDAM DE TITULAR.
       77 WS-UN-TEM-MESTRE PIC X VALUE 'N'.
       77 WS-UN-NOME       PIC X(35) VALUE SPACES.
       77 WS-UN-ENDER      PIC X(59) VALUE SPACES.
       77 WS-UN-NASC       PIC 9(8) VALUE ZEROS.
      * CONTAS QUE CITAM O CPF DE ORIGEM (TITULAR, SEGUNDO TITULAR OU
      * RESPONSAVEL LEGAL).
       77 WS-UN-I          PIC 9(3) VALUE ZEROS.
       77 WS-UN-QT-CONTAS  PIC 9(3) VALUE ZEROS.
       01 TAB-UN-CONTAS.
           02 TAB-UN-CONTA PIC 9(5) OCCURS 200 TIMES.
      * SITUACAO DO CPF DE ORIGEM NO CCF, PARA SOMAR A DO DESTINO.
       77 WS-UN-CF-SALVO     PIC X(63) VALUE SPACES.
       77 WS-UN-CF-QT        PIC 9(3) VALUE ZEROS.
       77 WS-UN-CF-ULT-DEVOL PIC 9(8) VALUE ZEROS.
       77 WS-UN-CF-ULT-CONTA PIC 9(5) VALUE ZEROS.
       77 WS-UN-CF-ULT-CHEQUE PIC 9(6) VALUE ZEROS.
       77 WS-UN-CF-ULT-VALOR PIC 9(7)V99 VALUE ZEROS.
       77 WS-UN-CF-STATUS    PIC X VALUE SPACE.
       77 WS-UN-CF-INCLUSAO  PIC 9(8) VALUE ZEROS.
       77 WS-UN-CF-JA-INCL   PIC X VALUE 'N'.
      * NOTA DO CPF DE ORIGEM NO SCORE.
       77 WS-UN-SR-SALVO     PIC X(55) VALUE SPACES.
       77 WS-UN-SR-PONTOS    PIC 9(4) VALUE ZEROS.
      * DIVIDAS EM NEGATIVACAO DO CPF DE ORIGEM (ORIGEM + CONTRATO) E
      * O NOME COM QUE A DIVIDA FOI AO BUREAU.
       77 WS-UN-QT-NG      PIC 9(3) VALUE ZEROS.
       01 TAB-UN-NEGATIV.
           02 TAB-UN-NG OCCURS 100 TIMES.
               03 TAB-UN-NG-ORIGEM   PIC X(1).
               03 TAB-UN-NG-CONTRATO PIC 9(8).
       77 WS-UN-NG-NOME-ANT PIC X(35) VALUE SPACES.
      * FAIXA DA BASE DE TREINAMENTO (MODO-TREINO), NO CANTO DA
      * PRIMEIRA LINHA DE CADA TELA LIMPA.
       77 WS-FAIXA-TREINO  PIC X(20) VALUE SPACES.
      * JORNAL DE ATUALIZACOES (JORNAL): IMAGEM DO REGISTRO ANTES E
      * DEPOIS DE CADA GRAVACAO NOS ARQUIVOS MESTRES, PARA O
      * RECUPERA-JORNAL REFAZER O DIA POR CIMA DE UM BACKUP.
       77 WS-JN-FUNCAO     PIC X(1) VALUE SPACE.
       77 WS-JN-ARQUIVO    PIC X(10) VALUE SPACES.
       77 WS-JN-STATUS     PIC X(2) VALUE SPACES.
       01 WS-JN-REGISTRO   PIC X(220) VALUE SPACES.

       COPY screenio.

       SCREEN SECTION.
       01 EE-LIMPA
           BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(20) FROM WS-FAIXA-TREINO
               FOREGROUND-COLOR 4.

       01 ES-LOGON.
           02 LINE 09 COLUMN 29 VALUE 'OPERADOR:'.

       PROCEDURE DIVISION.
       EE-FTELA.
           CALL "MODO-TREINO" USING WS-FAIXA-TREINO
           DISPLAY ':::::::::::::::::::::::::::::'-
           ':::::::::::::::::::::::::::' AT 0125
           DISPLAY '::                                               '-
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           MOVE "BANCOPEL" TO WS-JN-ARQUIVO
           CALL "JORNAL" USING BY CONTENT "I"
               BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO WS-JN-STATUS

           PERFORM LOGON THRU END-LOGON

               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           PERFORM JORNAL-FIM-TRANSACAO
           CLOSE CAD EXTRATO AUDITORIA COMPROVANTE AGENDA CONVENIO
               CHAVES CHEQUES EMPRESTIMO APLICACAO REMESSA IOF
               CLIENTE AGMASTER PENDOPS CAIXAMOV SEQCONTA RESTRITO
               LIMPROP PACOTES PORTABIL CHQDEP BLOQJUD ARRECAD IRRF
               OPERADOR SAQAGEND ARRCRED.
           STOP RUN.

      * LOGON PELO CADASTRO DE OPERADORES (OPERADOR.DAT): SENHA
           ELSE
               MOVE "SNNNNNNNNN" TO OP-PERMISSOES
           END-IF
           MOVE ZEROS TO OP-AGENCIA
           WRITE REG-OPERADOR
               INVALID KEY
                   CONTINUE

           MOVE 'S' TO WS-OP-ACHOU
           MOVE OP-PAPEL TO WS-OPERADOR-PAPEL
           MOVE OP-PERMISSOES TO WS-OP-PERMISSOES
           MOVE OP-AGENCIA TO WS-OP-AGENCIA.
       END-CONFERE-LOGON.

       TROCA-SENHA-OPERADOR.
                   DISPLAY "CLIENTE JA CADASTRADO - CONFIRME OS DADOS"
                       AT 0302
           END-READ
           IF FC2-OK AND CL-DATA-OBITO > ZEROS
               MOVE "CPF COM OBITO REGISTRADO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2355 FOREGROUND-COLOR 0
               GO ADCIONAW
           END-IF

           ACCEPT ES-DNOME.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ADCIONAW
           END-IF

           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           WRITE CADASTRO-REGISTRO

           INVALID KEY
               MOVE ZEROS TO CD-CPF

           NOT INVALID KEY
               PERFORM JN-DEPOIS-AGENCIA
               PERFORM GRAVA-CLIENTE-MASTER
                   THRU END-GRAVA-CLIENTE-MASTER
               MOVE "INCLUIR" TO WS-AUD-OP
               GO ALTERAW
           END-IF

      *    CONTA EM ESPOLIO NAO TEM O STATUS ALTERADO AQUI - O
      *    ALTERA NAO REATIVA CONTA DE TITULAR FALECIDO.
           IF FS-OK AND NOT CONTA-ESPOLIO
               ACCEPT ES-DSTATUS
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO ALTERAW
           END-IF
           MOVE FUNCTION UPPER-CASE(CD-STATUS) TO CD-STATUS
           IF NOT CONTA-ATIVA AND NOT CONTA-BLOQUEADA
               AND NOT CONTA-ESPOLIO
               MOVE "STATUS INVALIDO, USE A OU B" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               GO ALTERAW
           END-IF

           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA.
           MOVE "ALTERACOES CONCLUIDAS" TO MS-GMENSAGEMS
           DISPLAY MS-GMENSAGEMS AT 2330
           FOREGROUND-COLOR 7
           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO

           IF MSG-OP-S
               MOVE "D" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-AGENCIA
               DELETE CAD
               END-DELETE
               PERFORM JN-DEPOIS-AGENCIA
               MOVE "EXCLUIR" TO WS-AUD-OP
               MOVE CD-CPF TO WS-AUD-CHAVE
               MOVE "CLIENTE EXCLUIDO" TO WS-AUD-DESC
           IF FSQ-NAO-ACHADO
               MOVE ZEROS TO SQ-CHAVE
               MOVE ZEROS TO SQ-ULTIMA
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-SEQCONTA
               WRITE REG-SEQCONTA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               PERFORM JN-DEPOIS-SEQCONTA
           END-IF

           ADD 1 TO SQ-ULTIMA
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-SEQCONTA
           REWRITE REG-SEQCONTA
           END-REWRITE
           PERFORM JN-DEPOIS-SEQCONTA
           UNLOCK SEQCONTA

           MOVE SQ-ULTIMA TO WS-CONTA-SEQ
           DISPLAY LP-QT-SALARIOS AT 2074
           DISPLAY "DEVOLVIDOS:" AT 2164
           DISPLAY LP-QT-DEVOLVIDOS AT 2176
           DISPLAY "SCORE:" AT 2264
           IF LP-SEM-SCORE = 'S'
               DISPLAY "----" AT 2276
           ELSE
               DISPLAY LP-SCORE AT 2276
           END-IF

           DISPLAY "ACAO (A-APLICAR / R-RECUSAR):" AT 2329.
           MOVE SPACES TO WS-LP-ACAO.
           END-IF

           MOVE LP-LIMITE-PROPOSTO TO VL-LIMITE
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           UNLOCK CAD
           SET LP-APLICADA TO TRUE
           REWRITE REG-LIMPROP
               PERFORM POSICAO-CHEQUES THRU END-POSICAO-CHQ
               PERFORM POSICAO-CONVENIOS THRU END-POSICAO-CNV
               PERFORM POSICAO-AGENDA THRU END-POSICAO-AGE
           END-PERFORM

           MOVE WS-PS-CPF TO WS-CF-CPF
           PERFORM SITUACAO-CCF THRU END-SITUACAO-CCF
           MOVE SPACES TO WS-PS-DETALHE
           EVALUATE TRUE
               WHEN CF-INCLUIDO
                   STRING "CCF: INCLUIDO EM " CF-DATA-INCLUSAO
                       " - " CF-QT-DEVOLUCOES " DEVOLUCAO(OES)"
                       DELIMITED BY SIZE INTO WS-PS-DETALHE
               WHEN CF-EXCLUIDO
                   STRING "CCF: REGULARIZADO EM " CF-DATA-EXCLUSAO
                       " - " CF-QT-DEVOLUCOES " DEVOLUCAO(OES) DESDE"
                       DELIMITED BY SIZE INTO WS-PS-DETALHE
               WHEN CF-MONITORADO
                   STRING "CCF: NAO INCLUIDO - 1 DEVOLUCAO EM "
                       CF-DATA-ULT-DEVOL
                       DELIMITED BY SIZE INTO WS-PS-DETALHE
               WHEN OTHER
                   MOVE "CCF: NADA CONSTA" TO WS-PS-DETALHE
           END-EVALUATE
           PERFORM PS-GRAVA-LINHA.
       END-MONTA-POSICAO.

      * LE A SITUACAO DO CPF WS-CF-CPF NO CCF.DAT; CPF SEM REGISTRO
      * (OU ARQUIVO AINDA NAO CRIADO) VOLTA COM CF-STATUS EM BRANCO.
       SITUACAO-CCF.
           MOVE SPACES TO REG-CCF
           OPEN INPUT CCF
           IF NOT FCF-OK
               GO END-SITUACAO-CCF
           END-IF
           MOVE WS-CF-CPF TO CF-CPF
           READ CCF
               INVALID KEY
                   MOVE SPACES TO REG-CCF
           END-READ
           CLOSE CCF.
       END-SITUACAO-CCF.

       COLETA-CONTA-CPF.
           READ CAD NEXT RECORD
               AT END
           MOVE ZEROS TO FFEMPR
           IF WS-PS-QT-ITENS > 0
               MOVE SPACES TO WS-PS-DETALHE
               STRING "  EMPRESTIMOS EM ABERTO " WS-PS-QT-ITENS
                   "  PARCELAS A VENCER " WS-PS-RESTANTES
                   DELIMITED BY SIZE INTO WS-PS-DETALHE
               PERFORM PS-GRAVA-LINHA
           IF FM-OK AND EM-CONTA NOT = WS-PS-CONTA
               MOVE 99 TO FFEMPR
           END-IF
           IF FM-OK AND (EM-ATIVO OR EM-SUSPENSO)
               ADD 1 TO WS-PS-QT-ITENS
               COMPUTE WS-PS-RESTANTES = WS-PS-RESTANTES
                   + EM-QT-PARCELAS - EM-PARCELAS-PAGAS
                   MOVE WS-DATA-MOVTO TO OP-DATA-TROCA
                   MOVE 90 TO OP-VALIDADE-DIAS
                   MOVE "SNNNNNNNNN" TO OP-PERMISSOES
                   MOVE ZEROS TO OP-AGENCIA
               NOT INVALID KEY
                   DISPLAY "JA CADASTRADO - ALTERANDO" AT 0951
           END-READ
               MOVE ZEROS TO OP-ERROS
           END-IF

      *    AGENCIA DE LOTACAO: DEFINE O COFRE DE ONDE SAI E PARA ONDE
      *    VOLTA O NUMERARIO DA GAVETA DO OPERADOR.
           DISPLAY "AGENCIA DE LOTACAO (0=SEM):" AT 1829.
           DISPLAY OP-AGENCIA AT 1857.
           ACCEPT OP-AGENCIA AT 1857.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-OPERADORES
           END-IF
           IF OP-AGENCIA > ZEROS
               MOVE OP-AGENCIA TO AM-CODIGO
               READ AGMASTER
                   INVALID KEY
                       MOVE "AGENCIA NAO CADASTRADA NO MESTRE"
                           TO MS-GMENSAGEMS
                       DISPLAY MS-GMENSAGEMS AT 2330
                       FOREGROUND-COLOR 7
                       ACCEPT MS-GMENSAGEMS AT 2362 FOREGROUND-COLOR 0
                       GO MANTEM-OPERADORESW
               END-READ
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO MANTEM-OPERADORESW
           IF WS-CB-VENCTO > 0 AND WS-CB-VENCTO < WS-DATA-MOVTO
               DISPLAY "BOLETO VENCIDO" AT 1351
           END-IF
           IF WS-CONVENIO-LOJA > 0
               AND WS-CB-CONVENIO = WS-CONVENIO-LOJA
               DISPLAY "CREDIARIO DA LOJA - CUPOM" AT 1429
               DISPLAY WS-CB-BARRAS-X(37:6) AT 1455
               DISPLAY "PARCELA" AT 1462
               DISPLAY WS-CB-BARRAS-X(43:2) AT 1470
           END-IF

           DISPLAY "FORMA (D-DINHEIRO / C-DEBITO EM CONTA):" AT 1529.
           MOVE SPACE TO WS-AR-FORMA.
               UNTIL WS-CX-GRAVOU = 'S' OR CX-SEQ > 99999

           PERFORM ACUMULA-ARRECADACAO THRU END-ACUMULA-ARRECADACAO
           PERFORM REGISTRA-ARRECAD-CRED THRU END-REGISTRA-ARRECAD-CRED
           PERFORM COMPROVA-ARRECADACAO THRU END-COMPROVA-ARRECADACAO

           MOVE "ARRECADA" TO WS-AUD-OP
               GO END-ARRECADA-CONTA
           END-IF
           IF CONTA-BLOQUEADA OR CONTA-ENCERRADA
               OR CONTA-PENDENTE OR CONTA-RECUSADA OR CONTA-ESPOLIO
               MOVE "CONTA NAO MOVIMENTA" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7

           MOVE CD-CONTA TO WS-BJ-CONTA
           PERFORM SOMA-BLOQ-JUDICIAL THRU END-SOMA-BLOQ-JUDICIAL
           MOVE CD-CONTA TO WS-SG-CONTA
           PERFORM SOMA-SAQUE-AGENDADO THRU END-SOMA-SAQUE-AGENDADO
           IF VL-SALDO - WS-CB-VALOR - WS-BJ-TOTAL - WS-SG-TOTAL
               < 0 - VL-LIMITE
               MOVE "SALDO DISPONIVEL INSUFICIENTE" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
           SUBTRACT WS-CB-VALOR FROM VL-SALDO
           MOVE WS-CB-VALOR TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE 'S' TO EX-TIPO
           MOVE WS-CB-VALOR TO EX-VALOR
           MOVE 'AR' TO WS-EX-ORIGEM
           UNLOCK CAD

           PERFORM ACUMULA-ARRECADACAO THRU END-ACUMULA-ARRECADACAO
           PERFORM REGISTRA-ARRECAD-CRED THRU END-REGISTRA-ARRECAD-CRED
           MOVE "PAGAMENTO DEBITADO" TO MS-GMENSAGEMS
           DISPLAY MS-GMENSAGEMS AT 2330
           FOREGROUND-COLOR 7
                   ELSE
                       ADD WS-CB-VALOR TO AR-TOTAL-CONTA
                   END-IF
                   MOVE "W" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-ARRECAD
                   WRITE REG-ARRECAD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM JN-DEPOIS-ARRECAD
               NOT INVALID KEY
                   ADD 1 TO AR-QT-PAGAMENTOS
                   IF AR-FORMA-DINHEIRO
                   ELSE
                       ADD WS-CB-VALOR TO AR-TOTAL-CONTA
                   END-IF
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-ARRECAD
                   REWRITE REG-ARRECAD
                   PERFORM JN-DEPOIS-ARRECAD
           END-READ.
       END-ACUMULA-ARRECADACAO.

      * PARCELA DO CREDIARIO DA LOJA: A CHAVE DA PARCELA VEM DO
      * CAMPO LIVRE (CPF SEM DVS, CUPOM, PARCELA) E O PAGAMENTO FICA
      * PENDENTE DE BAIXA, NUMERADO DENTRO DA DATA DE MOVIMENTO.
       REGISTRA-ARRECAD-CRED.
           IF WS-CONVENIO-LOJA = ZEROS
               OR WS-CB-CONVENIO NOT = WS-CONVENIO-LOJA
               GO END-REGISTRA-ARRECAD-CRED
           END-IF
           MOVE SPACES TO REG-ARRCRED
           MOVE WS-DATA-MOVTO TO AC-DATA
           MOVE 1 TO AC-SEQ
           MOVE WS-CB-BARRAS-X(28:9) TO AC-CPF-BASE
           MOVE WS-CB-BARRAS-X(37:6) TO AC-CUPOM
           MOVE WS-CB-BARRAS-X(43:2) TO AC-PARCELA
           MOVE WS-CB-VENCTO TO AC-VENCIMENTO
           MOVE WS-CB-VALOR TO AC-VALOR
           IF AR-FORMA-DINHEIRO
               SET AC-DINHEIRO TO TRUE
           ELSE
               SET AC-CONTA TO TRUE
           END-IF
           MOVE WS-OPERADOR-ID TO AC-OPERADOR
           SET AC-PENDENTE TO TRUE
           MOVE ZEROS TO AC-DATA-BAIXA
           MOVE 'N' TO WS-AC-GRAVOU
           PERFORM GRAVA-ARRCRED THRU END-GRAVA-ARRCRED
               UNTIL WS-AC-GRAVOU = 'S' OR AC-SEQ > 99998.
       END-REGISTRA-ARRECAD-CRED.

       GRAVA-ARRCRED.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-ARRCRED
           WRITE REG-ARRCRED
               INVALID KEY
                   ADD 1 TO AC-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-AC-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-ARRCRED.
       END-GRAVA-ARRCRED.

      * COMPROVANTE AUTENTICADO DO PAGAMENTO EM DINHEIRO - SEM CONTA
      * DE CLIENTE, MAS COM NUMERO DE DOCUMENTO DO SISTEMA.
       COMPROVA-ARRECADACAO.
                   MOVE FUNCTION CURRENT-DATE TO SDATADMA
                   MOVE SDATTEMPO TO BJ-DATA-LEVANTA
                   SET BJ-LEVANTADO TO TRUE
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-BLOQJUD
                   REWRITE REG-BLOQJUD
                   END-REWRITE
                   PERFORM JN-DEPOIS-BLOQJUD
                   MOVE "BLOQ-LEV" TO WS-AUD-OP
                   MOVE WS-BJ-CONTA TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-DESC
       END-BLOQUEIO-JUDICIAL.

       GRAVA-BLOQJUD.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-BLOQJUD
           WRITE REG-BLOQJUD
               INVALID KEY
                   ADD 1 TO BJ-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-BJ-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-BLOQJUD.
       END-GRAVA-BLOQJUD.

      * DEPOSITO DE CHEQUE DE OUTRO BANCO: REGISTRA O CHEQUE EM
           END-IF

           IF CONTA-BLOQUEADA OR CONTA-ENCERRADA
               OR CONTA-PENDENTE OR CONTA-RECUSADA OR CONTA-ESPOLIO
               MOVE "CONTA NAO MOVIMENTA" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               UNTIL WS-QD-GRAVOU = 'S' OR QD-SEQ > 99999

           ADD QD-VALOR TO VL-SALDO-BLOQUEADO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE "CHQ-DEP" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE "CHEQUE DE OUTRO BANCO DEPOSITADO" TO WS-AUD-DESC
       END-REGISTRA-CHQ-DEP.

       GRAVA-CHQDEP.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CHQDEP
           WRITE REG-CHQDEP
               INVALID KEY
                   ADD 1 TO QD-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-QD-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-CHQDEP.
       END-GRAVA-CHQDEP.

       DEVOLVE-CHQ-DEP.
           END-IF

           SUBTRACT QD-VALOR FROM VL-SALDO-BLOQUEADO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           SET QD-DEVOLVIDO TO TRUE
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CHQDEP
           REWRITE REG-CHQDEP
           END-REWRITE
           PERFORM JN-DEPOIS-CHQDEP
           MOVE "CHQ-DEV" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE "CHEQUE DEPOSITADO DEVOLVIDO" TO WS-AUD-DESC
       ENCERRAW.
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.
           MOVE ZEROS TO WS-PR-CPF.

           PERFORM EE-FTELA
           DISPLAY 'E N C E R R A M E N T O' AT 0639
               GO ENCERRAW
           END-IF

      *    CONTA EM ESPOLIO SO ENCERRA DEPOIS DE TODO O SALDO LIBERADO
      *    AOS HERDEIROS - O SALDO DO FALECIDO NAO SAI NO GUICHE.
           IF CONTA-ESPOLIO AND VL-SALDO NOT = ZEROS
               MOVE "ESPOLIO COM SALDO - LIBERE AOS HERDEIROS"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2370 FOREGROUND-COLOR 0
               GO ENCERRAW
           END-IF

      *    PROCURADOR COM PODER DE ENCERRAR; O SALDO QUE ELE RECEBE
      *    NO GUICHE RESPEITA O TETO DA PROCURACAO.
           MOVE 'E' TO WS-PR-OPERACAO
           PERFORM IDENTIFICA-PROCURADOR THRU END-IDENTIFICA-PROCURADOR
           IF WS-PR-OK = 'N'
               GO ENCERRAW
           END-IF
           IF WS-PR-CPF > ZEROS AND VL-SALDO > WS-PR-VALOR-MAX
               MOVE "SALDO ACIMA DO TETO DA PROCURACAO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2364 FOREGROUND-COLOR 0
               GO ENCERRAW
           END-IF

           DISPLAY ES-DNOME
           DISPLAY ES-DCONTA
           DISPLAY "SALDO     R$ " AT 1929 VL-SALDO
               MOVE VL-SALDO TO VL-SAQUE
               MOVE ZEROS TO VL-SALDO
               MOVE 'S' TO CD-ULT-MOVTO
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-AGENCIA
               REWRITE CADASTRO-REGISTRO
               END-REWRITE
               PERFORM JN-DEPOIS-AGENCIA
               MOVE 'S' TO EX-TIPO
               MOVE WS-EN-VALOR-PAGO TO EX-VALOR
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
               PERFORM GRAVA-COMPROVANTE THRU END-GRAVA-COMPROVANTE
           END-IF

           MOVE "ENCERRAMENTO" TO WS-PR-DESC-OPER
           PERFORM AUDITA-PROCURADOR THRU END-AUDITA-PROCURADOR
           MOVE "CONTA ENCERRADA A PEDIDO DO CLIENTE" TO WS-AUD-DESC
           IF WS-PR-CPF > ZEROS
               MOVE "CONTA ENCERRADA A PEDIDO DO PROCURADOR"
                   TO WS-AUD-DESC
           END-IF
           IF CONTA-ESPOLIO
               MOVE "ESPOLIO ENCERRADO APOS A PARTILHA" TO WS-AUD-DESC
           END-IF
           MOVE 'E' TO CD-STATUS
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           UNLOCK CAD
           MOVE "ENCERRAR" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA

           PERFORM IMPRIME-ENCERRAMENTO THRU END-IMPRIME-ENCERRAMENTO
           ACCEPT MS-GMENSAGEMS AT 2361 FOREGROUND-COLOR 0
           GO ENCERRAW.
       END-ENCERRA-CONTA.
           MOVE ZEROS TO WS-PR-CPF
           UNLOCK CAD.

      * PENDENCIAS QUE IMPEDEM O ENCERRAMENTO, COLETADAS COM AS
               GO END-MANTEM-PORTABILIDADE
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO (OBITO)" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2354 FOREGROUND-COLOR 0
               GO PORTABILW
           END-IF

           PERFORM PEDE-SENHA-CLIENTE THRU END-PEDE-SENHA-CLIENTE
           IF WS-SENHA-OK = 'N'
               GO PORTABILW
       END-MANTEM-PORTABILIDADE.
           UNLOCK CAD.

      * CARTAO DE DEBITO: EMITE, BLOQUEIA, DESBLOQUEIA OU CANCELA O
      * CARTAO DA CONTA EM CARTAO.DAT.  O TITULAR CONFIRMA COM A
      * SENHA; BLOQUEIO (PERDA, ROUBO) VALE NA HORA PARA O
      * AUTORIZA-CARTAO, QUE RECUSA COMPRA E SAQUE DE CARTAO QUE NAO
      * ESTEJA ATIVO.  TODA ACAO E AUDITADA.
       MANTEM-CARTOES.
       CARTOESW.
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'C A R T A O   D E   D E B I T O' AT 0635
           DISPLAY 'CPF DO TITULAR' AT 0729
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           PERFORM LUSUARIO THRU END-LUSUARIO.

           IF FS-OTHER
               GO END-MANTEM-CARTOES
           END-IF

           PERFORM PEDE-SENHA-CLIENTE THRU END-PEDE-SENHA-CLIENTE
           IF WS-SENHA-OK = 'N'
               GO CARTOESW
           END-IF

           DISPLAY ES-DNOME
           DISPLAY ES-DCONTA

           OPEN I-O CARTAO
           IF FCA-EMPTY
               OPEN OUTPUT CARTAO
               CLOSE CARTAO
               OPEN I-O CARTAO
           END-IF
           IF NOT FCA-OK
               MOVE "NAO FOI POSSIVEL ABRIR CARTAO.DAT" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2364 FOREGROUND-COLOR 0
               GO END-MANTEM-CARTOES
           END-IF

           PERFORM LOCALIZA-CARTAO THRU END-LOCALIZA-CARTAO
           IF WS-CA-ACHOU = 'S'
               MOVE CA-VALIDADE(5:2) TO WS-CA-MMAAAA(1:2)
               MOVE CA-VALIDADE(1:4) TO WS-CA-MMAAAA(3:4)
               MOVE WS-CA-MMAAAA TO WS-CA-VALIDADE-ED
               DISPLAY "CARTAO ATUAL:" AT 1929
               DISPLAY CA-NUMERO AT 1943
               DISPLAY WS-CA-VALIDADE-ED AT 1961
               DISPLAY CA-STATUS AT 1970
           ELSE
               DISPLAY "CONTA SEM CARTAO DE DEBITO" AT 1929
           END-IF

           DISPLAY "ACAO (E-EMITIR B-BLOQ D-DESBLOQ C-CANCELAR):"
               AT 2029.
           MOVE SPACES TO WS-CA-ACAO.
           ACCEPT WS-CA-ACAO AT 2074.
           IF COB-CRT-STATUS = COB-SCR-ESC
               CLOSE CARTAO
               GO END-MANTEM-CARTOES
           END-IF

           EVALUATE TRUE
               WHEN CA-ACAO-EMITIR
                   PERFORM EMITE-CARTAO THRU END-EMITE-CARTAO
               WHEN CA-ACAO-BLOQUEAR OR CA-ACAO-DESBLOQUEAR
                   OR CA-ACAO-CANCELAR
                   PERFORM SITUACAO-CARTAO THRU END-SITUACAO-CARTAO
               WHEN OTHER
                   MOVE "ACAO INVALIDA, USE E, B, D OU C"
                       TO MS-GMENSAGEMS
           END-EVALUATE
           CLOSE CARTAO
           DISPLAY MS-GMENSAGEMS AT 2330
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2370 FOREGROUND-COLOR 0
           GO CARTOESW.
       END-MANTEM-CARTOES.
           UNLOCK CAD.

      * PERCORRE OS CARTOES DA CONTA PELA CHAVE ALTERNATIVA: GUARDA
      * O CARTAO NAO CANCELADO (SE HOUVER) EM WS-CA-ATUAL E A MAIOR
      * VIA JA EMITIDA EM WS-CA-VIAS.  SAI COM O CARTAO ATUAL LIDO.
       LOCALIZA-CARTAO.
           MOVE 'N' TO WS-CA-ACHOU
           MOVE ZEROS TO WS-CA-ATUAL WS-CA-VIAS
           MOVE CD-CONTA TO CA-CONTA
           START CARTAO KEY IS = CA-CONTA
               INVALID KEY
                   MOVE 99 TO FFCART
           END-START
           PERFORM LE-CARTAO-CONTA THRU END-LE-CARTAO-CONTA
               UNTIL FCA-OTHER
           MOVE ZEROS TO FFCART
           IF WS-CA-ACHOU = 'S'
               MOVE WS-CA-ATUAL TO CA-NUMERO
               READ CARTAO
                   INVALID KEY
                       MOVE 'N' TO WS-CA-ACHOU
               END-READ
           END-IF.
       END-LOCALIZA-CARTAO.

       LE-CARTAO-CONTA.
           READ CARTAO NEXT RECORD
               AT END
                   MOVE 99 TO FFCART
           END-READ
           IF FCA-OK AND CA-CONTA NOT = CD-CONTA
               MOVE 99 TO FFCART
           END-IF
           IF FCA-OK
               IF CA-NR-VIA > WS-CA-VIAS
                   MOVE CA-NR-VIA TO WS-CA-VIAS
               END-IF
               IF NOT CA-CANCELADO
                   MOVE 'S' TO WS-CA-ACHOU
                   MOVE CA-NUMERO TO WS-CA-ATUAL
               END-IF
           END-IF.
       END-LE-CARTAO-CONTA.

      * EMISSAO: SO PARA CONTA ATIVA E SEM OUTRO CARTAO NAO
      * CANCELADO.  NOVA VIA = MAIOR VIA DA CONTA + 1.
       EMITE-CARTAO.
           IF WS-CA-ACHOU = 'S'
               MOVE "CONTA JA TEM CARTAO - CANCELE O ATUAL ANTES"
                   TO MS-GMENSAGEMS
               GO END-EMITE-CARTAO
           END-IF
           IF NOT CONTA-ATIVA
               MOVE "CONTA NAO ESTA ATIVA - CARTAO NAO EMITIDO"
                   TO MS-GMENSAGEMS
               GO END-EMITE-CARTAO
           END-IF
           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               MOVE "EMISSAO NAO CONFIRMADA" TO MS-GMENSAGEMS
               GO END-EMITE-CARTAO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE SPACES TO REG-CARTAO
           MOVE WS-CA-PREFIXO TO CA-NR-PREFIXO
           MOVE CD-CONTA TO CA-NR-CONTA
           ADD 1 TO WS-CA-VIAS
           MOVE WS-CA-VIAS TO CA-NR-VIA
           MOVE CD-CONTA TO CA-CONTA
           MOVE CD-CPF TO CA-CPF
           COMPUTE CA-VALIDADE = (FS-SANO + WS-CA-ANOS-VALIDADE) * 100
               + FS-SMES
           MOVE SDATTEMPO TO CA-DATA-EMISSAO CA-DATA-STATUS
           SET CA-ATIVO TO TRUE
           MOVE WS-OPERADOR-ID TO CA-OPERADOR
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CARTAO
           WRITE REG-CARTAO
               INVALID KEY
                   MOVE "CARTAO JA EXISTE - NAO EMITIDO"
                       TO MS-GMENSAGEMS
                   GO END-EMITE-CARTAO
           END-WRITE
           PERFORM JN-DEPOIS-CARTAO

           MOVE "CARTAO" TO WS-AUD-OP
           MOVE CA-NUMERO TO WS-AUD-CHAVE
           MOVE "EMISSAO DE CARTAO DE DEBITO" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE SPACES TO MS-GMENSAGEMS
           STRING "CARTAO EMITIDO: " CA-NUMERO
               DELIMITED BY SIZE INTO MS-GMENSAGEMS.
       END-EMITE-CARTAO.

      * BLOQUEIO (SO DE CARTAO ATIVO), DESBLOQUEIO (SO DE BLOQUEADO)
      * E CANCELAMENTO (DEFINITIVO - UMA NOVA VIA E OUTRA EMISSAO).
       SITUACAO-CARTAO.
           IF WS-CA-ACHOU = 'N'
               MOVE "CONTA SEM CARTAO DE DEBITO" TO MS-GMENSAGEMS
               GO END-SITUACAO-CARTAO
           END-IF
           IF CA-ACAO-BLOQUEAR AND NOT CA-ATIVO
               MOVE "CARTAO NAO ESTA ATIVO" TO MS-GMENSAGEMS
               GO END-SITUACAO-CARTAO
           END-IF
           IF CA-ACAO-DESBLOQUEAR AND NOT CA-BLOQUEADO
               MOVE "CARTAO NAO ESTA BLOQUEADO" TO MS-GMENSAGEMS
               GO END-SITUACAO-CARTAO
           END-IF
           IF CA-ACAO-DESBLOQUEAR AND NOT CONTA-ATIVA
               MOVE "CONTA NAO ESTA ATIVA - CARTAO SEGUE BLOQUEADO"
                   TO MS-GMENSAGEMS
               GO END-SITUACAO-CARTAO
           END-IF
           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               MOVE "OPERACAO NAO CONFIRMADA" TO MS-GMENSAGEMS
               GO END-SITUACAO-CARTAO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE "CARTAO" TO WS-AUD-OP
           MOVE CA-NUMERO TO WS-AUD-CHAVE
           EVALUATE TRUE
               WHEN CA-ACAO-BLOQUEAR
                   SET CA-BLOQUEADO TO TRUE
                   MOVE "CARTAO DE DEBITO BLOQUEADO" TO WS-AUD-DESC
                   MOVE "CARTAO BLOQUEADO" TO MS-GMENSAGEMS
               WHEN CA-ACAO-DESBLOQUEAR
                   SET CA-ATIVO TO TRUE
                   MOVE "CARTAO DE DEBITO DESBLOQUEADO" TO WS-AUD-DESC
                   MOVE "CARTAO DESBLOQUEADO" TO MS-GMENSAGEMS
               WHEN OTHER
                   SET CA-CANCELADO TO TRUE
                   MOVE "CARTAO DE DEBITO CANCELADO" TO WS-AUD-DESC
                   MOVE "CARTAO CANCELADO" TO MS-GMENSAGEMS
           END-EVALUATE
           MOVE SDATTEMPO TO CA-DATA-STATUS
           MOVE WS-OPERADOR-ID TO CA-OPERADOR
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CARTAO
           REWRITE REG-CARTAO
           END-REWRITE
           PERFORM JN-DEPOIS-CARTAO
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       END-SITUACAO-CARTAO.

      * RECLAMACOES DO SAC/OUVIDORIA (SAC.DAT).  A ABERTURA LOCALIZA
      * O CLIENTE E GRAVA CPF, CONTA, CATEGORIA, DOCUMENTO RECLAMADO,
      * OPERADOR E DATA, COM O PROTOCOLO TIRADO DO SEQ-DOCUMENTO; A
      * RESPOSTA SO VALE PARA RECLAMACAO ABERTA E O ENCERRAMENTO SO
      * PARA RESPONDIDA.  CADA PASSO E AUDITADO.
       MANTEM-SAC.
       SACW.
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'R E C L A M A C O E S   ( S A C )' AT 0633
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           DISPLAY "ACAO (A-ABRIR R-RESPONDER E-ENCERRAR C-CONSULTAR):"
               AT 2027.
           MOVE SPACES TO WS-SC-ACAO.
           ACCEPT WS-SC-ACAO AT 2078.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-SAC
           END-IF
           IF NOT SC-ACAO-ABRIR AND NOT SC-ACAO-RESPONDER
               AND NOT SC-ACAO-ENCERRAR AND NOT SC-ACAO-CONSULTAR
               MOVE "ACAO INVALIDA, USE A, R, E OU C" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2362 FOREGROUND-COLOR 0
               GO SACW
           END-IF

           OPEN I-O SAC
           IF FSC-EMPTY
               OPEN OUTPUT SAC
               CLOSE SAC
               OPEN I-O SAC
           END-IF
           IF NOT FSC-OK
               MOVE "NAO FOI POSSIVEL ABRIR SAC.DAT" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2362 FOREGROUND-COLOR 0
               GO END-MANTEM-SAC
           END-IF

           MOVE SPACES TO MS-GMENSAGEMS
           IF SC-ACAO-ABRIR
               PERFORM ABRE-RECLAMACAO THRU END-ABRE-RECLAMACAO
           ELSE
               PERFORM TRATA-RECLAMACAO THRU END-TRATA-RECLAMACAO
           END-IF
           CLOSE SAC
           IF MS-GMENSAGEMS = SPACES
               GO SACW
           END-IF
           DISPLAY MS-GMENSAGEMS AT 2330
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO SACW.
       END-MANTEM-SAC.
           UNLOCK CAD.

       ABRE-RECLAMACAO.
           DISPLAY 'CPF DO RECLAMANTE' AT 0729
           PERFORM LUSUARIO THRU END-LUSUARIO.
           IF FS-OTHER
               GO END-ABRE-RECLAMACAO
           END-IF
           DISPLAY ES-DNOME
           DISPLAY ES-DCONTA

           MOVE SPACES TO REG-SAC
           MOVE ZEROS TO SC-DOCUMENTO
           DISPLAY "CATEGORIA (TA-TARIFA CH-CHEQUE RM-REMESSA" AT 1329
           DISPLAY "CT-CARTAO OU-OUTROS):" AT 1429
           ACCEPT SC-CATEGORIA AT 1451
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-ABRE-RECLAMACAO
           END-IF
           MOVE FUNCTION UPPER-CASE(SC-CATEGORIA) TO SC-CATEGORIA
           IF NOT SC-CAT-VALIDA
               MOVE "CATEGORIA INVALIDA" TO MS-GMENSAGEMS
               GO END-ABRE-RECLAMACAO
           END-IF
           DISPLAY "DOCUMENTO RECLAMADO (0 = NENHUM):" AT 1529
           ACCEPT SC-DOCUMENTO AT 1563
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-ABRE-RECLAMACAO
           END-IF
           DISPLAY "DESCRICAO:" AT 1929
           ACCEPT SC-DESCRICAO AT 2021
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-ABRE-RECLAMACAO
           END-IF
           IF SC-DESCRICAO = SPACES
               MOVE "INFORME A DESCRICAO DA RECLAMACAO" TO MS-GMENSAGEMS
               GO END-ABRE-RECLAMACAO
           END-IF
           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO END-ABRE-RECLAMACAO
           END-IF

           CALL "SEQ-DOCUMENTO" USING WS-SC-PROTOCOLO
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE WS-SC-PROTOCOLO TO SC-PROTOCOLO
           MOVE CD-CPF TO SC-CPF
           MOVE CD-CONTA TO SC-CONTA
           SET SC-ABERTA TO TRUE
           MOVE SDATTEMPO TO SC-DATA-ABERTURA
           MOVE WS-OPERADOR-ID TO SC-OPER-ABERTURA
           MOVE ZEROS TO SC-DATA-RESPOSTA SC-DATA-ENCERRA
           WRITE REG-SAC
               INVALID KEY
                   MOVE "PROTOCOLO JA EXISTE - NAO GRAVADA"
                       TO MS-GMENSAGEMS
                   GO END-ABRE-RECLAMACAO
           END-WRITE

           MOVE "SAC" TO WS-AUD-OP
           MOVE SC-PROTOCOLO TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "RECLAMACAO ABERTA CAT " SC-CATEGORIA
               " CONTA " SC-CONTA
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE SPACES TO MS-GMENSAGEMS
           STRING "RECLAMACAO REGISTRADA - PROTOCOLO " SC-PROTOCOLO
               DELIMITED BY SIZE INTO MS-GMENSAGEMS.
       END-ABRE-RECLAMACAO.

      * RESPOSTA, ENCERRAMENTO OU CONSULTA DE UMA RECLAMACAO PELO
      * PROTOCOLO.
       TRATA-RECLAMACAO.
           DISPLAY "PROTOCOLO:" AT 0929
           MOVE ZEROS TO SC-PROTOCOLO
           ACCEPT SC-PROTOCOLO AT 0940
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-TRATA-RECLAMACAO
           END-IF
           READ SAC
               INVALID KEY
                   MOVE "PROTOCOLO NAO ENCONTRADO" TO MS-GMENSAGEMS
                   GO END-TRATA-RECLAMACAO
           END-READ

           DISPLAY "CPF:" AT 1129
           DISPLAY SC-CPF AT 1134
           DISPLAY "CONTA:" AT 1147
           DISPLAY SC-CONTA AT 1154
           DISPLAY "CATEGORIA:" AT 1229
           DISPLAY SC-CATEGORIA AT 1240
           DISPLAY "DOCUMENTO:" AT 1247
           DISPLAY SC-DOCUMENTO AT 1258
           DISPLAY "ABERTA EM:" AT 1329
           DISPLAY SC-DATA-ABERTURA AT 1340
           DISPLAY "STATUS:" AT 1352
           DISPLAY SC-STATUS AT 1360
           DISPLAY "RECLAMACAO:" AT 1429
           DISPLAY SC-DESCRICAO AT 1521
           DISPLAY "RESPOSTA:" AT 1629
           DISPLAY SC-RESPOSTA AT 1721

      *    DIAS UTEIS DESDE A ABERTURA, CONTADOS PELO DATAS-SERVICO
      *    COM OS FERIADOS DE FERIADOS.DAT, CONTRA O PRAZO.
           IF SC-ABERTA
               MOVE "QU" TO WS-SV-FUNCAO
               MOVE SC-DATA-ABERTURA TO WS-SV-DATA-1
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               MOVE WS-SV-RESULTADO TO WS-SC-DIAS-ED
               DISPLAY "DIAS UTEIS EM ABERTO:" AT 1829
               DISPLAY WS-SC-DIAS-ED AT 1851
               DISPLAY "PRAZO:" AT 1857
               DISPLAY WS-PRAZO-SAC AT 1864
           END-IF

           EVALUATE TRUE
               WHEN SC-ACAO-RESPONDER
                   IF NOT SC-ABERTA
                       MOVE "SO RECLAMACAO ABERTA PODE SER RESPONDIDA"
                           TO MS-GMENSAGEMS
                       GO END-TRATA-RECLAMACAO
                   END-IF
                   ACCEPT SC-RESPOSTA AT 1721
                   IF COB-CRT-STATUS = COB-SCR-ESC
                       GO END-TRATA-RECLAMACAO
                   END-IF
                   IF SC-RESPOSTA = SPACES
                       MOVE "INFORME A RESPOSTA DADA AO CLIENTE"
                           TO MS-GMENSAGEMS
                       GO END-TRATA-RECLAMACAO
                   END-IF
                   PERFORM CONFIRMA-GRAVACAO
                       THRU END-CONFIRMA-GRAVACAO
                   IF MSG-OP-N
                       GO END-TRATA-RECLAMACAO
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO SDATADMA
                   SET SC-RESPONDIDA TO TRUE
                   MOVE SDATTEMPO TO SC-DATA-RESPOSTA
                   MOVE WS-OPERADOR-ID TO SC-OPER-RESPOSTA
                   MOVE "RECLAMACAO RESPONDIDA" TO WS-AUD-DESC
                   MOVE "RECLAMACAO RESPONDIDA" TO MS-GMENSAGEMS
               WHEN SC-ACAO-ENCERRAR
                   IF NOT SC-RESPONDIDA
                       MOVE "RECLAMACAO AINDA NAO RESPONDIDA"
                           TO MS-GMENSAGEMS
                       GO END-TRATA-RECLAMACAO
                   END-IF
                   PERFORM CONFIRMA-GRAVACAO
                       THRU END-CONFIRMA-GRAVACAO
                   IF MSG-OP-N
                       GO END-TRATA-RECLAMACAO
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO SDATADMA
                   SET SC-ENCERRADA TO TRUE
                   MOVE SDATTEMPO TO SC-DATA-ENCERRA
                   MOVE WS-OPERADOR-ID TO SC-OPER-ENCERRA
                   MOVE "RECLAMACAO ENCERRADA" TO WS-AUD-DESC
                   MOVE "RECLAMACAO ENCERRADA" TO MS-GMENSAGEMS
               WHEN OTHER
                   MOVE "CONSULTA DA RECLAMACAO" TO MS-GMENSAGEMS
                   GO END-TRATA-RECLAMACAO
           END-EVALUATE

           REWRITE REG-SAC
           END-REWRITE
           MOVE "SAC" TO WS-AUD-OP
           MOVE SC-PROTOCOLO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       END-TRATA-RECLAMACAO.

      * OBITO DO TITULAR E ESPOLIO (GERENTE).  ACAO R REGISTRA O
      * OBITO: GRAVA A DATA NO MESTRE DE CLIENTES, PASSA TODAS AS
      * CONTAS DO CPF PARA ESPOLIO E CANCELA OS AUTOMATICOS, COM
      * AUDITORIA ITEM A ITEM, E IMPRIME O DEMONSTRATIVO DE POSICAO
      * PARA O ADVOGADO DOS HERDEIROS.  REGISTRAR DE NOVO O MESMO CPF
      * SO REPASSA AS CONTAS E OS AUTOMATICOS QUE FALTARAM (CONTA QUE
      * ESTAVA EM USO POR OUTRO CAIXA).  ACAO P REIMPRIME O
      * DEMONSTRATIVO; ACAO L LIBERA SALDO DO ESPOLIO A UM HERDEIRO
      * NOMEADO EM ORDEM JUDICIAL.
       MANTEM-OBITO.
       OBITOW.
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'O B I T O  /  E S P O L I O' AT 0637
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           DISPLAY "ACAO (R-REGISTRA OBITO P-POSICAO L-LIBERA):"
               AT 2027.
           MOVE SPACES TO WS-OB-ACAO.
           ACCEPT WS-OB-ACAO AT 2071.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-OBITO
           END-IF
           IF NOT OB-ACAO-REGISTRAR AND NOT OB-ACAO-POSICAO
               AND NOT OB-ACAO-LIBERAR
               MOVE "ACAO INVALIDA, USE R, P OU L" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2359 FOREGROUND-COLOR 0
               GO OBITOW
           END-IF

           PERFORM VERIFICA-DIA-ABERTO THRU END-VERIFICA-DIA-ABERTO
           IF WS-DIA-OK = 'N'
               GO END-MANTEM-OBITO
           END-IF

           OPEN I-O ESPOLIO
           IF FEP-EMPTY
               OPEN OUTPUT ESPOLIO
               CLOSE ESPOLIO
               OPEN I-O ESPOLIO
           END-IF
           IF NOT FEP-OK
               MOVE "NAO FOI POSSIVEL ABRIR ESPOLIO.DAT"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2366 FOREGROUND-COLOR 0
               GO END-MANTEM-OBITO
           END-IF

           MOVE SPACES TO MS-GMENSAGEMS
           EVALUATE TRUE
               WHEN OB-ACAO-REGISTRAR
                   PERFORM REGISTRA-OBITO THRU END-REGISTRA-OBITO
               WHEN OB-ACAO-POSICAO
                   PERFORM REIMPRIME-ESPOLIO
                       THRU END-REIMPRIME-ESPOLIO
               WHEN OTHER
                   PERFORM LIBERA-ESPOLIO THRU END-LIBERA-ESPOLIO
           END-EVALUATE
           CLOSE ESPOLIO
           UNLOCK CAD
           IF MS-GMENSAGEMS = SPACES
               GO OBITOW
           END-IF
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO OBITOW.
       END-MANTEM-OBITO.
           UNLOCK CAD.

      * CPF DO FALECIDO E DATA DO OBITO; AS CONTAS SAO AS QUE A
      * POSICAO DO CLIENTE ENCONTRA PARA O CPF (TAB-PS-CONTA).
       REGISTRA-OBITO.
           DISPLAY "CPF DO FALECIDO:" AT 0829
           MOVE ZEROS TO WS-OB-CPF
           ACCEPT WS-OB-CPF AT 0846
           IF COB-CRT-STATUS = COB-SCR-ESC OR WS-OB-CPF = ZEROS
               GO END-REGISTRA-OBITO
           END-IF
           MOVE WS-OB-CPF TO WS-PS-CPF
           PERFORM MONTA-POSICAO THRU END-MONTA-POSICAO
           IF WS-PS-QT-CONTAS = ZEROS
               MOVE "CPF SEM CONTAS NO BANCO" TO MS-GMENSAGEMS
               GO END-REGISTRA-OBITO
           END-IF
           MOVE TAB-PS-CONTA(1) TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE SPACES TO NM-USER
           END-READ
           MOVE NM-USER TO WS-OB-NOME
           DISPLAY WS-OB-NOME AT 0929
           DISPLAY "CONTAS DO CPF:" AT 1029
           DISPLAY WS-PS-QT-CONTAS AT 1044

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OB-HOJE
           MOVE WS-OB-CPF TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   MOVE ZEROS TO CL-DATA-OBITO
           END-READ
           IF CL-DATA-OBITO > ZEROS
               MOVE CL-DATA-OBITO TO WS-OB-DATA
               DISPLAY "OBITO JA REGISTRADO EM" AT 1229
               DISPLAY WS-OB-DATA AT 1252
               DISPLAY "REPASSA CONTAS E AUTOMATICOS PENDENTES" AT 1329
           ELSE
               DISPLAY "DATA DO OBITO (AAAAMMDD):" AT 1229
               MOVE ZEROS TO WS-OB-DATA
               ACCEPT WS-OB-DATA AT 1255
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-REGISTRA-OBITO
               END-IF
               MOVE "VD" TO WS-SV-FUNCAO
               MOVE WS-OB-DATA TO WS-SV-DATA-1
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RETORNO = '1' OR WS-OB-DATA > WS-OB-HOJE
                   MOVE "DATA DO OBITO INVALIDA" TO MS-GMENSAGEMS
                   GO END-REGISTRA-OBITO
               END-IF
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO END-REGISTRA-OBITO
           END-IF

           MOVE ZEROS TO WS-OB-QT-CONTAS WS-OB-QT-EM-USO
               WS-OB-QT-AGENDA WS-OB-QT-CONVENIO WS-OB-QT-EMPREST
               WS-OB-QT-CARTAO WS-OB-QT-PORTABIL
           OPEN I-O CARTAO
           PERFORM OBITO-UMA-CONTA THRU END-OBITO-UMA-CONTA
               VARYING WS-OB-I FROM 1 BY 1
               UNTIL WS-OB-I > WS-PS-QT-CONTAS
           CLOSE CARTAO
           UNLOCK CAD

      *    PORTABILIDADE DE SALARIO E POR CPF, NAO POR CONTA.
           MOVE WS-OB-CPF TO PB-CPF
           READ PORTABIL
               INVALID KEY
                   MOVE 99 TO FFPORT
           END-READ
           IF FPB-OK AND PB-ATIVA
               SET PB-CANCELADA TO TRUE
               REWRITE REG-PORTABIL
               END-REWRITE
               ADD 1 TO WS-OB-QT-PORTABIL
               MOVE "PORTABIL" TO WS-AUD-OP
               MOVE WS-OB-CPF TO WS-AUD-CHAVE
               MOVE "PORTABILIDADE CANCELADA - OBITO" TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF

      *    DATA DO OBITO NO MESTRE; CPF ANTERIOR AO MESTRE ENTRA
      *    AGORA COM OS DADOS DA CONTA.
           MOVE WS-OB-CPF TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   MOVE TAB-PS-CONTA(1) TO CD-CONTA
                   READ CAD
                       INVALID KEY
                           CONTINUE
                   END-READ
                   PERFORM GRAVA-CLIENTE-MASTER
                       THRU END-GRAVA-CLIENTE-MASTER
           END-READ
           IF CL-DATA-OBITO = ZEROS
               MOVE WS-OB-DATA TO CL-DATA-OBITO
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CLIENTE
               REWRITE REG-CLIENTE
               END-REWRITE
               PERFORM JN-DEPOIS-CLIENTE
               MOVE "OBITO" TO WS-AUD-OP
               MOVE WS-OB-CPF TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DESC
               STRING "OBITO DO TITULAR REGISTRADO - DATA "
                   WS-OB-DATA
                   DELIMITED BY SIZE INTO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF

           MOVE 'S' TO WS-OB-REGISTRO
           PERFORM IMPRIME-ESPOLIO THRU END-IMPRIME-ESPOLIO

           MOVE SPACES TO MS-GMENSAGEMS
           IF WS-OB-QT-EM-USO > 0
               STRING "CONTA EM USO POR OUTRO CAIXA - REGISTRE "
                   "DE NOVO" DELIMITED BY SIZE INTO MS-GMENSAGEMS
           ELSE
               STRING "OBITO REGISTRADO - " WS-OB-QT-CONTAS
                   " CONTA(S) EM ESPOLIO" DELIMITED BY SIZE
                   INTO MS-GMENSAGEMS
           END-IF.
       END-REGISTRA-OBITO.

      * UMA CONTA DO FALECIDO: STATUS ESPOLIO E CANCELAMENTO DOS
      * AUTOMATICOS DELA.  CONTA ENCERRADA OU RECUSADA FICA COMO
      * ESTA; CONTA JA EM ESPOLIO SO TEM OS AUTOMATICOS REPASSADOS.
       OBITO-UMA-CONTA.
           MOVE TAB-PS-CONTA(WS-OB-I) TO CD-CONTA
           READ CAD WITH LOCK
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-READ
           IF FS-LOCKED
               ADD 1 TO WS-OB-QT-EM-USO
               MOVE "OBITO-X" TO WS-AUD-OP
               MOVE CD-CONTA TO WS-AUD-CHAVE
               MOVE "CONTA EM USO - FICOU FORA DO ESPOLIO"
                   TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
               GO END-OBITO-UMA-CONTA
           END-IF
           IF NOT FS-OK OR CONTA-ENCERRADA OR CONTA-RECUSADA
               GO END-OBITO-UMA-CONTA
           END-IF

           MOVE CD-CONTA TO WS-OB-CONTA
           IF NOT CONTA-ESPOLIO
               MOVE 'O' TO CD-STATUS
               MOVE SPACE TO CD-ULT-MOVTO
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-AGENCIA
               REWRITE CADASTRO-REGISTRO
               END-REWRITE
               PERFORM JN-DEPOIS-AGENCIA
               ADD 1 TO WS-OB-QT-CONTAS
               MOVE "OBITO" TO WS-AUD-OP
               MOVE WS-OB-CPF TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DESC
               STRING "CONTA " WS-OB-CONTA " PASSA A ESPOLIO"
                   DELIMITED BY SIZE INTO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF
           UNLOCK CAD

           MOVE WS-OB-CONTA TO AG-CONTA-ORIGEM
           MOVE ZEROS TO AG-DATA-VENCTO AG-SEQ
           START AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                   MOVE 99 TO FFAGEN
           END-START
           PERFORM CANCELA-AGENDA-OBITO THRU END-CANCELA-AGENDA-OBITO
               UNTIL FG-OTHER
           MOVE ZEROS TO FFAGEN

           MOVE WS-OB-CONTA TO CV-CONTA
           MOVE ZEROS TO CV-CODIGO
           START CONVENIO KEY IS NOT LESS THAN CV-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCONV
           END-START
           PERFORM EXCLUI-CONVENIO-OBITO
               THRU END-EXCLUI-CONVENIO-OBITO
               UNTIL FV-OTHER
           MOVE ZEROS TO FFCONV

           MOVE WS-OB-CONTA TO EM-CONTA
           MOVE ZEROS TO EM-SEQ
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
               INVALID KEY
                   MOVE 99 TO FFEMPR
           END-START
           PERFORM SUSPENDE-EMPRESTIMO-OBITO
               THRU END-SUSPENDE-EMPRESTIMO-OBITO
               UNTIL FM-OTHER
           MOVE ZEROS TO FFEMPR

           IF FCA-OK
               MOVE WS-OB-CONTA TO CA-CONTA
               START CARTAO KEY IS EQUAL TO CA-CONTA
                   INVALID KEY
                       MOVE 99 TO FFCART
               END-START
               PERFORM CANCELA-CARTAO-OBITO
                   THRU END-CANCELA-CARTAO-OBITO
                   UNTIL NOT FCA-OK
               MOVE ZEROS TO FFCART
           END-IF.
       END-OBITO-UMA-CONTA.

       CANCELA-AGENDA-OBITO.
           READ AGENDA NEXT RECORD
               AT END
                   MOVE 99 TO FFAGEN
           END-READ
           IF FG-OK AND AG-CONTA-ORIGEM NOT = WS-OB-CONTA
               MOVE 99 TO FFAGEN
           END-IF
           IF FG-OK AND AG-PENDENTE
               SET AG-CANCELADO TO TRUE
               MOVE "OBITO DO TITULAR" TO AG-MOTIVO-FALHA
               REWRITE REG-AGENDA
               END-REWRITE
               ADD 1 TO WS-OB-QT-AGENDA
               MOVE "AGENDA" TO WS-AUD-OP
               MOVE WS-OB-CPF TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DESC
               STRING "AGENDAMENTO " AG-DATA-VENCTO
                   " CANCELADO - OBITO"
                   DELIMITED BY SIZE INTO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF.
       END-CANCELA-AGENDA-OBITO.

      * CONVENIO NAO TEM STATUS - A ADESAO E EXCLUIDA, COMO NA TELA
      * DE DEBITO AUTOMATICO, E A AUDITORIA GUARDA O CODIGO.
       EXCLUI-CONVENIO-OBITO.
           READ CONVENIO NEXT RECORD
               AT END
                   MOVE 99 TO FFCONV
           END-READ
           IF FV-OK AND CV-CONTA NOT = WS-OB-CONTA
               MOVE 99 TO FFCONV
           END-IF
           IF FV-OK
               DELETE CONVENIO RECORD
               END-DELETE
               ADD 1 TO WS-OB-QT-CONVENIO
               MOVE "CONVENIO" TO WS-AUD-OP
               MOVE WS-OB-CPF TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DESC
               STRING "CONVENIO " CV-CODIGO " EXCLUIDO - OBITO"
                   DELIMITED BY SIZE INTO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF.
       END-EXCLUI-CONVENIO-OBITO.

       SUSPENDE-EMPRESTIMO-OBITO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF FM-OK AND EM-CONTA NOT = WS-OB-CONTA
               MOVE 99 TO FFEMPR
           END-IF
           IF FM-OK AND EM-ATIVO
               SET EM-SUSPENSO TO TRUE
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-EMPRESTIMO
               REWRITE REG-EMPRESTIMO
               END-REWRITE
               PERFORM JN-DEPOIS-EMPRESTIMO
               ADD 1 TO WS-OB-QT-EMPREST
               MOVE "EMPRESTIMO" TO WS-AUD-OP
               MOVE WS-OB-CPF TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DESC
               STRING "CONTRATO " EM-CONTA "/" EM-SEQ
                   " SUSPENSO - OBITO"
                   DELIMITED BY SIZE INTO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF.
       END-SUSPENDE-EMPRESTIMO-OBITO.

       CANCELA-CARTAO-OBITO.
           READ CARTAO NEXT RECORD
               AT END
                   MOVE 99 TO FFCART
           END-READ
           IF FCA-OK AND CA-CONTA NOT = WS-OB-CONTA
               MOVE 99 TO FFCART
           END-IF
           IF FCA-OK AND NOT CA-CANCELADO
               SET CA-CANCELADO TO TRUE
               MOVE WS-OB-HOJE TO CA-DATA-STATUS
               MOVE WS-OPERADOR-ID TO CA-OPERADOR
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CARTAO
               REWRITE REG-CARTAO
               END-REWRITE
               PERFORM JN-DEPOIS-CARTAO
               ADD 1 TO WS-OB-QT-CARTAO
               MOVE "CARTAO" TO WS-AUD-OP
               MOVE CA-NUMERO TO WS-AUD-CHAVE
               MOVE "CARTAO CANCELADO - OBITO DO TITULAR"
                   TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF.
       END-CANCELA-CARTAO-OBITO.

       REIMPRIME-ESPOLIO.
           DISPLAY "CPF DO FALECIDO:" AT 0829
           MOVE ZEROS TO WS-OB-CPF
           ACCEPT WS-OB-CPF AT 0846
           IF COB-CRT-STATUS = COB-SCR-ESC OR WS-OB-CPF = ZEROS
               GO END-REIMPRIME-ESPOLIO
           END-IF
           MOVE WS-OB-CPF TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   MOVE ZEROS TO CL-DATA-OBITO
           END-READ
           IF CL-DATA-OBITO = ZEROS
               MOVE "CPF SEM OBITO REGISTRADO" TO MS-GMENSAGEMS
               GO END-REIMPRIME-ESPOLIO
           END-IF
           MOVE CL-DATA-OBITO TO WS-OB-DATA
           MOVE CL-NOME TO WS-OB-NOME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OB-HOJE
           MOVE 'N' TO WS-OB-REGISTRO
           PERFORM IMPRIME-ESPOLIO THRU END-IMPRIME-ESPOLIO
           MOVE SPACES TO MS-GMENSAGEMS
           STRING "DEMONSTRATIVO GRAVADO EM " WS-NOME-OBITO
               DELIMITED BY SIZE INTO MS-GMENSAGEMS.
       END-REIMPRIME-ESPOLIO.

      * DEMONSTRATIVO DE POSICAO DO ESPOLIO PARA O ADVOGADO DOS
      * HERDEIROS: AS LINHAS DA POSICAO DO CLIENTE (CONTAS, SALDOS,
      * EMPRESTIMOS EM ABERTO, APLICACOES, CHEQUES), E POR CONTA OS
      * BLOQUEIOS JUDICIAIS E AS LIBERACOES JA FEITAS A HERDEIROS.
      * NO REGISTRO DO OBITO SAI TAMBEM O QUE FOI CANCELADO.
       IMPRIME-ESPOLIO.
           MOVE WS-OB-CPF TO WS-PS-CPF
           PERFORM MONTA-POSICAO THRU END-MONTA-POSICAO
           MOVE SPACES TO WS-NOME-OBITO
           STRING "OBITO" WS-OB-CPF "_" WS-OB-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-OBITO
           OPEN OUTPUT OBITOREL

           MOVE "===== POSICAO DO ESPOLIO BANCOPEL =====" TO LINHA-OBITO
           WRITE LINHA-OBITO
           MOVE SPACES TO LINHA-OBITO
           STRING "FALECIDO: " WS-OB-NOME "  CPF: " WS-OB-CPF
               DELIMITED BY SIZE INTO LINHA-OBITO
           WRITE LINHA-OBITO
           MOVE SPACES TO LINHA-OBITO
           STRING "DATA DO OBITO: " WS-OB-DATA
               "  EMITIDO EM: " WS-OB-HOJE
               "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO LINHA-OBITO
           WRITE LINHA-OBITO
           MOVE SPACES TO LINHA-OBITO
           WRITE LINHA-OBITO

           PERFORM GRAVA-LINHA-ESPOLIO THRU END-GRAVA-LINHA-ESPOLIO
               VARYING WS-PS-I FROM 1 BY 1
               UNTIL WS-PS-I > WS-PS-QT-LINHAS

           PERFORM DETALHA-CONTA-ESPOLIO
               THRU END-DETALHA-CONTA-ESPOLIO
               VARYING WS-OB-I FROM 1 BY 1
               UNTIL WS-OB-I > WS-PS-QT-CONTAS

           IF WS-OB-REGISTRO = 'S'
               MOVE SPACES TO LINHA-OBITO
               WRITE LINHA-OBITO
               MOVE "CANCELADOS NO REGISTRO DO OBITO:" TO LINHA-OBITO
               WRITE LINHA-OBITO
               MOVE SPACES TO LINHA-OBITO
               STRING "  AGENDAMENTOS " WS-OB-QT-AGENDA
                   "  CONVENIOS " WS-OB-QT-CONVENIO
                   "  CARTOES " WS-OB-QT-CARTAO
                   "  PORTABILIDADE " WS-OB-QT-PORTABIL
                   DELIMITED BY SIZE INTO LINHA-OBITO
               WRITE LINHA-OBITO
               MOVE SPACES TO LINHA-OBITO
               STRING "  EMPRESTIMOS COM COBRANCA SUSPENSA "
                   WS-OB-QT-EMPREST
                   DELIMITED BY SIZE INTO LINHA-OBITO
               WRITE LINHA-OBITO
           END-IF

           MOVE SPACES TO LINHA-OBITO
           WRITE LINHA-OBITO
           MOVE "SALDO LIBERADO SOMENTE A HERDEIRO NOMEADO EM ORDEM"
               TO LINHA-OBITO
           WRITE LINHA-OBITO
           MOVE "JUDICIAL, APRESENTADA AO GERENTE DA AGENCIA."
               TO LINHA-OBITO
           WRITE LINHA-OBITO
           CLOSE OBITOREL

           PERFORM CATALOGA-ESPOLIO THRU END-CATALOGA-ESPOLIO.
       END-IMPRIME-ESPOLIO.

       GRAVA-LINHA-ESPOLIO.
           MOVE TAB-PS-LINHA(WS-PS-I) TO LINHA-OBITO
           WRITE LINHA-OBITO.
       END-GRAVA-LINHA-ESPOLIO.

       DETALHA-CONTA-ESPOLIO.
           MOVE TAB-PS-CONTA(WS-OB-I) TO WS-OB-CONTA
           MOVE WS-OB-CONTA TO WS-BJ-CONTA
           PERFORM SOMA-BLOQ-JUDICIAL THRU END-SOMA-BLOQ-JUDICIAL
           IF WS-BJ-TOTAL > 0
               MOVE WS-BJ-TOTAL TO WS-OB-VALOR-ED
               MOVE SPACES TO LINHA-OBITO
               STRING "CONTA " WS-OB-CONTA
                   " BLOQUEIO JUDICIAL R$ " WS-OB-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-OBITO
               WRITE LINHA-OBITO
           END-IF

           MOVE WS-OB-CONTA TO EP-CONTA
           MOVE ZEROS TO EP-SEQ
           START ESPOLIO KEY IS NOT LESS THAN EP-CHAVE
               INVALID KEY
                   MOVE 99 TO FFESPO
           END-START
           PERFORM LISTA-LIBERACAO THRU END-LISTA-LIBERACAO
               UNTIL NOT FEP-OK
           MOVE ZEROS TO FFESPO.
       END-DETALHA-CONTA-ESPOLIO.

       LISTA-LIBERACAO.
           READ ESPOLIO NEXT RECORD
               AT END
                   MOVE 99 TO FFESPO
           END-READ
           IF FEP-OK AND EP-CONTA NOT = WS-OB-CONTA
               MOVE 99 TO FFESPO
           END-IF
           IF FEP-OK
               MOVE EP-VALOR TO WS-OB-VALOR-ED
               MOVE SPACES TO LINHA-OBITO
               STRING "CONTA " EP-CONTA " LIBERADO EM " EP-DATA
                   " R$ " WS-OB-VALOR-ED " PROC " EP-PROCESSO
                   DELIMITED BY SIZE INTO LINHA-OBITO
               WRITE LINHA-OBITO
               MOVE SPACES TO LINHA-OBITO
               STRING "    A " EP-NOME-HERDEIRO
                   " CPF " EP-CPF-HERDEIRO " FORMA " EP-FORMA
                   DELIMITED BY SIZE INTO LINHA-OBITO
               WRITE LINHA-OBITO
           END-IF.
       END-LISTA-LIBERACAO.

       CATALOGA-ESPOLIO.
           OPEN I-O CATREL
           IF CRST = "35"
               OPEN OUTPUT CATREL
               CLOSE CATREL
               OPEN I-O CATREL
           END-IF
           MOVE SPACES TO REG-CATREL
           MOVE WS-NOME-OBITO TO CR-NOME
           MOVE WS-OB-HOJE TO CR-DATA
           MOVE "ESPOLIO" TO CR-TIPO
           MOVE "BANCOPEL" TO CR-PROGRAMA
           WRITE REG-CATREL
               INVALID KEY
                   REWRITE REG-CATREL
                   END-REWRITE
           END-WRITE
           CLOSE CATREL.
       END-CATALOGA-ESPOLIO.

      * LIBERACAO DE SALDO DO ESPOLIO A UM HERDEIRO, POR ORDEM
      * JUDICIAL: DEBITO NA CONTA DO ESPOLIO (ATE O SALDO MENOS OS
      * BLOQUEIOS JUDICIAIS - ESPOLIO NAO USA LIMITE) E CREDITO NA
      * CONTA DO HERDEIRO NESTE BANCO, OU PAGAMENTO EM ESPECIE NO
      * GUICHE.  AS DUAS CONTAS FICAM TRAVADAS DA CONFERENCIA ATE A
      * GRAVACAO; EXTRATO, COMPROVANTE, AUDITORIA E ESPOLIO.DAT.
       LIBERA-ESPOLIO.
           DISPLAY "CONTA DO ESPOLIO:" AT 0829
           MOVE ZEROS TO WS-OB-CONTA
           ACCEPT WS-OB-CONTA AT 0847
           IF COB-CRT-STATUS = COB-SCR-ESC OR WS-OB-CONTA = ZEROS
               GO END-LIBERA-ESPOLIO
           END-IF
           MOVE WS-OB-CONTA TO CD-CONTA
           READ CAD WITH LOCK
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO MS-GMENSAGEMS
                   GO END-LIBERA-ESPOLIO
           END-READ
           IF FS-LOCKED
               MOVE "REGISTRO EM USO POR OUTRO CAIXA" TO MS-GMENSAGEMS
               GO END-LIBERA-ESPOLIO
           END-IF
           IF NOT CONTA-ESPOLIO
               MOVE "CONTA NAO ESTA EM ESPOLIO" TO MS-GMENSAGEMS
               GO END-LIBERA-ESPOLIO
           END-IF
           MOVE CD-CPF TO WS-OB-CPF
           MOVE WS-OB-CONTA TO WS-BJ-CONTA
           PERFORM SOMA-BLOQ-JUDICIAL THRU END-SOMA-BLOQ-JUDICIAL
           COMPUTE WS-OB-DISPONIVEL = VL-SALDO - WS-BJ-TOTAL
           DISPLAY NM-USER AT 0929
           DISPLAY "SALDO     R$ " AT 1029 VL-SALDO
           MOVE WS-BJ-TOTAL TO WS-OB-VALOR-ED
           DISPLAY "BLOQUEIO JUDICIAL R$" AT 1129
           DISPLAY WS-OB-VALOR-ED AT 1150
           MOVE WS-OB-DISPONIVEL TO WS-OB-VALOR-ED
           DISPLAY "DISPONIVEL P/ PARTILHA R$" AT 1229
           DISPLAY WS-OB-VALOR-ED AT 1255

           MOVE SPACES TO REG-ESPOLIO
           MOVE ZEROS TO EP-CPF-HERDEIRO EP-VALOR EP-CONTA-DESTINO
           DISPLAY "PROCESSO (ORDEM JUDICIAL):" AT 1429
           ACCEPT EP-PROCESSO AT 1456
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-LIBERA-ESPOLIO
           END-IF
           DISPLAY "CPF DO HERDEIRO:" AT 1529
           ACCEPT EP-CPF-HERDEIRO AT 1546
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-LIBERA-ESPOLIO
           END-IF
           DISPLAY "NOME DO HERDEIRO:" AT 1629
           ACCEPT EP-NOME-HERDEIRO AT 1647
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-LIBERA-ESPOLIO
           END-IF
           DISPLAY "VALOR A LIBERAR: R$" AT 1729
           ACCEPT EP-VALOR AT 1749
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-LIBERA-ESPOLIO
           END-IF
           DISPLAY "CONTA DO HERDEIRO (0 = EM ESPECIE):" AT 1829
           ACCEPT EP-CONTA-DESTINO AT 1865
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-LIBERA-ESPOLIO
           END-IF
           MOVE FUNCTION UPPER-CASE(EP-NOME-HERDEIRO)
               TO EP-NOME-HERDEIRO

           IF EP-PROCESSO = SPACES OR EP-NOME-HERDEIRO = SPACES
               OR EP-CPF-HERDEIRO = ZEROS OR EP-VALOR = ZEROS
               MOVE "INFORME PROCESSO, HERDEIRO, CPF E VALOR"
                   TO MS-GMENSAGEMS
               GO END-LIBERA-ESPOLIO
           END-IF
           IF EP-CPF-HERDEIRO = WS-OB-CPF
               MOVE "HERDEIRO NAO PODE SER O FALECIDO" TO MS-GMENSAGEMS
               GO END-LIBERA-ESPOLIO
           END-IF
           IF EP-VALOR > WS-OB-DISPONIVEL
               MOVE "VALOR ACIMA DO DISPONIVEL DO ESPOLIO"
                   TO MS-GMENSAGEMS
               GO END-LIBERA-ESPOLIO
           END-IF

      *    CONTA DO HERDEIRO: TEM DE SER DELE E ESTAR ATIVA; FICA
      *    TRAVADA JUNTO COM A DO ESPOLIO ATE O FIM.
           IF EP-CONTA-DESTINO = ZEROS
               SET EP-EM-ESPECIE TO TRUE
           ELSE
               SET EP-CREDITO-CONTA TO TRUE
               MOVE EP-CONTA-DESTINO TO CD-CONTA
               READ CAD WITH LOCK
                   INVALID KEY
                       MOVE "CONTA DO HERDEIRO INEXISTENTE"
                           TO MS-GMENSAGEMS
                       GO END-LIBERA-ESPOLIO
               END-READ
               IF FS-LOCKED
                   MOVE "CONTA DO HERDEIRO EM USO POR OUTRO CAIXA"
                       TO MS-GMENSAGEMS
                   GO END-LIBERA-ESPOLIO
               END-IF
               IF CD-CPF NOT = EP-CPF-HERDEIRO
                   MOVE "CONTA INFORMADA NAO E DO HERDEIRO"
                       TO MS-GMENSAGEMS
                   GO END-LIBERA-ESPOLIO
               END-IF
               IF NOT CONTA-ATIVA
                   MOVE "CONTA DO HERDEIRO NAO ESTA ATIVA"
                       TO MS-GMENSAGEMS
                   GO END-LIBERA-ESPOLIO
               END-IF
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO END-LIBERA-ESPOLIO
           END-IF

      *    DEBITO NO ESPOLIO, SOBRE O SALDO RELIDO.
           MOVE WS-OB-CONTA TO CD-CONTA
           READ CAD WITH LOCK
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-READ
           IF FS-OK
               SUBTRACT EP-VALOR FROM VL-SALDO
               IF VL-SALDO - WS-BJ-TOTAL < 0
                   MOVE 99 TO FFSALV
               END-IF
           END-IF
           IF NOT FS-OK
               MOVE "SALDO DO ESPOLIO MUDOU - REFACA A LIBERACAO"
                   TO MS-GMENSAGEMS
               GO END-LIBERA-ESPOLIO
           END-IF
           MOVE EP-VALOR TO VL-SAQUE
           MOVE SPACE TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE 'S' TO EX-TIPO
           MOVE EP-VALOR TO EX-VALOR
           IF EP-CREDITO-CONTA
               MOVE 'TF' TO WS-EX-ORIGEM
           END-IF
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           MOVE WS-DOC-ATUAL TO EP-DOCUMENTO
           MOVE "ESPOLIO-L" TO WS-AUD-OP
           MOVE WS-OB-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "PARTILHA A " EP-CPF-HERDEIRO " PROC " EP-PROCESSO
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE "LIB-ESPOLIO" TO WS-COMP-OPERACAO
           MOVE EP-VALOR TO WS-COMP-VALOR
           PERFORM GRAVA-COMPROVANTE THRU END-GRAVA-COMPROVANTE

           MOVE FUNCTION CURRENT-DATE(1:8) TO EP-DATA
           MOVE WS-OB-CPF TO EP-CPF-FALECIDO
           MOVE WS-OPERADOR-ID TO EP-OPERADOR
           MOVE WS-OB-CONTA TO EP-CONTA
           MOVE 1 TO EP-SEQ
           MOVE 'N' TO WS-OB-GRAVOU
           PERFORM GRAVA-ESPOLIO THRU END-GRAVA-ESPOLIO
               UNTIL WS-OB-GRAVOU = 'S' OR EP-SEQ > 999

           IF EP-EM-ESPECIE
               MOVE "LIBERACAO PAGA EM ESPECIE NO GUICHE"
                   TO MS-GMENSAGEMS
               GO END-LIBERA-ESPOLIO
           END-IF

      *    CREDITO NO HERDEIRO (CONTA JA TRAVADA NA CONFERENCIA).
           MOVE EP-CONTA-DESTINO TO CD-CONTA
           READ CAD WITH LOCK
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-READ
           IF NOT FS-OK
               MOVE "ESPOLIO-X" TO WS-AUD-OP
               MOVE EP-CPF-HERDEIRO TO WS-AUD-CHAVE
               MOVE "FALHA NO CREDITO AO HERDEIRO - ACERTO MANUAL"
                   TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
               MOVE "CREDITO AO HERDEIRO FALHOU - VER AUDITORIA"
                   TO MS-GMENSAGEMS
               GO END-LIBERA-ESPOLIO
           END-IF
           ADD EP-VALOR TO VL-SALDO
           MOVE EP-VALOR TO VL-DEP
           MOVE SPACE TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE 'D' TO EX-TIPO
           MOVE EP-VALOR TO EX-VALOR
           MOVE 'TF' TO WS-EX-ORIGEM
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           MOVE "ESPOLIO-C" TO WS-AUD-OP
           MOVE EP-CPF-HERDEIRO TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "CREDITO DE PARTILHA DO ESPOLIO " WS-OB-CONTA
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE "CRED-ESPOLIO" TO WS-COMP-OPERACAO
           MOVE EP-VALOR TO WS-COMP-VALOR
           PERFORM GRAVA-COMPROVANTE THRU END-GRAVA-COMPROVANTE
           MOVE "LIBERACAO CREDITADA NA CONTA DO HERDEIRO"
               TO MS-GMENSAGEMS.
       END-LIBERA-ESPOLIO.

       GRAVA-ESPOLIO.
           WRITE REG-ESPOLIO
               INVALID KEY
                   ADD 1 TO EP-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-OB-GRAVOU
           END-WRITE.
       END-GRAVA-ESPOLIO.

      * CADASTRO DE EMITENTES DE CHEQUES SEM FUNDOS (GERENTE): MOSTRA
      * A SITUACAO DO CPF NO CCF E, SE ELE ESTIVER INCLUIDO E TIVER
      * COMPROVADO O PAGAMENTO DOS CHEQUES, REGULARIZA - O CPF PASSA
      * A EXCLUIDO, A CONTAGEM DE DEVOLUCOES ZERA E O REGISTRO DE
      * EXCLUSAO VAI PARA O CCFMOV.DAT.  A REGULARIZACAO E AUDITADA.
       MANTEM-CCF.
       CCFW.
           DISPLAY EE-LIMPA.
           PERFORM EE-FTELA
           DISPLAY 'C H E Q U E S  S E M  F U N D O S  ( C C F )'
               AT 0618
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           DISPLAY "CPF:" AT 0829.
           MOVE ZEROS TO WS-CF-CPF.
           ACCEPT WS-CF-CPF AT 0834.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-CCF
           END-IF
           IF WS-CF-CPF = ZEROS
               GO CCFW
           END-IF

           OPEN I-O CCF
           IF FCF-EMPTY
               OPEN OUTPUT CCF
               CLOSE CCF
               OPEN I-O CCF
           END-IF
           IF NOT FCF-OK
               MOVE "NAO FOI POSSIVEL ABRIR CCF.DAT" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2361 FOREGROUND-COLOR 0
               GO END-MANTEM-CCF
           END-IF

           MOVE SPACES TO MS-GMENSAGEMS
           MOVE WS-CF-CPF TO CF-CPF
           READ CCF
               INVALID KEY
                   MOVE "NADA CONSTA - CPF SEM DEVOLUCOES"
                       TO MS-GMENSAGEMS
           END-READ
           IF MS-GMENSAGEMS = SPACES
               PERFORM REGULARIZA-CCF THRU END-REGULARIZA-CCF
           END-IF
           CLOSE CCF
           IF MS-GMENSAGEMS = SPACES
               GO CCFW
           END-IF
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO CCFW.
       END-MANTEM-CCF.

       REGULARIZA-CCF.
           EVALUATE TRUE
               WHEN CF-INCLUIDO
                   MOVE "INCLUIDO NO CCF" TO WS-CF-SITUACAO
               WHEN CF-EXCLUIDO
                   MOVE "REGULARIZADO" TO WS-CF-SITUACAO
               WHEN OTHER
                   MOVE "NAO INCLUIDO" TO WS-CF-SITUACAO
           END-EVALUATE
           DISPLAY "SITUACAO:" AT 1029
           DISPLAY WS-CF-SITUACAO AT 1039
           DISPLAY "DEVOLUCOES SEM FUNDOS:" AT 1129
           DISPLAY CF-QT-DEVOLUCOES AT 1152
           MOVE CF-ULT-VALOR TO WS-CF-VALOR-ED
           DISPLAY "ULTIMA DEVOLUCAO:" AT 1229
           DISPLAY CF-DATA-ULT-DEVOL AT 1247
           DISPLAY "CONTA" AT 1256
           DISPLAY CF-ULT-CONTA AT 1262
           DISPLAY "CHEQUE" AT 1268
           DISPLAY CF-ULT-CHEQUE AT 1275
           DISPLAY "VALOR" AT 1329
           DISPLAY WS-CF-VALOR-ED AT 1335
           DISPLAY "INCLUSAO:" AT 1429
           DISPLAY CF-DATA-INCLUSAO AT 1439
           DISPLAY "EXCLUSAO:" AT 1450
           DISPLAY CF-DATA-EXCLUSAO AT 1460

           IF NOT CF-INCLUIDO
               MOVE "CPF NAO ESTA INCLUIDO - NADA A REGULARIZAR"
                   TO MS-GMENSAGEMS
               GO END-REGULARIZA-CCF
           END-IF

           DISPLAY "PAGAMENTO DOS CHEQUES COMPROVADO - REGULARIZAR"
               AT 1629
           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO END-REGULARIZA-CCF
           END-IF

           SET CF-EXCLUIDO TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CF-DATA-EXCLUSAO
           MOVE WS-OPERADOR-ID TO CF-OPER-EXCLUSAO
           MOVE SPACES TO REG-CCFMOV
           SET CM-EXCLUSAO TO TRUE
           MOVE CF-CPF TO CM-CPF
           MOVE CF-DATA-EXCLUSAO TO CM-DATA
           MOVE ZEROS TO CM-AGENCIA
           MOVE CF-ULT-CONTA TO CM-CONTA
           MOVE CF-ULT-CHEQUE TO CM-CHEQUE
           MOVE CF-ULT-VALOR TO CM-VALOR
           MOVE CF-QT-DEVOLUCOES TO CM-QT-DEVOLUCOES
           MOVE WS-OPERADOR-ID TO CM-OPERADOR
           MOVE ZEROS TO CF-QT-DEVOLUCOES
           REWRITE REG-CCF
           END-REWRITE
           IF NOT FCF-OK
               MOVE "REGULARIZACAO NAO GRAVADA" TO MS-GMENSAGEMS
               GO END-REGULARIZA-CCF
           END-IF

           OPEN EXTEND CCFMOV
           IF NOT FCM-OK
               CLOSE CCFMOV
               OPEN OUTPUT CCFMOV
           END-IF
           WRITE REG-CCFMOV
           CLOSE CCFMOV

           MOVE "CCF-EXCLUI" TO WS-AUD-OP
           MOVE CF-CPF TO WS-AUD-CHAVE
           MOVE "REGULARIZADO - PAGAMENTO COMPROVADO" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE "CPF REGULARIZADO - EXCLUSAO GRAVADA PARA A CENTRAL"
               TO MS-GMENSAGEMS.
       END-REGULARIZA-CCF.

      * EXTRATO OFX: GERA O ARQUIVO DE UM PERIODO NA HORA (G) OU
      * MARCA/DESMARCA A CONTA PARA O ENVIO MENSAL (M).  O CPF PODE
      * SER O DO TITULAR CONJUNTO, COMO NO EXTRATO EM TELA.  TODA
      * GERACAO E ADESAO E AUDITADA.
       MANTEM-OFX.
       OFXW.
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'E X T R A T O   O F X' AT 0640
           DISPLAY 'INFORME CPF' AT 0729
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           PERFORM LUSUARIO THRU END-LUSUARIO.

           IF FS-OTHER AND WS-LU-CANCELADO = 'N'
               AND WS-LU-CPF-BUSCA > ZEROS
               PERFORM BUSCA-CONTA-CONJUNTA
                   THRU END-BUSCA-CONTA-CONJUNTA
           END-IF
           IF NOT FS-OK
               GO END-MANTEM-OFX
           END-IF

           DISPLAY ES-DNOME
           DISPLAY "CONTA:" AT 1329
           DISPLAY CD-CONTA AT 1336

           OPEN I-O OFXADE
           IF FOX-EMPTY
               OPEN OUTPUT OFXADE
               CLOSE OFXADE
               OPEN I-O OFXADE
           END-IF
           IF NOT FOX-OK
               MOVE "NAO FOI POSSIVEL ABRIR OFXADE.DAT" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2364 FOREGROUND-COLOR 0
               GO END-MANTEM-OFX
           END-IF

           MOVE 'N' TO WS-OX-ADERIDA
           MOVE CD-CONTA TO OA-CONTA
           READ OFXADE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-OX-ADERIDA
           END-READ
           IF WS-OX-ADERIDA = 'S'
               DISPLAY "ENVIO MENSAL: ADERIDO DESDE" AT 1429
               DISPLAY OA-DATA-ADESAO AT 1457
               DISPLAY "ULTIMO MES GERADO:" AT 1529
               DISPLAY OA-ULT-ANOMES AT 1548
           ELSE
               DISPLAY "ENVIO MENSAL: NAO ADERIDO" AT 1429
           END-IF

           DISPLAY "ACAO (G-GERAR ARQUIVO M-ENVIO MENSAL):" AT 2027.
           MOVE SPACES TO WS-OX-ACAO.
           ACCEPT WS-OX-ACAO AT 2066.
           IF COB-CRT-STATUS = COB-SCR-ESC
               CLOSE OFXADE
               GO END-MANTEM-OFX
           END-IF

           MOVE SPACES TO MS-GMENSAGEMS
           EVALUATE TRUE
               WHEN OX-ACAO-GERAR
                   PERFORM GERA-OFX THRU END-GERA-OFX
               WHEN OX-ACAO-MENSAL
                   PERFORM ADESAO-OFX THRU END-ADESAO-OFX
               WHEN OTHER
                   MOVE "ACAO INVALIDA, USE G OU M" TO MS-GMENSAGEMS
           END-EVALUATE
           CLOSE OFXADE
           UNLOCK CAD
           IF MS-GMENSAGEMS = SPACES
               GO OFXW
           END-IF
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO OFXW.
       END-MANTEM-OFX.
           UNLOCK CAD.

       GERA-OFX.
           MOVE ZEROS TO WS-OFX-DATA-INI WS-OFX-DATA-FIM
           DISPLAY "PERIODO DE (AAAAMMDD):" AT 1729
           ACCEPT WS-OFX-DATA-INI AT 1752
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-GERA-OFX
           END-IF
           DISPLAY "ATE:" AT 1762
           ACCEPT WS-OFX-DATA-FIM AT 1767
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-GERA-OFX
           END-IF

           MOVE "VD" TO WS-SV-FUNCAO
           MOVE WS-OFX-DATA-INI TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '1'
               MOVE "DATA INICIAL INVALIDA" TO MS-GMENSAGEMS
               GO END-GERA-OFX
           END-IF
           MOVE WS-OFX-DATA-FIM TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '1'
               MOVE "DATA FINAL INVALIDA" TO MS-GMENSAGEMS
               GO END-GERA-OFX
           END-IF
           IF WS-OFX-DATA-INI > WS-OFX-DATA-FIM
               MOVE "DATA INICIAL POSTERIOR A FINAL" TO MS-GMENSAGEMS
               GO END-GERA-OFX
           END-IF

           MOVE CD-CONTA TO WS-OFX-CONTA
           MOVE CD-AGENCIA TO WS-OFX-AGENCIA
           MOVE CD-TIPO-CONTA TO WS-OFX-TIPO-CONTA
           MOVE VL-SALDO TO WS-OFX-SALDO-ATUAL
           CALL "EXPORTA-OFX" USING WS-OFX-PEDIDO WS-OFX-ARQUIVO
               WS-OFX-QT-MOVTOS WS-OFX-RETORNO
           EVALUATE WS-OFX-RETORNO
               WHEN '0'
                   CONTINUE
               WHEN '1'
                   MOVE "EXTRATO.DAT INDISPONIVEL - OFX NAO GERADO"
                       TO MS-GMENSAGEMS
                   GO END-GERA-OFX
               WHEN OTHER
                   MOVE "NAO FOI POSSIVEL CRIAR O ARQUIVO OFX"
                       TO MS-GMENSAGEMS
                   GO END-GERA-OFX
           END-EVALUATE

           MOVE "OFX" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "EXTRATO OFX " WS-OFX-DATA-INI " A "
               WS-OFX-DATA-FIM DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE WS-OFX-QT-MOVTOS TO WS-OX-QT-ED
           STRING "GERADO " WS-OFX-ARQUIVO DELIMITED BY SPACE
               " - " WS-OX-QT-ED " MOVIMENTO(S)"
               DELIMITED BY SIZE INTO MS-GMENSAGEMS.
       END-GERA-OFX.

       ADESAO-OFX.
           IF WS-OX-ADERIDA = 'S'
               DISPLAY "CANCELAR O ENVIO MENSAL DO OFX" AT 1729
               PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
               IF MSG-OP-N
                   GO END-ADESAO-OFX
               END-IF
               DELETE OFXADE
                   INVALID KEY
                       MOVE "CANCELAMENTO NAO GRAVADO" TO MS-GMENSAGEMS
                       GO END-ADESAO-OFX
               END-DELETE
               MOVE "OFX-CANCEL" TO WS-AUD-OP
               MOVE CD-CPF TO WS-AUD-CHAVE
               MOVE "ENVIO MENSAL DO OFX CANCELADO" TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
               MOVE "ENVIO MENSAL CANCELADO" TO MS-GMENSAGEMS
               GO END-ADESAO-OFX
           END-IF

           IF CONTA-ENCERRADA OR CONTA-RECUSADA OR CONTA-ESPOLIO
               MOVE "CONTA NAO ADMITE ADESAO AO ENVIO MENSAL"
                   TO MS-GMENSAGEMS
               GO END-ADESAO-OFX
           END-IF
           DISPLAY "ADERIR AO ENVIO MENSAL DO OFX" AT 1729
           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO END-ADESAO-OFX
           END-IF
           MOVE SPACES TO REG-OFXADE
           MOVE CD-CONTA TO OA-CONTA
           MOVE CD-CPF TO OA-CPF
           MOVE FUNCTION CURRENT-DATE(1:8) TO OA-DATA-ADESAO
           MOVE WS-OPERADOR-ID TO OA-OPERADOR
           MOVE ZEROS TO OA-ULT-ANOMES
           WRITE REG-OFXADE
               INVALID KEY
                   MOVE "ADESAO NAO GRAVADA" TO MS-GMENSAGEMS
                   GO END-ADESAO-OFX
           END-WRITE
           MOVE "OFX-ADESAO" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE "ADERIU AO ENVIO MENSAL DO OFX" TO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE "ADESAO GRAVADA - OFX GERADO TODO DIA 1"
               TO MS-GMENSAGEMS.
       END-ADESAO-OFX.

      * ALERTAS POR SMS/E-MAIL: CELULAR, E-MAIL, CANAL E OS FATOS QUE
      * O CLIENTE QUER RECEBER, GUARDADOS NO MESTRE DE CLIENTES (UM
      * CADASTRO POR CPF, VALE PARA TODAS AS CONTAS DELE).  O CPF
      * PODE SER O DO TITULAR CONJUNTO; AS PREFERENCIAS GRAVADAS SAO
      * AS DO TITULAR DA CONTA.  O ENVIO E FEITO PELO GERA-ALERTAS.
      * LIGAR O CANAL MARCA A DATA DE ADESAO; TODA ALTERACAO E
      * AUDITADA.
       MANTEM-ALERTAS.
       ALERTASW.
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'A L E R T A S   S M S  /  E - M A I L' AT 0622
           DISPLAY 'INFORME CPF' AT 0729
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           PERFORM LUSUARIO THRU END-LUSUARIO.

           IF FS-OTHER AND WS-LU-CANCELADO = 'N'
               AND WS-LU-CPF-BUSCA > ZEROS
               PERFORM BUSCA-CONTA-CONJUNTA
                   THRU END-BUSCA-CONTA-CONJUNTA
           END-IF
           IF NOT FS-OK
               GO END-MANTEM-ALERTAS
           END-IF

           DISPLAY ES-DNOME
           DISPLAY "CONTA:" AT 1329
           DISPLAY CD-CONTA AT 1336

           MOVE SPACES TO MS-GMENSAGEMS
           PERFORM EDITA-ALERTAS THRU END-EDITA-ALERTAS
           UNLOCK CAD
           IF MS-GMENSAGEMS = SPACES
               GO ALERTASW
           END-IF
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO ALERTASW.
       END-MANTEM-ALERTAS.
           UNLOCK CAD.

       EDITA-ALERTAS.
           IF CONTA-ENCERRADA OR CONTA-RECUSADA OR CONTA-ESPOLIO
               MOVE "CONTA NAO ADMITE CADASTRO DE ALERTAS"
                   TO MS-GMENSAGEMS
               GO END-EDITA-ALERTAS
           END-IF
      *    CPF ANTERIOR AO MESTRE ENTRA AGORA COM OS DADOS DA CONTA.
           MOVE CD-CPF TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   PERFORM GRAVA-CLIENTE-MASTER
                       THRU END-GRAVA-CLIENTE-MASTER
           END-READ
      *    CLIENTE QUE NUNCA PASSOU POR ESTA TELA VEM SEM CONTATO.
           IF CL-ALERTA-CANAL = SPACE OR CL-ALERTA-DESDE NOT NUMERIC
               MOVE ZEROS TO CL-CELULAR CL-ALERTA-DEBITO
                   CL-ALERTA-DESDE
               MOVE SPACES TO CL-EMAIL
               MOVE 'N' TO CL-ALERTA-CANAL CL-ALERTA-CHEQUE
                   CL-ALERTA-AGENDA
           END-IF

           MOVE CL-CELULAR TO WS-AL-CELULAR
           MOVE CL-EMAIL TO WS-AL-EMAIL
           MOVE CL-ALERTA-CANAL TO WS-AL-CANAL
           MOVE CL-ALERTA-DEBITO TO WS-AL-DEBITO
           MOVE CL-ALERTA-CHEQUE TO WS-AL-CHEQUE
           MOVE CL-ALERTA-AGENDA TO WS-AL-AGENDA
           MOVE WS-AL-DEBITO TO WS-AL-DEBITO-ED

           DISPLAY "CELULAR (DDD+NUMERO):" AT 1429
           DISPLAY WS-AL-CELULAR AT 1451
           DISPLAY "E-MAIL:" AT 1529
           DISPLAY WS-AL-EMAIL AT 1537
           DISPLAY "CANAL (S-SMS E-EMAIL A-AMBOS N-NENHUM):" AT 1629
           DISPLAY WS-AL-CANAL AT 1669
           DISPLAY "AVISAR DEBITO A PARTIR DE R$ (0 = NAO):" AT 1729
           DISPLAY WS-AL-DEBITO-ED AT 1769
           DISPLAY "AVISAR CHEQUE DEVOLVIDO (S/N):" AT 1829
           DISPLAY WS-AL-CHEQUE AT 1860
           DISPLAY "AVISAR AGENDAMENTO/CONVENIO NAO PAGO (S/N):"
               AT 1929
           DISPLAY WS-AL-AGENDA AT 1973

           ACCEPT WS-AL-CELULAR AT 1451
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-EDITA-ALERTAS
           END-IF
           ACCEPT WS-AL-EMAIL AT 1537
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-EDITA-ALERTAS
           END-IF
           ACCEPT WS-AL-CANAL AT 1669
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-EDITA-ALERTAS
           END-IF
           ACCEPT WS-AL-DEBITO AT 1769
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-EDITA-ALERTAS
           END-IF
           ACCEPT WS-AL-CHEQUE AT 1860
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-EDITA-ALERTAS
           END-IF
           ACCEPT WS-AL-AGENDA AT 1973
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-EDITA-ALERTAS
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-AL-CANAL) TO WS-AL-CANAL
           MOVE FUNCTION UPPER-CASE(WS-AL-CHEQUE) TO WS-AL-CHEQUE
           MOVE FUNCTION UPPER-CASE(WS-AL-AGENDA) TO WS-AL-AGENDA

           IF NOT AL-CANAL-OK OR NOT AL-CHEQUE-OK OR NOT AL-AGENDA-OK
               MOVE "CANAL S/E/A/N; CHEQUE E AGENDA S OU N"
                   TO MS-GMENSAGEMS
               GO END-EDITA-ALERTAS
           END-IF
           IF AL-CANAL-SMS AND WS-AL-CELULAR < 1000000000
               MOVE "CELULAR INVALIDO - INFORME DDD E NUMERO"
                   TO MS-GMENSAGEMS
               GO END-EDITA-ALERTAS
           END-IF
           IF AL-CANAL-EMAIL
               MOVE ZEROS TO WS-AL-ARROBAS
               INSPECT WS-AL-EMAIL TALLYING WS-AL-ARROBAS
                   FOR ALL "@"
               IF WS-AL-ARROBAS NOT = 1
                   MOVE "E-MAIL INVALIDO" TO MS-GMENSAGEMS
                   GO END-EDITA-ALERTAS
               END-IF
           END-IF
           IF NOT AL-CANAL-NENHUM AND WS-AL-DEBITO = ZEROS
               AND WS-AL-CHEQUE = 'N' AND WS-AL-AGENDA = 'N'
               MOVE "NENHUM ALERTA ESCOLHIDO - USE CANAL N"
                   TO MS-GMENSAGEMS
               GO END-EDITA-ALERTAS
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO END-EDITA-ALERTAS
           END-IF

      *    A DATA DE ADESAO SO MUDA QUANDO O CANAL E LIGADO AGORA.
           IF CL-SEM-ALERTA AND NOT AL-CANAL-NENHUM
               MOVE FUNCTION CURRENT-DATE(1:8) TO CL-ALERTA-DESDE
           END-IF
           MOVE WS-AL-CELULAR TO CL-CELULAR
           MOVE WS-AL-EMAIL TO CL-EMAIL
           MOVE WS-AL-CANAL TO CL-ALERTA-CANAL
           MOVE WS-AL-DEBITO TO CL-ALERTA-DEBITO
           MOVE WS-AL-CHEQUE TO CL-ALERTA-CHEQUE
           MOVE WS-AL-AGENDA TO CL-ALERTA-AGENDA
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CLIENTE
           REWRITE REG-CLIENTE
               INVALID KEY
                   MOVE "ALERTAS NAO GRAVADOS" TO MS-GMENSAGEMS
                   GO END-EDITA-ALERTAS
           END-REWRITE
           PERFORM JN-DEPOIS-CLIENTE

           MOVE "ALERTAS" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE WS-AL-DEBITO TO WS-AL-DEBITO-ED
           MOVE SPACES TO WS-AUD-DESC
           STRING "CANAL " WS-AL-CANAL " DEBITO " WS-AL-DEBITO-ED
               " CHQ " WS-AL-CHEQUE " AGE " WS-AL-AGENDA
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE "PREFERENCIAS DE ALERTA GRAVADAS" TO MS-GMENSAGEMS.
       END-EDITA-ALERTAS.

      * CORRECAO DE CPF E UNIFICACAO DE CLIENTES (GERENTE).  TUDO O
      * QUE ESTA NO CPF DE ORIGEM - DIGITADO ERRADO NA ABERTURA, OU O
      * CADASTRO DUPLICADO DA MESMA PESSOA - PASSA PARA O CPF DE
      * DESTINO: MESTRE DE CLIENTES, CONTAS (TITULAR, SEGUNDO TITULAR
      * E RESPONSAVEL LEGAL), EXTRATO, CHAVES DE TRANSFERENCIA,
      * AGENDAMENTOS, CONVENIOS, EMPRESTIMOS, APLICACOES, CHEQUES,
      * SAQUES AGENDADOS, PORTABILIDADE, A SITUACAO NO CCF, O SCORE DE
      * CREDITO E AS DIVIDAS EM NEGATIVACAO.  DESTINO SEM CADASTRO E
      * CORRECAO (O MESTRE SO MUDA DE CHAVE); DESTINO JA CADASTRADO E
      * UNIFICACAO (FICA O MESTRE DO DESTINO E AS CONTAS QUE MUDAM DE
      * TITULAR RECEBEM OS DADOS DELE).  ANTES DE GRAVAR, A PREVIA DE
      * CADA REGISTRO A ALTERAR SAI NUM SPOOL DATADO CATALOGADO EM
      * CATREL.DAT; CONFIRMADA, CADA ALTERACAO E AUDITADA.  CONTA EM
      * USO NO OUTRO CAIXA FICA DE FORA E A OPERACAO E REPETIDA
      * DEPOIS - SO O QUE AINDA CITA O CPF DE ORIGEM E MOVIDO.
       MANTEM-UNIFICA.
       UNIFICAW.
           PERFORM VERIFICA-DIA-ABERTO THRU END-VERIFICA-DIA-ABERTO
           IF WS-DIA-OK = 'N'
               GO END-MANTEM-UNIFICA
           END-IF
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'C O R R E C A O  /  U N I F I C A C A O   C P F'
               AT 0617
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           DISPLAY "CPF DE ORIGEM (ERRADO OU DUPLICADO):" AT 0829
           MOVE ZEROS TO WS-UN-ORIGEM
           ACCEPT WS-UN-ORIGEM AT 0866
           IF COB-CRT-STATUS = COB-SCR-ESC OR WS-UN-ORIGEM = ZEROS
               GO END-MANTEM-UNIFICA
           END-IF
           DISPLAY "CPF DE DESTINO (CORRETO):" AT 0929
           MOVE ZEROS TO WS-UN-DESTINO
           ACCEPT WS-UN-DESTINO AT 0966
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-UNIFICA
           END-IF

           MOVE SPACES TO MS-GMENSAGEMS
           PERFORM CONFERE-UNIFICA THRU END-CONFERE-UNIFICA
           IF MS-GMENSAGEMS NOT = SPACES
               GO MOSTRA-UNIFICA
           END-IF
           IF UN-CORRECAO
               DISPLAY "CORRECAO: DESTINO SEM CADASTRO" AT 1029
           ELSE
               DISPLAY "UNIFICACAO: DESTINO JA CADASTRADO" AT 1029
           END-IF

           MOVE 'P' TO WS-UN-MODO
           PERFORM PROCESSA-UNIFICA THRU END-PROCESSA-UNIFICA
           MOVE WS-UN-QT-REGISTROS TO WS-UN-QT-ED
           DISPLAY "REGISTROS A ALTERAR:" AT 1229
           DISPLAY WS-UN-QT-ED AT 1250
           DISPLAY "PREVIA GRAVADA EM" AT 1329
           DISPLAY WS-NOME-UNIFICA AT 1347
           IF WS-UN-QT-REGISTROS = ZEROS
               MOVE "NADA A ALTERAR NO CPF DE ORIGEM" TO MS-GMENSAGEMS
               GO MOSTRA-UNIFICA
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO UNIFICAW
           END-IF

           MOVE "TROCA-CPF" TO WS-AUD-OP
           MOVE WS-UN-ORIGEM TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           IF UN-CORRECAO
               STRING "CORRECAO DE CPF PARA " WS-UN-DESTINO
                   DELIMITED BY SIZE INTO WS-AUD-DESC
           ELSE
               STRING "UNIFICACAO COM O CPF " WS-UN-DESTINO
                   DELIMITED BY SIZE INTO WS-AUD-DESC
           END-IF
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA

           MOVE 'E' TO WS-UN-MODO
           PERFORM PROCESSA-UNIFICA THRU END-PROCESSA-UNIFICA
           MOVE WS-UN-QT-REGISTROS TO WS-UN-QT-ED
           IF WS-UN-QT-EM-USO > ZEROS
               STRING WS-UN-QT-ED " ALTERADOS - HA REGISTROS EM USO,"
                   " REPITA" DELIMITED BY SIZE INTO MS-GMENSAGEMS
           ELSE
               STRING WS-UN-QT-ED " REGISTROS ALTERADOS"
                   DELIMITED BY SIZE INTO MS-GMENSAGEMS
           END-IF.
       MOSTRA-UNIFICA.
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO UNIFICAW.
       END-MANTEM-UNIFICA.
           UNLOCK CAD.

      * MUDANCA DE AGENCIA DE UMA CONTA (GERENTE).  A CONTA GANHA
      * NUMERO NOVO COM DV NA AGENCIA DE DESTINO E TUDO O QUE GUARDA
      * O NUMERO ANTIGO E REGRAVADO PELO TRANSFERE-CONTA (O MESMO DO
      * BATCH TRANSFERE-AGENCIA); REMESSA, FOLHA, FATURA E CHEQUE QUE
      * AINDA CHEGAM COM O NUMERO ANTIGO ACHAM A CONTA PELA
      * REFERENCIA CRUZADA.  MUDANCA QUE PAROU NO MEIO (REGISTRO EM
      * USO POR OUTRO CAIXA) E TERMINADA INFORMANDO DE NOVO O NUMERO
      * ANTIGO.
       MANTEM-TRANSF-AGENCIA.
       TRANSFAGW.
           PERFORM VERIFICA-DIA-ABERTO THRU END-VERIFICA-DIA-ABERTO
           IF WS-DIA-OK = 'N'
               GO END-MANTEM-TRANSF-AGENCIA
           END-IF
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'M U D A N C A   D E   A G E N C I A' AT 0622
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           DISPLAY "CONTA (NUMERO ATUAL OU ANTIGO):" AT 0829
           MOVE ZEROS TO WS-TA-CONTA
           ACCEPT WS-TA-CONTA AT 0861
           IF COB-CRT-STATUS = COB-SCR-ESC OR WS-TA-CONTA = ZEROS
               GO END-MANTEM-TRANSF-AGENCIA
           END-IF
           MOVE SPACES TO MS-GMENSAGEMS
           MOVE WS-TA-CONTA TO CD-CONTA
           READ CAD
               INVALID KEY
                   DISPLAY "CONTA JA MOVIDA - TERMINA A MUDANCA"
                       AT 0929
               NOT INVALID KEY
                   DISPLAY NM-USER AT 0929
                   DISPLAY "AGENCIA ATUAL:" AT 1029
                   DISPLAY CD-AGENCIA AT 1044
           END-READ
           UNLOCK CAD

           DISPLAY "AGENCIA DE DESTINO:" AT 1229
           MOVE ZEROS TO WS-TA-AGENCIA
           ACCEPT WS-TA-AGENCIA AT 1249
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-TRANSF-AGENCIA
           END-IF
           MOVE WS-TA-AGENCIA TO AM-CODIGO
           READ AGMASTER
               INVALID KEY
                   MOVE "AGENCIA DE DESTINO NAO CADASTRADA"
                       TO MS-GMENSAGEMS
                   GO MOSTRA-TRANSF-AGENCIA
           END-READ
           DISPLAY AM-NOME AT 1329

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO TRANSFAGW
           END-IF

           MOVE WS-TA-CONTA TO WS-TC-CONTA-ANTIGA
           MOVE WS-TA-AGENCIA TO WS-TC-AGENCIA-NOVA
           MOVE WS-OPERADOR-ID TO WS-TC-OPERADOR
           CALL "TRANSFERE-CONTA" USING WS-TC-PEDIDO WS-TC-RESULTADO
               WS-TC-RETORNO
           EVALUATE WS-TC-RETORNO
               WHEN '1'
                   MOVE "CONTA INEXISTENTE" TO MS-GMENSAGEMS
               WHEN '2'
                   MOVE "CONTA ENCERRADA, RECUSADA OU EM ESPOLIO"
                       TO MS-GMENSAGEMS
               WHEN '3'
                   MOVE "CONTA EM USO POR OUTRO CAIXA, REPITA"
                       TO MS-GMENSAGEMS
               WHEN '4'
                   MOVE "CONTA JA ESTA NESSA AGENCIA" TO MS-GMENSAGEMS
               WHEN '5'
                   MOVE "SEQUENCIA DE CONTAS INDISPONIVEL"
                       TO MS-GMENSAGEMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-TC-RETORNO NOT = '0'
               GO MOSTRA-TRANSF-AGENCIA
           END-IF

           MOVE "TRANSF-AG" TO WS-AUD-OP
           MOVE WS-TC-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "CONTA " WS-TC-CONTA-ANTIGA " AG "
               WS-TC-AGENCIA-ANTIGA " -> " WS-TC-CONTA-NOVA " AG "
               WS-TA-AGENCIA
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA

           DISPLAY "NUMERO NOVO DA CONTA:" AT 1529
           DISPLAY WS-TC-CONTA-NOVA AT 1551
           MOVE WS-TC-QT-REGISTROS TO WS-TA-QT-ED
           IF WS-TC-QT-FALHAS > ZEROS
               STRING "CONTA " WS-TC-CONTA-NOVA " - HA REGISTROS EM"
                   " USO, REPITA" DELIMITED BY SIZE INTO MS-GMENSAGEMS
           ELSE
               STRING "CONTA " WS-TC-CONTA-NOVA " - " WS-TA-QT-ED
                   " REGISTROS ALTERADOS"
                   DELIMITED BY SIZE INTO MS-GMENSAGEMS
           END-IF.
       MOSTRA-TRANSF-AGENCIA.
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO TRANSFAGW.
       END-MANTEM-TRANSF-AGENCIA.
           UNLOCK CAD.

      * AGENDAMENTO DE SAQUE EM ESPECIE (PROVISIONAMENTO): O CLIENTE
      * MARCA PARA UM DIA UTIL FUTURO O SAQUE ACIMA DE
      * PM-VALOR-PROVISAO E O VALOR FICA RESERVADO NA CONTA ATE LA
      * (SOMA-SAQUE-AGENDADO).  O PROVISIONA-SAQUES LISTA TODA MANHA
      * O NUMERARIO QUE CADA AGENCIA PRECISA PEDIR.  O CANCELAMENTO
      * LIBERA A RESERVA; AGENDAMENTO E CANCELAMENTO SAO AUDITADOS.
       MANTEM-SAQUE-AGENDADO.
       SAQAGENDW.
           PERFORM VERIFICA-DIA-ABERTO THRU END-VERIFICA-DIA-ABERTO
           IF WS-DIA-OK = 'N'
               GO END-MANTEM-SAQUE-AGENDADO
           END-IF
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'A G E N D A M E N T O   D E   S A Q U E' AT 0620
           DISPLAY 'INFORME CPF' AT 0729
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           IF WS-VALOR-PROVISAO = ZEROS
               MOVE "PROVISIONAMENTO DE SAQUE DESLIGADO"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2365 FOREGROUND-COLOR 0
               GO END-MANTEM-SAQUE-AGENDADO
           END-IF
           MOVE WS-VALOR-PROVISAO TO WS-SG-LIMITE-ED
           DISPLAY "SAQUE ACIMA DE R$" AT 0829
           DISPLAY WS-SG-LIMITE-ED AT 0847
           DISPLAY "EXIGE AGENDAMENTO" AT 0855

           PERFORM LUSUARIO THRU END-LUSUARIO.
           IF NOT FS-OK
               GO END-MANTEM-SAQUE-AGENDADO
           END-IF
           MOVE SPACES TO MS-GMENSAGEMS
           IF NOT CONTA-ATIVA
               MOVE "CONTA NAO ESTA ATIVA" TO MS-GMENSAGEMS
               GO MOSTRA-SAQUE-AGENDADO
           END-IF
           PERFORM PEDE-SENHA-CLIENTE THRU END-PEDE-SENHA-CLIENTE
           IF WS-SENHA-OK = 'N'
               GO SAQAGENDW
           END-IF

           DISPLAY ES-DNOME
           DISPLAY ES-DCONTA
           MOVE CD-CONTA TO WS-SG-CONTA
           PERFORM SOMA-SAQUE-AGENDADO THRU END-SOMA-SAQUE-AGENDADO
           MOVE WS-SG-TOTAL TO WS-SG-TOTAL-ED
           DISPLAY "SALDO R$ " AT 1329 VL-SALDO
           DISPLAY "JA AGENDADO R$" AT 1429
           DISPLAY WS-SG-TOTAL-ED AT 1444

           DISPLAY "ACAO (A-AGENDAR / C-CANCELAR):" AT 1929
           MOVE SPACES TO WS-SG-ACAO
           ACCEPT WS-SG-ACAO AT 1960
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-SAQUE-AGENDADO
           END-IF
           IF NOT SG-ACAO-AGENDAR AND NOT SG-ACAO-CANCELAR
               MOVE "ACAO INVALIDA, USE A OU C" TO MS-GMENSAGEMS
               GO MOSTRA-SAQUE-AGENDADO
           END-IF
           DISPLAY "DATA DO SAQUE (AAAAMMDD):" AT 2029
           MOVE ZEROS TO WS-SG-DATA
           ACCEPT WS-SG-DATA AT 2055
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-SAQUE-AGENDADO
           END-IF
           MOVE CD-CONTA TO SG-CONTA
           MOVE WS-SG-DATA TO SG-DATA-SAQUE
           READ SAQAGEND
               INVALID KEY
                   MOVE SPACE TO SG-STATUS
           END-READ

           EVALUATE TRUE
               WHEN SG-ACAO-AGENDAR
                   IF FSG-OK AND SG-AGENDADO
                       MOVE "JA HA SAQUE AGENDADO NESSA DATA"
                           TO MS-GMENSAGEMS
                       GO MOSTRA-SAQUE-AGENDADO
                   END-IF
      *            SO DIA UTIL FUTURO: O COFRE PEDE O NUMERARIO NA
      *            VESPERA, PELA LISTA DO PROVISIONA-SAQUES.
                   MOVE "EU" TO WS-SV-FUNCAO
                   MOVE WS-SG-DATA TO WS-SV-DATA-1
                   CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                       WS-SV-DATA-1 WS-SV-DATA-2 WS-SV-RESULTADO
                       WS-SV-RETORNO
                   IF WS-SV-RETORNO NOT = '0'
                       OR WS-SV-RESULTADO = 0
                       OR WS-SG-DATA NOT > WS-DATA-MOVTO
                       MOVE "INFORME UM DIA UTIL FUTURO"
                           TO MS-GMENSAGEMS
                       GO MOSTRA-SAQUE-AGENDADO
                   END-IF
                   DISPLAY "VALOR DO SAQUE: R$" AT 2129
                   MOVE ZEROS TO WS-SG-VALOR
                   ACCEPT WS-SG-VALOR AT 2148
                   IF COB-CRT-STATUS = COB-SCR-ESC
                       GO END-MANTEM-SAQUE-AGENDADO
                   END-IF
                   IF WS-SG-VALOR NOT > WS-VALOR-PROVISAO
                       MOVE "VALOR NAO EXIGE AGENDAMENTO"
                           TO MS-GMENSAGEMS
                       GO MOSTRA-SAQUE-AGENDADO
                   END-IF
                   IF WS-SG-VALOR > WS-VALOR-MAX-SAQUE
                       MOVE "VALOR ACIMA DO MAXIMO DE SAQUE"
                           TO MS-GMENSAGEMS
                       GO MOSTRA-SAQUE-AGENDADO
                   END-IF
                   MOVE CD-CONTA TO WS-BJ-CONTA
                   PERFORM SOMA-BLOQ-JUDICIAL
                       THRU END-SOMA-BLOQ-JUDICIAL
                   IF VL-SALDO - WS-BJ-TOTAL - WS-SG-TOTAL
                       - WS-SG-VALOR < 0 - VL-LIMITE
                       MOVE "SALDO DISPONIVEL INSUFICIENTE"
                           TO MS-GMENSAGEMS
                       GO MOSTRA-SAQUE-AGENDADO
                   END-IF
                   PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
                   IF MSG-OP-N
                       GO SAQAGENDW
                   END-IF
      *            A CHAVE DE UM AGENDAMENTO JA BAIXADO NA MESMA DATA
      *            E REAPROVEITADA.
                   MOVE CD-CONTA TO SG-CONTA
                   MOVE WS-SG-DATA TO SG-DATA-SAQUE
                   MOVE CD-AGENCIA TO SG-AGENCIA
                   MOVE CD-CPF TO SG-CPF
                   MOVE WS-SG-VALOR TO SG-VALOR
                   MOVE WS-DATA-MOVTO TO SG-DATA-AGENDA
                   MOVE WS-OPERADOR-ID TO SG-OPERADOR
                   SET SG-AGENDADO TO TRUE
                   MOVE ZEROS TO SG-DATA-BAIXA
                   IF FSG-OK
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-SAQAGEND
                       REWRITE REG-SAQAGEND
                       END-REWRITE
                       PERFORM JN-DEPOIS-SAQAGEND
                   ELSE
                       MOVE "W" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-SAQAGEND
                       WRITE REG-SAQAGEND
                       END-WRITE
                       PERFORM JN-DEPOIS-SAQAGEND
                   END-IF
                   MOVE WS-SG-VALOR TO WS-SG-TOTAL-ED
                   MOVE "SAQ-AGENDA" TO WS-AUD-OP
                   MOVE CD-CPF TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-DESC
                   STRING "SAQUE AGENDADO P/ " WS-SG-DATA
                       " R$" WS-SG-TOTAL-ED
                       DELIMITED BY SIZE INTO WS-AUD-DESC
                   PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
                   MOVE "SAQUE AGENDADO - VALOR RESERVADO NA CONTA"
                       TO MS-GMENSAGEMS
               WHEN SG-ACAO-CANCELAR
                   IF NOT FSG-OK OR NOT SG-AGENDADO
                       MOVE "NAO HA SAQUE AGENDADO NESSA DATA"
                           TO MS-GMENSAGEMS
                       GO MOSTRA-SAQUE-AGENDADO
                   END-IF
                   MOVE SG-VALOR TO WS-SG-TOTAL-ED
                   DISPLAY "VALOR AGENDADO: R$" AT 2129
                   DISPLAY WS-SG-TOTAL-ED AT 2148
                   PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
                   IF MSG-OP-N
                       GO SAQAGENDW
                   END-IF
                   SET SG-CANCELADO TO TRUE
                   MOVE WS-DATA-MOVTO TO SG-DATA-BAIXA
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-SAQAGEND
                   REWRITE REG-SAQAGEND
                   END-REWRITE
                   PERFORM JN-DEPOIS-SAQAGEND
                   MOVE "SAQ-CANCEL" TO WS-AUD-OP
                   MOVE CD-CPF TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-DESC
                   STRING "SAQUE AGENDADO CANCELADO " WS-SG-DATA
                       DELIMITED BY SIZE INTO WS-AUD-DESC
                   PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
                   MOVE "AGENDAMENTO CANCELADO - RESERVA LIBERADA"
                       TO MS-GMENSAGEMS
           END-EVALUATE.
       MOSTRA-SAQUE-AGENDADO.
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO SAQAGENDW.
       END-MANTEM-SAQUE-AGENDADO.
           UNLOCK CAD.

      * CALCULADORA FINANCEIRA DE BALCAO: O CAIXA COTA EMPRESTIMO E
      * APLICACAO SEM CALCULADORA DE BOLSO.  ESCOLHE O PRODUTO E O
      * QUE QUER CALCULAR, DIGITA O RESTO E A COTACAO SAI COM AS
      * MESMAS CONTAS DA CONTRATACAO; SE O CLIENTE QUISER, SAI A
      * COTACAO IMPRESSA NO TRILHO DO COMPROVANTE.  NADA E GRAVADO.
       CALCULADORA-FINANCEIRA.
       CALCULADORAW.
           DISPLAY EE-LIMPA
           PERFORM EE-FTELA
           DISPLAY 'C A L C U L A D O R A  F I N A N C E I R A' AT 0620
           DISPLAY "ESC -> VOLTA" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           MOVE ZEROS TO WS-CO-VP WS-CO-VF WS-CO-PARCELA WS-CO-TAXA
               WS-CO-PRAZO WS-CO-JUROS WS-CO-IR WS-CO-LIQUIDO
           MOVE SPACES TO WS-CO-PRODUTO WS-CO-INCOGNITA WS-CO-PERIODO

      *    TAXA DA APLICACAO: A MESMA QUE O APLICAR GRAVARIA HOJE.
           MOVE WS-TAXA-APLICACAO TO WS-CO-TAXA-AP
           MOVE "AP" TO WS-TV-CODIGO
           MOVE WS-DATA-MOVTO TO WS-TV-DATA
           CALL "TAXA-VIGENTE" USING WS-TV-CODIGO WS-TV-DATA
               WS-TV-TAXA WS-TV-RETORNO
           IF WS-TV-RETORNO = '0' AND WS-TV-TAXA > 0
               MOVE WS-TV-TAXA TO WS-CO-TAXA-AP
           END-IF

           DISPLAY "PRODUTO (E-EMPRESTIMO / A-APLICACAO / C-CONVERTE"
               AT 0802
           DISPLAY "TAXA) [ ]" AT 0851
           ACCEPT WS-CO-PRODUTO AT 0858
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CALCULADORA-FINANCEIRA
           END-IF

           EVALUATE TRUE
               WHEN CO-EMPRESTIMO
                   PERFORM COTA-EMPRESTIMO THRU END-COTA-EMPRESTIMO
               WHEN CO-APLICACAO
                   PERFORM COTA-APLICACAO THRU END-COTA-APLICACAO
               WHEN CO-CONVERTE
                   PERFORM CONVERTE-TAXA THRU END-CONVERTE-TAXA
               WHEN OTHER
                   MOVE "PRODUTO INVALIDO, USE E, A OU C"
                       TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2361 FOREGROUND-COLOR 0
           END-EVALUATE
           GO CALCULADORAW.
       END-CALCULADORA-FINANCEIRA.

      * EMPRESTIMO: VALOR PRESENTE = PRINCIPAL, VALOR FUTURO = TOTAL
      * A PAGAR NA PRICE, PRAZO EM PARCELAS MENSAIS.  A TAXA E A DO
      * GERENTE (A CONTRATACAO TAMBEM A RECEBE DIGITADA).  RESOLVIDA
      * A INCOGNITA, O COMPARA-SISTEMAS MOSTRA PRICE E SAC COMO NA
      * TELA DE CONTRATACAO.
       COTA-EMPRESTIMO.
           DISPLAY "CALCULAR: V-VALOR PRESENTE  F-TOTAL  P-PARCELA"
               AT 0902
           DISPLAY "T-TAXA  N-PRAZO [ ]" AT 0950
           ACCEPT WS-CO-INCOGNITA AT 0967
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-COTA-EMPRESTIMO
           END-IF
           IF NOT CO-CALC-VP AND NOT CO-CALC-VF AND NOT CO-CALC-PARCELA
               AND NOT CO-CALC-TAXA AND NOT CO-CALC-PRAZO
               MOVE "USE V, F, P, T OU N" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2349 FOREGROUND-COLOR 0
               GO END-COTA-EMPRESTIMO
           END-IF

           IF NOT CO-CALC-VP
               DISPLAY "VALOR PRESENTE R$" AT 1002
               ACCEPT WS-CO-VP AT 1020
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-COTA-EMPRESTIMO
               END-IF
               IF WS-CO-VP = ZEROS
                   MOVE "INFORME O VALOR" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2345 FOREGROUND-COLOR 0
                   GO END-COTA-EMPRESTIMO
               END-IF
           END-IF
           IF CO-CALC-VP OR CO-CALC-TAXA OR CO-CALC-PRAZO
               DISPLAY "PARCELA R$" AT 1040
               ACCEPT WS-CO-PARCELA AT 1051
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-COTA-EMPRESTIMO
               END-IF
               IF WS-CO-PARCELA = ZEROS
                   MOVE "INFORME A PARCELA" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2347 FOREGROUND-COLOR 0
                   GO END-COTA-EMPRESTIMO
               END-IF
           END-IF
           IF NOT CO-CALC-TAXA
               DISPLAY "TAXA AO MES (0,0000):" AT 1102
               ACCEPT WS-CO-TAXA AT 1124
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-COTA-EMPRESTIMO
               END-IF
               IF WS-CO-TAXA = ZEROS
                   MOVE "INFORME A TAXA" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2344 FOREGROUND-COLOR 0
                   GO END-COTA-EMPRESTIMO
               END-IF
           END-IF
           IF NOT CO-CALC-PRAZO
               DISPLAY "NUMERO DE PARCELAS:" AT 1202
               ACCEPT WS-CO-PRAZO AT 1222
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-COTA-EMPRESTIMO
               END-IF
               IF WS-CO-PRAZO = ZEROS OR WS-CO-PRAZO > 999
                   MOVE "PARCELAS DE 1 A 999" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2349 FOREGROUND-COLOR 0
                   GO END-COTA-EMPRESTIMO
               END-IF
           END-IF

      *    TOTAL PRICE = VP * (1 + TAXA * N) E PARCELA = TOTAL / N.
           EVALUATE TRUE
               WHEN CO-CALC-VP
                   COMPUTE WS-CO-VP = WS-CO-PARCELA * WS-CO-PRAZO
                       / (1 + WS-CO-TAXA * WS-CO-PRAZO)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-CO-VP
                   END-COMPUTE
               WHEN CO-CALC-TAXA
                   IF WS-CO-PARCELA * WS-CO-PRAZO NOT > WS-CO-VP
                       MOVE "AS PARCELAS NAO COBREM O VALOR"
                           TO MS-GMENSAGEMS
                       DISPLAY MS-GMENSAGEMS AT 2330
                       FOREGROUND-COLOR 7
                       ACCEPT MS-GMENSAGEMS AT 2360 FOREGROUND-COLOR 0
                       GO END-COTA-EMPRESTIMO
                   END-IF
                   COMPUTE WS-CO-TAXA ROUNDED =
                       (WS-CO-PARCELA * WS-CO-PRAZO - WS-CO-VP)
                       / (WS-CO-VP * WS-CO-PRAZO)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-CO-TAXA
                   END-COMPUTE
                   IF WS-CO-TAXA = ZEROS
                       MOVE "TAXA FORA DA FAIXA DO CONTRATO"
                           TO MS-GMENSAGEMS
                       DISPLAY MS-GMENSAGEMS AT 2330
                       FOREGROUND-COLOR 7
                       ACCEPT MS-GMENSAGEMS AT 2360 FOREGROUND-COLOR 0
                       GO END-COTA-EMPRESTIMO
                   END-IF
               WHEN CO-CALC-PRAZO
                   IF WS-CO-PARCELA NOT > WS-CO-VP * WS-CO-TAXA
                       MOVE "A PARCELA NAO COBRE OS JUROS"
                           TO MS-GMENSAGEMS
                       DISPLAY MS-GMENSAGEMS AT 2330
                       FOREGROUND-COLOR 7
                       ACCEPT MS-GMENSAGEMS AT 2358 FOREGROUND-COLOR 0
                       GO END-COTA-EMPRESTIMO
                   END-IF
                   COMPUTE WS-CO-AUX = WS-CO-VP
                       / (WS-CO-PARCELA - WS-CO-VP * WS-CO-TAXA)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-CO-AUX
                   END-COMPUTE
                   IF WS-CO-AUX > 999
                       MOVE "PRAZO ACIMA DE 999 PARCELAS"
                           TO MS-GMENSAGEMS
                       DISPLAY MS-GMENSAGEMS AT 2330
                       FOREGROUND-COLOR 7
                       ACCEPT MS-GMENSAGEMS AT 2357 FOREGROUND-COLOR 0
                       GO END-COTA-EMPRESTIMO
                   END-IF
                   MOVE WS-CO-AUX TO WS-CO-PRAZO
                   IF WS-CO-AUX > WS-CO-PRAZO
                       ADD 1 TO WS-CO-PRAZO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CO-VP = ZEROS
               MOVE "VALOR FORA DA FAIXA DO CONTRATO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2361 FOREGROUND-COLOR 0
               GO END-COTA-EMPRESTIMO
           END-IF

           MOVE WS-CO-VP TO EM-PRINCIPAL
           MOVE WS-CO-TAXA TO EM-TAXA
           MOVE WS-CO-PRAZO TO EM-QT-PARCELAS
           PERFORM COMPARA-SISTEMAS THRU END-COMPARA-SISTEMAS
           MOVE WS-EM-PARC-PRICE TO WS-CO-PARCELA
           MOVE WS-EM-TOTAL-PRICE TO WS-CO-VF

           MOVE WS-CO-VP TO WS-CO-VALOR-ED
           DISPLAY "VALOR PRESENTE R$" AT 1002
           DISPLAY WS-CO-VALOR-ED AT 1020
           MOVE WS-CO-PARCELA TO WS-CO-VALOR-ED
           DISPLAY "PARCELA R$" AT 1040
           DISPLAY WS-CO-VALOR-ED AT 1051
           MOVE WS-CO-TAXA TO WS-CO-TAXA-ED
           DISPLAY "TAXA AO MES (0,0000):" AT 1102
           DISPLAY WS-CO-TAXA-ED AT 1124
           MOVE WS-CO-VF TO WS-CO-VALOR-ED
           DISPLAY "TOTAL R$" AT 1140
           DISPLAY WS-CO-VALOR-ED AT 1151
           MOVE WS-CO-PRAZO TO WS-CO-PRAZO-ED
           DISPLAY "NUMERO DE PARCELAS:" AT 1202
           DISPLAY WS-CO-PRAZO-ED AT 1222
           PERFORM TAXA-ANUAL-COTACAO

           PERFORM PERGUNTA-IMPRIME-COTACAO.
       END-COTA-EMPRESTIMO.

      * APLICACAO A PRAZO: VALOR PRESENTE = VALOR APLICADO, VALOR
      * FUTURO = RESGATE BRUTO NO VENCIMENTO, PRAZO EM DIAS CORRIDOS.
      * RENDE A TAXA VIGENTE; CALCULAR A TAXA MOSTRA A QUE SERIA
      * PRECISA E AVISA SE ELA NAO E A VIGENTE.  NAO HA PARCELA.
       COTA-APLICACAO.
           DISPLAY "CALCULAR: V-VALOR APLICADO  F-VALOR DE RESGATE"
               AT 0902
           DISPLAY "T-TAXA  N-PRAZO [ ]" AT 0950
           ACCEPT WS-CO-INCOGNITA AT 0967
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-COTA-APLICACAO
           END-IF
           IF NOT CO-CALC-VP AND NOT CO-CALC-VF
               AND NOT CO-CALC-TAXA AND NOT CO-CALC-PRAZO
               MOVE "USE V, F, T OU N - APLICACAO NAO TEM PARCELA"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2374 FOREGROUND-COLOR 0
               GO END-COTA-APLICACAO
           END-IF

           MOVE WS-CO-TAXA-AP TO WS-CO-TAXA
           IF NOT CO-CALC-TAXA
               MOVE WS-CO-TAXA TO WS-CO-TAXA-ED
               DISPLAY "TAXA VIGENTE AO MES:" AT 1102
               DISPLAY WS-CO-TAXA-ED AT 1124
           END-IF
           IF NOT CO-CALC-VP
               DISPLAY "VALOR APLICADO R$" AT 1002
               ACCEPT WS-CO-VP AT 1020
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-COTA-APLICACAO
               END-IF
               IF WS-CO-VP = ZEROS
                   MOVE "INFORME O VALOR" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2345 FOREGROUND-COLOR 0
                   GO END-COTA-APLICACAO
               END-IF
           END-IF
           IF NOT CO-CALC-VF
               DISPLAY "RESGATE BRUTO R$" AT 1040
               ACCEPT WS-CO-VF AT 1057
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-COTA-APLICACAO
               END-IF
               IF WS-CO-VF = ZEROS
                   MOVE "INFORME O VALOR DE RESGATE" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2356 FOREGROUND-COLOR 0
                   GO END-COTA-APLICACAO
               END-IF
           END-IF
           IF NOT CO-CALC-PRAZO
               DISPLAY "PRAZO (DIAS):" AT 1202
               ACCEPT WS-CO-PRAZO AT 1216
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-COTA-APLICACAO
               END-IF
               IF WS-CO-PRAZO = ZEROS
                   MOVE "INFORME O PRAZO" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2345 FOREGROUND-COLOR 0
                   GO END-COTA-APLICACAO
               END-IF
           END-IF
           IF (CO-CALC-TAXA OR CO-CALC-PRAZO)
               AND WS-CO-VF NOT > WS-CO-VP
               MOVE "O RESGATE TEM DE SER MAIOR QUE O APLICADO"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2371 FOREGROUND-COLOR 0
               GO END-COTA-APLICACAO
           END-IF

      *    RESGATE = VP + VP * TAXA * DIAS / 30.
           EVALUATE TRUE
               WHEN CO-CALC-VP
                   COMPUTE WS-CO-VP = WS-CO-VF
                       / (1 + WS-CO-TAXA * WS-CO-PRAZO / 30)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-CO-VP
                   END-COMPUTE
               WHEN CO-CALC-TAXA
                   COMPUTE WS-CO-TAXA ROUNDED =
                       (WS-CO-VF - WS-CO-VP) * 30
                       / (WS-CO-VP * WS-CO-PRAZO)
                       ON SIZE ERROR
                           MOVE ZEROS TO WS-CO-TAXA
                   END-COMPUTE
                   IF WS-CO-TAXA = ZEROS
                       MOVE "TAXA FORA DA FAIXA" TO MS-GMENSAGEMS
                       DISPLAY MS-GMENSAGEMS AT 2330
                       FOREGROUND-COLOR 7
                       ACCEPT MS-GMENSAGEMS AT 2348 FOREGROUND-COLOR 0
                       GO END-COTA-APLICACAO
                   END-IF
               WHEN CO-CALC-PRAZO
                   COMPUTE WS-CO-AUX = (WS-CO-VF - WS-CO-VP) * 30
                       / (WS-CO-VP * WS-CO-TAXA)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-CO-AUX
                   END-COMPUTE
                   IF WS-CO-AUX > 9999
                       MOVE "PRAZO ACIMA DE 9999 DIAS" TO MS-GMENSAGEMS
                       DISPLAY MS-GMENSAGEMS AT 2330
                       FOREGROUND-COLOR 7
                       ACCEPT MS-GMENSAGEMS AT 2354 FOREGROUND-COLOR 0
                       GO END-COTA-APLICACAO
                   END-IF
                   MOVE WS-CO-AUX TO WS-CO-PRAZO
                   IF WS-CO-AUX > WS-CO-PRAZO
                       ADD 1 TO WS-CO-PRAZO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CO-VP = ZEROS
               MOVE "VALOR FORA DA FAIXA" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2349 FOREGROUND-COLOR 0
               GO END-COTA-APLICACAO
           END-IF

      *    O RENDIMENTO E O IR SAO REFEITOS COMO O VENCIMENTO E O
      *    RESGATE FAZEM, COM OS VALORES JA ARREDONDADOS.
           COMPUTE WS-CO-JUROS ROUNDED =
               WS-CO-VP * WS-CO-TAXA * WS-CO-PRAZO / 30
           COMPUTE WS-CO-VF = WS-CO-VP + WS-CO-JUROS
           MOVE WS-CO-PRAZO TO WS-AP-DIAS
           PERFORM CALCULA-ALIQ-IR THRU END-CALCULA-ALIQ-IR
           COMPUTE WS-CO-IR ROUNDED = WS-CO-JUROS * WS-ALIQ-IR
           COMPUTE WS-CO-LIQUIDO = WS-CO-VF - WS-CO-IR

           MOVE WS-DATA-MOVTO TO WS-CO-VENCTO
           MOVE "SD" TO WS-SV-FUNCAO
           MOVE WS-DATA-MOVTO TO WS-SV-DATA-1
           MOVE WS-CO-PRAZO TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '0'
               MOVE WS-SV-RESULTADO TO WS-CO-VENCTO
           END-IF

           MOVE WS-CO-VP TO WS-CO-VALOR-ED
           DISPLAY "VALOR APLICADO R$" AT 1002
           DISPLAY WS-CO-VALOR-ED AT 1020
           MOVE WS-CO-VF TO WS-CO-VALOR-ED
           DISPLAY "RESGATE BRUTO R$" AT 1040
           DISPLAY WS-CO-VALOR-ED AT 1057
           MOVE WS-CO-TAXA TO WS-CO-TAXA-ED
           IF CO-CALC-TAXA
               DISPLAY "TAXA AO MES........:" AT 1102
           ELSE
               DISPLAY "TAXA VIGENTE AO MES:" AT 1102
           END-IF
           DISPLAY WS-CO-TAXA-ED AT 1124
           MOVE WS-CO-PRAZO TO WS-CO-PRAZO-ED
           DISPLAY "PRAZO (DIAS):" AT 1202
           DISPLAY WS-CO-PRAZO-ED AT 1216
           DISPLAY "VENCIMENTO" AT 1229
           DISPLAY WS-CO-VENCTO AT 1240
           MOVE WS-CO-JUROS TO WS-CO-VALOR-ED
           DISPLAY "RENDIMENTO BRUTO.: R$" AT 1329
           DISPLAY WS-CO-VALOR-ED AT 1351
           MOVE WS-CO-IR TO WS-CO-VALOR-ED
           MOVE WS-ALIQ-IR TO WS-CO-TAXA2-ED
           DISPLAY "IR RETIDO........: R$" AT 1429
           DISPLAY WS-CO-VALOR-ED AT 1451
           DISPLAY "ALIQUOTA" AT 1464
           DISPLAY WS-CO-TAXA2-ED AT 1473
           MOVE WS-CO-LIQUIDO TO WS-CO-VALOR-ED
           DISPLAY "LIQUIDO NO RESGATE: R$" AT 1528
           DISPLAY WS-CO-VALOR-ED AT 1551
           IF WS-CO-TAXA NOT = WS-CO-TAXA-AP
               MOVE WS-CO-TAXA-AP TO WS-CO-TAXA2-ED
               DISPLAY "ATENCAO: A APLICACAO RENDE A TAXA VIGENTE"
                   AT 1629
               DISPLAY WS-CO-TAXA2-ED AT 1671
           END-IF
           PERFORM TAXA-ANUAL-COTACAO

           PERFORM PERGUNTA-IMPRIME-COTACAO.
       END-COTA-APLICACAO.

      * CONVERSAO DE TAXA MENSAL <-> ANUAL: A PROPORCIONAL (JUROS
      * SIMPLES, A CONTA DOS PRODUTOS DA CASA) E A EQUIVALENTE (JUROS
      * COMPOSTOS, PARA COMPARAR COM O MERCADO).  SUGERE A TAXA
      * VIGENTE DA APLICACAO.
       CONVERTE-TAXA.
           MOVE WS-CO-TAXA-AP TO WS-CO-TAXA-INF
           DISPLAY "TAXA (0,0000):" AT 0902
           ACCEPT WS-CO-TAXA-INF AT 0917
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CONVERTE-TAXA
           END-IF
           IF WS-CO-TAXA-INF = ZEROS
               MOVE "INFORME A TAXA" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2344 FOREGROUND-COLOR 0
               GO END-CONVERTE-TAXA
           END-IF
           DISPLAY "A TAXA E (M-MENSAL / A-ANUAL) [ ]" AT 1002
           MOVE 'M' TO WS-CO-PERIODO
           ACCEPT WS-CO-PERIODO AT 1033
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CONVERTE-TAXA
           END-IF
           IF NOT CO-MENSAL AND NOT CO-ANUAL
               MOVE "INFORME M OU A" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2344 FOREGROUND-COLOR 0
               GO END-CONVERTE-TAXA
           END-IF

           IF CO-MENSAL
               IF WS-CO-TAXA-INF > 0.9999
                   MOVE "TAXA MENSAL ACIMA DE 0,9999" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2357 FOREGROUND-COLOR 0
                   GO END-CONVERTE-TAXA
               END-IF
               MOVE WS-CO-TAXA-INF TO WS-CO-TAXA
               PERFORM TAXA-ANUAL-COTACAO
               DISPLAY "ANUAL PROPORCIONAL (SIMPLES):" AT 1202
               DISPLAY "ANUAL EQUIVALENTE (COMPOSTA):" AT 1302
           ELSE
               COMPUTE WS-CO-PROPORC ROUNDED = WS-CO-TAXA-INF / 12
               COMPUTE WS-CO-EQUIV ROUNDED =
                   (1 + WS-CO-TAXA-INF) ** (1 / 12) - 1
               DISPLAY "MENSAL PROPORCIONAL (SIMPLES):" AT 1202
               DISPLAY "MENSAL EQUIVALENTE (COMPOSTA):" AT 1302
           END-IF
           MOVE WS-CO-PROPORC TO WS-CO-TAXA-ED
           DISPLAY WS-CO-TAXA-ED AT 1234
           MOVE WS-CO-EQUIV TO WS-CO-TAXA-ED
           DISPLAY WS-CO-TAXA-ED AT 1334

           PERFORM PERGUNTA-IMPRIME-COTACAO.
       END-CONVERTE-TAXA.

      * ANUAL DA TAXA MENSAL DA COTACAO, NA LINHA 17 DA TELA.
       TAXA-ANUAL-COTACAO.
           COMPUTE WS-CO-PROPORC = WS-CO-TAXA * 12
           COMPUTE WS-CO-EQUIV ROUNDED = (1 + WS-CO-TAXA) ** 12 - 1
               ON SIZE ERROR
                   MOVE 99.9999 TO WS-CO-EQUIV
           END-COMPUTE
           IF NOT CO-CONVERTE
               MOVE WS-CO-PROPORC TO WS-CO-TAXA-ED
               MOVE WS-CO-EQUIV TO WS-CO-TAXA2-ED
               DISPLAY "TAXA ANUAL: PROPORCIONAL" AT 1720
               DISPLAY WS-CO-TAXA-ED AT 1745
               DISPLAY "EQUIVALENTE" AT 1754
               DISPLAY WS-CO-TAXA2-ED AT 1766
           END-IF.

       PERGUNTA-IMPRIME-COTACAO.
           MOVE "IMPRIMIR COTACAO? (S/N)" TO MS-GMENSAGEMS
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MSG-OP AT 2344 FOREGROUND-COLOR 0
           IF MSG-OP-S
               PERFORM IMPRIME-COTACAO THRU END-IMPRIME-COTACAO
           END-IF.

      * COTACAO IMPRESSA NO TRILHO DO COMPROVANTE, SEM VALOR DE
      * CONTRATO: A CONTRATACAO PASSA PELA APROVACAO NORMAL.
       IMPRIME-COTACAO.
           MOVE SPACES TO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           MOVE "===== COTACAO BANCOPEL (SIMULACAO) ====="
               TO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "DATA: " FS-SDIA "/" FS-SMES "/" FS-SANO
               "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

           EVALUATE TRUE
               WHEN CO-EMPRESTIMO
                   PERFORM IMPRIME-COTA-EMPRESTIMO
               WHEN CO-APLICACAO
                   PERFORM IMPRIME-COTA-APLICACAO
               WHEN OTHER
                   PERFORM IMPRIME-COTA-TAXA
           END-EVALUATE

           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "SIMULACAO SEM VALOR DE CONTRATO - TAXAS DE "
               WS-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           MOVE SPACES TO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE.
       END-IMPRIME-COTACAO.

       IMPRIME-COTA-EMPRESTIMO.
           MOVE WS-CO-VP TO WS-CO-VALOR-ED
           MOVE WS-CO-TAXA TO WS-CO-TAXA-ED
           MOVE WS-CO-PRAZO TO WS-CO-PRAZO-ED
           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "EMPRESTIMO: R$ " WS-CO-VALOR-ED
               "  TAXA A.M. " WS-CO-TAXA-ED
               "  PARCELAS " WS-CO-PRAZO-ED
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           MOVE WS-EM-PARC-PRICE TO WS-CO-VALOR-ED
           MOVE WS-EM-TOTAL-PRICE TO WS-CO-VALOR2-ED
           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "PRICE: PARCELA FIXA R$ " WS-CO-VALOR-ED
               "  TOTAL R$ " WS-CO-VALOR2-ED
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           MOVE WS-EM-PARC-SAC-1 TO WS-CO-VALOR-ED
           MOVE WS-EM-PARC-SAC-N TO WS-CO-VALOR2-ED
           MOVE WS-EM-TOTAL-SAC TO WS-CO-VALOR3-ED
           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "SAC: 1A R$ " WS-CO-VALOR-ED
               "  ULTIMA R$ " WS-CO-VALOR2-ED
               "  TOTAL R$ " WS-CO-VALOR3-ED
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           PERFORM IMPRIME-COTA-ANUAL.

       IMPRIME-COTA-APLICACAO.
           MOVE WS-CO-VP TO WS-CO-VALOR-ED
           MOVE WS-CO-PRAZO TO WS-CO-PRAZO-ED
           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "APLICACAO A PRAZO: R$ " WS-CO-VALOR-ED
               "  PRAZO " WS-CO-PRAZO-ED " DIAS"
               "  VENCTO " WS-CO-VENCTO
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           MOVE WS-CO-TAXA TO WS-CO-TAXA-ED
           MOVE WS-CO-JUROS TO WS-CO-VALOR-ED
           MOVE WS-CO-VF TO WS-CO-VALOR2-ED
           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "TAXA A.M. " WS-CO-TAXA-ED
               "  RENDIMENTO R$ " WS-CO-VALOR-ED
               "  BRUTO R$ " WS-CO-VALOR2-ED
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           MOVE WS-ALIQ-IR TO WS-CO-TAXA-ED
           MOVE WS-CO-IR TO WS-CO-VALOR-ED
           MOVE WS-CO-LIQUIDO TO WS-CO-VALOR2-ED
           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "IR (ALIQUOTA " WS-CO-TAXA-ED ") R$ " WS-CO-VALOR-ED
               "  LIQUIDO R$ " WS-CO-VALOR2-ED
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE
           IF WS-CO-TAXA NOT = WS-CO-TAXA-AP
               MOVE WS-CO-TAXA-AP TO WS-CO-TAXA-ED
               MOVE SPACES TO LINHA-COMPROVANTE
               STRING "ATENCAO: A APLICACAO RENDE A TAXA VIGENTE "
                   WS-CO-TAXA-ED
                   DELIMITED BY SIZE INTO LINHA-COMPROVANTE
               WRITE LINHA-COMPROVANTE
           END-IF
           PERFORM IMPRIME-COTA-ANUAL.

       IMPRIME-COTA-TAXA.
           MOVE WS-CO-TAXA-INF TO WS-CO-TAXA-ED
           MOVE SPACES TO LINHA-COMPROVANTE
           IF CO-MENSAL
               STRING "TAXA MENSAL " WS-CO-TAXA-ED
                   DELIMITED BY SIZE INTO LINHA-COMPROVANTE
               WRITE LINHA-COMPROVANTE
               PERFORM IMPRIME-COTA-ANUAL
           ELSE
               MOVE WS-CO-PROPORC TO WS-CO-TAXA2-ED
               STRING "TAXA ANUAL " WS-CO-TAXA-ED
                   "  MENSAL PROPORCIONAL " WS-CO-TAXA2-ED
                   DELIMITED BY SIZE INTO LINHA-COMPROVANTE
               WRITE LINHA-COMPROVANTE
               MOVE WS-CO-EQUIV TO WS-CO-TAXA2-ED
               MOVE SPACES TO LINHA-COMPROVANTE
               STRING "MENSAL EQUIVALENTE (COMPOSTA) " WS-CO-TAXA2-ED
                   DELIMITED BY SIZE INTO LINHA-COMPROVANTE
               WRITE LINHA-COMPROVANTE
           END-IF.

       IMPRIME-COTA-ANUAL.
           MOVE WS-CO-PROPORC TO WS-CO-TAXA-ED
           MOVE WS-CO-EQUIV TO WS-CO-TAXA2-ED
           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "TAXA ANUAL PROPORCIONAL " WS-CO-TAXA-ED
               "  EQUIVALENTE (COMPOSTA) " WS-CO-TAXA2-ED
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE.

      * CONSISTE OS DOIS CPFS E DEFINE CORRECAO OU UNIFICACAO.  CPF
      * COM OBITO REGISTRADO E TRATADO NO ESPOLIO, NAO AQUI; E A
      * PORTABILIDADE (UMA POR CPF) NAO PODE EXISTIR NOS DOIS.
       CONFERE-UNIFICA.
           IF WS-UN-ORIGEM = WS-UN-DESTINO
               MOVE "CPFS DE ORIGEM E DESTINO IGUAIS" TO MS-GMENSAGEMS
               GO END-CONFERE-UNIFICA
           END-IF
           MOVE WS-UN-DESTINO TO CD-CPF
           PERFORM VALIDA-CPF THRU END-VALIDA-CPF
           IF CPF-INVALIDO
               MOVE "CPF DE DESTINO INVALIDO" TO MS-GMENSAGEMS
               GO END-CONFERE-UNIFICA
           END-IF

           MOVE 'N' TO WS-UN-GRAVOU
           MOVE WS-UN-ORIGEM TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   MOVE ZEROS TO CL-DATA-OBITO
               NOT INVALID KEY
                   MOVE 'S' TO WS-UN-GRAVOU
           END-READ
           IF CL-DATA-OBITO > ZEROS
               MOVE "OBITO REGISTRADO NO CPF DE ORIGEM"
                   TO MS-GMENSAGEMS
               GO END-CONFERE-UNIFICA
           END-IF
           MOVE WS-UN-ORIGEM TO CD-CPF
           START CAD KEY IS EQUAL TO CD-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-UN-GRAVOU
           END-START
           IF WS-UN-GRAVOU = 'N'
               MOVE "CPF DE ORIGEM SEM CADASTRO" TO MS-GMENSAGEMS
               GO END-CONFERE-UNIFICA
           END-IF

           MOVE 'C' TO WS-UN-TIPO
           MOVE WS-UN-DESTINO TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   MOVE ZEROS TO CL-DATA-OBITO
               NOT INVALID KEY
                   MOVE 'U' TO WS-UN-TIPO
           END-READ
           IF CL-DATA-OBITO > ZEROS
               MOVE "OBITO REGISTRADO NO CPF DE DESTINO"
                   TO MS-GMENSAGEMS
               GO END-CONFERE-UNIFICA
           END-IF
           MOVE WS-UN-DESTINO TO CD-CPF
           START CAD KEY IS EQUAL TO CD-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'U' TO WS-UN-TIPO
           END-START

           MOVE WS-UN-DESTINO TO PB-CPF
           READ PORTABIL
               INVALID KEY
                   GO END-CONFERE-UNIFICA
           END-READ
           MOVE WS-UN-ORIGEM TO PB-CPF
           READ PORTABIL
               INVALID KEY
                   GO END-CONFERE-UNIFICA
           END-READ
           MOVE "PORTABILIDADE NOS DOIS CPFS - CANCELE UMA ANTES"
               TO MS-GMENSAGEMS.
       END-CONFERE-UNIFICA.

      * UMA PASSADA POR TODOS OS ARQUIVOS, NO MODO DE WS-UN-MODO.
       PROCESSA-UNIFICA.
           MOVE ZEROS TO WS-UN-QT-REGISTROS WS-UN-QT-EM-USO
           MOVE WS-UN-ORIGEM TO WS-UN-PIX-CPF-O
           MOVE WS-UN-DESTINO TO WS-UN-PIX-CPF-D
           IF UN-PREVIA
               PERFORM ABRE-PREVIA-UNIFICA
           END-IF

           PERFORM UNIFICA-CLIENTE THRU END-UNIFICA-CLIENTE
           PERFORM UNIFICA-CONTAS THRU END-UNIFICA-CONTAS
           PERFORM UNIFICA-EXTRATO THRU END-UNIFICA-EXTRATO
           PERFORM UNIFICA-CHAVES THRU END-UNIFICA-CHAVES
           PERFORM UNIFICA-AGENDA THRU END-UNIFICA-AGENDA
           PERFORM UNIFICA-CONVENIO THRU END-UNIFICA-CONVENIO
           PERFORM UNIFICA-EMPRESTIMO THRU END-UNIFICA-EMPRESTIMO
           PERFORM UNIFICA-APLICACAO THRU END-UNIFICA-APLICACAO
           PERFORM UNIFICA-CHEQUES THRU END-UNIFICA-CHEQUES
           PERFORM UNIFICA-PORTABIL THRU END-UNIFICA-PORTABIL
           PERFORM UNIFICA-SAQAGEND THRU END-UNIFICA-SAQAGEND
           PERFORM UNIFICA-CCF THRU END-UNIFICA-CCF
           PERFORM UNIFICA-SCORE THRU END-UNIFICA-SCORE
           PERFORM UNIFICA-NEGATIV THRU END-UNIFICA-NEGATIV

           IF UN-PREVIA
               MOVE SPACES TO LINHA-UNIFICA
               WRITE LINHA-UNIFICA
               MOVE WS-UN-QT-REGISTROS TO WS-UN-QT-ED
               MOVE SPACES TO LINHA-UNIFICA
               STRING "REGISTROS A ALTERAR: " WS-UN-QT-ED
                   DELIMITED BY SIZE INTO LINHA-UNIFICA
               WRITE LINHA-UNIFICA
               MOVE "NADA E GRAVADO ANTES DA CONFIRMACAO DO GERENTE."
                   TO LINHA-UNIFICA
               WRITE LINHA-UNIFICA
               CLOSE UNIFREL
               PERFORM CATALOGA-UNIFICA THRU END-CATALOGA-UNIFICA
           END-IF.
       END-PROCESSA-UNIFICA.

       ABRE-PREVIA-UNIFICA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-UN-HOJE
           MOVE SPACES TO WS-NOME-UNIFICA
           STRING "UNIF" WS-UN-ORIGEM "_" WS-UN-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-UNIFICA
           OPEN OUTPUT UNIFREL
           IF UN-CORRECAO
               MOVE "===== PREVIA DE CORRECAO DE CPF BANCOPEL ====="
                   TO LINHA-UNIFICA
           ELSE
               MOVE "===== PREVIA DE UNIFICACAO DE CPF BANCOPEL ====="
                   TO LINHA-UNIFICA
           END-IF
           WRITE LINHA-UNIFICA
           MOVE SPACES TO LINHA-UNIFICA
           STRING "ORIGEM: " WS-UN-ORIGEM "  DESTINO: " WS-UN-DESTINO
               "  EMITIDO EM: " WS-UN-HOJE
               "  OPERADOR: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO LINHA-UNIFICA
           WRITE LINHA-UNIFICA
           MOVE SPACES TO LINHA-UNIFICA
           WRITE LINHA-UNIFICA
           MOVE "ARQUIVO  CHAVE                         CAMPO   ORIGEM"
               TO LINHA-UNIFICA
           MOVE "DESTINO" TO LINHA-UNIFICA(61:7)
           WRITE LINHA-UNIFICA.

      * UMA ALTERACAO (WS-UN-ARQ, WS-UN-CHAVE, WS-UN-CAMPO): NA PREVIA
      * VIRA LINHA DO SPOOL; NA EXECUCAO, JA GRAVADA, VIRA AUDITORIA.
       ANOTA-UNIFICA.
           ADD 1 TO WS-UN-QT-REGISTROS
           IF UN-PREVIA
               MOVE SPACES TO LINHA-UNIFICA
               STRING WS-UN-ARQ " " WS-UN-CHAVE " " WS-UN-CAMPO " "
                   WS-UN-ORIGEM " > " WS-UN-DESTINO
                   DELIMITED BY SIZE INTO LINHA-UNIFICA
               WRITE LINHA-UNIFICA
           ELSE
               MOVE "TROCA-CPF" TO WS-AUD-OP
               MOVE WS-UN-CHAVE TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-DESC
               STRING WS-UN-ARQ DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-UN-CAMPO DELIMITED BY SPACE
                   " " WS-UN-ORIGEM ">" WS-UN-DESTINO
                   DELIMITED BY SIZE INTO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           END-IF.

      * MESTRE DE CLIENTES: NA CORRECAO O REGISTRO MUDA DE CHAVE; NA
      * UNIFICACAO FICA O DO DESTINO E O DA ORIGEM E EXCLUIDO.  O
      * CLIENTE QUE TEM A ORIGEM COMO SEGUNDO TITULAR PASSA A TER O
      * DESTINO.
       UNIFICA-CLIENTE.
           MOVE "CLIENTE" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE WS-UN-ORIGEM TO WS-UN-CHAVE
           MOVE WS-UN-ORIGEM TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   MOVE 99 TO FFCLIE
           END-READ
           IF FC2-OK
               IF UN-PREVIA
                   PERFORM ANOTA-UNIFICA
               ELSE
                   IF UN-CORRECAO
                       MOVE WS-UN-DESTINO TO CL-CPF
                       MOVE "W" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-CLIENTE
                       WRITE REG-CLIENTE
                           INVALID KEY
                               MOVE 99 TO FFCLIE
                       END-WRITE
                       PERFORM JN-DEPOIS-CLIENTE
                   END-IF
                   IF FC2-OK
                       MOVE WS-UN-ORIGEM TO CL-CPF
                       MOVE "D" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-CLIENTE
                       DELETE CLIENTE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       PERFORM JN-DEPOIS-CLIENTE
                       PERFORM ANOTA-UNIFICA
                   ELSE
                       ADD 1 TO WS-UN-QT-EM-USO
                   END-IF
               END-IF
           END-IF

           MOVE "CONJUNT" TO WS-UN-CAMPO
           MOVE ZEROS TO CL-CPF
           MOVE 00 TO FFCLIE
           START CLIENTE KEY IS NOT LESS THAN CL-CPF
               INVALID KEY
                   MOVE 99 TO FFCLIE
           END-START
           PERFORM UNIFICA-CLIENTE-CONJ THRU END-UNIFICA-CLIENTE-CONJ
               UNTIL NOT FC2-OK

           MOVE 'N' TO WS-UN-TEM-MESTRE
           MOVE WS-UN-DESTINO TO CL-CPF
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-UN-TEM-MESTRE
                   MOVE CL-NOME TO WS-UN-NOME
                   MOVE CL-ENDER TO WS-UN-ENDER
                   MOVE CL-NASCIMENTO TO WS-UN-NASC
           END-READ
           MOVE 00 TO FFCLIE.
       END-UNIFICA-CLIENTE.

       UNIFICA-CLIENTE-CONJ.
           READ CLIENTE NEXT RECORD
               AT END
                   MOVE 99 TO FFCLIE
           END-READ
           IF NOT FC2-OK OR CL-CPF-CONJUNTO NOT = WS-UN-ORIGEM
               GO END-UNIFICA-CLIENTE-CONJ
           END-IF
           MOVE CL-CPF TO WS-UN-CHAVE
           IF UN-PREVIA
               PERFORM ANOTA-UNIFICA
               GO END-UNIFICA-CLIENTE-CONJ
           END-IF
           MOVE WS-UN-DESTINO TO CL-CPF-CONJUNTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CLIENTE
           REWRITE REG-CLIENTE
           END-REWRITE
           PERFORM JN-DEPOIS-CLIENTE
           IF FC2-OK
               PERFORM ANOTA-UNIFICA
           ELSE
               ADD 1 TO WS-UN-QT-EM-USO
               MOVE 00 TO FFCLIE
           END-IF.
       END-UNIFICA-CLIENTE-CONJ.

      * CONTAS: PRIMEIRO JUNTA AS QUE CITAM A ORIGEM NUMA LEITURA
      * INTEIRA DO AGENCIA.DAT, DEPOIS TRATA CONTA A CONTA - NA
      * EXECUCAO COM O REGISTRO TRAVADO, COMO NO ATENDIMENTO.
       UNIFICA-CONTAS.
           MOVE ZEROS TO WS-UN-QT-CONTAS
           MOVE ZEROS TO CD-CONTA
           START CAD KEY IS NOT LESS THAN CD-CONTA
               INVALID KEY
                   MOVE 99 TO FFSALV
           END-START
           PERFORM JUNTA-CONTA-UNIFICA THRU END-JUNTA-CONTA-UNIFICA
               UNTIL FS-OTHER
           MOVE "AGENCIA" TO WS-UN-ARQ
           PERFORM UNIFICA-UMA-CONTA THRU END-UNIFICA-UMA-CONTA
               VARYING WS-UN-I FROM 1 BY 1
               UNTIL WS-UN-I > WS-UN-QT-CONTAS
           MOVE 00 TO FFSALV.
       END-UNIFICA-CONTAS.

       JUNTA-CONTA-UNIFICA.
           READ CAD NEXT RECORD
               AT END
                   MOVE 99 TO FFSALV
           END-READ
           IF FS-OK
               IF (CD-CPF = WS-UN-ORIGEM
                   OR CD-CPF-CONJUNTO = WS-UN-ORIGEM
                   OR CD-CPF-RESPONSAVEL = WS-UN-ORIGEM)
                   AND WS-UN-QT-CONTAS < 200
                   ADD 1 TO WS-UN-QT-CONTAS
                   MOVE CD-CONTA TO TAB-UN-CONTA(WS-UN-QT-CONTAS)
               END-IF
           END-IF.
       END-JUNTA-CONTA-UNIFICA.

       UNIFICA-UMA-CONTA.
           MOVE TAB-UN-CONTA(WS-UN-I) TO CD-CONTA
           IF UN-PREVIA
               READ CAD
                   INVALID KEY
                       MOVE 99 TO FFSALV
               END-READ
           ELSE
               READ CAD WITH LOCK
                   INVALID KEY
                       MOVE 99 TO FFSALV
               END-READ
           END-IF
           IF FS-LOCKED
               ADD 1 TO WS-UN-QT-EM-USO
               GO END-UNIFICA-UMA-CONTA
           END-IF
           IF NOT FS-OK
               GO END-UNIFICA-UMA-CONTA
           END-IF
           MOVE CD-CONTA TO WS-UN-CHAVE
           MOVE 'N' TO WS-UN-MUDA-1 WS-UN-MUDA-2 WS-UN-MUDA-3
           IF CD-CPF = WS-UN-ORIGEM
               MOVE 'S' TO WS-UN-MUDA-1
               MOVE WS-UN-DESTINO TO CD-CPF
      *        A CONTA PASSA A CARREGAR A COPIA DOS DADOS PESSOAIS
      *        DO MESTRE DO DESTINO.
               IF WS-UN-TEM-MESTRE = 'S' AND UN-EXECUTA
                   MOVE WS-UN-NOME TO NM-USER
                   MOVE WS-UN-ENDER TO DS-ENDER
                   MOVE WS-UN-NASC TO DT-NASCIMENTO
               END-IF
           END-IF
           IF CD-CPF-CONJUNTO = WS-UN-ORIGEM
               MOVE 'S' TO WS-UN-MUDA-2
               MOVE WS-UN-DESTINO TO CD-CPF-CONJUNTO
           END-IF
           IF CD-CPF-RESPONSAVEL = WS-UN-ORIGEM
               MOVE 'S' TO WS-UN-MUDA-3
               MOVE WS-UN-DESTINO TO CD-CPF-RESPONSAVEL
           END-IF
           IF UN-EXECUTA
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-AGENCIA
               REWRITE CADASTRO-REGISTRO
               END-REWRITE
               PERFORM JN-DEPOIS-AGENCIA
               UNLOCK CAD
               IF NOT FS-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   GO END-UNIFICA-UMA-CONTA
               END-IF
           END-IF
           IF WS-UN-MUDA-1 = 'S'
               MOVE "CPF" TO WS-UN-CAMPO
               PERFORM ANOTA-UNIFICA
           END-IF
           IF WS-UN-MUDA-2 = 'S'
               MOVE "CONJUNT" TO WS-UN-CAMPO
               PERFORM ANOTA-UNIFICA
           END-IF
           IF WS-UN-MUDA-3 = 'S'
               MOVE "RESPONS" TO WS-UN-CAMPO
               PERFORM ANOTA-UNIFICA
           END-IF.
       END-UNIFICA-UMA-CONTA.

      * EXTRATO: O CPF FAZ PARTE DA CHAVE, ENTAO CADA MOVIMENTO E
      * REGRAVADO COM A CHAVE NOVA E O ANTIGO EXCLUIDO.  NA
      * UNIFICACAO, SE O DESTINO JA TEM MOVIMENTO NO MESMO INSTANTE,
      * O MILESIMO E AVANCADO ATE ACHAR CHAVE LIVRE.  A LEITURA
      * RECOMECA DO INICIO DA ORIGEM A CADA MOVIMENTO MOVIDO.
       UNIFICA-EXTRATO.
           MOVE "EXTRATO" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE 'N' TO WS-UN-FIM
           IF UN-PREVIA
               MOVE WS-UN-ORIGEM TO EX-CPF
               MOVE ZEROS TO EX-DATAHORA EX-MS
               START EXTRATO KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-UN-FIM
               END-START
               PERFORM LISTA-EXTRATO-UNIFICA
                   THRU END-LISTA-EXTRATO-UNIFICA
                   UNTIL WS-UN-FIM = 'S'
           ELSE
               PERFORM MOVE-EXTRATO-UNIFICA
                   THRU END-MOVE-EXTRATO-UNIFICA
                   UNTIL WS-UN-FIM = 'S'
           END-IF
           MOVE 00 TO FFEXTR.
       END-UNIFICA-EXTRATO.

       LISTA-EXTRATO-UNIFICA.
           READ EXTRATO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-UN-FIM
                   GO END-LISTA-EXTRATO-UNIFICA
           END-READ
           IF EX-CPF NOT = WS-UN-ORIGEM
               MOVE 'S' TO WS-UN-FIM
               GO END-LISTA-EXTRATO-UNIFICA
           END-IF
           MOVE SPACES TO WS-UN-CHAVE
           STRING EX-DATAHORA " " EX-MS
               DELIMITED BY SIZE INTO WS-UN-CHAVE
           PERFORM ANOTA-UNIFICA.
       END-LISTA-EXTRATO-UNIFICA.

       MOVE-EXTRATO-UNIFICA.
           MOVE WS-UN-ORIGEM TO EX-CPF
           MOVE ZEROS TO EX-DATAHORA EX-MS
           START EXTRATO KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-UN-FIM
                   GO END-MOVE-EXTRATO-UNIFICA
           END-START
           READ EXTRATO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-UN-FIM
                   GO END-MOVE-EXTRATO-UNIFICA
           END-READ
           IF EX-CPF NOT = WS-UN-ORIGEM
               MOVE 'S' TO WS-UN-FIM
               GO END-MOVE-EXTRATO-UNIFICA
           END-IF
           MOVE EX-CHAVE TO WS-UN-EX-CHAVE-ANT
           MOVE SPACES TO WS-UN-CHAVE
           STRING EX-DATAHORA " " EX-MS
               DELIMITED BY SIZE INTO WS-UN-CHAVE
           MOVE WS-UN-DESTINO TO EX-CPF
           MOVE 'N' TO WS-UN-GRAVOU
           PERFORM GRAVA-EXTRATO-UNIFICA
               THRU END-GRAVA-EXTRATO-UNIFICA
               UNTIL WS-UN-GRAVOU NOT = 'N'
           IF WS-UN-GRAVOU = 'X'
      *        SEM CHAVE LIVRE NO SEGUNDO - PARA AQUI E AVISA.
               ADD 1 TO WS-UN-QT-EM-USO
               MOVE 'S' TO WS-UN-FIM
               GO END-MOVE-EXTRATO-UNIFICA
           END-IF
           MOVE WS-UN-EX-CHAVE-ANT TO EX-CHAVE
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EXTRATO
           DELETE EXTRATO RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-EXTRATO
           PERFORM ANOTA-UNIFICA.
       END-MOVE-EXTRATO-UNIFICA.

       GRAVA-EXTRATO-UNIFICA.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EXTRATO
           WRITE REG-EXTRATO
               INVALID KEY
                   IF EX-MS < 9999
                       ADD 1 TO EX-MS
                   ELSE
                       MOVE 'X' TO WS-UN-GRAVOU
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO WS-UN-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-EXTRATO.
       END-GRAVA-EXTRATO-UNIFICA.

      * CHAVES DE TRANSFERENCIA: O DONO (CH-CPF) E, SE A ORIGEM
      * TINHA O PROPRIO CPF COMO CHAVE, A CHAVE PASSA A SER O CPF DE
      * DESTINO (SE O DESTINO JA TEM A DELE, A ERRADA SO E EXCLUIDA).
       UNIFICA-CHAVES.
           MOVE "CHAVES" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE LOW-VALUES TO CH-CHAVE
           MOVE 00 TO FFCHAV
           START CHAVES KEY IS NOT LESS THAN CH-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCHAV
           END-START
           PERFORM UNIFICA-UMA-CHAVE THRU END-UNIFICA-UMA-CHAVE
               UNTIL NOT FH-OK

           MOVE "CHAVE" TO WS-UN-CAMPO
           MOVE WS-UN-PIX-ORIGEM TO CH-CHAVE
           READ CHAVES
               INVALID KEY
                   GO END-UNIFICA-CHAVES
           END-READ
           MOVE CH-CHAVE TO WS-UN-CHAVE
           IF UN-PREVIA
               PERFORM ANOTA-UNIFICA
               GO END-UNIFICA-CHAVES
           END-IF
           MOVE WS-UN-PIX-DESTINO TO CH-CHAVE
           MOVE WS-UN-DESTINO TO CH-CPF
           WRITE REG-CHAVE-TRANSF
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE WS-UN-PIX-ORIGEM TO CH-CHAVE
           DELETE CHAVES RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-CHAVES.
           MOVE 00 TO FFCHAV.

       UNIFICA-UMA-CHAVE.
           READ CHAVES NEXT RECORD
               AT END
                   MOVE 99 TO FFCHAV
           END-READ
           IF NOT FH-OK OR CH-CPF NOT = WS-UN-ORIGEM
               GO END-UNIFICA-UMA-CHAVE
           END-IF
           MOVE CH-CHAVE TO WS-UN-CHAVE
           IF UN-EXECUTA
               MOVE WS-UN-DESTINO TO CH-CPF
               REWRITE REG-CHAVE-TRANSF
               END-REWRITE
               IF NOT FH-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   MOVE 00 TO FFCHAV
                   GO END-UNIFICA-UMA-CHAVE
               END-IF
           END-IF
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-UMA-CHAVE.

      * AGENDAMENTOS: CPF DE ORIGEM E CPF DE DESTINO DA
      * TRANSFERENCIA, EM QUALQUER SITUACAO (O HISTORICO TAMBEM).
       UNIFICA-AGENDA.
           MOVE "AGENDA" TO WS-UN-ARQ
           MOVE ZEROS TO AG-CONTA-ORIGEM AG-DATA-VENCTO AG-SEQ
           MOVE 00 TO FFAGEN
           START AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                   MOVE 99 TO FFAGEN
           END-START
           PERFORM UNIFICA-UM-AGENDAMENTO
               THRU END-UNIFICA-UM-AGENDAMENTO
               UNTIL NOT FG-OK
           MOVE 00 TO FFAGEN.
       END-UNIFICA-AGENDA.

       UNIFICA-UM-AGENDAMENTO.
           READ AGENDA NEXT RECORD
               AT END
                   MOVE 99 TO FFAGEN
           END-READ
           IF NOT FG-OK
               GO END-UNIFICA-UM-AGENDAMENTO
           END-IF
           MOVE 'N' TO WS-UN-MUDA-1 WS-UN-MUDA-2
           IF AG-CPF-ORIGEM = WS-UN-ORIGEM
               MOVE 'S' TO WS-UN-MUDA-1
               MOVE WS-UN-DESTINO TO AG-CPF-ORIGEM
           END-IF
           IF AG-CPF-DESTINO = WS-UN-ORIGEM
               MOVE 'S' TO WS-UN-MUDA-2
               MOVE WS-UN-DESTINO TO AG-CPF-DESTINO
           END-IF
           IF WS-UN-MUDA-1 = 'N' AND WS-UN-MUDA-2 = 'N'
               GO END-UNIFICA-UM-AGENDAMENTO
           END-IF
           MOVE AG-CHAVE TO WS-UN-CHAVE
           IF UN-EXECUTA
               REWRITE REG-AGENDA
               END-REWRITE
               IF NOT FG-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   MOVE 00 TO FFAGEN
                   GO END-UNIFICA-UM-AGENDAMENTO
               END-IF
           END-IF
           IF WS-UN-MUDA-1 = 'S'
               MOVE "ORIGEM" TO WS-UN-CAMPO
               PERFORM ANOTA-UNIFICA
           END-IF
           IF WS-UN-MUDA-2 = 'S'
               MOVE "DESTINO" TO WS-UN-CAMPO
               PERFORM ANOTA-UNIFICA
           END-IF.
       END-UNIFICA-UM-AGENDAMENTO.

       UNIFICA-CONVENIO.
           MOVE "CONVENIO" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE ZEROS TO CV-CONTA CV-CODIGO
           MOVE 00 TO FFCONV
           START CONVENIO KEY IS NOT LESS THAN CV-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCONV
           END-START
           PERFORM UNIFICA-UM-CONVENIO THRU END-UNIFICA-UM-CONVENIO
               UNTIL NOT FV-OK
           MOVE 00 TO FFCONV.
       END-UNIFICA-CONVENIO.

       UNIFICA-UM-CONVENIO.
           READ CONVENIO NEXT RECORD
               AT END
                   MOVE 99 TO FFCONV
           END-READ
           IF NOT FV-OK OR CV-CPF NOT = WS-UN-ORIGEM
               GO END-UNIFICA-UM-CONVENIO
           END-IF
           MOVE CV-CHAVE TO WS-UN-CHAVE
           IF UN-EXECUTA
               MOVE WS-UN-DESTINO TO CV-CPF
               REWRITE REG-CONVENIO
               END-REWRITE
               IF NOT FV-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   MOVE 00 TO FFCONV
                   GO END-UNIFICA-UM-CONVENIO
               END-IF
           END-IF
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-UM-CONVENIO.

       UNIFICA-EMPRESTIMO.
           MOVE "EMPREST" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE ZEROS TO EM-CONTA EM-SEQ
           MOVE 00 TO FFEMPR
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
               INVALID KEY
                   MOVE 99 TO FFEMPR
           END-START
           PERFORM UNIFICA-UM-EMPRESTIMO
               THRU END-UNIFICA-UM-EMPRESTIMO
               UNTIL NOT FM-OK
           MOVE 00 TO FFEMPR.
       END-UNIFICA-EMPRESTIMO.

       UNIFICA-UM-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 99 TO FFEMPR
           END-READ
           IF NOT FM-OK OR EM-CPF NOT = WS-UN-ORIGEM
               GO END-UNIFICA-UM-EMPRESTIMO
           END-IF
           MOVE EM-CHAVE TO WS-UN-CHAVE
           IF UN-EXECUTA
               MOVE WS-UN-DESTINO TO EM-CPF
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-EMPRESTIMO
               REWRITE REG-EMPRESTIMO
               END-REWRITE
               PERFORM JN-DEPOIS-EMPRESTIMO
               IF NOT FM-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   MOVE 00 TO FFEMPR
                   GO END-UNIFICA-UM-EMPRESTIMO
               END-IF
           END-IF
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-UM-EMPRESTIMO.

       UNIFICA-APLICACAO.
           MOVE "APLICAC" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE ZEROS TO AP-CONTA AP-SEQ
           MOVE 00 TO FFAPLI
           START APLICACAO KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   MOVE 99 TO FFAPLI
           END-START
           PERFORM UNIFICA-UMA-APLICACAO
               THRU END-UNIFICA-UMA-APLICACAO
               UNTIL NOT FL-OK
           MOVE 00 TO FFAPLI.
       END-UNIFICA-APLICACAO.

       UNIFICA-UMA-APLICACAO.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE 99 TO FFAPLI
           END-READ
           IF NOT FL-OK OR AP-CPF NOT = WS-UN-ORIGEM
               GO END-UNIFICA-UMA-APLICACAO
           END-IF
           MOVE AP-CHAVE TO WS-UN-CHAVE
           IF UN-EXECUTA
               MOVE WS-UN-DESTINO TO AP-CPF
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-APLICACAO
               REWRITE REG-APLICACAO
               END-REWRITE
               PERFORM JN-DEPOIS-APLICACAO
               IF NOT FL-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   MOVE 00 TO FFAPLI
                   GO END-UNIFICA-UMA-APLICACAO
               END-IF
           END-IF
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-UMA-APLICACAO.

       UNIFICA-CHEQUES.
           MOVE "CHEQUES" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE ZEROS TO CQ-CONTA CQ-NUMERO
           MOVE 00 TO FFCHEQ
           START CHEQUES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCHEQ
           END-START
           PERFORM UNIFICA-UM-CHEQUE THRU END-UNIFICA-UM-CHEQUE
               UNTIL NOT FQ-OK
           MOVE 00 TO FFCHEQ.
       END-UNIFICA-CHEQUES.

       UNIFICA-UM-CHEQUE.
           READ CHEQUES NEXT RECORD
               AT END
                   MOVE 99 TO FFCHEQ
           END-READ
           IF NOT FQ-OK OR CQ-CPF NOT = WS-UN-ORIGEM
               GO END-UNIFICA-UM-CHEQUE
           END-IF
           MOVE CQ-CHAVE TO WS-UN-CHAVE
           IF UN-EXECUTA
               MOVE WS-UN-DESTINO TO CQ-CPF
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CHEQUES
               REWRITE REG-CHEQUE
               END-REWRITE
               PERFORM JN-DEPOIS-CHEQUES
               IF NOT FQ-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   MOVE 00 TO FFCHEQ
                   GO END-UNIFICA-UM-CHEQUE
               END-IF
           END-IF
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-UM-CHEQUE.

       UNIFICA-SAQAGEND.
           MOVE "SAQAGEND" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE ZEROS TO SG-CONTA SG-DATA-SAQUE
           MOVE 00 TO FFSAQA
           START SAQAGEND KEY IS NOT LESS THAN SG-CHAVE
               INVALID KEY
                   MOVE 99 TO FFSAQA
           END-START
           PERFORM UNIFICA-UM-SAQAGEND THRU END-UNIFICA-UM-SAQAGEND
               UNTIL NOT FSG-OK
           MOVE 00 TO FFSAQA.
       END-UNIFICA-SAQAGEND.

       UNIFICA-UM-SAQAGEND.
           READ SAQAGEND NEXT RECORD
               AT END
                   MOVE 99 TO FFSAQA
           END-READ
           IF NOT FSG-OK OR SG-CPF NOT = WS-UN-ORIGEM
               GO END-UNIFICA-UM-SAQAGEND
           END-IF
           MOVE SG-CHAVE TO WS-UN-CHAVE
           IF UN-EXECUTA
               MOVE WS-UN-DESTINO TO SG-CPF
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-SAQAGEND
               REWRITE REG-SAQAGEND
               END-REWRITE
               PERFORM JN-DEPOIS-SAQAGEND
               IF NOT FSG-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   MOVE 00 TO FFSAQA
                   GO END-UNIFICA-UM-SAQAGEND
               END-IF
           END-IF
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-UM-SAQAGEND.

      * PORTABILIDADE E CHAVEADA POR CPF: O REGISTRO MUDA DE CHAVE
      * (O CONFERE-UNIFICA JA RECUSOU DESTINO COM PORTABILIDADE).
       UNIFICA-PORTABIL.
           MOVE "PORTABIL" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE WS-UN-ORIGEM TO WS-UN-CHAVE
           MOVE WS-UN-ORIGEM TO PB-CPF
           READ PORTABIL
               INVALID KEY
                   GO END-UNIFICA-PORTABIL
           END-READ
           IF UN-EXECUTA
               MOVE WS-UN-DESTINO TO PB-CPF
               WRITE REG-PORTABIL
                   INVALID KEY
                       ADD 1 TO WS-UN-QT-EM-USO
                       GO END-UNIFICA-PORTABIL
               END-WRITE
               MOVE WS-UN-ORIGEM TO PB-CPF
               DELETE PORTABIL RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-PORTABIL.

      * CCF E CHAVEADO POR CPF: SEM REGISTRO NO DESTINO O DA ORIGEM
      * MUDA DE CHAVE; COM REGISTRO NOS DOIS AS DEVOLUCOES SE SOMAM,
      * FICA A ULTIMA DEVOLUCAO MAIS RECENTE E A SITUACAO MAIS GRAVE
      * (INCLUIDO, DEPOIS MONITORADO).  CPF DE ORIGEM INCLUIDO SAI DA
      * CENTRAL (EXCLUSAO NO CCFMOV) E O DESTINO ENTRA NO LUGAR DELE,
      * SE AINDA NAO ESTAVA.
       UNIFICA-CCF.
           MOVE "CCF" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE WS-UN-ORIGEM TO WS-UN-CHAVE
           OPEN I-O CCF
           IF NOT FCF-OK
               GO END-UNIFICA-CCF
           END-IF
           MOVE WS-UN-ORIGEM TO CF-CPF
           READ CCF
               INVALID KEY
                   CLOSE CCF
                   GO END-UNIFICA-CCF
           END-READ
           IF UN-PREVIA
               PERFORM ANOTA-UNIFICA
               CLOSE CCF
               GO END-UNIFICA-CCF
           END-IF
           MOVE REG-CCF TO WS-UN-CF-SALVO
           MOVE CF-QT-DEVOLUCOES TO WS-UN-CF-QT
           MOVE CF-DATA-ULT-DEVOL TO WS-UN-CF-ULT-DEVOL
           MOVE CF-ULT-CONTA TO WS-UN-CF-ULT-CONTA
           MOVE CF-ULT-CHEQUE TO WS-UN-CF-ULT-CHEQUE
           MOVE CF-ULT-VALOR TO WS-UN-CF-ULT-VALOR
           MOVE CF-STATUS TO WS-UN-CF-STATUS
           MOVE CF-DATA-INCLUSAO TO WS-UN-CF-INCLUSAO
           MOVE 'N' TO WS-UN-CF-JA-INCL

           MOVE WS-UN-DESTINO TO CF-CPF
           READ CCF
               INVALID KEY
                   MOVE WS-UN-CF-SALVO TO REG-CCF
                   MOVE WS-UN-DESTINO TO CF-CPF
                   MOVE "W" TO WS-JN-FUNCAO
               NOT INVALID KEY
                   PERFORM SOMA-CCF-UNIFICA
                   MOVE "R" TO WS-JN-FUNCAO
           END-READ
           PERFORM JN-ANTES-CCF
           IF WS-JN-FUNCAO = "W"
               WRITE REG-CCF
               END-WRITE
           ELSE
               REWRITE REG-CCF
               END-REWRITE
           END-IF
           PERFORM JN-DEPOIS-CCF
           IF NOT FCF-OK
               ADD 1 TO WS-UN-QT-EM-USO
               CLOSE CCF
               GO END-UNIFICA-CCF
           END-IF
           IF WS-UN-CF-STATUS = 'I'
               PERFORM TROCA-CCF-CENTRAL
           END-IF

           MOVE WS-UN-ORIGEM TO CF-CPF
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CCF
           DELETE CCF RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-CCF
           CLOSE CCF
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-CCF.

      * REG-CCF TEM O REGISTRO DO DESTINO; SOMA NELE O DA ORIGEM.
       SOMA-CCF-UNIFICA.
           IF CF-INCLUIDO
               MOVE 'S' TO WS-UN-CF-JA-INCL
           END-IF
           ADD WS-UN-CF-QT TO CF-QT-DEVOLUCOES
           IF WS-UN-CF-ULT-DEVOL > CF-DATA-ULT-DEVOL
               MOVE WS-UN-CF-ULT-DEVOL TO CF-DATA-ULT-DEVOL
               MOVE WS-UN-CF-ULT-CONTA TO CF-ULT-CONTA
               MOVE WS-UN-CF-ULT-CHEQUE TO CF-ULT-CHEQUE
               MOVE WS-UN-CF-ULT-VALOR TO CF-ULT-VALOR
           END-IF
           EVALUATE TRUE
               WHEN WS-UN-CF-STATUS = 'I' AND CF-INCLUIDO
                   IF WS-UN-CF-INCLUSAO < CF-DATA-INCLUSAO
                       MOVE WS-UN-CF-INCLUSAO TO CF-DATA-INCLUSAO
                   END-IF
               WHEN WS-UN-CF-STATUS = 'I'
                   SET CF-INCLUIDO TO TRUE
                   MOVE WS-UN-CF-INCLUSAO TO CF-DATA-INCLUSAO
               WHEN WS-UN-CF-STATUS = 'M' AND NOT CF-INCLUIDO
                   SET CF-MONITORADO TO TRUE
           END-EVALUATE.

      * A CENTRAL TEM O CPF DE ORIGEM NO CADASTRO: SAI A EXCLUSAO
      * DELE E, SE O DESTINO NAO ESTAVA INCLUIDO, A INCLUSAO DO
      * DESTINO, COM A ULTIMA DEVOLUCAO DA ORIGEM.
       TROCA-CCF-CENTRAL.
           OPEN EXTEND CCFMOV
           IF NOT FCM-OK
               CLOSE CCFMOV
               OPEN OUTPUT CCFMOV
           END-IF
           MOVE SPACES TO REG-CCFMOV
           SET CM-EXCLUSAO TO TRUE
           MOVE WS-UN-ORIGEM TO CM-CPF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CM-DATA
           MOVE ZEROS TO CM-AGENCIA
           MOVE WS-UN-CF-ULT-CONTA TO CM-CONTA
           MOVE WS-UN-CF-ULT-CHEQUE TO CM-CHEQUE
           MOVE WS-UN-CF-ULT-VALOR TO CM-VALOR
           MOVE WS-UN-CF-QT TO CM-QT-DEVOLUCOES
           MOVE WS-OPERADOR-ID TO CM-OPERADOR
           WRITE REG-CCFMOV
           IF WS-UN-CF-JA-INCL = 'N'
               SET CM-INCLUSAO TO TRUE
               MOVE WS-UN-DESTINO TO CM-CPF
               MOVE CF-QT-DEVOLUCOES TO CM-QT-DEVOLUCOES
               WRITE REG-CCFMOV
           END-IF
           CLOSE CCFMOV.

      * SCORE E CHAVEADO POR CPF E REFEITO TODA NOITE PELO SCORE-
      * CREDITO SOBRE TODAS AS CONTAS DO CPF.  ATE LA, SEM NOTA NO
      * DESTINO A DA ORIGEM MUDA DE CHAVE; COM NOTA NOS DOIS FICA A
      * MENOR, POR CAUTELA NA CONCESSAO DE CREDITO.
       UNIFICA-SCORE.
           MOVE "SCORE" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           MOVE WS-UN-ORIGEM TO WS-UN-CHAVE
           OPEN I-O SCORE
           IF NOT SR-ARQ-OK
               GO END-UNIFICA-SCORE
           END-IF
           MOVE WS-UN-ORIGEM TO SR-CPF
           READ SCORE
               INVALID KEY
                   CLOSE SCORE
                   GO END-UNIFICA-SCORE
           END-READ
           IF UN-PREVIA
               PERFORM ANOTA-UNIFICA
               CLOSE SCORE
               GO END-UNIFICA-SCORE
           END-IF
           MOVE REG-SCORE TO WS-UN-SR-SALVO
           MOVE SR-PONTOS TO WS-UN-SR-PONTOS

           MOVE WS-UN-DESTINO TO SR-CPF
           MOVE "W" TO WS-JN-FUNCAO
           READ SCORE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO WS-JN-FUNCAO
           END-READ
           IF WS-JN-FUNCAO = "W" OR WS-UN-SR-PONTOS < SR-PONTOS
               MOVE WS-UN-SR-SALVO TO REG-SCORE
               MOVE WS-UN-DESTINO TO SR-CPF
               PERFORM JN-ANTES-SCORE
               IF WS-JN-FUNCAO = "W"
                   WRITE REG-SCORE
                   END-WRITE
               ELSE
                   REWRITE REG-SCORE
                   END-REWRITE
               END-IF
               PERFORM JN-DEPOIS-SCORE
               IF NOT SR-ARQ-OK
                   ADD 1 TO WS-UN-QT-EM-USO
                   CLOSE SCORE
                   GO END-UNIFICA-SCORE
               END-IF
           END-IF

           MOVE WS-UN-ORIGEM TO SR-CPF
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-SCORE
           DELETE SCORE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-SCORE
           CLOSE SCORE
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-SCORE.

      * NEGATIVACAO E CHAVEADA POR CPF + ORIGEM + CONTRATO: CADA
      * DIVIDA DA ORIGEM E REGRAVADA COM O CPF (E O NOME DO MESTRE)
      * DO DESTINO E A ANTIGA EXCLUIDA - SENAO O NEGATIVA-DEVEDORES,
      * QUE JA ACHA O CONTRATO NO DESTINO, AVISARIA DE NOVO E A DA
      * ORIGEM NUNCA SERIA BAIXADA.  DIVIDA JA INCLUIDA NO BUREAU
      * TROCA DE CPF LA TAMBEM.  AS CHAVES SAO JUNTADAS ANTES, COMO
      * NAS CONTAS, E CADA DIVIDA E TRATADA PELA CHAVE.
       UNIFICA-NEGATIV.
           MOVE "NEGATIV" TO WS-UN-ARQ
           MOVE "CPF" TO WS-UN-CAMPO
           OPEN I-O NEGATIV
           IF NOT FNG-OK
               GO END-UNIFICA-NEGATIV
           END-IF
           MOVE ZEROS TO WS-UN-QT-NG
           MOVE WS-UN-ORIGEM TO NG-CPF
           MOVE LOW-VALUES TO NG-ORIGEM
           MOVE ZEROS TO NG-CONTRATO
           START NEGATIV KEY IS NOT LESS THAN NG-CHAVE
               INVALID KEY
                   MOVE 99 TO FFNEGA
           END-START
           PERFORM JUNTA-NEGATIV-UNIFICA
               THRU END-JUNTA-NEGATIV-UNIFICA
               UNTIL NOT FNG-OK
           PERFORM UNIFICA-UMA-NEGATIV THRU END-UNIFICA-UMA-NEGATIV
               VARYING WS-UN-I FROM 1 BY 1
               UNTIL WS-UN-I > WS-UN-QT-NG
           CLOSE NEGATIV.
       END-UNIFICA-NEGATIV.

       JUNTA-NEGATIV-UNIFICA.
           READ NEGATIV NEXT RECORD
               AT END
                   MOVE 99 TO FFNEGA
           END-READ
           IF FNG-OK AND NG-CPF NOT = WS-UN-ORIGEM
               MOVE 99 TO FFNEGA
           END-IF
           IF FNG-OK AND WS-UN-QT-NG < 100
               ADD 1 TO WS-UN-QT-NG
               MOVE NG-ORIGEM TO TAB-UN-NG-ORIGEM(WS-UN-QT-NG)
               MOVE NG-CONTRATO TO TAB-UN-NG-CONTRATO(WS-UN-QT-NG)
           END-IF.
       END-JUNTA-NEGATIV-UNIFICA.

       UNIFICA-UMA-NEGATIV.
           MOVE WS-UN-ORIGEM TO NG-CPF
           MOVE TAB-UN-NG-ORIGEM(WS-UN-I) TO NG-ORIGEM
           MOVE TAB-UN-NG-CONTRATO(WS-UN-I) TO NG-CONTRATO
           READ NEGATIV
               INVALID KEY
                   GO END-UNIFICA-UMA-NEGATIV
           END-READ
           MOVE SPACES TO WS-UN-CHAVE
           STRING NG-ORIGEM NG-CONTRATO
               DELIMITED BY SIZE INTO WS-UN-CHAVE
           IF UN-PREVIA
               PERFORM ANOTA-UNIFICA
               GO END-UNIFICA-UMA-NEGATIV
           END-IF
           MOVE NG-NOME TO WS-UN-NG-NOME-ANT
           MOVE WS-UN-DESTINO TO NG-CPF
           IF WS-UN-TEM-MESTRE = 'S'
               MOVE WS-UN-NOME TO NG-NOME
           END-IF
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-NEGATIV
           WRITE REG-NEGATIV
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-NEGATIV
           IF NOT FNG-OK
      *        O DESTINO JA TEM A MESMA DIVIDA - FICA PARA O GERENTE.
               ADD 1 TO WS-UN-QT-EM-USO
               GO END-UNIFICA-UMA-NEGATIV
           END-IF
           IF NG-NEGATIVADO
               PERFORM TROCA-NEGATIV-BUREAU
           END-IF

           MOVE WS-UN-ORIGEM TO NG-CPF
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-NEGATIV
           DELETE NEGATIV RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-NEGATIV
           PERFORM ANOTA-UNIFICA.
       END-UNIFICA-UMA-NEGATIV.

      * A DIVIDA ESTA NO BUREAU COM O CPF DE ORIGEM: SAI A EXCLUSAO
      * DELE E A INCLUSAO DO DESTINO, COM O MESMO VALOR E VENCIMENTO.
       TROCA-NEGATIV-BUREAU.
           OPEN EXTEND NEGMOV
           IF NOT FNV-OK
               CLOSE NEGMOV
               OPEN OUTPUT NEGMOV
           END-IF
           MOVE SPACES TO REG-NEGMOV
           SET NV-EXCLUSAO TO TRUE
           MOVE WS-UN-ORIGEM TO NV-CPF
           MOVE NG-ORIGEM TO NV-ORIGEM
           MOVE NG-CONTRATO TO NV-CONTRATO
           MOVE FUNCTION CURRENT-DATE(1:8) TO NV-DATA
           MOVE NG-VALOR TO NV-VALOR
           MOVE NG-VENCIMENTO TO NV-VENCIMENTO
           MOVE WS-UN-NG-NOME-ANT TO NV-NOME
           WRITE REG-NEGMOV
           SET NV-INCLUSAO TO TRUE
           MOVE WS-UN-DESTINO TO NV-CPF
           MOVE NG-NOME TO NV-NOME
           WRITE REG-NEGMOV
           CLOSE NEGMOV.

       CATALOGA-UNIFICA.
           OPEN I-O CATREL
           IF CRST = "35"
               OPEN OUTPUT CATREL
               CLOSE CATREL
               OPEN I-O CATREL
           END-IF
           MOVE SPACES TO REG-CATREL
           MOVE WS-NOME-UNIFICA TO CR-NOME
           MOVE WS-UN-HOJE TO CR-DATA
           MOVE "CLIENTES" TO CR-TIPO
           MOVE "BANCOPEL" TO CR-PROGRAMA
           WRITE REG-CATREL
               INVALID KEY
                   REWRITE REG-CATREL
                   END-REWRITE
           END-WRITE
           CLOSE CATREL.
       END-CATALOGA-UNIFICA.

      * PROCURACOES DE UMA CONTA (GERENTE): INCLUSAO COM CPF, NOME,
      * VIGENCIA, OPERACOES PERMITIDAS E TETO POR OPERACAO; REVOGACAO;
      * CONSULTA DAS PROCURACOES DA CONTA.  SO CONTA QUE MOVIMENTA
      * RECEBE PROCURACAO NOVA.  CADA INCLUSAO E REVOGACAO E AUDITADA.
       MANTEM-PROCURADOR.
       PROCURADORW.
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.

           PERFORM EE-FTELA
           DISPLAY 'P R O C U R A D O R E S' AT 0640
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           DISPLAY "ACAO (I-INCLUI R-REVOGA C-CONSULTA):" AT 2027.
           MOVE SPACES TO WS-PR-ACAO.
           ACCEPT WS-PR-ACAO AT 2064.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-PROCURADOR
           END-IF
           IF NOT PR-ACAO-INCLUIR AND NOT PR-ACAO-REVOGAR
               AND NOT PR-ACAO-CONSULTAR
               MOVE "ACAO INVALIDA, USE I, R OU C" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2359 FOREGROUND-COLOR 0
               GO PROCURADORW
           END-IF

           OPEN I-O PROCURAD
           IF FPR-EMPTY
               OPEN OUTPUT PROCURAD
               CLOSE PROCURAD
               OPEN I-O PROCURAD
           END-IF
           IF NOT FPR-OK
               MOVE "NAO FOI POSSIVEL ABRIR PROCURAD.DAT"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2367 FOREGROUND-COLOR 0
               GO END-MANTEM-PROCURADOR
           END-IF

           DISPLAY 'CPF DO TITULAR' AT 0729
           PERFORM LUSUARIO THRU END-LUSUARIO.
           IF FS-OTHER
               CLOSE PROCURAD
               GO PROCURADORW
           END-IF
           DISPLAY ES-DNOME
           DISPLAY "CONTA:" AT 1329
           DISPLAY CD-CONTA AT 1336

           MOVE SPACES TO MS-GMENSAGEMS
           EVALUATE TRUE
               WHEN PR-ACAO-INCLUIR
                   PERFORM INCLUI-PROCURADOR
                       THRU END-INCLUI-PROCURADOR
               WHEN PR-ACAO-REVOGAR
                   PERFORM REVOGA-PROCURADOR
                       THRU END-REVOGA-PROCURADOR
               WHEN OTHER
                   PERFORM CONSULTA-PROCURADOR
                       THRU END-CONSULTA-PROCURADOR
           END-EVALUATE
           CLOSE PROCURAD
           UNLOCK CAD
           IF MS-GMENSAGEMS = SPACES
               GO PROCURADORW
           END-IF
           DISPLAY MS-GMENSAGEMS AT 2320
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2375 FOREGROUND-COLOR 0
           GO PROCURADORW.
       END-MANTEM-PROCURADOR.
           UNLOCK CAD.

       INCLUI-PROCURADOR.
           IF CONTA-ENCERRADA OR CONTA-ESPOLIO OR CONTA-RECUSADA
               MOVE "CONTA NAO ADMITE PROCURACAO" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF

           MOVE SPACES TO REG-PROCURADOR
           MOVE ZEROS TO PR-CPF PR-DATA-INICIO PR-DATA-FIM
               PR-VALOR-MAXIMO
           MOVE CD-CONTA TO PR-CONTA
           DISPLAY "CPF DO PROCURADOR:" AT 1429
           ACCEPT PR-CPF AT 1448
           IF COB-CRT-STATUS = COB-SCR-ESC OR PR-CPF = ZEROS
               GO END-INCLUI-PROCURADOR
           END-IF
           IF PR-CPF = CD-CPF OR PR-CPF = CD-CPF-CONJUNTO
               MOVE "TITULAR NAO PRECISA DE PROCURACAO" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF
      *    VALIDA-CPF TRABALHA SOBRE CD-CPF; O DO TITULAR E
      *    GUARDADO E DEVOLVIDO, COMO NO CPF DO RESPONSAVEL.
           MOVE CD-CPF TO WS-CPF-RESP-DIG
           MOVE PR-CPF TO CD-CPF
           PERFORM VALIDA-CPF THRU END-VALIDA-CPF
           MOVE WS-CPF-RESP-DIG TO CD-CPF
           IF CPF-INVALIDO
               MOVE "CPF DO PROCURADOR INVALIDO" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF

           MOVE 'N' TO WS-PR-ACHOU
           READ PROCURAD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PR-ACHOU
           END-READ
           IF WS-PR-ACHOU = 'S' AND PR-VIGENTE
               MOVE "PROCURACAO JA CADASTRADA - REVOGUE ANTES"
                   TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF

           MOVE SPACES TO PR-NOME PR-OPERACOES
           MOVE ZEROS TO PR-DATA-INICIO PR-DATA-FIM PR-VALOR-MAXIMO
           DISPLAY "NOME:" AT 1529
           ACCEPT PR-NOME AT 1535
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-INCLUI-PROCURADOR
           END-IF
           MOVE FUNCTION UPPER-CASE(PR-NOME) TO PR-NOME
           DISPLAY "VIGENCIA DE (AAAAMMDD):" AT 1629
           ACCEPT PR-DATA-INICIO AT 1653
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-INCLUI-PROCURADOR
           END-IF
           DISPLAY "ATE:" AT 1663
           ACCEPT PR-DATA-FIM AT 1668
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-INCLUI-PROCURADOR
           END-IF
           DISPLAY "PODE SACAR (S/N):" AT 1729
           ACCEPT PR-PODE-SAQUE AT 1747
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-INCLUI-PROCURADOR
           END-IF
           DISPLAY "TRANSFERIR:" AT 1750
           ACCEPT PR-PODE-TRANSF AT 1762
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-INCLUI-PROCURADOR
           END-IF
           DISPLAY "ENCERRAR:" AT 1765
           ACCEPT PR-PODE-ENCERRA AT 1775
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-INCLUI-PROCURADOR
           END-IF
           DISPLAY "TETO POR OPERACAO R$:" AT 1829
           ACCEPT PR-VALOR-MAXIMO AT 1851
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-INCLUI-PROCURADOR
           END-IF
           MOVE FUNCTION UPPER-CASE(PR-OPERACOES) TO PR-OPERACOES

           IF PR-NOME = SPACES
               MOVE "INFORME O NOME DO PROCURADOR" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF
           MOVE "VD" TO WS-SV-FUNCAO
           MOVE PR-DATA-INICIO TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           IF WS-SV-RETORNO = '1'
               MOVE "DATA INICIAL INVALIDA" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF
           MOVE PR-DATA-FIM TO WS-SV-DATA-1
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PR-HOJE
           IF WS-SV-RETORNO = '1' OR PR-DATA-FIM < PR-DATA-INICIO
               OR PR-DATA-FIM < WS-PR-HOJE
               MOVE "DATA FINAL INVALIDA OU JA VENCIDA" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF
           IF (PR-PODE-SAQUE NOT = 'S' AND NOT = 'N')
               OR (PR-PODE-TRANSF NOT = 'S' AND NOT = 'N')
               OR (PR-PODE-ENCERRA NOT = 'S' AND NOT = 'N')
               MOVE "RESPONDA S OU N PARA CADA OPERACAO"
                   TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF
           IF PR-OPERACOES = 'NNN'
               MOVE "NENHUMA OPERACAO PERMITIDA" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF
           IF PR-VALOR-MAXIMO = ZEROS
               MOVE "INFORME O TETO POR OPERACAO" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO END-INCLUI-PROCURADOR
           END-IF

           SET PR-VIGENTE TO TRUE
           MOVE WS-PR-HOJE TO PR-DATA-CADASTRO
           MOVE WS-OPERADOR-ID TO PR-OPER-CADASTRO
           MOVE ZEROS TO PR-DATA-REVOGA
           MOVE SPACES TO PR-OPER-REVOGA
      *    PROCURACAO REVOGADA DO MESMO CPF E SUBSTITUIDA PELA NOVA.
           IF WS-PR-ACHOU = 'S'
               REWRITE REG-PROCURADOR
               END-REWRITE
           ELSE
               WRITE REG-PROCURADOR
               END-WRITE
           END-IF
           IF NOT FPR-OK
               MOVE "PROCURACAO NAO GRAVADA" TO MS-GMENSAGEMS
               GO END-INCLUI-PROCURADOR
           END-IF

           MOVE "PROCURACAO" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "INCLUIDA P/ " PR-CPF " ATE " PR-DATA-FIM
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE "PROCURACAO CADASTRADA" TO MS-GMENSAGEMS.
       END-INCLUI-PROCURADOR.

       REVOGA-PROCURADOR.
           MOVE CD-CONTA TO PR-CONTA
           MOVE ZEROS TO PR-CPF
           DISPLAY "CPF DO PROCURADOR:" AT 1429
           ACCEPT PR-CPF AT 1448
           IF COB-CRT-STATUS = COB-SCR-ESC OR PR-CPF = ZEROS
               GO END-REVOGA-PROCURADOR
           END-IF
           READ PROCURAD
               INVALID KEY
                   MOVE "PROCURACAO NAO ENCONTRADA" TO MS-GMENSAGEMS
                   GO END-REVOGA-PROCURADOR
           END-READ
           IF PR-REVOGADA
               MOVE "PROCURACAO JA REVOGADA" TO MS-GMENSAGEMS
               GO END-REVOGA-PROCURADOR
           END-IF
           DISPLAY "NOME:" AT 1529
           DISPLAY PR-NOME AT 1535
           DISPLAY "VIGENCIA DE" AT 1629
           DISPLAY PR-DATA-INICIO AT 1641
           DISPLAY "ATE" AT 1650
           DISPLAY PR-DATA-FIM AT 1654

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO END-REVOGA-PROCURADOR
           END-IF

           SET PR-REVOGADA TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PR-DATA-REVOGA
           MOVE WS-OPERADOR-ID TO PR-OPER-REVOGA
           REWRITE REG-PROCURADOR
           END-REWRITE

           MOVE "PROCURACAO" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "REVOGADA P/ " PR-CPF
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE "PROCURACAO REVOGADA" TO MS-GMENSAGEMS.
       END-REVOGA-PROCURADOR.

      * LISTA AS PROCURACOES DA CONTA, VIGENTES E REVOGADAS, ATE O
      * FIM DA TELA.
       CONSULTA-PROCURADOR.
           DISPLAY "CPF         NOME                 INICIO   FIM"
               AT 1406
           DISPLAY "OPS TETO       S" AT 1457
           MOVE 14 TO WS-PR-LINHA
           MOVE ZEROS TO WS-PR-QT
           MOVE CD-CONTA TO PR-CONTA
           MOVE ZEROS TO PR-CPF
           START PROCURAD KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   MOVE 99 TO FFPROC
           END-START
           PERFORM LISTA-PROCURACAO THRU END-LISTA-PROCURACAO
               UNTIL NOT FPR-OK
           MOVE SPACES TO MS-GMENSAGEMS
           STRING WS-PR-QT " PROCURACAO(OES) NA CONTA"
               DELIMITED BY SIZE INTO MS-GMENSAGEMS.
       END-CONSULTA-PROCURADOR.

       LISTA-PROCURACAO.
           READ PROCURAD NEXT RECORD
               AT END
                   MOVE 99 TO FFPROC
           END-READ
           IF FPR-OK AND PR-CONTA NOT = CD-CONTA
               MOVE 99 TO FFPROC
           END-IF
           IF NOT FPR-OK
               GO END-LISTA-PROCURACAO
           END-IF
           ADD 1 TO WS-PR-QT
           IF WS-PR-LINHA < 19
               ADD 1 TO WS-PR-LINHA
               MOVE PR-CPF TO WS-PRL-CPF
               MOVE PR-NOME TO WS-PRL-NOME
               MOVE PR-DATA-INICIO TO WS-PRL-INICIO
               MOVE PR-DATA-FIM TO WS-PRL-FIM
               MOVE PR-OPERACOES TO WS-PRL-OPS
               MOVE PR-VALOR-MAXIMO TO WS-PRL-TETO
               MOVE PR-STATUS TO WS-PRL-STATUS
               COMPUTE WS-AT-POS = WS-PR-LINHA * 100 + 06
               DISPLAY WS-PR-LINHA-CONS AT WS-AT-POS
           END-IF.
       END-LISTA-PROCURACAO.

      * PROCURADOR NO GUICHE: O CAIXA INFORMA O CPF DE QUEM ESTA
      * OPERANDO A CONTA JA LIDA (ZERO = O PROPRIO TITULAR, QUE SEGUE
      * PELA SENHA).  O CPF PRECISA DE PROCURACAO VIGENTE NESTA CONTA,
      * DENTRO DAS DATAS E COM A OPERACAO DE WS-PR-OPERACAO
      * PERMITIDA; O TETO FICA EM WS-PR-VALOR-MAX PARA A OPERACAO
      * CONFERIR.  PROCURACAO NAO SOBREVIVE AO OBITO DO TITULAR.
      * RECUSA FICA NA AUDITORIA.
       IDENTIFICA-PROCURADOR.
           MOVE 'S' TO WS-PR-OK
           MOVE ZEROS TO WS-PR-CPF WS-PR-CONTA WS-PR-VALOR-MAX
           MOVE SPACES TO WS-PR-NOME
           DISPLAY "CPF DO PROCURADOR (0 = TITULAR):" AT 2402
           ACCEPT WS-PR-CPF AT 2435
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE ZEROS TO WS-PR-CPF
               MOVE 'N' TO WS-PR-OK
               GO END-IDENTIFICA-PROCURADOR
           END-IF
           DISPLAY WS-PR-BRANCO AT 2402
           IF WS-PR-CPF = ZEROS
               GO END-IDENTIFICA-PROCURADOR
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PR-HOJE
           MOVE SPACES TO MS-GMENSAGEMS
           MOVE CD-CONTA TO PR-CONTA
           MOVE WS-PR-CPF TO PR-CPF
           OPEN INPUT PROCURAD
           IF FPR-OK
               READ PROCURAD
                   INVALID KEY
                       MOVE "CPF SEM PROCURACAO NESTA CONTA"
                           TO MS-GMENSAGEMS
               END-READ
               CLOSE PROCURAD
           ELSE
               MOVE "CPF SEM PROCURACAO NESTA CONTA" TO MS-GMENSAGEMS
           END-IF
           IF MS-GMENSAGEMS = SPACES
               EVALUATE TRUE
                   WHEN CONTA-ESPOLIO
                       MOVE "PROCURACAO EXTINTA PELO OBITO DO TITULAR"
                           TO MS-GMENSAGEMS
                   WHEN PR-REVOGADA
                       MOVE "PROCURACAO REVOGADA" TO MS-GMENSAGEMS
                   WHEN WS-PR-HOJE < PR-DATA-INICIO
                       MOVE "PROCURACAO AINDA NAO VIGENTE"
                           TO MS-GMENSAGEMS
                   WHEN WS-PR-HOJE > PR-DATA-FIM
                       MOVE "PROCURACAO VENCIDA" TO MS-GMENSAGEMS
                   WHEN (PR-OPER-SAQUE AND NOT PR-SAQUE-OK)
                     OR (PR-OPER-TRANSF AND NOT PR-TRANSF-OK)
                     OR (PR-OPER-ENCERRA AND NOT PR-ENCERRA-OK)
                       MOVE "OPERACAO NAO PERMITIDA NA PROCURACAO"
                           TO MS-GMENSAGEMS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF MS-GMENSAGEMS NOT = SPACES
               MOVE 'N' TO WS-PR-OK
               MOVE "PROC-ERR" TO WS-AUD-OP
               MOVE SPACES TO WS-AUD-CHAVE
               STRING WS-PR-CPF "/" CD-CONTA
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               MOVE MS-GMENSAGEMS TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
               MOVE ZEROS TO WS-PR-CPF
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2372 FOREGROUND-COLOR 0
               GO END-IDENTIFICA-PROCURADOR
           END-IF

           MOVE CD-CONTA TO WS-PR-CONTA
           MOVE PR-NOME TO WS-PR-NOME
           MOVE PR-VALOR-MAXIMO TO WS-PR-VALOR-MAX
           DISPLAY "PROCURADOR:" AT 2402
           DISPLAY WS-PR-NOME AT 2414.
       END-IDENTIFICA-PROCURADOR.

      * LINHA DE AUDITORIA DA OPERACAO FEITA POR PROCURADOR, CHAVEADA
      * PELO CPF DELE, COM O MESMO DOCUMENTO DO MOVIMENTO - O
      * WS-DOC-ATUAL E DEVOLVIDO PARA A LINHA DA PROPRIA OPERACAO.
       AUDITA-PROCURADOR.
           IF WS-PR-CPF = ZEROS
               GO END-AUDITA-PROCURADOR
           END-IF
           MOVE WS-DOC-ATUAL TO WS-PR-DOC
           MOVE "PROCURADOR" TO WS-AUD-OP
           MOVE WS-PR-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING WS-PR-DESC-OPER DELIMITED BY SPACE
               " CONTA " WS-PR-CONTA
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           MOVE WS-PR-DOC TO WS-DOC-ATUAL.
       END-AUDITA-PROCURADOR.

      * PACOTES DE TARIFAS (GERENTE): ACAO P CADASTRA/ALTERA UM
      * PACOTE EM PACOTES.DAT; ACAO C VINCULA (OU DESVINCULA, COM
      * PACOTE ZERO) UMA CONTA AO PACOTE.  A COBRANCA EM SI E DO
      * BATCH MENSAL TARIFA-MENSAL.
       MANTEM-PACOTES.
       MANTEM-PACOTESW.
           DISPLAY EE-LIMPA.
           PERFORM EE-FTELA
           DISPLAY 'P A C O T E S  D E  T A R I F A S' AT 0634
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           DISPLAY "ACAO (P-PACOTE / C-CONTA):" AT 0929.
           MOVE SPACES TO WS-PC-ACAO.
           ACCEPT WS-PC-ACAO AT 0956.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-PACOTES
           END-IF

           EVALUATE TRUE
               WHEN PC-ACAO-PACOTE
                   PERFORM CADASTRA-PACOTE THRU END-CADASTRA-PACOTE
               WHEN PC-ACAO-CONTA
                   PERFORM VINCULA-PACOTE THRU END-VINCULA-PACOTE
               WHEN OTHER
                   MOVE "ACAO INVALIDA, USE P OU C" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2355 FOREGROUND-COLOR 0
           END-EVALUATE
           GO MANTEM-PACOTESW.
       END-MANTEM-PACOTES.

       CADASTRA-PACOTE.
           MOVE SPACES TO REG-PACOTE
           MOVE ZEROS TO PC-CODIGO PC-MENSALIDADE PC-FRANQUIA
               PC-TARIFA-EVENTO
           DISPLAY "CODIGO DO PACOTE:" AT 1129.
           ACCEPT PC-CODIGO AT 1147.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CADASTRA-PACOTE
           END-IF
           IF PC-CODIGO = ZEROS
               MOVE "INFORME O CODIGO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2346 FOREGROUND-COLOR 0
               GO END-CADASTRA-PACOTE
           END-IF

           READ PACOTES
               INVALID KEY
                   DISPLAY "PACOTE NOVO" AT 1151
           END-READ

           DISPLAY "NOME:" AT 1329.
           DISPLAY PC-NOME AT 1335.
           ACCEPT PC-NOME AT 1335.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CADASTRA-PACOTE
           END-IF
           MOVE PC-MENSALIDADE TO WS-PC-MENS-ED
           DISPLAY "MENSALIDADE: R$" AT 1529.
           DISPLAY WS-PC-MENS-ED AT 1545.
           ACCEPT WS-PC-MENS-ED AT 1545.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CADASTRA-PACOTE
           END-IF
           MOVE WS-PC-MENS-ED TO PC-MENSALIDADE
           DISPLAY "FRANQUIA (EVENTOS/MES):" AT 1629.
           DISPLAY PC-FRANQUIA AT 1653.
           ACCEPT PC-FRANQUIA AT 1653.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CADASTRA-PACOTE
           END-IF
               GO END-VINCULA-PACOTE
           END-IF

           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           UNLOCK CAD
           MOVE "PACOTE" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
               MOVE 99 TO FFSALV
           END-IF.

           OPEN I-O SAQAGEND
           IF FSG-EMPTY THEN
               OPEN OUTPUT SAQAGEND
               CLOSE SAQAGEND
               OPEN I-O SAQAGEND
           END-IF
           IF NOT FSG-OK THEN
               DISPLAY "NAO FOI POSSIVEL ABRIR SAQAGEND.DAT - FS="
                   FFSAQA
               MOVE 99 TO FFSALV
           END-IF.

           OPEN I-O IRRF
           IF FIR-EMPTY THEN
               OPEN OUTPUT IRRF
                   FFARRE
               MOVE 99 TO FFSALV
           END-IF.

           OPEN I-O ARRCRED
           IF FAC-EMPTY THEN
               OPEN OUTPUT ARRCRED
               CLOSE ARRCRED
               OPEN I-O ARRCRED
           END-IF
           IF NOT FAC-OK THEN
               DISPLAY "NAO FOI POSSIVEL ABRIR ARRCRED.DAT - FS="
                   FFARCR
               MOVE 99 TO FFSALV
           END-IF.
       END-ABREARQ.

       CARREGA-PARAMETROS.
                           MOVE PM-DIAS-COMPENSACAO
                               TO WS-DIAS-COMPENSA
                       END-IF
                       IF PM-SCORE-RECUSA > 0
                           MOVE PM-SCORE-RECUSA TO WS-SCORE-RECUSA
                       END-IF
                       IF PM-SCORE-PLENO > 0
                           MOVE PM-SCORE-PLENO TO WS-SCORE-PLENO
                       END-IF
                       IF PM-TETO-EMPR-SCORE > 0
                           MOVE PM-TETO-EMPR-SCORE
                               TO WS-TETO-EMPR-SCORE
                       END-IF
                       IF PM-PRAZO-SAC > 0
                           MOVE PM-PRAZO-SAC TO WS-PRAZO-SAC
                       END-IF
                       IF PM-VALOR-PROVISAO > 0
                           MOVE PM-VALOR-PROVISAO
                               TO WS-VALOR-PROVISAO
                       END-IF
                       MOVE PM-CONVENIO-LOJA TO WS-CONVENIO-LOJA
               END-READ
               CLOSE PARAMETROS
           END-IF.
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L"
           PERFORM JORNAL-FIM-TRANSACAO.
       END-GRAVA-AUDITORIA.

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

       JN-ANTES-AGENCIA.
           MOVE "AGENCIA" TO WS-JN-ARQUIVO
           MOVE CADASTRO-REGISTRO TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-AGENCIA.
           MOVE FFSALV TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-EXTRATO.
           MOVE "EXTRATO" TO WS-JN-ARQUIVO
           MOVE REG-EXTRATO TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-EXTRATO.
           MOVE FFEXTR TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CLIENTE.
           MOVE "CLIENTE" TO WS-JN-ARQUIVO
           MOVE REG-CLIENTE TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CLIENTE.
           MOVE FFCLIE TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CAIXAMOV.
           MOVE "CAIXAMOV" TO WS-JN-ARQUIVO
           MOVE REG-CAIXAMOV TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CAIXAMOV.
           MOVE FFCXMV TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-TESCOFRE.
           MOVE "TESCOFRE" TO WS-JN-ARQUIVO
           MOVE REG-TESCOFRE TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-TESCOFRE.
           MOVE FFTESC TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-TESMOV.
           MOVE "TESMOV" TO WS-JN-ARQUIVO
           MOVE REG-TESMOV TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-TESMOV.
           MOVE FFTESM TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-APLICACAO.
           MOVE "APLICACAO" TO WS-JN-ARQUIVO
           MOVE REG-APLICACAO TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-APLICACAO.
           MOVE FFAPLI TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-EMPRESTIMO.
           MOVE "EMPRESTIMO" TO WS-JN-ARQUIVO
           MOVE REG-EMPRESTIMO TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-EMPRESTIMO.
           MOVE FFEMPR TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CCF.
           MOVE "CCF" TO WS-JN-ARQUIVO
           MOVE REG-CCF TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CCF.
           MOVE FFCCF TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-SCORE.
           MOVE "SCORE" TO WS-JN-ARQUIVO
           MOVE REG-SCORE TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-SCORE.
           MOVE FFSCOR TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-NEGATIV.
           MOVE "NEGATIV" TO WS-JN-ARQUIVO
           MOVE REG-NEGATIV TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-NEGATIV.
           MOVE FFNEGA TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-SEQCONTA.
           MOVE "SEQCONTA" TO WS-JN-ARQUIVO
           MOVE REG-SEQCONTA TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-SEQCONTA.
           MOVE FFSEQC TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CHQDEP.
           MOVE "CHQDEP" TO WS-JN-ARQUIVO
           MOVE REG-CHQDEP TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CHQDEP.
           MOVE FFCHQD TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-BLOQJUD.
           MOVE "BLOQJUD" TO WS-JN-ARQUIVO
           MOVE REG-BLOQJUD TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-BLOQJUD.
           MOVE FFBLOQ TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-SAQAGEND.
           MOVE "SAQAGEND" TO WS-JN-ARQUIVO
           MOVE REG-SAQAGEND TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-SAQAGEND.
           MOVE FFSAQA TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CHEQUES.
           MOVE "CHEQUES" TO WS-JN-ARQUIVO
           MOVE REG-CHEQUE TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CHEQUES.
           MOVE FFCHEQ TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-IOF.
           MOVE "IOF" TO WS-JN-ARQUIVO
           MOVE REG-IOF TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-IOF.
           MOVE FFIOF TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-IRRF.
           MOVE "IRRF" TO WS-JN-ARQUIVO
           MOVE REG-IR TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-IRRF.
           MOVE FFIRRF TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CARTAO.
           MOVE "CARTAO" TO WS-JN-ARQUIVO
           MOVE REG-CARTAO TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CARTAO.
           MOVE FFCART TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-ARRECAD.
           MOVE "ARRECAD" TO WS-JN-ARQUIVO
           MOVE REG-ARRECAD TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-ARRECAD.
           MOVE FFARRE TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-ARRCRED.
           MOVE "ARRCRED" TO WS-JN-ARQUIVO
           MOVE REG-ARRCRED TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-ARRCRED.
           MOVE FFARCR TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-REMESSA.
           MOVE "REMESSA" TO WS-JN-ARQUIVO
           MOVE REG-REMESSA TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-REMESSA.
           MOVE FFREME TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       GRAVA-EXTRATO.
           CALL "SEQ-DOCUMENTO" USING WS-DOC-ATUAL
           MOVE WS-DOC-ATUAL TO EX-DOCUMENTO
           MOVE WS-EX-ORIGEM TO EX-ORIGEM
           MOVE 'GC' TO WS-EX-ORIGEM
           MOVE WS-OPERADOR-ID TO EX-OPERADOR
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EXTRATO
           WRITE REG-EXTRATO
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-EXTRATO.
       END-GRAVA-EXTRATO.

       GRAVA-COMPROVANTE.
               DELIMITED BY SIZE INTO LINHA-COMPROVANTE
           WRITE LINHA-COMPROVANTE

      *    OPERACAO FEITA POR PROCURADOR SAI COM O NOME E O CPF DELE
      *    NO COMPROVANTE DA CONTA MOVIMENTADA.
           IF WS-PR-CPF > ZEROS AND CD-CONTA = WS-PR-CONTA
               MOVE SPACES TO LINHA-COMPROVANTE
               STRING "PROCURADOR: " WS-PR-NOME "  CPF: " WS-PR-CPF
                   DELIMITED BY SIZE INTO LINHA-COMPROVANTE
               WRITE LINHA-COMPROVANTE
           END-IF

           MOVE SPACES TO LINHA-COMPROVANTE
           STRING "OPERACAO: " WS-COMP-OPERACAO
               "  VALOR: R$ " WS-COMP-VALOR-ED
      * DOS DADOS PESSOAIS; AS CONTAS CARREGAM COPIAS.
       GRAVA-CLIENTE-MASTER.
           MOVE CD-CPF TO CL-CPF
      *    RELE O MESTRE SO PARA PRESERVAR A DATA DE OBITO E O
      *    CONTATO DE ALERTAS, QUE NAO VEM DO CADASTRO-REGISTRO.
           READ CLIENTE
               INVALID KEY
                   MOVE ZEROS TO CL-DATA-OBITO CL-CELULAR
                       CL-ALERTA-DEBITO CL-ALERTA-DESDE
                   MOVE SPACES TO CL-EMAIL CL-ALERTA-CANAL
                       CL-ALERTA-CHEQUE CL-ALERTA-AGENDA
           END-READ
           MOVE NM-USER TO CL-NOME
           MOVE DS-ENDER TO CL-ENDER
           MOVE DT-NASCIMENTO TO CL-NASCIMENTO
           MOVE CD-CPF-CONJUNTO TO CL-CPF-CONJUNTO
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CLIENTE
           WRITE REG-CLIENTE
               INVALID KEY
                   MOVE "R" TO WS-JN-FUNCAO
                   REWRITE REG-CLIENTE
                   END-REWRITE
           END-WRITE
           PERFORM JN-DEPOIS-CLIENTE.
       END-GRAVA-CLIENTE-MASTER.

      * PROPAGA OS DADOS PESSOAIS DO MESTRE PARA TODAS AS CONTAS DO
                       MOVE WS-CL-ENDER TO DS-ENDER
                       MOVE WS-CL-NASCIMENTO TO DT-NASCIMENTO
                       MOVE WS-CL-CPF-CONJ TO CD-CPF-CONJUNTO
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-AGENCIA
                       REWRITE CADASTRO-REGISTRO
                       END-REWRITE
                       PERFORM JN-DEPOIS-AGENCIA
                       ADD 1 TO WS-CL-QT-PROPAG
                   END-IF
               END-IF
           MOVE WS-PO-SALDO TO VL-SALDO
           MOVE PO-VALOR TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE 'S' TO EX-TIPO
           MOVE PO-VALOR TO EX-VALOR
           IF PO-TRANSF OR PO-REMESSA
                   MOVE "SAQUE" TO WS-AUD-OP
                   MOVE "SAQUE APROVADO PELO GERENTE" TO WS-AUD-DESC
                   MOVE "SAQUE" TO WS-COMP-OPERACAO
                   IF WS-VALOR-PROVISAO > 0
                       AND PO-VALOR > WS-VALOR-PROVISAO
                       MOVE PO-CONTA-ORIGEM TO WS-SG-CONTA
                       MOVE WS-DATA-MOVTO TO WS-SG-DATA
                       PERFORM BAIXA-SAQUE-AGENDADO
                           THRU END-BAIXA-SAQUE-AGENDADO
                   END-IF
               WHEN PO-REMESSA
                   MOVE "REMESSA" TO WS-AUD-OP
                   MOVE "REMESSA APROVADA PELO GERENTE"
               IF WS-PO-MOTIVO = SPACES
                   ADD PO-VALOR TO VL-SALDO
                   MOVE SPACE TO CD-ULT-MOVTO
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-AGENCIA
                   REWRITE CADASTRO-REGISTRO
                   END-REWRITE
                   PERFORM JN-DEPOIS-AGENCIA
                   MOVE 'D' TO EX-TIPO
                   MOVE PO-VALOR TO EX-VALOR
                   MOVE 'TF' TO WS-EX-ORIGEM
      * SUPRIMENTO DO COFRE E SANGRIA PARA O COFRE, POR OPERADOR.
      * NAO SAO MOVIMENTO DE CLIENTE: FICAM EM CAIXAMOV.DAT, COM
      * AUDITORIA E COMPROVANTE PROPRIOS, E ENTRAM NA GAVETA
      * ESPERADA DO FECHAMENTO-CAIXA.  ABERTURA, SUPRIMENTO E
      * SANGRIA SAO CONTADOS EM CEDULAS E MOEDAS E MOVIMENTAM O COFRE
      * DA AGENCIA DE LOTACAO DO OPERADOR (TESMOV.DAT/TESCOFRE.DAT);
      * A SAIDA MAIOR QUE O ESTOQUE DE ALGUMA CEDULA E RECUSADA.
       CAIXA-FISICO.
           PERFORM VERIFICA-DIA-ABERTO THRU END-VERIFICA-DIA-ABERTO
           IF WS-DIA-OK = 'N'
               GO END-CAIXA-FISICO
           END-IF.
       CAIXA-FISICOW.
           PERFORM FECHA-TESOURARIA
           DISPLAY EE-LIMPA.

           PERFORM EE-FTELA
           DISPLAY "OPERADOR:" AT 0929
           DISPLAY WS-OPERADOR-ID AT 0939

           DISPLAY "TIPO (A-ABERTURA/S-SUPRIMENTO/G-SANGRIA/"
               AT 1129.
           DISPLAY "P-PASSAGEM):" AT 1229.
           MOVE SPACE TO WS-CX-TIPO.
           ACCEPT WS-CX-TIPO AT 1242.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CAIXA-FISICO
           END-IF
           IF NOT CX-OP-ABERTURA AND NOT CX-OP-SUPRIMENTO
               AND NOT CX-OP-SANGRIA AND NOT CX-OP-PASSAGEM
               MOVE "TIPO INVALIDO, USE A, S, G OU P" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2361 FOREGROUND-COLOR 0
               GO CAIXA-FISICOW
           END-IF

      *    SUPRIMENTO E SANGRIA MEXEM NO COFRE - EXIGEM A PERMISSAO
      *    DA POSICAO 1 DA MATRIZ (OU O GERENTE).
           IF CX-OP-SUPRIMENTO OR CX-OP-SANGRIA
               MOVE 1 TO WS-PERM-POS
               PERFORM PERMITE-FUNCAO
               IF WS-PERM-OK = 'N'
                   PERFORM ACESSO-RESTRITO
                   GO CAIXA-FISICOW
               END-IF
           END-IF

           MOVE SPACES TO REG-CAIXAMOV
           MOVE ZEROS TO CX-VALOR
           IF CX-OP-PASSAGEM
               DISPLAY "GAVETA CONTADA: R$" AT 1329
               ACCEPT CX-VALOR AT 1348
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-CAIXA-FISICO
               END-IF
           ELSE
               PERFORM PREPARA-COFRE-GAVETA
                   THRU END-PREPARA-COFRE-GAVETA
               IF WS-TS-ESC = 'S'
                   GO END-CAIXA-FISICO
               END-IF
               IF WS-TS-OK = 'N'
                   GO CAIXA-FISICOW
               END-IF
               MOVE WS-TS-VALOR TO CX-VALOR
           END-IF
           IF CX-VALOR = ZEROS AND NOT CX-OP-PASSAGEM
               MOVE "INFORME O VALOR" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2345 FOREGROUND-COLOR 0
               GO CAIXA-FISICOW
           END-IF

      *    NA PASSAGEM, O OPERADOR QUE RECEBE A GAVETA SE IDENTIFICA
      *    E CONFIRMA A CONTAGEM - O EVENTO LEVA OS DOIS IDS E A
      *    DIFERENCA DA NOITE PASSA A TER DONO POR TRECHO.
           MOVE SPACES TO WS-CX-OPER-DEST
           IF CX-OP-PASSAGEM
               DISPLAY "OPERADOR QUE RECEBE:" AT 1529
               ACCEPT WS-CX-OPER-DEST AT 1550
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-CAIXA-FISICO
               END-IF
               IF WS-CX-OPER-DEST = SPACES
                   OR WS-CX-OPER-DEST = WS-OPERADOR-ID
                   MOVE "INFORME O OPERADOR QUE RECEBE"
                       TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2359 FOREGROUND-COLOR 0
                   GO CAIXA-FISICOW
               END-IF
               DISPLAY "OPERADOR QUE RECEBE CONFIRMA A CONTAGEM?"
                   AT 1629
               DISPLAY "(S/N)" AT 1670
               ACCEPT MSG-OP AT 1676
               IF NOT MSG-OP-S
                   MOVE "PASSAGEM NAO CONFIRMADA - NADA GRAVADO"
                       TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2368 FOREGROUND-COLOR 0
                   GO CAIXA-FISICOW
               END-IF
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO CAIXA-FISICOW
           END-IF

      *    O COFRE E ATUALIZADO ANTES DO EVENTO DE GAVETA: SE OUTRO
      *    TERMINAL TIROU AS CEDULAS NESSE MEIO TEMPO, NADA E GRAVADO.
           IF NOT CX-OP-PASSAGEM
               MOVE FUNCTION UPPER-CASE(WS-CX-TIPO) TO WS-TS-TIPO
               MOVE SPACES TO WS-TS-DOCUMENTO
               IF CX-OP-SANGRIA
                   MOVE 'N' TO WS-TS-SAIDA
               ELSE
                   MOVE 'S' TO WS-TS-SAIDA
               END-IF
               PERFORM REGISTRA-COFRE THRU END-REGISTRA-COFRE
               IF WS-TS-OK = 'N'
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2372 FOREGROUND-COLOR 0
                   GO CAIXA-FISICOW
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE WS-DATA-MOVTO TO CX-DATA
           MOVE 1 TO CX-SEQ
           MOVE WS-OPERADOR-ID TO CX-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-CX-TIPO) TO CX-TIPO
           MOVE SDATAHORA TO CX-HORA
           MOVE WS-CX-OPER-DEST TO CX-OPERADOR-DEST
           MOVE 'N' TO WS-CX-GRAVOU
           PERFORM GRAVA-CAIXAMOV THRU END-GRAVA-CAIXAMOV
               UNTIL WS-CX-GRAVOU = 'S' OR CX-SEQ > 99999

           EVALUATE TRUE
               WHEN CX-ABERTURA
                   MOVE "ABERTURA" TO WS-AUD-OP
                   MOVE "ABERTURA DE CAIXA (TROCO)" TO WS-AUD-DESC
               WHEN CX-SUPRIMENTO
                   MOVE "SUPRIMENTO" TO WS-AUD-OP
                   MOVE "SUPRIMENTO DE CAIXA DO COFRE" TO WS-AUD-DESC
               WHEN CX-PASSAGEM
                   MOVE "PASSAGEM" TO WS-AUD-OP
                   MOVE SPACES TO WS-AUD-DESC
                   STRING "PASSAGEM DE CAIXA PARA " WS-CX-OPER-DEST
                       DELIMITED BY SIZE INTO WS-AUD-DESC
               WHEN OTHER
                   MOVE "SANGRIA" TO WS-AUD-OP
                   MOVE "SANGRIA DE CAIXA PARA O COFRE" TO WS-AUD-DESC
           END-EVALUATE
           MOVE WS-OPERADOR-ID TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
           PERFORM GRAVA-COMPROV-CAIXA THRU END-GRAVA-COMPROV-CAIXA

           MOVE "EVENTO DE CAIXA GRAVADO" TO MS-GMENSAGEMS
           DISPLAY MS-GMENSAGEMS AT 2330
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2353 FOREGROUND-COLOR 0
           GO CAIXA-FISICOW.
       END-CAIXA-FISICO.
           PERFORM FECHA-TESOURARIA.

       GRAVA-CAIXAMOV.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CAIXAMOV
           WRITE REG-CAIXAMOV
               INVALID KEY
                   ADD 1 TO CX-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-CX-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-CAIXAMOV.
       END-GRAVA-CAIXAMOV.

      * ABERTURA, SUPRIMENTO E SANGRIA: O OPERADOR PRECISA TER
      * AGENCIA DE LOTACAO COM COFRE IMPLANTADO.  A GAVETA E CONTADA
      * EM CEDULAS E MOEDAS; NA ABERTURA E NO SUPRIMENTO (SAIDAS DO
      * COFRE) CADA CEDULA E CONFERIDA CONTRA O ESTOQUE.
       PREPARA-COFRE-GAVETA.
           MOVE 'N' TO WS-TS-OK
           MOVE 'N' TO WS-TS-ESC
           IF WS-OP-AGENCIA = ZEROS
               MOVE "OPERADOR SEM AGENCIA DE LOTACAO" TO MS-GMENSAGEMS
               GO PREPARA-COFRE-GAVETA-ERRO
           END-IF
           PERFORM ABRE-TESOURARIA THRU END-ABRE-TESOURARIA
           IF WS-TS-ABERTO = 'N'
               MOVE "NAO FOI POSSIVEL ABRIR O COFRE DA AGENCIA"
                   TO MS-GMENSAGEMS
               GO PREPARA-COFRE-GAVETA-ERRO
           END-IF
           MOVE WS-OP-AGENCIA TO WS-TS-AGENCIA
           MOVE WS-OP-AGENCIA TO TC-AGENCIA
           READ TESCOFRE
               INVALID KEY
                   MOVE "COFRE DA AGENCIA NAO IMPLANTADO"
                       TO MS-GMENSAGEMS
                   GO PREPARA-COFRE-GAVETA-ERRO
           END-READ
           DISPLAY "AGENCIA:" AT 0950
           DISPLAY WS-TS-AGENCIA AT 0959

           PERFORM LE-CEDULAS THRU END-LE-CEDULAS
           IF WS-TS-ESC = 'S'
               GO END-PREPARA-COFRE-GAVETA
           END-IF
           MOVE 'S' TO WS-TS-OK
           IF CX-OP-ABERTURA OR CX-OP-SUPRIMENTO
               PERFORM VERIFICA-ESTOQUE
               IF WS-TS-OK = 'N'
                   MOVE "CEDULAS INSUFICIENTES NO COFRE DA AGENCIA"
                       TO MS-GMENSAGEMS
                   GO PREPARA-COFRE-GAVETA-ERRO
               END-IF
           END-IF
           GO END-PREPARA-COFRE-GAVETA.
       PREPARA-COFRE-GAVETA-ERRO.
           MOVE 'N' TO WS-TS-OK
           DISPLAY MS-GMENSAGEMS AT 2330
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2372 FOREGROUND-COLOR 0.
       END-PREPARA-COFRE-GAVETA.

       ABRE-TESOURARIA.
           MOVE 'N' TO WS-TS-ABERTO
           OPEN I-O TESMOV
           IF FTM-EMPTY
               OPEN OUTPUT TESMOV
               CLOSE TESMOV
               OPEN I-O TESMOV
           END-IF
           IF NOT FTM-OK
               GO END-ABRE-TESOURARIA
           END-IF
           OPEN I-O TESCOFRE
           IF FTC-EMPTY
               OPEN OUTPUT TESCOFRE
               CLOSE TESCOFRE
               OPEN I-O TESCOFRE
           END-IF
           IF NOT FTC-OK
               CLOSE TESMOV
               GO END-ABRE-TESOURARIA
           END-IF
           MOVE 'S' TO WS-TS-ABERTO.
       END-ABRE-TESOURARIA.

       FECHA-TESOURARIA.
           IF WS-TS-ABERTO = 'S'
               CLOSE TESMOV TESCOFRE
               MOVE 'N' TO WS-TS-ABERTO
           END-IF.

      * CONTAGEM EM CEDULAS (LINHAS 14 E 15, QUATRO POR LINHA) E
      * MOEDAS (LINHA 16); O TOTAL VAI PARA WS-TS-VALOR.
       LE-CEDULAS.
           MOVE 'N' TO WS-TS-ESC
           MOVE ZEROS TO WS-TS-CEDULAS WS-TS-MOEDAS WS-TS-VALOR
           DISPLAY "CEDULAS (QUANTIDADE POR VALOR DE FACE):" AT 1329
           PERFORM LE-CEDULA THRU END-LE-CEDULA
               VARYING WS-TS-I FROM 1 BY 1
               UNTIL WS-TS-I > 7 OR WS-TS-ESC = 'S'
           IF WS-TS-ESC = 'S'
               GO END-LE-CEDULAS
           END-IF
           DISPLAY "MOEDAS R$:" AT 1629
           ACCEPT WS-TS-MOEDAS AT 1640
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE 'S' TO WS-TS-ESC
               GO END-LE-CEDULAS
           END-IF
           PERFORM SOMA-CEDULAS
           MOVE WS-TS-VALOR TO WS-TS-VALOR-ED
           DISPLAY "TOTAL R$:" AT 1729
           DISPLAY WS-TS-VALOR-ED AT 1740.
       END-LE-CEDULAS.

       LE-CEDULA.
           COMPUTE WS-TS-LIN = 14 + (WS-TS-I - 1) / 4
           COMPUTE WS-TS-COL = 29 + (WS-TS-I - 1
               - (WS-TS-LIN - 14) * 4) * 12
           COMPUTE WS-AT-POS = WS-TS-LIN * 100 + WS-TS-COL
           MOVE WS-CED-FACE(WS-TS-I) TO WS-TS-FACE-ED
           DISPLAY WS-TS-FACE-ED AT WS-AT-POS
           ADD 3 TO WS-AT-POS
           DISPLAY ":" AT WS-AT-POS
           ADD 2 TO WS-AT-POS
           ACCEPT WS-TS-QT-CEDULA(WS-TS-I) AT WS-AT-POS
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE 'S' TO WS-TS-ESC
           END-IF.
       END-LE-CEDULA.

       SOMA-CEDULAS.
           MOVE WS-TS-MOEDAS TO WS-TS-VALOR
           PERFORM SOMA-CEDULA
               VARYING WS-TS-I FROM 1 BY 1 UNTIL WS-TS-I > 7.

       SOMA-CEDULA.
           COMPUTE WS-TS-VALOR = WS-TS-VALOR
               + WS-TS-QT-CEDULA(WS-TS-I) * WS-CED-FACE(WS-TS-I).

      * CONFERE A SAIDA CONTRA O ESTOQUE LIDO EM REG-TESCOFRE.
       VERIFICA-ESTOQUE.
           MOVE 'S' TO WS-TS-OK
           PERFORM VERIFICA-CEDULA
               VARYING WS-TS-I FROM 1 BY 1 UNTIL WS-TS-I > 7
           IF WS-TS-MOEDAS > TC-MOEDAS
               MOVE 'N' TO WS-TS-OK
           END-IF.

       VERIFICA-CEDULA.
           IF WS-TS-QT-CEDULA(WS-TS-I) > TC-QT-CEDULA(WS-TS-I)
               MOVE 'N' TO WS-TS-OK
           END-IF.

       ATUALIZA-COFRE.
           PERFORM ATUALIZA-CEDULA
               VARYING WS-TS-I FROM 1 BY 1 UNTIL WS-TS-I > 7
           IF WS-TS-SAIDA = 'S'
               SUBTRACT WS-TS-MOEDAS FROM TC-MOEDAS
               SUBTRACT WS-TS-VALOR FROM TC-SALDO
           ELSE
               ADD WS-TS-MOEDAS TO TC-MOEDAS
               ADD WS-TS-VALOR TO TC-SALDO
           END-IF
           MOVE WS-DATA-MOVTO TO TC-DATA-ULT-MOV.

       ATUALIZA-CEDULA.
           IF WS-TS-SAIDA = 'S'
               SUBTRACT WS-TS-QT-CEDULA(WS-TS-I)
                   FROM TC-QT-CEDULA(WS-TS-I)
           ELSE
               ADD WS-TS-QT-CEDULA(WS-TS-I) TO TC-QT-CEDULA(WS-TS-I)
           END-IF.

      * GRAVA O LANCAMENTO WS-TS-TIPO DA AGENCIA WS-TS-AGENCIA EM
      * TESMOV.DAT E ATUALIZA O ESTOQUE EM TESCOFRE.DAT.  O COFRE E
      * RELIDO AQUI, E A SAIDA CONFERIDA DE NOVO, PORQUE OUTRO
      * TERMINAL PODE TER MEXIDO NELE DESDE A CONTAGEM.  NA
      * IMPLANTACAO O REGISTRO DO COFRE E CRIADO.
       REGISTRA-COFRE.
           MOVE 'N' TO WS-TS-OK
           MOVE WS-TS-AGENCIA TO TC-AGENCIA
           IF WS-TS-TIPO = 'I'
               GO REGISTRA-COFRE-IMPLANTA
           END-IF
           READ TESCOFRE
               INVALID KEY
                   MOVE "COFRE DA AGENCIA NAO IMPLANTADO"
                       TO MS-GMENSAGEMS
                   GO END-REGISTRA-COFRE
           END-READ
           IF WS-TS-SAIDA = 'S'
               PERFORM VERIFICA-ESTOQUE
               IF WS-TS-OK = 'N'
                   MOVE "CEDULAS INSUFICIENTES NO COFRE DA AGENCIA"
                       TO MS-GMENSAGEMS
                   GO END-REGISTRA-COFRE
               END-IF
           END-IF
           PERFORM ATUALIZA-COFRE
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-TESCOFRE
           REWRITE REG-TESCOFRE
           END-REWRITE
           PERFORM JN-DEPOIS-TESCOFRE
           GO REGISTRA-COFRE-MOV.
       REGISTRA-COFRE-IMPLANTA.
           MOVE ZEROS TO TC-CEDULAS TC-MOEDAS TC-SALDO
           MOVE 'N' TO WS-TS-SAIDA
           PERFORM ATUALIZA-COFRE
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-TESCOFRE
           WRITE REG-TESCOFRE
               INVALID KEY
                   MOVE "COFRE DA AGENCIA JA IMPLANTADO"
                       TO MS-GMENSAGEMS
                   GO END-REGISTRA-COFRE
           END-WRITE
           PERFORM JN-DEPOIS-TESCOFRE.
       REGISTRA-COFRE-MOV.
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE SPACES TO REG-TESMOV
           MOVE WS-TS-AGENCIA TO TM-AGENCIA
           MOVE WS-DATA-MOVTO TO TM-DATA
           MOVE 1 TO TM-SEQ
           MOVE WS-TS-TIPO TO TM-TIPO
           MOVE WS-TS-VALOR TO TM-VALOR
           MOVE WS-TS-CEDULAS TO TM-CEDULAS
           MOVE WS-TS-MOEDAS TO TM-MOEDAS
           MOVE WS-OPERADOR-ID TO TM-OPERADOR
           MOVE SDATAHORA TO TM-HORA
           MOVE WS-TS-DOCUMENTO TO TM-DOCUMENTO
           MOVE 'N' TO TM-CONTABIL
           MOVE 'N' TO WS-TS-GRAVOU
           PERFORM GRAVA-TESMOV THRU END-GRAVA-TESMOV
               UNTIL WS-TS-GRAVOU = 'S' OR TM-SEQ > 99999
           MOVE 'S' TO WS-TS-OK.
       END-REGISTRA-COFRE.

       GRAVA-TESMOV.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-TESMOV
           WRITE REG-TESMOV
               INVALID KEY
                   ADD 1 TO TM-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-TS-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-TESMOV.
       END-GRAVA-TESMOV.

      * TESOURARIA DA AGENCIA: REMESSA DE NUMERARIO RECEBIDA DA
      * TRANSPORTADORA, DEVOLUCAO DO EXCEDENTE E IMPLANTACAO DO COFRE
      * (INVENTARIO INICIAL).  GERENTE OU PERMISSAO DA POSICAO 4.
      * OS LANCAMENTOS VAO PARA TESMOV.DAT E SAO CONTABILIZADOS PELO
      * TESOURARIA-DIA, QUE TAMBEM FAZ A PROVA DO NUMERARIO.
       MANTEM-TESOURARIA.
       TESOURARIAW.
           PERFORM FECHA-TESOURARIA
           DISPLAY EE-LIMPA.

           PERFORM EE-FTELA
           DISPLAY 'T E S O U R A R I A' AT 0640
           DISPLAY "ESC -> MENU" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573

           DISPLAY "AGENCIA:" AT 0929
           MOVE WS-OP-AGENCIA TO WS-TS-AGENCIA
           DISPLAY WS-TS-AGENCIA AT 0938
           ACCEPT WS-TS-AGENCIA AT 0938.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-TESOURARIA
           END-IF
           MOVE WS-TS-AGENCIA TO AM-CODIGO
           READ AGMASTER
               INVALID KEY
                   MOVE "AGENCIA NAO CADASTRADA NO MESTRE"
                       TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2362 FOREGROUND-COLOR 0
                   GO TESOURARIAW
           END-READ
           DISPLAY AM-NOME AT 0943

           PERFORM ABRE-TESOURARIA THRU END-ABRE-TESOURARIA
           IF WS-TS-ABERTO = 'N'
               MOVE "NAO FOI POSSIVEL ABRIR O COFRE DA AGENCIA"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2372 FOREGROUND-COLOR 0
               GO END-MANTEM-TESOURARIA
           END-IF
           MOVE 'N' TO WS-TS-IMPLANTADO
           MOVE WS-TS-AGENCIA TO TC-AGENCIA
           READ TESCOFRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-TS-IMPLANTADO
           END-READ
           IF WS-TS-IMPLANTADO = 'S'
               PERFORM MOSTRA-COFRE
           ELSE
               DISPLAY "COFRE NAO IMPLANTADO" AT 1029
           END-IF

           DISPLAY "OPERACAO (R-REMESSA/D-DEVOLUCAO/I-IMPLANTACAO):"
               AT 1929.
           MOVE SPACE TO WS-TS-TIPO.
           ACCEPT WS-TS-TIPO AT 1977.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MANTEM-TESOURARIA
           END-IF
           IF NOT TS-OP-REMESSA AND NOT TS-OP-DEVOLUCAO
               AND NOT TS-OP-IMPLANTA
               MOVE "OPERACAO INVALIDA, USE R, D OU I" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2363 FOREGROUND-COLOR 0
               GO TESOURARIAW
           END-IF
           IF TS-OP-IMPLANTA AND WS-TS-IMPLANTADO = 'S'
               MOVE "COFRE DA AGENCIA JA IMPLANTADO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2361 FOREGROUND-COLOR 0
               GO TESOURARIAW
           END-IF
           IF NOT TS-OP-IMPLANTA AND WS-TS-IMPLANTADO = 'N'
               MOVE "IMPLANTE O COFRE DA AGENCIA PRIMEIRO"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2367 FOREGROUND-COLOR 0
               GO TESOURARIAW
           END-IF

           PERFORM LE-CEDULAS THRU END-LE-CEDULAS
           IF WS-TS-ESC = 'S'
               GO END-MANTEM-TESOURARIA
           END-IF
           IF WS-TS-VALOR = ZEROS
               MOVE "INFORME AS CEDULAS E MOEDAS" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2358 FOREGROUND-COLOR 0
               GO TESOURARIAW
           END-IF

      *    REMESSA E DEVOLUCAO LEVAM A GUIA OU O LACRE DA
      *    TRANSPORTADORA PARA A CONCILIACAO COM O NUMERARIO EM
      *    TRANSITO.
           MOVE SPACES TO WS-TS-DOCUMENTO
           IF NOT TS-OP-IMPLANTA
               DISPLAY "GUIA/LACRE DA TRANSPORTADORA:" AT 2029
               ACCEPT WS-TS-DOCUMENTO AT 2059
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-MANTEM-TESOURARIA
               END-IF
               IF WS-TS-DOCUMENTO = SPACES
                   MOVE "INFORME A GUIA OU O LACRE" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2356 FOREGROUND-COLOR 0
                   GO TESOURARIAW
               END-IF
           END-IF

           IF TS-OP-DEVOLUCAO
               MOVE 'S' TO WS-TS-SAIDA
               PERFORM VERIFICA-ESTOQUE
               IF WS-TS-OK = 'N'
                   MOVE "CEDULAS INSUFICIENTES NO COFRE DA AGENCIA"
                       TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2372 FOREGROUND-COLOR 0
                   GO TESOURARIAW
               END-IF
           ELSE
               MOVE 'N' TO WS-TS-SAIDA
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO TESOURARIAW
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-TS-TIPO) TO WS-TS-TIPO
           PERFORM REGISTRA-COFRE THRU END-REGISTRA-COFRE
           IF WS-TS-OK = 'N'
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2372 FOREGROUND-COLOR 0
               GO TESOURARIAW
           END-IF

           MOVE "COFRE" TO WS-AUD-OP
           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-TS-AGENCIA " " WS-TS-DOCUMENTO
               DELIMITED BY SIZE INTO WS-AUD-CHAVE
           EVALUATE TRUE
               WHEN TS-OP-REMESSA
                   MOVE "REMESSA DE NUMERARIO RECEBIDA" TO WS-AUD-DESC
               WHEN TS-OP-DEVOLUCAO
                   MOVE "DEVOLUCAO DE NUMERARIO A TRANSPORTADORA"
                       TO WS-AUD-DESC
               WHEN OTHER
                   MOVE "IMPLANTACAO DO COFRE DA AGENCIA"
                       TO WS-AUD-DESC
           END-EVALUATE
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA

           MOVE "LANCAMENTO DO COFRE GRAVADO" TO MS-GMENSAGEMS
           DISPLAY MS-GMENSAGEMS AT 2330
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2358 FOREGROUND-COLOR 0
           GO TESOURARIAW.
       END-MANTEM-TESOURARIA.
           PERFORM FECHA-TESOURARIA.

      * ESTOQUE ATUAL DO COFRE (REG-TESCOFRE) NAS LINHAS 10 A 12.
       MOSTRA-COFRE.
           PERFORM MOSTRA-CEDULA-COFRE
               VARYING WS-TS-I FROM 1 BY 1 UNTIL WS-TS-I > 7
           MOVE TC-MOEDAS TO WS-TS-VALOR-ED
           MOVE TC-SALDO TO WS-TS-SALDO-ED
           DISPLAY "MOEDAS R$" AT 1229
           DISPLAY WS-TS-VALOR-ED AT 1239
           DISPLAY "SALDO R$" AT 1253
           DISPLAY WS-TS-SALDO-ED AT 1262.

       MOSTRA-CEDULA-COFRE.
           COMPUTE WS-TS-LIN = 10 + (WS-TS-I - 1) / 4
           COMPUTE WS-TS-COL = 29 + (WS-TS-I - 1
               - (WS-TS-LIN - 10) * 4) * 12
           COMPUTE WS-AT-POS = WS-TS-LIN * 100 + WS-TS-COL
           MOVE WS-CED-FACE(WS-TS-I) TO WS-TS-FACE-ED
           MOVE TC-QT-CEDULA(WS-TS-I) TO WS-TS-QT-ED
           DISPLAY WS-TS-FACE-ED AT WS-AT-POS
           ADD 3 TO WS-AT-POS
           DISPLAY ":" AT WS-AT-POS
           ADD 1 TO WS-AT-POS
           DISPLAY WS-TS-QT-ED AT WS-AT-POS.

      * COMPROVANTE PROPRIO DO EVENTO DE GAVETA - SEM DADOS DE
      * CLIENTE, SO OPERADOR, TIPO E VALOR.
               GO DEPOSITOW
           END-IF

           IF FS-OK AND CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO (OBITO)" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2354 FOREGROUND-COLOR 0
               GO DEPOSITOW
           END-IF

           IF FS-OK AND CONTA-DORMENTE
               PERFORM CONFIRMA-DORMENTE THRU END-CONFIRMA-DORMENTE
               IF MSG-OP-N
                   GO DEPOSITOW
               END-IF
           END-IF.
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA.
           IF FS-OK
               MOVE 'D' TO EX-TIPO
               MOVE FDEPOS TO EX-VALOR
       TRANSFERW.
           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.
           MOVE ZEROS TO WS-PR-CPF.

           PERFORM EE-FTELA
           DISPLAY 'T R A N S F E R E N C I A' AT 0640
               GO TRANSFERW
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA DE ORIGEM EM ESPOLIO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2356 FOREGROUND-COLOR 0
               GO TRANSFERW
           END-IF

           IF CONTA-DORMENTE
               PERFORM CONFIRMA-DORMENTE THRU END-CONFIRMA-DORMENTE
               IF MSG-OP-N
               END-IF
           END-IF

      *    PROCURADOR NAO TEM A SENHA DO TITULAR: A PROCURACAO
      *    CONFERIDA SUBSTITUI A SENHA E A AUTORIZACAO DO RESPONSAVEL.
           MOVE 'T' TO WS-PR-OPERACAO
           PERFORM IDENTIFICA-PROCURADOR THRU END-IDENTIFICA-PROCURADOR
           IF WS-PR-OK = 'N'
               GO TRANSFERW
           END-IF

           IF WS-PR-CPF = ZEROS
               PERFORM PEDE-SENHA-CLIENTE THRU END-PEDE-SENHA-CLIENTE
               IF WS-SENHA-OK = 'N'
                   GO TRANSFERW
               END-IF
               PERFORM AUTORIZA-RESPONSAVEL
                   THRU END-AUTORIZA-RESPONSAVEL
               IF WS-RESP-OK = 'N'
                   GO TRANSFERW
               END-IF
           END-IF

           MOVE CADASTRO-REGISTRO TO WS-TRANSF-ORIGEM.
               GO TRANSFERW
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA DE DESTINO EM ESPOLIO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2357 FOREGROUND-COLOR 0
               GO TRANSFERW
           END-IF

           MOVE CD-CONTA TO WS-TRANSF-CONTA-DESTINO.

           DISPLAY "SALDO DESTINO R$ " AT 2155 VL-SALDO.
               GO END-TRANSFERENCIA
           END-IF

           IF WS-PR-CPF > ZEROS AND FTRANSF > WS-PR-VALOR-MAX
               MOVE "VALOR ACIMA DO TETO DA PROCURACAO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2364 FOREGROUND-COLOR 0
               GO TRANSFERW
           END-IF

           SUBTRACT FTRANSF FROM WS-TRANSF-SALDO-ORIGEM.
           IF WS-TRANSF-SALDO-ORIGEM < 0 - WS-TRANSF-LIMITE-ORIGEM
               MOVE "TRANSFERENCIA EXCEDE O LIMITE DE CHEQUE ESPECIAL"
               GO TRANSFERW
           END-IF

           MOVE WS-TRANSF-CONTA-ORIGEM TO WS-SG-CONTA
           PERFORM SOMA-SAQUE-AGENDADO THRU END-SOMA-SAQUE-AGENDADO
           IF WS-SG-TOTAL > 0
               AND WS-TRANSF-SALDO-ORIGEM - WS-BJ-TOTAL - WS-SG-TOTAL
                   < 0 - WS-TRANSF-LIMITE-ORIGEM
               MOVE WS-SG-TOTAL TO WS-SG-TOTAL-ED
               MOVE SPACES TO MS-GMENSAGEMS
               STRING "RESERVADO P/ SAQUE AGENDADO: R$ "
                   WS-SG-TOTAL-ED
                   DELIMITED BY SIZE INTO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2320
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2365 FOREGROUND-COLOR 0
               GO TRANSFERW
           END-IF

           MOVE WS-TRANSF-CONTA-ORIGEM TO WS-TETO-CONTA
           MOVE FTRANSF TO WS-TETO-OPER-VAL
           PERFORM VERIFICA-TETO-DIARIO THRU END-VERIFICA-TETO-DIARIO
               MOVE ZEROS TO PO-BANCO-EXT PO-AGENCIA-EXT
                   PO-CONTA-EXT
               MOVE FTRANSF TO PO-VALOR
               MOVE "TRANSF-PENDENTE" TO WS-PR-DESC-OPER
               PERFORM AUDITA-PROCURADOR THRU END-AUDITA-PROCURADOR
               PERFORM PARQUEIA-OPERACAO THRU END-PARQUEIA-OPERACAO
               GO TRANSFERW
           END-IF

           ADD FTRANSF TO VL-SALDO GIVING VL-SALDO
           MOVE SPACE TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA.

           IF FS-OK
               MOVE 'D' TO EX-TIPO
                   MOVE CD-CONTA TO WS-BJ-CONTA
                   PERFORM SOMA-BLOQ-JUDICIAL
                       THRU END-SOMA-BLOQ-JUDICIAL
                   MOVE CD-CONTA TO WS-SG-CONTA
                   PERFORM SOMA-SAQUE-AGENDADO
                       THRU END-SOMA-SAQUE-AGENDADO
                   SUBTRACT FTRANSF FROM VL-SALDO
                   IF VL-SALDO - WS-BJ-TOTAL - WS-SG-TOTAL
                       < 0 - VL-LIMITE
                       MOVE 99 TO FFSALV
                   ELSE
                       MOVE SPACE TO CD-ULT-MOVTO
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-AGENCIA
                       REWRITE CADASTRO-REGISTRO
                       END-REWRITE
                       PERFORM JN-DEPOIS-AGENCIA
                   END-IF
               END-IF
               IF FS-OK
                   MOVE 'S' TO EX-TIPO
                   MOVE FTRANSF TO EX-VALOR
                   MOVE 'TF' TO WS-EX-ORIGEM
                   PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
                   MOVE "TRANSFERENCIA" TO WS-PR-DESC-OPER
                   PERFORM AUDITA-PROCURADOR
                       THRU END-AUDITA-PROCURADOR
                   MOVE CD-CPF TO WS-AUD-CHAVE
                   MOVE "TRANSFER-S" TO WS-AUD-OP
                   MOVE "TRANSFERENCIA ENVIADA" TO WS-AUD-DESC
                   IF WS-PR-CPF > ZEROS
                       MOVE "TRANSF ENVIADA POR PROCURADOR"
                           TO WS-AUD-DESC
                   END-IF
                   PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
                   MOVE "TRANSF-ENVIO" TO WS-COMP-OPERACAO
                   MOVE FTRANSF TO WS-COMP-VALOR
                   IF FS-OK
                       SUBTRACT FTRANSF FROM VL-SALDO
                       MOVE SPACE TO CD-ULT-MOVTO
                       MOVE "R" TO WS-JN-FUNCAO
                       PERFORM JN-ANTES-AGENCIA
                       REWRITE CADASTRO-REGISTRO
                       END-REWRITE
                       PERFORM JN-DEPOIS-AGENCIA
                   END-IF
                   IF FS-OK
                       MOVE 'S' TO EX-TIPO
           UNLOCK CAD
           GO TRANSFERW.
       END-TRANSFERENCIA.
           MOVE ZEROS TO WS-PR-CPF.

       SAQUE.
       SAQUEW.

           DISPLAY EE-LIMPA.
           MOVE SPACES TO CADASTRO-REGISTRO.
           MOVE ZEROS TO WS-PR-CPF.

           PERFORM EE-FTELA
           DISPLAY 'S A C A R' AT 0650
               GO SAQUEW
           END-IF

           IF FS-OK AND CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO (OBITO)" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2354 FOREGROUND-COLOR 0
               GO SAQUEW
           END-IF

           IF FS-OK AND CONTA-DORMENTE
               PERFORM CONFIRMA-DORMENTE THRU END-CONFIRMA-DORMENTE
               IF MSG-OP-N
               END-IF
           END-IF

      *    PROCURADOR NAO TEM A SENHA DO TITULAR: A PROCURACAO
      *    CONFERIDA SUBSTITUI A SENHA E A AUTORIZACAO DO RESPONSAVEL.
           IF FS-OK
               MOVE 'S' TO WS-PR-OPERACAO
               PERFORM IDENTIFICA-PROCURADOR
                   THRU END-IDENTIFICA-PROCURADOR
               IF WS-PR-OK = 'N'
                   GO SAQUEW
               END-IF
           END-IF

           IF FS-OK AND WS-PR-CPF = ZEROS
               PERFORM PEDE-SENHA-CLIENTE THRU END-PEDE-SENHA-CLIENTE
               IF WS-SENHA-OK = 'N'
                   GO SAQUEW
               END-IF
           END-IF

           IF FS-OK AND WS-PR-CPF = ZEROS
               PERFORM AUTORIZA-RESPONSAVEL
                   THRU END-AUTORIZA-RESPONSAVEL
               IF WS-RESP-OK = 'N'
                   GO SAQUEW
               END-IF

               IF WS-PR-CPF > ZEROS AND FSAQU > WS-PR-VALOR-MAX
                   MOVE "VALOR ACIMA DO TETO DA PROCURACAO"
                       TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2364 FOREGROUND-COLOR 0
                   GO SAQUEW
               END-IF

      *        SAQUE ACIMA DO VALOR DE PROVISIONAMENTO SO SAI COM O
      *        AGENDAMENTO DO DIA QUE O COBRE OU COM A LIBERACAO DO
      *        GERENTE - O COFRE PRECISA TER PEDIDO O NUMERARIO.
               MOVE ZEROS TO WS-SG-CONSOME
               IF WS-VALOR-PROVISAO > 0
                   AND FSAQU > WS-VALOR-PROVISAO
                   PERFORM CONFERE-SAQUE-AGENDADO
                       THRU END-CONFERE-SAQUE-AGENDADO
                   IF WS-SG-OK = 'N'
                       GO SAQUEW
                   END-IF
               END-IF

               SUBTRACT FSAQU FROM FSALDO GIVING FSALDO

      *        SAQUE QUE DEIXARIA O SALDO NEGATIVO CONTA COM A
      *        APLICACAO AUTOMATICA DA CONTA, RESGATADA NA CONFIRMACAO.
               MOVE ZEROS TO WS-RA-LIQUIDO
               IF FSALDO < 0
                   MOVE FSAQU TO WS-RA-NECESSARIO
                   IF 0 - FSALDO < WS-RA-NECESSARIO
                       COMPUTE WS-RA-NECESSARIO = 0 - FSALDO
                   END-IF
                   MOVE CD-CONTA TO WS-RA-CONTA
                   MOVE WS-DATA-MOVTO TO WS-RA-DATA
                   MOVE 'S' TO WS-RA-MODO
                   CALL "RESGATE-AUTOMATICO" USING WS-RA-PEDIDO
                       WS-RA-RESULTADO WS-RA-RETORNO
                   IF WS-RA-RETORNO NOT = '0'
                       MOVE ZEROS TO WS-RA-LIQUIDO
                   END-IF
                   ADD WS-RA-LIQUIDO TO FSALDO
               END-IF

               IF FSALDO < 0 - VL-LIMITE
                   MOVE "SAQUE EXCEDE O LIMITE DE CHEQUE ESPECIAL"
                       TO MS-GMENSAGEMS
                   GO SAQUEW
               END-IF

      *        O AGENDAMENTO CONSUMIDO POR ESTE SAQUE NAO E RESERVA
      *        CONTRA ELE MESMO.
               MOVE CD-CONTA TO WS-SG-CONTA
               MOVE WS-SG-CONSOME TO WS-SG-EXCLUI
               PERFORM SOMA-SAQUE-AGENDADO
                   THRU END-SOMA-SAQUE-AGENDADO
               IF WS-SG-TOTAL > 0
                   AND FSALDO - WS-BJ-TOTAL - WS-SG-TOTAL
                       < 0 - VL-LIMITE
                   MOVE WS-SG-TOTAL TO WS-SG-TOTAL-ED
                   MOVE SPACES TO MS-GMENSAGEMS
                   STRING "RESERVADO P/ SAQUE AGENDADO: R$ "
                       WS-SG-TOTAL-ED
                       DELIMITED BY SIZE INTO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2320
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2365 FOREGROUND-COLOR 0
                   GO SAQUEW
               END-IF

               MOVE CD-CONTA TO WS-TETO-CONTA
               MOVE VL-LIMITE-DIARIO TO WS-TETO-OVERRIDE
               MOVE FSAQU TO WS-TETO-OPER-VAL
                   MOVE ZEROS TO PO-BANCO-EXT PO-AGENCIA-EXT
                       PO-CONTA-EXT
                   MOVE FSAQU TO PO-VALOR
                   MOVE "SAQUE-PENDENTE" TO WS-PR-DESC-OPER
                   PERFORM AUDITA-PROCURADOR
                       THRU END-AUDITA-PROCURADOR
                   PERFORM PARQUEIA-OPERACAO
                       THRU END-PARQUEIA-OPERACAO
                   GO SAQUEW
               IF MSG-OP-N
                   GO SAQUEW
               END-IF
               IF WS-RA-LIQUIDO > 0
                   COMPUTE VL-SALDO = FSALDO + FSAQU - WS-RA-LIQUIDO
                   PERFORM RESGATA-AUTOMATICO
                       THRU END-RESGATA-AUTOMATICO
                   SUBTRACT FSAQU FROM VL-SALDO
                   MOVE VL-SALDO TO FSALDO
               END-IF
           END-IF.
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA.
           IF FS-OK
               MOVE 'S' TO EX-TIPO
               MOVE FSAQU TO EX-VALOR
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
               MOVE "SAQUE" TO WS-PR-DESC-OPER
               PERFORM AUDITA-PROCURADOR THRU END-AUDITA-PROCURADOR
               MOVE "SAQUE" TO WS-AUD-OP
               MOVE CD-CPF TO WS-AUD-CHAVE
               MOVE "SAQUE REALIZADO" TO WS-AUD-DESC
               IF WS-PR-CPF > ZEROS
                   MOVE "SAQUE REALIZADO POR PROCURADOR"
                       TO WS-AUD-DESC
               END-IF
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
               IF WS-SG-CONSOME > ZEROS
                   MOVE CD-CONTA TO WS-SG-CONTA
                   MOVE WS-SG-CONSOME TO WS-SG-DATA
                   PERFORM BAIXA-SAQUE-AGENDADO
                       THRU END-BAIXA-SAQUE-AGENDADO
               END-IF
               MOVE "SAQUE" TO WS-COMP-OPERACAO
               MOVE FSAQU TO WS-COMP-VALOR
               PERFORM GRAVA-COMPROVANTE THRU END-GRAVA-COMPROVANTE
           UNLOCK CAD
           GO SAQUEW.
       END-SAQUE.
           MOVE ZEROS TO WS-PR-CPF.

       ESTORNAR.
           DISPLAY EE-LIMPA.
               ACCEPT MS-GMENSAGEMS AT 2362 FOREGROUND-COLOR 0
               GO END-ESTORNAR
           END-IF
           IF CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO - SEM MOVIMENTO"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2362 FOREGROUND-COLOR 0
               GO END-ESTORNAR
           END-IF

           IF FS-OK AND CD-ULT-MOVTO = SPACE
               MOVE "NENHUMA OPERACAO PARA ESTORNAR" TO MS-GMENSAGEMS
                   ADD WS-VALOR-ESTORNO TO VL-SALDO
               END-IF
               MOVE SPACE TO CD-ULT-MOVTO
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-AGENCIA
               REWRITE CADASTRO-REGISTRO
               END-REWRITE
               PERFORM JN-DEPOIS-AGENCIA
           END-IF.

           IF FS-OK
           DISPLAY "J - BLOQUEIO JUDICIAL (GERENTE)" AT 1935
           DISPLAY "B - ARRECADACAO DE BOLETOS" AT 1960
           DISPLAY "W - CADASTRO DE OPERADORES (GERENTE)" AT 2060
           DISPLAY "Z - PAGINA 2" AT 2046
           DISPLAY "OPCAO:" AT 2035
           ACCEPT WS-OPSERV AT 2042
           IF COB-CRT-STATUS = COB-SCR-ESC
                       THRU END-POSICAO-CLIENTE
               WHEN SV-ENCERRA
                   IF OP-GERENTE
                       PERFORM ENCERRA-CONTA
                           THRU END-ENCERRA-CONTA
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV-CHQ-DEP
                   PERFORM DEPOSITO-CHEQUE
                       THRU END-DEPOSITO-CHEQUE
               WHEN SV-BLOQ-JUD
                   IF OP-GERENTE
                       PERFORM BLOQUEIO-JUDICIAL
                           THRU END-BLOQUEIO-JUDICIAL
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV-ARRECADA
                   PERFORM ARRECADACAO THRU END-ARRECADACAO
               WHEN SV-OPERADORES
                   IF OP-GERENTE
                       PERFORM MANTEM-OPERADORES
                           THRU END-MANTEM-OPERADORES
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV-PAGINA2
                   PERFORM MENU-SERVICOS-2 THRU END-MENU-SERVICOS-2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GO MENU-SERVICOSW.
       END-MENU-SERVICOS.

      * SEGUNDA PAGINA DE MAIS SERVICOS - A PRIMEIRA NAO TEM MAIS
      * ESPACO NA TELA.  ESC VOLTA PARA A PRIMEIRA PAGINA.
       MENU-SERVICOS-2.
       MENU-SERVICOS-2W.
           MOVE SPACES TO WS-OPSERV2
           DISPLAY EE-LIMPA
           PERFORM EE-FTELA
           DISPLAY 'M A I S  S E R V I C O S  ( 2 )' AT 0636
           DISPLAY "ESC -> VOLTA" AT 0202
           DISPLAY SFORDATTEMP AT 2525
           DISPLAY SFORHORA AT 2573
           DISPLAY "C - CARTAO DE DEBITO" AT 0935
           DISPLAY "R - RECLAMACOES (SAC)" AT 1035
           DISPLAY "O - OBITO / ESPOLIO (GERENTE)" AT 1135
           DISPLAY "P - PROCURADORES (GERENTE)" AT 1235
           DISPLAY "F - CHEQUES SEM FUNDOS / CCF (GERENTE)" AT 1335
           DISPLAY "X - EXTRATO OFX (FINANCAS PESSOAIS)" AT 1435
           DISPLAY "T - TESOURARIA / COFRE DA AGENCIA" AT 1535
           DISPLAY "A - ALERTAS POR SMS / E-MAIL" AT 1635
           DISPLAY "U - CORRECAO/UNIFICACAO DE CPF (GERENTE)" AT 1735
           DISPLAY "M - MUDANCA DE AGENCIA DA CONTA (GERENTE)" AT 1835
           DISPLAY "S - AGENDAMENTO DE SAQUE (PROVISIONAMENTO)" AT 1935
           DISPLAY "Q - CALCULADORA FINANCEIRA (COTACAO)" AT 2035
           DISPLAY "OPCAO:" AT 2135
           ACCEPT WS-OPSERV2 AT 2142
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-MENU-SERVICOS-2
           END-IF
           EVALUATE TRUE
               WHEN SV2-CARTOES
                   PERFORM MANTEM-CARTOES THRU END-MANTEM-CARTOES
               WHEN SV2-SAC
                   PERFORM MANTEM-SAC THRU END-MANTEM-SAC
               WHEN SV2-OBITO
                   IF OP-GERENTE
                       PERFORM MANTEM-OBITO THRU END-MANTEM-OBITO
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV2-PROCURADOR
                   IF OP-GERENTE
                       PERFORM MANTEM-PROCURADOR
                           THRU END-MANTEM-PROCURADOR
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV2-CCF
                   IF OP-GERENTE
                       PERFORM MANTEM-CCF THRU END-MANTEM-CCF
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV2-OFX
                   PERFORM MANTEM-OFX THRU END-MANTEM-OFX
               WHEN SV2-TESOURARIA
                   MOVE 4 TO WS-PERM-POS
                   PERFORM PERMITE-FUNCAO
                   IF WS-PERM-OK = 'S'
                       PERFORM MANTEM-TESOURARIA
                           THRU END-MANTEM-TESOURARIA
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV2-ALERTAS
                   PERFORM MANTEM-ALERTAS THRU END-MANTEM-ALERTAS
               WHEN SV2-UNIFICA
                   IF OP-GERENTE
                       PERFORM MANTEM-UNIFICA THRU END-MANTEM-UNIFICA
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV2-TRANSF-AG
                   IF OP-GERENTE
                       PERFORM MANTEM-TRANSF-AGENCIA
                           THRU END-MANTEM-TRANSF-AGENCIA
                   ELSE
                       PERFORM ACESSO-RESTRITO
                   END-IF
               WHEN SV2-SAQ-AGENDA
                   PERFORM MANTEM-SAQUE-AGENDADO
                       THRU END-MANTEM-SAQUE-AGENDADO
               WHEN SV2-CALCULADORA
                   PERFORM CALCULADORA-FINANCEIRA
                       THRU END-CALCULADORA-FINANCEIRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GO MENU-SERVICOS-2W.
       END-MENU-SERVICOS-2.

      * AGENDA UMA TRANSFERENCIA PARA DATA FUTURA.  NADA E MOVIMENTADO
      * AQUI: O REGISTRO FICA PENDENTE EM AGENDA.DAT E O BATCH NOTURNO
               GO AGENDAW
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA DE ORIGEM EM ESPOLIO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2356 FOREGROUND-COLOR 0
               GO AGENDAW
           END-IF

           MOVE CD-CPF TO WS-AGE-CPF-ORIGEM.
           MOVE CD-CONTA TO WS-AGE-CONTA-ORIGEM.

               GO END-CONVENIOS
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO (OBITO)" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2354 FOREGROUND-COLOR 0
               GO CONVENIOSW
           END-IF

           DISPLAY ES-DNOME
           DISPLAY ES-DCONTA

      * MAIOR NUMERO JA EMITIDO PARA A CONTA (VARRIDO PELA PROPRIA
      * CHAVE CONTA+NUMERO).
       EMITE-TALAO.
      *    CPF INCLUIDO NO CCF NAO RECEBE TALAO ATE SER REGULARIZADO.
           MOVE WS-CQ-CPF TO WS-CF-CPF
           PERFORM SITUACAO-CCF THRU END-SITUACAO-CCF
           IF CF-INCLUIDO
               MOVE "CPF INCLUIDO NO CCF - TALAO BLOQUEADO"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2368 FOREGROUND-COLOR 0
               GO END-EMITE-TALAO
           END-IF

           DISPLAY "QUANTIDADE DE FOLHAS (ATE 20):" AT 2029.
           MOVE ZEROS TO WS-CQ-QTDE-FOLHAS.
           ACCEPT WS-CQ-QTDE-FOLHAS AT 2060.
               MOVE ZEROS TO CQ-VALOR
               SET CQ-EMITIDO TO TRUE
               MOVE SDATTEMPO TO CQ-DATA-STATUS
               MOVE "W" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-CHEQUES
               WRITE REG-CHEQUE
                   INVALID KEY
                       CONTINUE
               END-WRITE
               PERFORM JN-DEPOIS-CHEQUES
           END-PERFORM

           MOVE "TALAO" TO WS-AUD-OP
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           SET CQ-APRESENTADO TO TRUE
           MOVE SDATTEMPO TO CQ-DATA-STATUS
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CHEQUES
           REWRITE REG-CHEQUE
           PERFORM JN-DEPOIS-CHEQUES
           MOVE "CHEQUE" TO WS-AUD-OP
           MOVE WS-CQ-CPF TO WS-AUD-CHAVE
           MOVE "CHEQUE APRESENTADO P/ COMPENSACAO" TO WS-AUD-DESC
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           SET CQ-SUSTADO TO TRUE
           MOVE SDATTEMPO TO CQ-DATA-STATUS
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CHEQUES
           REWRITE REG-CHEQUE
           PERFORM JN-DEPOIS-CHEQUES
           MOVE "SUSTACAO" TO WS-AUD-OP
           MOVE WS-CQ-CPF TO WS-AUD-CHAVE
           MOVE "CHEQUE SUSTADO" TO WS-AUD-DESC
               GO EMPRESTIMOW
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO (OBITO)" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2354 FOREGROUND-COLOR 0
               GO EMPRESTIMOW
           END-IF

           DISPLAY ES-DNOME
           DISPLAY ES-DCONTA
           PERFORM CONSULTA-SCORE THRU END-CONSULTA-SCORE

           MOVE SPACES TO REG-EMPRESTIMO
           MOVE ZEROS TO EM-PRINCIPAL EM-TAXA EM-QT-PARCELAS
               GO EMPRESTIMOW
           END-IF

           IF WS-SCORE-ACHADO = 'S' AND WS-SCORE-RECUSA > 0
               AND SR-PONTOS < WS-SCORE-RECUSA
               MOVE "EMPRESTIMO" TO WS-AUD-OP
               MOVE CD-CPF TO WS-AUD-CHAVE
               MOVE "EMPRESTIMO RECUSADO PELO SCORE" TO WS-AUD-DESC
               PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
               MOVE "SCORE ABAIXO DO CORTE - EMPRESTIMO RECUSADO"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2374 FOREGROUND-COLOR 0
               GO EMPRESTIMOW
           END-IF
           IF WS-SCORE-PLENO > 0 AND WS-TETO-EMPR-SCORE > 0
               AND (WS-SCORE-ACHADO = 'N'
                    OR SR-PONTOS < WS-SCORE-PLENO)
               AND EM-PRINCIPAL > WS-TETO-EMPR-SCORE
               MOVE WS-TETO-EMPR-SCORE TO WS-TETO-EMPR-ED
               MOVE SPACES TO MS-GMENSAGEMS
               STRING "TETO PARA O SCORE: R$" DELIMITED BY SIZE
                   WS-TETO-EMPR-ED DELIMITED BY SIZE
                   INTO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2360 FOREGROUND-COLOR 0
               GO EMPRESTIMOW
           END-IF

           DISPLAY "TAXA AO MES (0,0000):" AT 2029.
           ACCEPT EM-TAXA AT 2051.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EMPRESTIMOW
           END-IF

      *    OS DOIS SISTEMAS LADO A LADO PARA O CLIENTE ESCOLHER.
           PERFORM COMPARA-SISTEMAS THRU END-COMPARA-SISTEMAS
           DISPLAY "SISTEMA (P-PRICE / S-SAC)? [ ]" AT 2329
           MOVE SPACE TO WS-EM-SISTEMA-RESP
           ACCEPT WS-EM-SISTEMA-RESP AT 2357
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-CONTRATA-EMPRESTIMO
           END-IF
           IF WS-EM-SISTEMA-RESP = "S" OR WS-EM-SISTEMA-RESP = "s"
               MOVE 'S' TO EM-SISTEMA
               MOVE WS-EM-PARC-SAC-1 TO EM-VALOR-PARCELA
               MOVE WS-EM-TOTAL-SAC TO WS-EM-TOTAL
           ELSE
               IF WS-EM-SISTEMA-RESP = "P" OR WS-EM-SISTEMA-RESP = "p"
                   MOVE 'P' TO EM-SISTEMA
                   MOVE WS-EM-PARC-PRICE TO EM-VALOR-PARCELA
                   MOVE WS-EM-TOTAL-PRICE TO WS-EM-TOTAL
               ELSE
                   MOVE "INFORME P OU S" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2344 FOREGROUND-COLOR 0
                   GO EMPRESTIMOW
               END-IF
           END-IF

           DISPLAY "CONSIGNADO EM FOLHA (S/N)? [ ]" AT 2429
           MOVE SPACE TO WS-EM-CONSIG-RESP
           ADD EM-PRINCIPAL TO VL-SALDO
           MOVE EM-PRINCIPAL TO VL-DEP
           MOVE 'D' TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE 'D' TO EX-TIPO
           MOVE EM-PRINCIPAL TO EX-VALOR
           MOVE 'EL' TO WS-EX-ORIGEM
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           MOVE "EMPRESTIMO" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
       END-CONTRATA-EMPRESTIMO.
           UNLOCK CAD.

      * PRICE: PARCELAS IGUAIS DO TOTAL EM JUROS SIMPLES.  SAC: A
      * PRIMEIRA PARCELA (A MAIOR) E A ULTIMA (A MENOR) E O TOTAL.
      * NO CONSIGNADO A MARGEM E CONFERIDA CONTRA A PRIMEIRA.
       COMPARA-SISTEMAS.
           COMPUTE WS-EM-TOTAL-PRICE = EM-PRINCIPAL
               + EM-PRINCIPAL * EM-TAXA * EM-QT-PARCELAS
           COMPUTE WS-EM-PARC-PRICE ROUNDED =
               WS-EM-TOTAL-PRICE / EM-QT-PARCELAS
           COMPUTE WS-EM-TOTAL-SAC ROUNDED = EM-PRINCIPAL
               + EM-PRINCIPAL * EM-TAXA * (EM-QT-PARCELAS + 1) / 2
           COMPUTE WS-EM-PARC-SAC-1 ROUNDED = (EM-PRINCIPAL
               + EM-PRINCIPAL * EM-TAXA * EM-QT-PARCELAS)
               / EM-QT-PARCELAS
           COMPUTE WS-EM-PARC-SAC-N ROUNDED = (EM-PRINCIPAL
               + EM-PRINCIPAL * EM-TAXA) / EM-QT-PARCELAS

           DISPLAY "PRICE (PARCELA FIXA)" AT 1329
           DISPLAY "SAC (PARCELA DECRESCENTE)" AT 1355
           DISPLAY "PARCELA..: R$" AT 1429
           MOVE WS-EM-PARC-PRICE TO WS-EMC-VALOR-ED
           DISPLAY WS-EMC-VALOR-ED AT 1443
           DISPLAY "1A PARC..: R$" AT 1455
           MOVE WS-EM-PARC-SAC-1 TO WS-EMC-VALOR-ED
           DISPLAY WS-EMC-VALOR-ED AT 1469
           DISPLAY "TOTAL....: R$" AT 1529
           MOVE WS-EM-TOTAL-PRICE TO WS-EMC-TOTAL-ED
           DISPLAY WS-EMC-TOTAL-ED AT 1543
           DISPLAY "ULT PARC.: R$" AT 1555
           MOVE WS-EM-PARC-SAC-N TO WS-EMC-VALOR-ED
           DISPLAY WS-EMC-VALOR-ED AT 1569
           DISPLAY "TOTAL....: R$" AT 1655
           MOVE WS-EM-TOTAL-SAC TO WS-EMC-TOTAL-ED
           DISPLAY WS-EMC-TOTAL-ED AT 1669.
       END-COMPARA-SISTEMAS.

      * NOTA DO CPF EM SCORE.DAT, EXIBIDA AO LADO DA CONTA.  SEM
      * ARQUIVO OU SEM NOTA, WS-SCORE-ACHADO FICA 'N'.
       CONSULTA-SCORE.
           MOVE 'N' TO WS-SCORE-ACHADO
           MOVE ZEROS TO SR-PONTOS
           OPEN INPUT SCORE
           IF NOT SR-ARQ-OK
               DISPLAY "SCORE: SEM NOTA" AT 1745
               GO END-CONSULTA-SCORE
           END-IF
           MOVE CD-CPF TO SR-CPF
           READ SCORE
               INVALID KEY
                   MOVE ZEROS TO SR-PONTOS
               NOT INVALID KEY
                   MOVE 'S' TO WS-SCORE-ACHADO
           END-READ
           CLOSE SCORE
           IF WS-SCORE-ACHADO = 'S'
               MOVE SR-PONTOS TO WS-SCORE-ED
               DISPLAY "SCORE:" AT 1745
               DISPLAY WS-SCORE-ED AT 1752
           ELSE
               DISPLAY "SCORE: SEM NOTA" AT 1745
           END-IF.
       END-CONSULTA-SCORE.

      * CONSIGNADO SO PARA FUNCIONARIO DA CASA (CPF LOCALIZADO EM
      * FUNCIONARIO.DAT) E COM A PARCELA DENTRO DA MARGEM DE
      * WS-MARGEM-CONSIG % SOBRE FU-SALARIO.
               "  CONTRATADO EM " EM-DATA-CONTRATO
               DELIMITED BY SIZE INTO LINHA-CONTRATO
           WRITE LINHA-CONTRATO
           IF EM-SAC
               MOVE "SISTEMA DE AMORTIZACAO: SAC (PARCELA DECRESCENTE)"
                   TO LINHA-CONTRATO
           ELSE
               MOVE "SISTEMA DE AMORTIZACAO: PRICE (PARCELA FIXA)"
                   TO LINHA-CONTRATO
           END-IF
           WRITE LINHA-CONTRATO
           MOVE SPACES TO LINHA-CONTRATO
           WRITE LINHA-CONTRATO
           MOVE "QUADRO DE PARCELAS (VENCIMENTO / DIA UTIL):"
               END-IF
           END-IF

           IF EM-SAC
               COMPUTE WS-EM-PARC-K ROUNDED = (EM-PRINCIPAL
                   + EM-PRINCIPAL * EM-TAXA
                   * (EM-QT-PARCELAS - WS-EMC-PARCELA + 1))
                   / EM-QT-PARCELAS
               MOVE WS-EM-PARC-K TO WS-EMC-VALOR-ED
           ELSE
               MOVE EM-VALOR-PARCELA TO WS-EMC-VALOR-ED
           END-IF
           MOVE SPACES TO LINHA-CONTRATO
           STRING "PARCELA " WS-EMC-PARCELA
               "  VENCTO " WS-EMC-VENCTO
       END-CATALOGA-CONTRATO.

       GRAVA-EMPRESTIMO.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EMPRESTIMO
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   ADD 1 TO EM-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-EM-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-EMPRESTIMO.
       END-GRAVA-EMPRESTIMO.

      * PORTA DE ENTRADA DOS SERVICOS DE EMPRESTIMO (GERENTE):
                   GO QUITA-EMPRESTIMOW
           END-READ

      *    CONTRATO SUSPENSO POR OBITO E QUITADO AQUI COM O SALDO DO
      *    ESPOLIO.
           IF NOT EM-ATIVO AND NOT EM-SUSPENSO
               MOVE "CONTRATO NAO ESTA ATIVO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
      *    SALDO DEVEDOR LIQUIDO: PARCELAS RESTANTES VEZES O VALOR
      *    DA PARCELA, ABATIDOS OS JUROS SIMPLES EMBUTIDOS EM CADA
      *    PARCELA AINDA NAO VENCIDA (PRINCIPAL * TAXA POR PARCELA).
      *    NO SAC OS JUROS DAS R PARCELAS QUE FALTAM CAEM COM O
      *    SALDO (R, R-1, ..., 1 COTAS DE PRINCIPAL/PARCELAS * TAXA)
      *    E A QUITACAO E SO O PRINCIPAL AINDA NAO AMORTIZADO.
           COMPUTE WS-EM-RESTANTES =
               EM-QT-PARCELAS - EM-PARCELAS-PAGAS
           IF EM-SAC
               COMPUTE WS-EM-ABATIMENTO ROUNDED = EM-PRINCIPAL
                   * EM-TAXA * WS-EM-RESTANTES
                   * (WS-EM-RESTANTES + 1) / 2 / EM-QT-PARCELAS
               COMPUTE WS-EM-QUITACAO ROUNDED = EM-PRINCIPAL
                   * WS-EM-RESTANTES / EM-QT-PARCELAS
           ELSE
               COMPUTE WS-EM-JUROS-PARC ROUNDED =
                   EM-PRINCIPAL * EM-TAXA
               COMPUTE WS-EM-ABATIMENTO ROUNDED =
                   WS-EM-RESTANTES * WS-EM-JUROS-PARC
               COMPUTE WS-EM-QUITACAO ROUNDED = WS-EM-RESTANTES
                   * EM-VALOR-PARCELA - WS-EM-ABATIMENTO
           END-IF

           DISPLAY "PARCELAS RESTANTES:" AT 2129 WS-EM-RESTANTES
           DISPLAY "JUROS ABATIDOS: R$" AT 2155 WS-EM-ABATIMENTO
               GO QUITA-EMPRESTIMOW
           END-IF

      *    PRINCIPAL EM ABERTO E JUROS SAEM EM LINHAS SEPARADAS DO
      *    EXTRATO ('EA' E 'EJ'), COMO NO RESGATE - A CONTABILIZACAO
      *    BAIXA O PRINCIPAL DE EMPRESTIMOS A RECEBER E SO O JURO VAI
      *    PARA A RECEITA.  O PRINCIPAL EM ABERTO E O MESMO QUE A
      *    CONCILIA-RAZAO CONFERE CONTRA O RAZAO.
           COMPUTE WS-EM-PRINC-ABERTO ROUNDED = EM-PRINCIPAL
               * WS-EM-RESTANTES / EM-QT-PARCELAS
           IF WS-EM-PRINC-ABERTO > WS-EM-QUITACAO
               MOVE WS-EM-QUITACAO TO WS-EM-PRINC-ABERTO
           END-IF
           COMPUTE WS-EM-JUROS-QUIT =
               WS-EM-QUITACAO - WS-EM-PRINC-ABERTO
           SUBTRACT WS-EM-PRINC-ABERTO FROM VL-SALDO
           MOVE 'S' TO EX-TIPO
           MOVE WS-EM-PRINC-ABERTO TO EX-VALOR
           MOVE 'EA' TO WS-EX-ORIGEM
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           IF WS-EM-JUROS-QUIT > 0
               SUBTRACT WS-EM-JUROS-QUIT FROM VL-SALDO
               MOVE 'S' TO EX-TIPO
               MOVE WS-EM-JUROS-QUIT TO EX-VALOR
               MOVE 'EJ' TO WS-EX-ORIGEM
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           END-IF

           MOVE WS-EM-SALDO-APOS TO VL-SALDO
           MOVE WS-EM-QUITACAO TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA

           MOVE EM-QT-PARCELAS TO EM-PARCELAS-PAGAS
           SET EM-QUITADO TO TRUE
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EMPRESTIMO
           REWRITE REG-EMPRESTIMO
           PERFORM JN-DEPOIS-EMPRESTIMO

           MOVE "QUITACAO" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           IF FM-OK AND EM-CONTA NOT = CD-CONTA
               MOVE 99 TO FFEMPR
           END-IF
           IF FM-OK AND WS-LINHA < 18
               AND (EM-ATIVO OR (EM-SUSPENSO AND CONTA-ESPOLIO))
               ADD 1 TO WS-LINHA
               ADD 1 TO WS-ACHOU
               COMPUTE WS-AT-POS = WS-LINHA * 100 + 29
      * O ATRASO MAIS A MULTA ACORDADA E O SALDO VINCENDO (ABATIDO
      * DOS JUROS NAO INCORRIDOS) VIRAM O PRINCIPAL DE UM CONTRATO
      * NOVO COM TAXA E PRAZO NOVOS; O CONTRATO ANTIGO FECHA COM
      * STATUS RENEGOCIADO PARA PRESERVAR O HISTORICO.  O SALDO DA
      * CONTA NAO MUDA - E SO A DIVIDA QUE TROCA DE ROUPA; OS JUROS
      * E A MULTA INCORPORADOS SAEM NO EXTRATO COMO UM PAR 'EL'/'EJ'
      * DE MESMO VALOR, PARA O RAZAO ACOMPANHAR O CONTRATO NOVO.
       RENEGOCIA-EMPRESTIMO.
       RENEGOCIAW.
           DISPLAY EE-LIMPA.
               GO END-RENEGOCIA-EMPRESTIMO
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO (OBITO)" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2354 FOREGROUND-COLOR 0
               GO RENEGOCIAW
           END-IF

           DISPLAY ES-DNOME
           DISPLAY ES-DCONTA

               GO RENEGOCIAW
           END-IF

           COMPUTE WS-RN-FUTURAS =
               EM-QT-PARCELAS - WS-RN-DEVIDAS
           IF EM-SAC
      *        ATRASO NO SAC: SOMA DAS PARCELAS PAGAS+1 ATE DEVIDAS
      *        PELO QUADRO DECRESCENTE; O VINCENDO E A COTA DE
      *        PRINCIPAL DAS PARCELAS FUTURAS.
               COMPUTE WS-EM-RESTANTES-SAC =
                   EM-QT-PARCELAS - EM-PARCELAS-PAGAS
               COMPUTE WS-RN-VALOR-ATRASO ROUNDED = (EM-PRINCIPAL
                   * WS-RN-ATRASO + EM-PRINCIPAL * EM-TAXA
                   * (WS-EM-RESTANTES-SAC * (WS-EM-RESTANTES-SAC + 1)
                   - WS-RN-FUTURAS * (WS-RN-FUTURAS + 1)) / 2)
                   / EM-QT-PARCELAS
               COMPUTE WS-RN-VALOR-FUTURO ROUNDED =
                   EM-PRINCIPAL * WS-RN-FUTURAS / EM-QT-PARCELAS
           ELSE
               COMPUTE WS-RN-VALOR-ATRASO =
                   WS-RN-ATRASO * EM-VALOR-PARCELA
               COMPUTE WS-EM-JUROS-PARC ROUNDED =
                   EM-PRINCIPAL * EM-TAXA
               COMPUTE WS-RN-VALOR-FUTURO ROUNDED = WS-RN-FUTURAS
                   * (EM-VALOR-PARCELA - WS-EM-JUROS-PARC)
           END-IF

           DISPLAY "PARCELAS EM ATRASO:" AT 2029 WS-RN-ATRASO
           DISPLAY "VALOR EM ATRASO: R$" AT 2038 WS-RN-VALOR-ATRASO
               + WS-RN-VALOR-MULTA + WS-RN-VALOR-FUTURO
           DISPLAY "NOVO PRINCIPAL:  R$" AT 2254 WS-RN-PRINCIPAL

      *    O QUE O CONTRATO NOVO TRAZ ALEM DO PRINCIPAL EM ABERTO
      *    DO ANTIGO SAO JUROS E MULTA INCORPORADOS.
           COMPUTE WS-EM-PRINC-ABERTO ROUNDED = EM-PRINCIPAL
               * (EM-QT-PARCELAS - EM-PARCELAS-PAGAS) / EM-QT-PARCELAS
           MOVE ZEROS TO WS-RN-INCORPORADO
           IF WS-RN-PRINCIPAL > WS-EM-PRINC-ABERTO
               COMPUTE WS-RN-INCORPORADO =
                   WS-RN-PRINCIPAL - WS-EM-PRINC-ABERTO
           END-IF

      *    CONDICOES DO CONTRATO NOVO, NO MESMO SISTEMA DE
      *    AMORTIZACAO DO CONTRATO RENEGOCIADO.
           MOVE EM-SEQ TO WS-RN-SEQ-ANT
           MOVE EM-SISTEMA TO WS-EM-SISTEMA-RESP
           MOVE SPACES TO REG-EMPRESTIMO
           MOVE WS-EM-SISTEMA-RESP TO EM-SISTEMA
           MOVE ZEROS TO EM-TAXA EM-QT-PARCELAS EM-DIA-VENCTO
           DISPLAY "NOVA TAXA AO MES (0,0000):" AT 2329.
           ACCEPT EM-TAXA AT 2356.
               + EM-PRINCIPAL * EM-TAXA * EM-QT-PARCELAS
           COMPUTE EM-VALOR-PARCELA ROUNDED =
               WS-EM-TOTAL / EM-QT-PARCELAS
           IF EM-SAC
               DISPLAY "1A PARCELA SAC: R$" AT 2431 EM-VALOR-PARCELA
           ELSE
               DISPLAY "VALOR DA PARCELA: R$" AT 2431
                   EM-VALOR-PARCELA
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE SDATTEMPO TO EM-DATA-CONTRATO
           SET EM-ATIVO TO TRUE
           SET EM-DE-RENEGOCIACAO TO TRUE
           MOVE 'N' TO WS-EM-GRAVOU
           PERFORM GRAVA-EMPRESTIMO THRU END-GRAVA-EMPRESTIMO
               UNTIL WS-EM-GRAVOU = 'S' OR EM-SEQ > 999
               GO RENEGOCIAW
           END-IF

      *    JUROS E MULTA INCORPORADOS: LIBERACAO E COBRANCA DE
      *    MESMO VALOR, SEM EFEITO NO SALDO DA CONTA.
           IF WS-RN-INCORPORADO > 0
               ADD WS-RN-INCORPORADO TO VL-SALDO
               MOVE 'D' TO EX-TIPO
               MOVE WS-RN-INCORPORADO TO EX-VALOR
               MOVE 'EL' TO WS-EX-ORIGEM
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
               SUBTRACT WS-RN-INCORPORADO FROM VL-SALDO
               MOVE 'S' TO EX-TIPO
               MOVE WS-RN-INCORPORADO TO EX-VALOR
               MOVE 'EJ' TO WS-EX-ORIGEM
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           END-IF

           MOVE "RENEGOC" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE "NOVO CONTRATO DE RENEGOCIACAO" TO WS-AUD-DESC
                   CONTINUE
           END-READ
           SET EM-RENEGOCIADO TO TRUE
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EMPRESTIMO
           REWRITE REG-EMPRESTIMO
           PERFORM JN-DEPOIS-EMPRESTIMO
           MOVE "RENEGOC" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE "CONTRATO ANTIGO FECHADO - RENEGOCIADO"
      * APLICACAO A PRAZO E RESGATE.  APLICAR DEBITA O VALOR DA CONTA
      * E GRAVA O DEPOSITO EM APLICACAO.DAT COM A TAXA CONTRATADA DE
      * PARAMETROS.DAT; RESGATAR CREDITA O PRINCIPAL MAIS OS JUROS
      * PRO-RATA PELOS DIAS CORRIDOS (BASE 30).  A ACAO V MANTEM A
      * ADESAO DA CONTA A APLICACAO AUTOMATICA DO SALDO EXCEDENTE.
       APLICACOES.
           PERFORM VERIFICA-DIA-ABERTO THRU END-VERIFICA-DIA-ABERTO
           IF WS-DIA-OK = 'N'
               GO APLICACOESW
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA EM ESPOLIO (OBITO)" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2354 FOREGROUND-COLOR 0
               GO APLICACOESW
           END-IF

           DISPLAY ES-DNOME
           DISPLAY ES-DCONTA
           DISPLAY "SALDO     R$ " AT 1929 VL-SALDO

           DISPLAY "ACAO (A-APLICAR / R-RESGATAR / V-AUTOMATICA):"
               AT 2029.
           MOVE SPACES TO WS-AP-ACAO.
           ACCEPT WS-AP-ACAO AT 2075.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO END-APLICACOES
           END-IF
                   PERFORM APLICAR THRU END-APLICAR
               WHEN AP-ACAO-RESGATAR
                   PERFORM RESGATAR THRU END-RESGATAR
               WHEN AP-ACAO-VARREDURA
                   PERFORM MANTEM-VARREDURA THRU END-MANTEM-VARREDURA
               WHEN OTHER
                   MOVE "ACAO INVALIDA, USE A, R OU V" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2358 FOREGROUND-COLOR 0
           END-EVALUATE
           GO APLICACOESW.
       END-APLICACOES.
           SUBTRACT AP-VALOR FROM VL-SALDO
           MOVE AP-VALOR TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE 'S' TO EX-TIPO
           MOVE AP-VALOR TO EX-VALOR
           MOVE 'AP' TO WS-EX-ORIGEM
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           MOVE "APLICAR" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
       END-APLICAR.

       GRAVA-APLICACAO.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-APLICACAO
           WRITE REG-APLICACAO
               INVALID KEY
                   ADD 1 TO AP-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-AP-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-APLICACAO.
       END-GRAVA-APLICACAO.

       RESGATAR.

           MOVE 'D' TO CD-ULT-MOVTO
           MOVE WS-AP-TOTAL TO VL-DEP
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA

           SET AP-RESGATADA TO TRUE
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-APLICACAO
           REWRITE REG-APLICACAO
           PERFORM JN-DEPOIS-APLICACAO

           MOVE "RESGATAR" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
       END-RESGATAR.


      * APLICACAO AUTOMATICA DA CONTA: ADESAO COM O GATILHO (SALDO
      * QUE FICA NA CONTA), TROCA DO GATILHO OU CANCELAMENTO (GATILHO
      * ZERO).  MOSTRA O QUE JA ESTA APLICADO AUTOMATICAMENTE; O QUE
      * SOBRAR APLICADO DEPOIS DO CANCELAMENTO CONTINUA COBRINDO OS
      * DEBITOS E PODE SER RESGATADO PELO NUMERO DA APLICACAO.  TODA
      * ALTERACAO E AUDITADA.
       MANTEM-VARREDURA.
           MOVE SPACES TO MS-GMENSAGEMS
           OPEN I-O APLAUTO
           IF FVA-EMPTY
               OPEN OUTPUT APLAUTO
               CLOSE APLAUTO
               OPEN I-O APLAUTO
           END-IF
           IF NOT FVA-OK
               MOVE "NAO FOI POSSIVEL ABRIR APLAUTO.DAT"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2364 FOREGROUND-COLOR 0
               GO END-MANTEM-VARREDURA
           END-IF

           MOVE 'N' TO WS-VA-ADERIDA
           MOVE CD-CONTA TO VA-CONTA
           READ APLAUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-VA-ADERIDA
           END-READ

           MOVE CD-CONTA TO WS-RA-CONTA
           MOVE WS-DATA-MOVTO TO WS-RA-DATA
           MOVE 'S' TO WS-RA-MODO
           MOVE 9999999.99 TO WS-RA-NECESSARIO
           CALL "RESGATE-AUTOMATICO" USING WS-RA-PEDIDO
               WS-RA-RESULTADO WS-RA-RETORNO
           IF WS-RA-RETORNO NOT = '0'
               MOVE ZEROS TO WS-RA-PRINCIPAL
           END-IF
           MOVE WS-RA-PRINCIPAL TO WS-VA-VALOR-ED
           DISPLAY "APLICADO AUTOMATICAMENTE R$" AT 2129
           DISPLAY WS-VA-VALOR-ED AT 2157

           MOVE ZEROS TO WS-VA-GATILHO
           IF WS-VA-ADERIDA = 'S'
               MOVE VA-GATILHO TO WS-VA-VALOR-ED
               DISPLAY "GATILHO ATUAL R$" AT 2229
               DISPLAY WS-VA-VALOR-ED AT 2246
               DISPLAY "NOVO (0=CANCELA):" AT 2258
               ACCEPT WS-VA-GATILHO AT 2276
           ELSE
               DISPLAY "GATILHO (SALDO QUE FICA NA CONTA) R$" AT 2229
               ACCEPT WS-VA-GATILHO AT 2266
           END-IF
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO FIM-MANTEM-VARREDURA
           END-IF

           IF WS-VA-ADERIDA = 'N' AND WS-VA-GATILHO = ZEROS
               MOVE "INFORME O GATILHO" TO MS-GMENSAGEMS
               GO FIM-MANTEM-VARREDURA
           END-IF
           IF WS-VA-ADERIDA = 'S' AND WS-VA-GATILHO = VA-GATILHO
               GO FIM-MANTEM-VARREDURA
           END-IF

           PERFORM CONFIRMA-GRAVACAO THRU END-CONFIRMA-GRAVACAO
           IF MSG-OP-N
               GO FIM-MANTEM-VARREDURA
           END-IF

           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE WS-VA-GATILHO TO WS-VA-VALOR-ED
           MOVE SPACES TO WS-AUD-DESC
           EVALUATE TRUE
               WHEN WS-VA-ADERIDA = 'S' AND WS-VA-GATILHO = ZEROS
                   DELETE APLAUTO
                       INVALID KEY
                           MOVE "CANCELAMENTO NAO GRAVADO"
                               TO MS-GMENSAGEMS
                           GO FIM-MANTEM-VARREDURA
                   END-DELETE
                   MOVE "APLIC-CANC" TO WS-AUD-OP
                   MOVE "APLICACAO AUTOMATICA CANCELADA"
                       TO WS-AUD-DESC
                   MOVE "APLICACAO AUTOMATICA CANCELADA"
                       TO MS-GMENSAGEMS
               WHEN WS-VA-ADERIDA = 'S'
                   MOVE WS-VA-GATILHO TO VA-GATILHO
                   MOVE WS-OPERADOR-ID TO VA-OPERADOR
                   REWRITE REG-APLAUTO
                       INVALID KEY
                           MOVE "ALTERACAO NAO GRAVADA"
                               TO MS-GMENSAGEMS
                           GO FIM-MANTEM-VARREDURA
                   END-REWRITE
                   MOVE "APLIC-ALT" TO WS-AUD-OP
                   STRING "APLIC AUTOMATICA - GATILHO R$ "
                       WS-VA-VALOR-ED
                       DELIMITED BY SIZE INTO WS-AUD-DESC
                   MOVE "GATILHO ALTERADO" TO MS-GMENSAGEMS
               WHEN OTHER
                   MOVE SPACES TO REG-APLAUTO
                   MOVE CD-CONTA TO VA-CONTA
                   MOVE CD-CPF TO VA-CPF
                   MOVE WS-VA-GATILHO TO VA-GATILHO
                   MOVE WS-DATA-MOVTO TO VA-DATA-ADESAO
                   MOVE WS-OPERADOR-ID TO VA-OPERADOR
                   MOVE ZEROS TO VA-ULT-VARREDURA VA-ULT-VALOR
                   WRITE REG-APLAUTO
                       INVALID KEY
                           MOVE "ADESAO NAO GRAVADA" TO MS-GMENSAGEMS
                           GO FIM-MANTEM-VARREDURA
                   END-WRITE
                   MOVE "APLIC-ADES" TO WS-AUD-OP
                   STRING "ADERIU APLIC AUTOMATICA - GATILHO R$ "
                       WS-VA-VALOR-ED
                       DELIMITED BY SIZE INTO WS-AUD-DESC
                   MOVE "ADESAO GRAVADA - APLICA TODA NOITE"
                       TO MS-GMENSAGEMS
           END-EVALUATE
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       FIM-MANTEM-VARREDURA.
           CLOSE APLAUTO
           IF MS-GMENSAGEMS NOT = SPACES
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2366 FOREGROUND-COLOR 0
           END-IF.
       END-MANTEM-VARREDURA.

      * RESGATA A APLICACAO AUTOMATICA DA CONTA PARA COBRIR O SAQUE
      * (WS-RA-NECESSARIO JA CALCULADO NA SIMULACAO) E CREDITA EM
      * LINHAS SEPARADAS DO EXTRATO, COMO O RESGATAR: PRINCIPAL
      * ('RG'), RENDIMENTO ('RJ') E O IR RETIDO ('IR', JA ACUMULADO
      * NO IRRF.DAT PELO RESGATE-AUTOMATICO).  VL-SALDO ENTRA COM O
      * SALDO DE ANTES DO SAQUE.
       RESGATA-AUTOMATICO.
           MOVE 'R' TO WS-RA-MODO
           CALL "RESGATE-AUTOMATICO" USING WS-RA-PEDIDO
               WS-RA-RESULTADO WS-RA-RETORNO
           IF WS-RA-RETORNO NOT = '0'
               MOVE ZEROS TO WS-RA-LIQUIDO
               GO END-RESGATA-AUTOMATICO
           END-IF
           ADD WS-RA-PRINCIPAL TO VL-SALDO
           MOVE 'D' TO EX-TIPO
           MOVE WS-RA-PRINCIPAL TO EX-VALOR
           MOVE 'RG' TO WS-EX-ORIGEM
           PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           IF WS-RA-JUROS > 0
               ADD WS-RA-JUROS TO VL-SALDO
               MOVE 'D' TO EX-TIPO
               MOVE WS-RA-JUROS TO EX-VALOR
               MOVE 'RJ' TO WS-EX-ORIGEM
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           END-IF
           IF WS-RA-IR > 0
               SUBTRACT WS-RA-IR FROM VL-SALDO
               MOVE 'S' TO EX-TIPO
               MOVE WS-RA-IR TO EX-VALOR
               MOVE 'IR' TO WS-EX-ORIGEM
               PERFORM GRAVA-EXTRATO THRU END-GRAVA-EXTRATO
           END-IF
           MOVE "RESG-AUTO" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE WS-RA-LIQUIDO TO WS-VA-VALOR-ED
           MOVE SPACES TO WS-AUD-DESC
           STRING "RESGATE AUTOMATICO R$ " WS-VA-VALOR-ED
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       END-RESGATA-AUTOMATICO.

      * ALIQUOTA REGRESSIVA DO IR PELOS DIAS CORRIDOS DA APLICACAO
      * (WS-AP-DIAS): QUANTO MAIS TEMPO APLICADO, MENOS IMPOSTO.
       CALCULA-ALIQ-IR.
                   MOVE SDATTEMPO(1:6) TO IR-ANOMES
                   MOVE 1 TO IR-QT-MOVTOS
                   MOVE WS-VALOR-IR TO IR-TOTAL
                   MOVE "W" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-IRRF
                   WRITE REG-IR
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM JN-DEPOIS-IRRF
               NOT INVALID KEY
                   ADD 1 TO IR-QT-MOVTOS
                   ADD WS-VALOR-IR TO IR-TOTAL
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-IRRF
                   REWRITE REG-IR
                   PERFORM JN-DEPOIS-IRRF
           END-READ.
       END-ACUMULA-IRRF.

               GO TRANSF-EXTERNAW
           END-IF

           IF CONTA-ESPOLIO
               MOVE "CONTA DE ORIGEM EM ESPOLIO" TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2356 FOREGROUND-COLOR 0
               GO TRANSF-EXTERNAW
           END-IF

      *    MESMOS CONTROLES DOS DEMAIS DEBITOS: SENHA DO CLIENTE E
      *    AUTORIZACAO DO RESPONSAVEL PARA MENOR.
           PERFORM PEDE-SENHA-CLIENTE THRU END-PEDE-SENHA-CLIENTE
               GO TRANSF-EXTERNAW
           END-IF

           MOVE CD-CONTA TO WS-SG-CONTA
           PERFORM SOMA-SAQUE-AGENDADO THRU END-SOMA-SAQUE-AGENDADO
           IF WS-SG-TOTAL > 0
               AND FSALDO - WS-BJ-TOTAL - WS-SG-TOTAL < 0 - VL-LIMITE
               MOVE WS-SG-TOTAL TO WS-SG-TOTAL-ED
               MOVE SPACES TO MS-GMENSAGEMS
               STRING "RESERVADO P/ SAQUE AGENDADO: R$ "
                   WS-SG-TOTAL-ED
                   DELIMITED BY SIZE INTO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2320
               FOREGROUND-COLOR 7
               ACCEPT MS-GMENSAGEMS AT 2365 FOREGROUND-COLOR 0
               GO TRANSF-EXTERNAW
           END-IF

           MOVE CD-CONTA TO WS-TETO-CONTA
           MOVE VL-LIMITE-DIARIO TO WS-TETO-OVERRIDE
           MOVE RM-VALOR TO WS-TETO-OPER-VAL
           MOVE FSALDO TO VL-SALDO
           MOVE RM-VALOR TO VL-SAQUE
           MOVE 'S' TO CD-ULT-MOVTO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE 'S' TO EX-TIPO
           MOVE RM-VALOR TO EX-VALOR
           MOVE 'TF' TO WS-EX-ORIGEM
           UNLOCK CAD.

       GRAVA-REMESSA.
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-REMESSA
           WRITE REG-REMESSA
               INVALID KEY
                   ADD 1 TO RM-SEQ
               NOT INVALID KEY
                   MOVE 'S' TO WS-RM-GRAVOU
           END-WRITE
           PERFORM JN-DEPOIS-REMESSA.
       END-GRAVA-REMESSA.

      * RETEM O IOF SOBRE A OPERACAO EM WS-BASE-IOF: DEBITA O IMPOSTO
           END-IF

           SUBTRACT WS-VALOR-IOF FROM VL-SALDO
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE 'S' TO EX-TIPO
           MOVE WS-VALOR-IOF TO EX-VALOR
      *    ORIGEM PROPRIA 'IO' - O INFORME DE RENDIMENTOS SEPARA O
                   MOVE SDATTEMPO(1:6) TO IO-ANOMES
                   MOVE 1 TO IO-QT-MOVTOS
                   MOVE WS-VALOR-IOF TO IO-TOTAL
                   MOVE "W" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-IOF
                   WRITE REG-IOF
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM JN-DEPOIS-IOF
               NOT INVALID KEY
                   ADD 1 TO IO-QT-MOVTOS
                   ADD WS-VALOR-IOF TO IO-TOTAL
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-IOF
                   REWRITE REG-IOF
                   PERFORM JN-DEPOIS-IOF
           END-READ.
       END-COBRA-IOF.

           END-IF.
       END-SOMA-UM-BLOQUEIO.

      * SOMA OS SAQUES AGENDADOS ATIVOS DA CONTA EM WS-SG-CONTA
      * (SAQAGEND.DAT) EM WS-SG-TOTAL - RESERVA QUE SAI DO DISPONIVEL
      * DOS DEBITOS COMO O BLOQUEIO JUDICIAL.  O AGENDAMENTO DA DATA
      * EM WS-SG-EXCLUI (O QUE O SAQUE EM CURSO CONSOME) FICA FORA;
      * A EXCLUSAO VALE SO PARA ESTA CHAMADA.
       SOMA-SAQUE-AGENDADO.
           MOVE ZEROS TO WS-SG-TOTAL
           MOVE WS-SG-CONTA TO SG-CONTA
           MOVE ZEROS TO SG-DATA-SAQUE
           START SAQAGEND KEY IS NOT LESS THAN SG-CHAVE
               INVALID KEY
                   MOVE 99 TO FFSAQA
           END-START
           PERFORM SOMA-UM-SAQUE-AGENDADO
               THRU END-SOMA-UM-SAQUE-AGENDADO
               UNTIL FSG-OTHER
           MOVE ZEROS TO FFSAQA
           MOVE ZEROS TO WS-SG-EXCLUI.
       END-SOMA-SAQUE-AGENDADO.

       SOMA-UM-SAQUE-AGENDADO.
           READ SAQAGEND NEXT RECORD
               AT END
                   MOVE 99 TO FFSAQA
           END-READ
           IF FSG-OK AND SG-CONTA NOT = WS-SG-CONTA
               MOVE 99 TO FFSAQA
           END-IF
           IF FSG-OK AND SG-AGENDADO
               AND SG-DATA-SAQUE NOT = WS-SG-EXCLUI
               ADD SG-VALOR TO WS-SG-TOTAL
           END-IF.
       END-SOMA-UM-SAQUE-AGENDADO.

      * SAQUE ACIMA DE PM-VALOR-PROVISAO: PASSA COM AGENDAMENTO ATIVO
      * DA CONTA PARA A DATA DE MOVIMENTO QUE COBRE O VALOR.  SEM
      * ELE, SO COM A LIBERACAO DO GERENTE - O PROPRIO OPERADOR SE
      * FOR GERENTE, SENAO ID E SENHA DE UM GERENTE NO GUICHE -
      * REGISTRADA NA AUDITORIA.  O AGENDAMENTO DO DIA, SE HOUVER,
      * FICA EM WS-SG-CONSOME PARA SER BAIXADO COMO SACADO.
       CONFERE-SAQUE-AGENDADO.
           MOVE 'S' TO WS-SG-OK
           MOVE ZEROS TO WS-SG-CONSOME
           MOVE CD-CONTA TO SG-CONTA
           MOVE WS-DATA-MOVTO TO SG-DATA-SAQUE
           READ SAQAGEND
               INVALID KEY
                   MOVE SPACE TO SG-STATUS
           END-READ
           IF FSG-OK AND SG-AGENDADO
               MOVE WS-DATA-MOVTO TO WS-SG-CONSOME
               IF FSAQU NOT > SG-VALOR
                   GO END-CONFERE-SAQUE-AGENDADO
               END-IF
           END-IF

           MOVE 'N' TO WS-SG-OK
           IF OP-GERENTE
               MOVE "SAQUE SEM AGENDAMENTO - LIBERA? (S/N)"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               ACCEPT MSG-OP AT 2368 FOREGROUND-COLOR 0
               IF NOT MSG-OP-S
                   GO END-CONFERE-SAQUE-AGENDADO
               END-IF
               MOVE WS-OPERADOR-ID TO WS-SG-GERENTE
           ELSE
               MOVE "SAQUE SEM AGENDAMENTO - CHAME O GERENTE"
                   TO MS-GMENSAGEMS
               DISPLAY MS-GMENSAGEMS AT 2330
               FOREGROUND-COLOR 7
               MOVE SPACES TO WS-SG-GERENTE WS-SG-SENHA-GER
               DISPLAY "ID DO GERENTE:     SENHA:     " AT 2402
               ACCEPT WS-SG-GERENTE AT 2417
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-CONFERE-SAQUE-AGENDADO
               END-IF
               ACCEPT WS-SG-SENHA-GER AT 2429
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO END-CONFERE-SAQUE-AGENDADO
               END-IF
               MOVE WS-SG-GERENTE TO OP-ID
               READ OPERADOR
                   INVALID KEY
                       MOVE SPACE TO OP-PAPEL
               END-READ
               IF NOT OP-REG-GERENTE OR OP-BLOQUEADO
                   OR WS-SG-SENHA-GER IS NOT NUMERIC
                   MOVE "LIBERACAO NAO AUTORIZADA" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2355 FOREGROUND-COLOR 0
                   GO END-CONFERE-SAQUE-AGENDADO
               END-IF
               MOVE WS-SG-SENHA-GER TO WS-SENHA-CLARA
               PERFORM OFUSCA-SENHA
               IF WS-SENHA-OFUSCADA NOT = OP-SENHA
                   MOVE "SENHA-ERR" TO WS-AUD-OP
                   MOVE WS-SG-GERENTE TO WS-AUD-CHAVE
                   MOVE "SENHA DO GERENTE INCORRETA NO SAQUE"
                       TO WS-AUD-DESC
                   PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA
                   MOVE "LIBERACAO NAO AUTORIZADA" TO MS-GMENSAGEMS
                   DISPLAY MS-GMENSAGEMS AT 2330
                   FOREGROUND-COLOR 7
                   ACCEPT MS-GMENSAGEMS AT 2355 FOREGROUND-COLOR 0
                   GO END-CONFERE-SAQUE-AGENDADO
               END-IF
           END-IF

           MOVE 'S' TO WS-SG-OK
           MOVE "SAQ-LIBERA" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "SAQUE SEM AGENDAMENTO LIBERADO POR "
               WS-SG-GERENTE
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA THRU END-GRAVA-AUDITORIA.
       END-CONFERE-SAQUE-AGENDADO.

      * BAIXA COMO SACADO O AGENDAMENTO ATIVO DE WS-SG-CONTA PARA
      * WS-SG-DATA - A RESERVA DEIXA DE EXISTIR JUNTO COM O SAQUE.
       BAIXA-SAQUE-AGENDADO.
           MOVE WS-SG-CONTA TO SG-CONTA
           MOVE WS-SG-DATA TO SG-DATA-SAQUE
           READ SAQAGEND
               INVALID KEY
                   GO END-BAIXA-SAQUE-AGENDADO
           END-READ
           IF FSG-OK AND SG-AGENDADO
               SET SG-SACADO TO TRUE
               MOVE WS-DATA-MOVTO TO SG-DATA-BAIXA
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-SAQAGEND
               REWRITE REG-SAQAGEND
               END-REWRITE
               PERFORM JN-DEPOIS-SAQAGEND
           END-IF.
       END-BAIXA-SAQUE-AGENDADO.

      * CONFERE O TETO ACUMULADO DIARIO: SOMA NO EXTRATO OS DEBITOS
      * DE GUICHE E TRANSFERENCIA DA CONTA NA DATA DE MOVIMENTO
      * CORRENTE E RECUSA A OPERACAO QUE ESTOURAR O TETO, MOSTRANDO
      * ENTRADA: WS-TETO-CONTA, WS-TETO-OVERRIDE (TETO PROPRIO DA
      * CONTA, 0 = PADRAO) E WS-TETO-OPER-VAL (VALOR DA OPERACAO).
      * DEBITOS DE TAXA/IOF/TARIFA FICAM FORA; TODO DEBITO 'TF'
      * CONTA (APLICACAO E REMESSA TAMBEM SAO DINHEIRO SAINDO), E
      * TAMBEM AS COMPRAS E SAQUES COM CARTAO DE DEBITO ('CT').
       VERIFICA-TETO-DIARIO.
           MOVE 'S' TO WS-TETO-OK
           IF WS-TETO-OVERRIDE > 0
           END-IF
           IF FE-OK AND EX-SAQUE
               AND EX-DATA-MOVTO = WS-DATA-MOVTO
               AND (EX-ORIG-GUICHE OR EX-ORIG-TRANSF
                    OR EX-ORIG-CARTAO)
               ADD EX-VALOR TO WS-TETO-ACUMULADO
           END-IF.
       END-SOMA-DEBITO-DIA.
           IF WS-SENHA-DIGITADA = CD-SENHA
               IF CD-ERROS-SENHA > 0
                   MOVE ZEROS TO CD-ERROS-SENHA
                   MOVE "R" TO WS-JN-FUNCAO
                   PERFORM JN-ANTES-AGENCIA
                   REWRITE CADASTRO-REGISTRO
                   END-REWRITE
                   PERFORM JN-DEPOIS-AGENCIA
               END-IF
               GO END-PEDE-SENHA-CLIENTE
           END-IF
           ELSE
               MOVE "SENHA INCORRETA" TO MS-GMENSAGEMS
           END-IF
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           DISPLAY MS-GMENSAGEMS AT 2330
           FOREGROUND-COLOR 7
           ACCEPT MS-GMENSAGEMS AT 2363 FOREGROUND-COLOR 0.

           MOVE WS-SENHA-NOVA TO CD-SENHA
           MOVE ZEROS TO CD-ERROS-SENHA
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           REWRITE CADASTRO-REGISTRO
           END-REWRITE
           PERFORM JN-DEPOIS-AGENCIA
           MOVE "SENHA" TO WS-AUD-OP
           MOVE CD-CPF TO WS-AUD-CHAVE
           IF OP-GERENTE

           IF APR-APROVAR
               MOVE 'A' TO CD-STATUS
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-AGENCIA
               REWRITE CADASTRO-REGISTRO
               END-REWRITE
               PERFORM JN-DEPOIS-AGENCIA
               MOVE "APROVAR" TO WS-AUD-OP
               MOVE CD-CPF TO WS-AUD-CHAVE
               MOVE "CADASTRO APROVADO PELO GERENTE" TO WS-AUD-DESC
                   GO APROVAW
               END-IF
               MOVE 'R' TO CD-STATUS
               MOVE "R" TO WS-JN-FUNCAO
               PERFORM JN-ANTES-AGENCIA
               REWRITE CADASTRO-REGISTRO
               END-REWRITE
               PERFORM JN-DEPOIS-AGENCIA
               MOVE "RECUSAR" TO WS-AUD-OP
               MOVE CD-CPF TO WS-AUD-CHAVE
               MOVE WS-APR-MOTIVO TO WS-AUD-DESC
