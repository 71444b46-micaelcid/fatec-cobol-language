       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-JORNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPCAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BKST
               RECORD KEY IS BK-CHAVE.

           SELECT OPERADOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFOPER
               RECORD KEY IS OP-ID.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

           SELECT JORNAL ASSIGN TO WS-NOME-JORNAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JNST.

           SELECT TRANSFIM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TFST
               RECORD KEY IS TF-CHAVE.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

           SELECT SEQDOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SDST
               RECORD KEY IS SD-CHAVE.

           SELECT SEQCONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS SQ-CHAVE.

           SELECT AGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS EX-CHAVE
               ALTERNATE RECORD KEY IS EX-CONTA WITH DUPLICATES.

           SELECT CLIENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CL-CPF.

           SELECT CAIXAMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CX-CHAVE.

           SELECT TESCOFRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS TC-AGENCIA.

           SELECT TESMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS TM-CHAVE.

           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS AP-CHAVE.

           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS EM-CHAVE.

           SELECT PRODUTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CODIG-P
               ALTERNATE RECORD KEY IS COD-FORNEC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS WITH DUPLICATES.

           SELECT MOVIMENTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS MV-CHAVE.

           SELECT VENDAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS VD-CHAVE.

           SELECT LOTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS LT-CHAVE.

           SELECT SALDOLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS SL-CHAVE.

           SELECT CCF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CF-CPF OF REG-CCF.

           SELECT SCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS SR-CPF.

           SELECT NEGATIV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS NG-CHAVE.

           SELECT CHQDEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS QD-CHAVE.

           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS BJ-CHAVE.

           SELECT SAQAGEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS SG-CHAVE.

           SELECT CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CQ-CHAVE.

           SELECT IOF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS IO-ANOMES.

           SELECT IRRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS IR-ANOMES.

           SELECT CARTAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-CONTA WITH DUPLICATES.

           SELECT ARRECAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS AR-CHAVE.

           SELECT ARRCRED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS AC-CHAVE.

           SELECT REMESSA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS RM-CHAVE.

           SELECT CRDPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CP-CHAVE.

           SELECT CRDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CJ-CPF.

           SELECT CUPSEQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CS-CHAVE.

           SELECT RECCART ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS RC-CHAVE.

           SELECT TURNO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS TN-CHAVE.

           SELECT FIDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS FC-CPF.

           SELECT FIDMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS FM-CHAVE.

           SELECT VENDCOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS VC-CHAVE.

           SELECT COMPFUN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS CF-CHAVE OF REG-COMPFUN.

           SELECT RESERVAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RJST
               RECORD KEY IS RV-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD BKPCAT VALUE OF FILE-ID IS "BKPCAT.DAT".

       COPY bkpcat.

       FD OPERADOR VALUE OF FILE-ID IS "OPERADOR.DAT".

       COPY operador.

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD  JORNAL.

       COPY jornal.

      * TRANSACOES COMPLETAS (COM A LINHA 'F' DENTRO DO LIMITE),
      * MONTADAS NA PRIMEIRA PASSADA.
       FD  TRANSFIM VALUE OF FILE-ID IS "JORNFIM.TMP".
       01  REG-TRANSFIM.
           02 TF-CHAVE.
               03 TF-SESSAO    PIC X(24).
               03 TF-TRANSACAO PIC 9(6).
           02 TF-DATAHORA      PIC 9(16).

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       FD  SEQDOC VALUE OF FILE-ID IS "SEQDOC.DAT".
       01  REG-SEQDOC.
           02 SD-CHAVE      PIC 9(1).
           02 SD-ULTIMO-DOC PIC 9(9).

       FD SEQCONTA VALUE OF FILE-ID IS "SEQCONTA.DAT".

       COPY seqconta.

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
      * RECUPERACAO PELO JORNAL - RODA DEPOIS DO RESTAURA, COM O
      * SISTEMA PARADO.  PEGA AS GERACOES DO JORNAL CATALOGADAS NO
      * BKPCAT.DAT DEPOIS DA DATA DO BACKUP RESTAURADO, MAIS O
      * JORNAL.DAT VIVO, E REAPLICA EM ORDEM AS TRANSACOES COMPLETAS
      * (AS QUE TEM A LINHA 'F'), ATE A ULTIMA OU ATE UM MOMENTO
      * ESCOLHIDO:
      *   1) PRIMEIRA PASSADA - SO LEITURA: CONFERE QUE TODAS AS
      *      GERACOES ABREM E MONTA EM JORNFIM.TMP AS TRANSACOES
      *      COMPLETAS DENTRO DO LIMITE.  GERACAO ILEGIVEL PARA TUDO
      *      ANTES DE TOCAR NOS ARQUIVOS;
      *   2) SEGUNDA PASSADA - GRAVA A IMAGEM DEPOIS (GRAVACAO E
      *      REGRAVACAO VIRAM "GRAVA OU REGRAVA", EXCLUSAO APAGA PELA
      *      CHAVE).  REAPLICAR DUAS VEZES DA NO MESMO: REGISTRO QUE
      *      JA ESTA IGUAL A IMAGEM DEPOIS CONTA COMO JA APLICADO.  O
      *      REGISTRO ATUAL QUE NAO BATE NEM COM A IMAGEM ANTES NEM
      *      COM A DEPOIS E UMA DIVERGENCIA - A IMAGEM DO JORNAL
      *      PREVALECE E A LINHA SAI NO RELATORIO PARA CONFERENCIA;
      *   3) AJUSTA SEQDOC.DAT E SEQCONTA.DAT PARA NAO REPETIREM
      *      NUMERO DE DOCUMENTO OU DE CONTA JA REAPLICADO;
      *   4) RELATORIO RECUPERA_<DATA>.TXT COM A CONTAGEM POR ARQUIVO
      *      E OS TOTAIS DE CONTROLE DO GUICHE (MESMA CONTA DO
      *      FECHAMENTO-CAIXA) E DO ESTOQUE, PARA BATER COM OS
      *      RELATORIOS JA IMPRESSOS DOS DIAS RECUPERADOS.
      * EXIGE ID+SENHA DE GERENTE COMO O RESTAURA E DEIXA O RASTRO EM
      * AUDITORIA.DAT.
       77 BKST PIC X(02).
           88 BK-OK        VALUE "00".
           88 BK-FIM       VALUE "99".

       77 FFOPER PIC 9(02).
           88 FOP-OK       VALUE 00.

       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

       77 JNST PIC X(02).
           88 JN-OK        VALUE "00".
       77 TFST PIC X(02).
           88 TF-OK        VALUE "00".
       77 REP-OK PIC X(02).
       77 CRST PIC X(02).
       77 SDST PIC X(02).
           88 SD-OK        VALUE "00".
       77 RJST PIC X(02).
           88 RJ-OK        VALUE "00" "02".
           88 RJ-NAO-ACHADO VALUE "23".

       01 FS-SDATA.
           05 SDATADMA.
               10 SDATTEMPO.
                   15 FS-SANO       PIC  9(4).
                   15 FS-SMES       PIC  9(2).
                   15 FS-SDIA       PIC  9(2).
               10 SDATAHORA.
                   15 FS-SHORA      PIC  9(2).
                   15 FS-SMIN       PIC  9(2).
                   15 FS-SSEGS      PIC  9(2).
               10 FS-SMMS           PIC  9(4).

       77 WS-HOJE          PIC 9(8) VALUE ZEROS.
       77 WS-DATA-BKP      PIC 9(8) VALUE ZEROS.
       77 WS-LIMITE        PIC 9(14) VALUE ZEROS.
       77 WS-MOMENTO       PIC 9(14) VALUE ZEROS.
       77 WS-RESP          PIC X(1) VALUE SPACE.
       77 WS-NOME-JORNAL   PIC X(20) VALUE SPACES.
       77 WS-NOME-TMP      PIC X(20) VALUE "JORNFIM.TMP".
       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "AUDITORIA".
       77 WS-PROG-CAT PIC X(20) VALUE "RECUPERA-JORNAL".

      * GERACOES DO JORNAL A REAPLICAR, EM ORDEM DE DATA; O JORNAL.DAT
      * VIVO E SEMPRE A ULTIMA.
       01 TAB-JORNAIS.
           02 TJ-NOME PIC X(20) OCCURS 400 TIMES.
       77 WS-QT-JORNAIS    PIC 9(3) VALUE ZEROS.
       77 WS-JX            PIC 9(3) VALUE ZEROS.

       77 WS-QT-LINHAS      PIC 9(9) VALUE ZEROS.
       77 WS-QT-TRANS       PIC 9(7) VALUE ZEROS.
       77 WS-QT-FORA-LIMITE PIC 9(7) VALUE ZEROS.
       77 WS-QT-INCOMPLETAS PIC 9(7) VALUE ZEROS.
       77 WS-QT-APLICADAS   PIC 9(7) VALUE ZEROS.
       77 WS-PRIMEIRO-MOM   PIC 9(14) VALUE ZEROS.
       77 WS-ULTIMO-MOM     PIC 9(14) VALUE ZEROS.

      * CONTAGEM POR ARQUIVO MESTRE, NA ORDEM DO JORNAL.
       01 TAB-NOMES-ARQ.
           02 FILLER PIC X(10) VALUE "AGENCIA".
           02 FILLER PIC X(10) VALUE "EXTRATO".
           02 FILLER PIC X(10) VALUE "CLIENTE".
           02 FILLER PIC X(10) VALUE "CAIXAMOV".
           02 FILLER PIC X(10) VALUE "TESCOFRE".
           02 FILLER PIC X(10) VALUE "TESMOV".
           02 FILLER PIC X(10) VALUE "APLICACAO".
           02 FILLER PIC X(10) VALUE "EMPRESTIMO".
           02 FILLER PIC X(10) VALUE "PRODUTOS".
           02 FILLER PIC X(10) VALUE "MOVIMENT".
           02 FILLER PIC X(10) VALUE "VENDAS".
           02 FILLER PIC X(10) VALUE "LOTES".
           02 FILLER PIC X(10) VALUE "SALDOLOC".
           02 FILLER PIC X(10) VALUE "CCF".
           02 FILLER PIC X(10) VALUE "SCORE".
           02 FILLER PIC X(10) VALUE "NEGATIV".
           02 FILLER PIC X(10) VALUE "SEQCONTA".
           02 FILLER PIC X(10) VALUE "CHQDEP".
           02 FILLER PIC X(10) VALUE "BLOQJUD".
           02 FILLER PIC X(10) VALUE "SAQAGEND".
           02 FILLER PIC X(10) VALUE "CHEQUES".
           02 FILLER PIC X(10) VALUE "IOF".
           02 FILLER PIC X(10) VALUE "IRRF".
           02 FILLER PIC X(10) VALUE "CARTAO".
           02 FILLER PIC X(10) VALUE "ARRECAD".
           02 FILLER PIC X(10) VALUE "ARRCRED".
           02 FILLER PIC X(10) VALUE "REMESSA".
           02 FILLER PIC X(10) VALUE "CRDPARC".
           02 FILLER PIC X(10) VALUE "CRDCLI".
           02 FILLER PIC X(10) VALUE "CUPSEQ".
           02 FILLER PIC X(10) VALUE "RECCART".
           02 FILLER PIC X(10) VALUE "TURNO".
           02 FILLER PIC X(10) VALUE "FIDCLI".
           02 FILLER PIC X(10) VALUE "FIDMOV".
           02 FILLER PIC X(10) VALUE "VENDCOM".
           02 FILLER PIC X(10) VALUE "COMPFUN".
           02 FILLER PIC X(10) VALUE "RESERVAS".
       01 TAB-NOMES-R REDEFINES TAB-NOMES-ARQ.
           02 TN-NOME PIC X(10) OCCURS 37 TIMES.

       01 TAB-CONTAGEM.
           02 TC-ITEM OCCURS 37 TIMES.
               03 TC-GRAVADOS    PIC 9(7).
               03 TC-REGRAVADOS  PIC 9(7).
               03 TC-EXCLUIDOS   PIC 9(7).
               03 TC-JA-APLIC    PIC 9(7).
               03 TC-DIVERGENTES PIC 9(7).
               03 TC-FALHAS      PIC 9(7).
       77 WS-IX            PIC 9(2) VALUE ZEROS.

      * DECISAO SOBRE UMA LINHA DO JORNAL, PELO REGISTRO ATUAL.
       01 WS-ATUAL         PIC X(220) VALUE SPACES.
       77 WS-TAM           PIC 9(3) VALUE ZEROS.
       77 WS-ACAO          PIC X(1) VALUE SPACE.
           88 AC-GRAVA        VALUE 'G'.
           88 AC-REGRAVA      VALUE 'R'.
           88 AC-EXCLUI       VALUE 'E'.
           88 AC-JA-APLICADO  VALUE 'J'.
           88 AC-FALHA        VALUE 'X'.
       77 WS-DIVERGIU      PIC X(1) VALUE 'N'.

      * TOTAIS DE CONTROLE DAS GRAVACOES REAPLICADAS.
       77 WS-CT-DEP-QT     PIC 9(7) VALUE ZEROS.
       77 WS-CT-DEP-VL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CT-SAQ-QT     PIC 9(7) VALUE ZEROS.
       77 WS-CT-SAQ-VL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CT-OUT-QT     PIC 9(7) VALUE ZEROS.
       77 WS-CT-OUT-VL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CT-ABE-VL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CT-SUP-VL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CT-SAN-VL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CT-ARR-VL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CT-PAS-VL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-CT-ENT-QT     PIC 9(7) VALUE ZEROS.
       77 WS-CT-ENT-UN     PIC 9(9) VALUE ZEROS.
       77 WS-CT-SAI-QT     PIC 9(7) VALUE ZEROS.
       77 WS-CT-SAI-UN     PIC 9(9) VALUE ZEROS.
       77 WS-CT-CONTAS     PIC 9(7) VALUE ZEROS.

       77 WS-MAIOR-DOC     PIC 9(9) VALUE ZEROS.
       77 WS-MAIOR-CONTA   PIC 9(4) VALUE ZEROS.
       77 WS-CONTA-SEQ     PIC 9(4) VALUE ZEROS.
       77 WS-SEQDOC-AJUSTE PIC X(1) VALUE 'N'.
       77 WS-SEQCTA-AJUSTE PIC X(1) VALUE 'N'.

       77 WS-GERENTE-ID    PIC X(4) VALUE SPACES.
       77 WS-GERENTE-SENHA PIC 9(4) VALUE ZEROS.
      * OFUSCACAO DA SENHA - MESMA REGRA DO OFUSCA-SENHA DO
      * BANCOPEL (COMPLEMENTO DE 9 E ORDEM INVERTIDA).
       01 WS-SENHA-CLARA.
           02 WS-SC-D PIC 9 OCCURS 4 TIMES.
       01 WS-SENHA-OFUSCA.
           02 WS-SO-D PIC 9 OCCURS 4 TIMES.
       77 WS-OF-I           PIC 9 VALUE ZEROS.
       77 WS-OF-J           PIC 9 VALUE ZEROS.
       77 WS-SENHA-OFUSCADA PIC 9(4) VALUE ZEROS.

       77 WS-AUD-OP    PIC X(10) VALUE SPACES.
       77 WS-AUD-CHAVE PIC X(20) VALUE SPACES.
       77 WS-AUD-DESC  PIC X(40) VALUE SPACES.

       01 LINHA-CABEC.
           02 FILLER PIC X(50)
               VALUE "ARQUIVO      GRAVADOS REGRAVADOS  EXCLUIDOS  JA ".
           02 FILLER PIC X(40)
               VALUE "APLIC DIVERGENTES    FALHAS".

       01 LINHA-DETALHE.
           02 LD-ARQUIVO    PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LD-GRAVADOS   PIC Z(9)9.
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LD-REGRAVADOS PIC Z(9)9.
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LD-EXCLUIDOS  PIC Z(9)9.
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LD-JA-APLIC   PIC Z(9)9.
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LD-DIVERGE    PIC Z(9)9.
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LD-FALHAS     PIC Z(9)9.

       01 LINHA-DIVERGE.
           02 FILLER        PIC X(2) VALUE SPACES.
           02 LV-MOMENTO    PIC 9(14).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LV-PROGRAMA   PIC X(8).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LV-TIPO       PIC X(1).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LV-ARQUIVO    PIC X(10).
           02 FILLER        PIC X(1) VALUE SPACE.
           02 LV-REGISTRO   PIC X(40).

       01 LINHA-TOTAL.
           02 TT-TITULO    PIC X(40).
           02 TT-QTDE      PIC Z(8)9.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 TT-VALOR     PIC Z(11)9,99.

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
           DISPLAY "RECUPERACAO PELO JORNAL DE ATUALIZACOES"
           DISPLAY "RODE O RESTAURA ANTES E MANTENHA O SISTEMA PARADO."
           DISPLAY "DATA DO BACKUP RESTAURADO (AAAAMMDD): "
           MOVE ZEROS TO WS-DATA-BKP
           ACCEPT WS-DATA-BKP
           IF WS-DATA-BKP = ZEROS
               DISPLAY "DATA INVALIDA - NADA FEITO"
               STOP RUN
           END-IF

           PERFORM LISTA-GERACOES

           DISPLAY "REAPLICAR ATE (AAAAMMDDHHMMSS, ZERO = ATE A "
               "ULTIMA TRANSACAO COMPLETA): "
           MOVE ZEROS TO WS-LIMITE
           ACCEPT WS-LIMITE
           IF WS-LIMITE = ZEROS
               MOVE 99999999999999 TO WS-LIMITE
           END-IF

           PERFORM MARCA-TRANSACOES
           DISPLAY WS-QT-LINHAS " LINHA(S) LIDAS NO JORNAL"
           DISPLAY WS-QT-TRANS " TRANSACAO(OES) COMPLETA(S) A REAPLICAR"
           IF WS-QT-FORA-LIMITE > ZEROS
               DISPLAY WS-QT-FORA-LIMITE " TRANSACAO(OES) DEPOIS DO "
                   "LIMITE - FICAM DE FORA"
           END-IF
           IF WS-QT-TRANS = ZEROS
               DISPLAY "NENHUMA TRANSACAO COMPLETA A REAPLICAR - "
                   "NADA FEITO"
               CALL "CBL_DELETE_FILE" USING WS-NOME-TMP
               STOP RUN
           END-IF

           PERFORM APROVA-GERENTE THRU END-APROVA-GERENTE

           DISPLAY "REAPLICAR AS TRANSACOES SOBRE OS ARQUIVOS "
               "RESTAURADOS? (S/N): "
           MOVE SPACE TO WS-RESP
           ACCEPT WS-RESP
           IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
               DISPLAY "RECUPERACAO CANCELADA - NADA FEITO"
               CALL "CBL_DELETE_FILE" USING WS-NOME-TMP
               STOP RUN
           END-IF

           PERFORM ABRE-RELATORIO
           INITIALIZE TAB-CONTAGEM
           PERFORM ABRE-MESTRES
           OPEN INPUT TRANSFIM
           PERFORM APLICA-JORNAL THRU FIM-APLICA-JORNAL
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-QT-JORNAIS
           CLOSE TRANSFIM
           PERFORM FECHA-MESTRES
           CALL "CBL_DELETE_FILE" USING WS-NOME-TMP

           IF WS-MAIOR-DOC > ZEROS
               PERFORM AJUSTA-SEQDOC
           END-IF
           IF WS-MAIOR-CONTA > ZEROS
               PERFORM AJUSTA-SEQCONTA
           END-IF
           PERFORM IMPRIME-RESUMO
           CLOSE RELATORIO
           PERFORM CATALOGA-RELATORIO

           MOVE "RECUPERA" TO WS-AUD-OP
           MOVE "JORNAL" TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "BKP " WS-DATA-BKP " " WS-QT-TRANS " TRANS POR "
               WS-GERENTE-ID
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA

           DISPLAY "RECUPERACAO CONCLUIDA - " WS-QT-TRANS
               " TRANSACAO(OES) REAPLICADA(S)"
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO
           STOP RUN.

      * GERACOES DO JORNAL DEPOIS DA DATA DO BACKUP.  O BACKUP-DIARIO
      * VIRA O JORNAL ANTES DE COPIAR, ENTAO A GERACAO DO PROPRIO DIA
      * DO BACKUP JA ESTA DENTRO DELE.
       LISTA-GERACOES.
           MOVE ZEROS TO WS-QT-JORNAIS
           OPEN INPUT BKPCAT
           IF NOT BK-OK
               DISPLAY "BKPCAT.DAT INDISPONIVEL - SO O JORNAL.DAT "
                   "VIVO SERA LIDO"
           ELSE
               MOVE "JORNAL" TO BK-ARQUIVO
               MOVE WS-DATA-BKP TO BK-DATA
               START BKPCAT KEY IS GREATER THAN BK-CHAVE
                   INVALID KEY
                       SET BK-FIM TO TRUE
               END-START
               DISPLAY "GERACOES DO JORNAL A REAPLICAR:"
               PERFORM LISTA-UMA-GERACAO UNTIL BK-FIM
               MOVE "00" TO BKST
               CLOSE BKPCAT
           END-IF
           ADD 1 TO WS-QT-JORNAIS
           MOVE "JORNAL.DAT" TO TJ-NOME(WS-QT-JORNAIS)
           DISPLAY "  JORNAL.DAT (VIVO)".

       LISTA-UMA-GERACAO.
           READ BKPCAT NEXT RECORD
               AT END
                   SET BK-FIM TO TRUE
           END-READ
           IF BK-OK
               IF BK-ARQUIVO NOT = "JORNAL"
                   SET BK-FIM TO TRUE
               ELSE
                   IF WS-QT-JORNAIS < 399
                       ADD 1 TO WS-QT-JORNAIS
                       MOVE BK-NOME-BKP TO TJ-NOME(WS-QT-JORNAIS)
                   END-IF
                   DISPLAY "  " BK-DATA " " BK-NOME-BKP
                       " " BK-REGISTROS " LINHA(S)"
                       " VERIFICADO " BK-VERIFICADO
                   IF BK-VERIF-FALHOU
                       DISPLAY "  ** ATENCAO ** ESTA GERACAO FALHOU NA "
                           "VERIFICACAO DO BACKUP"
                   END-IF
               END-IF
           END-IF.

      * PRIMEIRA PASSADA: SO LEITURA.  UMA TRANSACAO E COMPLETA
      * QUANDO A LINHA 'F' DELA ESTA NO JORNAL DENTRO DO LIMITE.
       MARCA-TRANSACOES.
           OPEN OUTPUT TRANSFIM
           PERFORM MARCA-JORNAL THRU FIM-MARCA-JORNAL
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-QT-JORNAIS
           CLOSE TRANSFIM.

       MARCA-JORNAL.
           MOVE TJ-NOME(WS-JX) TO WS-NOME-JORNAL
           OPEN INPUT JORNAL
           IF NOT JN-OK
               IF WS-JX = WS-QT-JORNAIS
                   DISPLAY "JORNAL.DAT AUSENTE - SO AS GERACOES "
                       "CATALOGADAS SERAO LIDAS"
                   GO FIM-MARCA-JORNAL
               END-IF
               DISPLAY "GERACAO " WS-NOME-JORNAL " ILEGIVEL - "
                   "RECUPERACAO INTERROMPIDA, NADA FOI ALTERADO"
               CLOSE TRANSFIM
               CALL "CBL_DELETE_FILE" USING WS-NOME-TMP
               STOP RUN
           END-IF
           PERFORM MARCA-LINHA UNTIL NOT JN-OK
           CLOSE JORNAL.
       FIM-MARCA-JORNAL.
           EXIT.

       MARCA-LINHA.
           READ JORNAL
               AT END
                   MOVE "10" TO JNST
               NOT AT END
                   ADD 1 TO WS-QT-LINHAS
                   IF JN-FIM-TRANS
                       MOVE JN-DATAHORA(1:14) TO WS-MOMENTO
                       IF WS-MOMENTO > WS-LIMITE
                           ADD 1 TO WS-QT-FORA-LIMITE
                       ELSE
                           MOVE JN-SESSAO TO TF-SESSAO
                           MOVE JN-TRANSACAO TO TF-TRANSACAO
                           MOVE JN-DATAHORA TO TF-DATAHORA
                           WRITE REG-TRANSFIM
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-QT-TRANS
                           END-WRITE
                       END-IF
                   END-IF
           END-READ.

      * SEGUNDA PASSADA: REAPLICA AS LINHAS DAS TRANSACOES COMPLETAS.
       APLICA-JORNAL.
           MOVE TJ-NOME(WS-JX) TO WS-NOME-JORNAL
           OPEN INPUT JORNAL
           IF NOT JN-OK
               GO FIM-APLICA-JORNAL
           END-IF
           PERFORM APLICA-LINHA THRU FIM-APLICA-LINHA UNTIL NOT JN-OK
           CLOSE JORNAL.
       FIM-APLICA-JORNAL.
           EXIT.

       APLICA-LINHA.
           READ JORNAL
               AT END
                   MOVE "10" TO JNST
           END-READ
           IF NOT JN-OK OR JN-FIM-TRANS
               GO FIM-APLICA-LINHA
           END-IF
           MOVE JN-SESSAO TO TF-SESSAO
           MOVE JN-TRANSACAO TO TF-TRANSACAO
           READ TRANSFIM
               INVALID KEY
                   ADD 1 TO WS-QT-INCOMPLETAS
                   GO FIM-APLICA-LINHA
           END-READ
           MOVE JN-TAMANHO TO WS-TAM
           IF WS-TAM = ZEROS OR WS-TAM > 220
               GO FIM-APLICA-LINHA
           END-IF
           MOVE JN-DATAHORA(1:14) TO WS-MOMENTO
           IF WS-PRIMEIRO-MOM = ZEROS
               MOVE WS-MOMENTO TO WS-PRIMEIRO-MOM
           END-IF
           MOVE WS-MOMENTO TO WS-ULTIMO-MOM
           ADD 1 TO WS-QT-APLICADAS
           MOVE ZEROS TO WS-IX
           EVALUATE JN-ARQUIVO
               WHEN "AGENCIA"
                   MOVE 1 TO WS-IX
                   PERFORM APLICA-AGENCIA
               WHEN "EXTRATO"
                   MOVE 2 TO WS-IX
                   PERFORM APLICA-EXTRATO
               WHEN "CLIENTE"
                   MOVE 3 TO WS-IX
                   PERFORM APLICA-CLIENTE
               WHEN "CAIXAMOV"
                   MOVE 4 TO WS-IX
                   PERFORM APLICA-CAIXAMOV
               WHEN "TESCOFRE"
                   MOVE 5 TO WS-IX
                   PERFORM APLICA-TESCOFRE
               WHEN "TESMOV"
                   MOVE 6 TO WS-IX
                   PERFORM APLICA-TESMOV
               WHEN "APLICACAO"
                   MOVE 7 TO WS-IX
                   PERFORM APLICA-APLICACAO
               WHEN "EMPRESTIMO"
                   MOVE 8 TO WS-IX
                   PERFORM APLICA-EMPRESTIMO
               WHEN "PRODUTOS"
                   MOVE 9 TO WS-IX
                   PERFORM APLICA-PRODUTOS
               WHEN "MOVIMENT"
                   MOVE 10 TO WS-IX
                   PERFORM APLICA-MOVIMENTO
               WHEN "VENDAS"
                   MOVE 11 TO WS-IX
                   PERFORM APLICA-VENDAS
               WHEN "LOTES"
                   MOVE 12 TO WS-IX
                   PERFORM APLICA-LOTES
               WHEN "SALDOLOC"
                   MOVE 13 TO WS-IX
                   PERFORM APLICA-SALDOLOC
               WHEN "CCF"
                   MOVE 14 TO WS-IX
                   PERFORM APLICA-CCF
               WHEN "SCORE"
                   MOVE 15 TO WS-IX
                   PERFORM APLICA-SCORE
               WHEN "NEGATIV"
                   MOVE 16 TO WS-IX
                   PERFORM APLICA-NEGATIV
               WHEN "SEQCONTA"
                   MOVE 17 TO WS-IX
                   PERFORM APLICA-SEQCONTA
               WHEN "CHQDEP"
                   MOVE 18 TO WS-IX
                   PERFORM APLICA-CHQDEP
               WHEN "BLOQJUD"
                   MOVE 19 TO WS-IX
                   PERFORM APLICA-BLOQJUD
               WHEN "SAQAGEND"
                   MOVE 20 TO WS-IX
                   PERFORM APLICA-SAQAGEND
               WHEN "CHEQUES"
                   MOVE 21 TO WS-IX
                   PERFORM APLICA-CHEQUES
               WHEN "IOF"
                   MOVE 22 TO WS-IX
                   PERFORM APLICA-IOF
               WHEN "IRRF"
                   MOVE 23 TO WS-IX
                   PERFORM APLICA-IRRF
               WHEN "CARTAO"
                   MOVE 24 TO WS-IX
                   PERFORM APLICA-CARTAO
               WHEN "ARRECAD"
                   MOVE 25 TO WS-IX
                   PERFORM APLICA-ARRECAD
               WHEN "ARRCRED"
                   MOVE 26 TO WS-IX
                   PERFORM APLICA-ARRCRED
               WHEN "REMESSA"
                   MOVE 27 TO WS-IX
                   PERFORM APLICA-REMESSA
               WHEN "CRDPARC"
                   MOVE 28 TO WS-IX
                   PERFORM APLICA-CRDPARC
               WHEN "CRDCLI"
                   MOVE 29 TO WS-IX
                   PERFORM APLICA-CRDCLI
               WHEN "CUPSEQ"
                   MOVE 30 TO WS-IX
                   PERFORM APLICA-CUPSEQ
               WHEN "RECCART"
                   MOVE 31 TO WS-IX
                   PERFORM APLICA-RECCART
               WHEN "TURNO"
                   MOVE 32 TO WS-IX
                   PERFORM APLICA-TURNO
               WHEN "FIDCLI"
                   MOVE 33 TO WS-IX
                   PERFORM APLICA-FIDCLI
               WHEN "FIDMOV"
                   MOVE 34 TO WS-IX
                   PERFORM APLICA-FIDMOV
               WHEN "VENDCOM"
                   MOVE 35 TO WS-IX
                   PERFORM APLICA-VENDCOM
               WHEN "COMPFUN"
                   MOVE 36 TO WS-IX
                   PERFORM APLICA-COMPFUN
               WHEN "RESERVAS"
                   MOVE 37 TO WS-IX
                   PERFORM APLICA-RESERVAS
           END-EVALUATE
           IF WS-IX > ZEROS
               PERFORM CONTA-RESULTADO
               IF JN-GRAVACAO AND NOT AC-FALHA
                   PERFORM SOMA-CONTROLE
               END-IF
           END-IF.
       FIM-APLICA-LINHA.
           EXIT.

      * O QUE FAZER COM A LINHA, PELO REGISTRO ATUAL (JA LIDO PELA
      * CHAVE DA IMAGEM DEPOIS, EM WS-ATUAL QUANDO ACHADO).
       DECIDE-ACAO.
           MOVE 'N' TO WS-DIVERGIU
           EVALUATE TRUE
               WHEN RJ-OK
                   IF WS-ATUAL(1:WS-TAM) NOT = JN-DEPOIS(1:WS-TAM)
                       IF JN-ANTES-NOVO
                           MOVE 'S' TO WS-DIVERGIU
                       END-IF
                       IF JN-ANTES-LIDO AND
                          WS-ATUAL(1:WS-TAM) NOT = JN-ANTES(1:WS-TAM)
                           MOVE 'S' TO WS-DIVERGIU
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN JN-EXCLUSAO
                           SET AC-EXCLUI TO TRUE
                       WHEN WS-ATUAL(1:WS-TAM) = JN-DEPOIS(1:WS-TAM)
                           SET AC-JA-APLICADO TO TRUE
                       WHEN OTHER
                           SET AC-REGRAVA TO TRUE
                   END-EVALUATE
               WHEN RJ-NAO-ACHADO
                   IF JN-EXCLUSAO
                       SET AC-JA-APLICADO TO TRUE
                   ELSE
                       SET AC-GRAVA TO TRUE
                       IF JN-ANTES-LIDO
                           MOVE 'S' TO WS-DIVERGIU
                       END-IF
                   END-IF
               WHEN OTHER
                   SET AC-FALHA TO TRUE
           END-EVALUATE.

       APLICA-AGENCIA.
           MOVE JN-DEPOIS(1:208) TO CADASTRO-REGISTRO
           READ AGENCIA
           MOVE CADASTRO-REGISTRO TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:208) TO CADASTRO-REGISTRO
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE CADASTRO-REGISTRO
               WHEN AC-REGRAVA
                   REWRITE CADASTRO-REGISTRO
               WHEN AC-EXCLUI
                   DELETE AGENCIA
           END-EVALUATE.

       APLICA-EXTRATO.
           MOVE JN-DEPOIS(1:77) TO REG-EXTRATO
           READ EXTRATO
           MOVE REG-EXTRATO TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:77) TO REG-EXTRATO
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-EXTRATO
               WHEN AC-REGRAVA
                   REWRITE REG-EXTRATO
               WHEN AC-EXCLUI
                   DELETE EXTRATO
           END-EVALUATE.

       APLICA-CLIENTE.
           MOVE JN-DEPOIS(1:213) TO REG-CLIENTE
           READ CLIENTE
           MOVE REG-CLIENTE TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:213) TO REG-CLIENTE
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CLIENTE
               WHEN AC-REGRAVA
                   REWRITE REG-CLIENTE
               WHEN AC-EXCLUI
                   DELETE CLIENTE
           END-EVALUATE.

       APLICA-CAIXAMOV.
           MOVE JN-DEPOIS(1:37) TO REG-CAIXAMOV
           READ CAIXAMOV
           MOVE REG-CAIXAMOV TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:37) TO REG-CAIXAMOV
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CAIXAMOV
               WHEN AC-REGRAVA
                   REWRITE REG-CAIXAMOV
               WHEN AC-EXCLUI
                   DELETE CAIXAMOV
           END-EVALUATE.

       APLICA-TESCOFRE.
           MOVE JN-DEPOIS(1:84) TO REG-TESCOFRE
           READ TESCOFRE
           MOVE REG-TESCOFRE TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:84) TO REG-TESCOFRE
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-TESCOFRE
               WHEN AC-REGRAVA
                   REWRITE REG-TESCOFRE
               WHEN AC-EXCLUI
                   DELETE TESCOFRE
           END-EVALUATE.

       APLICA-TESMOV.
           MOVE JN-DEPOIS(1:98) TO REG-TESMOV
           READ TESMOV
           MOVE REG-TESMOV TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:98) TO REG-TESMOV
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-TESMOV
               WHEN AC-REGRAVA
                   REWRITE REG-TESMOV
               WHEN AC-EXCLUI
                   DELETE TESMOV
           END-EVALUATE.

       APLICA-APLICACAO.
           MOVE JN-DEPOIS(1:47) TO REG-APLICACAO
           READ APLICACAO
           MOVE REG-APLICACAO TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:47) TO REG-APLICACAO
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-APLICACAO
               WHEN AC-REGRAVA
                   REWRITE REG-APLICACAO
               WHEN AC-EXCLUI
                   DELETE APLICACAO
           END-EVALUATE.

       APLICA-EMPRESTIMO.
           MOVE JN-DEPOIS(1:62) TO REG-EMPRESTIMO
           READ EMPRESTIMO
           MOVE REG-EMPRESTIMO TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:62) TO REG-EMPRESTIMO
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-EMPRESTIMO
               WHEN AC-REGRAVA
                   REWRITE REG-EMPRESTIMO
               WHEN AC-EXCLUI
                   DELETE EMPRESTIMO
           END-EVALUATE.

       APLICA-PRODUTOS.
           MOVE JN-DEPOIS(1:106) TO REG-PROD
           READ PRODUTOS
           MOVE REG-PROD TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:106) TO REG-PROD
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-PROD
               WHEN AC-REGRAVA
                   REWRITE REG-PROD
               WHEN AC-EXCLUI
                   DELETE PRODUTOS
           END-EVALUATE.

       APLICA-MOVIMENTO.
           MOVE JN-DEPOIS(1:69) TO REG-MOVIMENTO
           READ MOVIMENTO
           MOVE REG-MOVIMENTO TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:69) TO REG-MOVIMENTO
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-MOVIMENTO
               WHEN AC-REGRAVA
                   REWRITE REG-MOVIMENTO
               WHEN AC-EXCLUI
                   DELETE MOVIMENTO
           END-EVALUATE.

       APLICA-VENDAS.
           MOVE JN-DEPOIS(1:114) TO REG-VENDA-DIA
           READ VENDAS
           MOVE REG-VENDA-DIA TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:114) TO REG-VENDA-DIA
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-VENDA-DIA
               WHEN AC-REGRAVA
                   REWRITE REG-VENDA-DIA
               WHEN AC-EXCLUI
                   DELETE VENDAS
           END-EVALUATE.

       APLICA-LOTES.
           MOVE JN-DEPOIS(1:29) TO REG-LOTE
           READ LOTES
           MOVE REG-LOTE TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:29) TO REG-LOTE
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-LOTE
               WHEN AC-REGRAVA
                   REWRITE REG-LOTE
               WHEN AC-EXCLUI
                   DELETE LOTES
           END-EVALUATE.

       APLICA-SALDOLOC.
           MOVE JN-DEPOIS(1:13) TO REG-SALDO-LOC
           READ SALDOLOC
           MOVE REG-SALDO-LOC TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:13) TO REG-SALDO-LOC
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-SALDO-LOC
               WHEN AC-REGRAVA
                   REWRITE REG-SALDO-LOC
               WHEN AC-EXCLUI
                   DELETE SALDOLOC
           END-EVALUATE.

       APLICA-CCF.
           MOVE JN-DEPOIS(1:63) TO REG-CCF
           READ CCF
           MOVE REG-CCF TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:63) TO REG-CCF
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CCF
               WHEN AC-REGRAVA
                   REWRITE REG-CCF
               WHEN AC-EXCLUI
                   DELETE CCF
           END-EVALUATE.

       APLICA-SCORE.
           MOVE JN-DEPOIS(1:55) TO REG-SCORE
           READ SCORE
           MOVE REG-SCORE TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:55) TO REG-SCORE
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-SCORE
               WHEN AC-REGRAVA
                   REWRITE REG-SCORE
               WHEN AC-EXCLUI
                   DELETE SCORE
           END-EVALUATE.

       APLICA-NEGATIV.
           MOVE JN-DEPOIS(1:112) TO REG-NEGATIV
           READ NEGATIV
           MOVE REG-NEGATIV TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:112) TO REG-NEGATIV
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-NEGATIV
               WHEN AC-REGRAVA
                   REWRITE REG-NEGATIV
               WHEN AC-EXCLUI
                   DELETE NEGATIV
           END-EVALUATE.

       APLICA-SEQCONTA.
           MOVE JN-DEPOIS(1:7) TO REG-SEQCONTA
           READ SEQCONTA
           MOVE REG-SEQCONTA TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:7) TO REG-SEQCONTA
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-SEQCONTA
               WHEN AC-REGRAVA
                   REWRITE REG-SEQCONTA
               WHEN AC-EXCLUI
                   DELETE SEQCONTA
           END-EVALUATE.

       APLICA-CHQDEP.
           MOVE JN-DEPOIS(1:56) TO REG-CHQDEP
           READ CHQDEP
           MOVE REG-CHQDEP TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:56) TO REG-CHQDEP
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CHQDEP
               WHEN AC-REGRAVA
                   REWRITE REG-CHQDEP
               WHEN AC-EXCLUI
                   DELETE CHQDEP
           END-EVALUATE.

       APLICA-BLOQJUD.
           MOVE JN-DEPOIS(1:54) TO REG-BLOQJUD
           READ BLOQJUD
           MOVE REG-BLOQJUD TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:54) TO REG-BLOQJUD
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-BLOQJUD
               WHEN AC-REGRAVA
                   REWRITE REG-BLOQJUD
               WHEN AC-EXCLUI
                   DELETE BLOQJUD
           END-EVALUATE.

       APLICA-SAQAGEND.
           MOVE JN-DEPOIS(1:57) TO REG-SAQAGEND
           READ SAQAGEND
           MOVE REG-SAQAGEND TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:57) TO REG-SAQAGEND
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-SAQAGEND
               WHEN AC-REGRAVA
                   REWRITE REG-SAQAGEND
               WHEN AC-EXCLUI
                   DELETE SAQAGEND
           END-EVALUATE.

       APLICA-CHEQUES.
           MOVE JN-DEPOIS(1:40) TO REG-CHEQUE
           READ CHEQUES
           MOVE REG-CHEQUE TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:40) TO REG-CHEQUE
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CHEQUE
               WHEN AC-REGRAVA
                   REWRITE REG-CHEQUE
               WHEN AC-EXCLUI
                   DELETE CHEQUES
           END-EVALUATE.

       APLICA-IOF.
           MOVE JN-DEPOIS(1:23) TO REG-IOF
           READ IOF
           MOVE REG-IOF TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:23) TO REG-IOF
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-IOF
               WHEN AC-REGRAVA
                   REWRITE REG-IOF
               WHEN AC-EXCLUI
                   DELETE IOF
           END-EVALUATE.

       APLICA-IRRF.
           MOVE JN-DEPOIS(1:23) TO REG-IR
           READ IRRF
           MOVE REG-IR TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:23) TO REG-IR
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-IR
               WHEN AC-REGRAVA
                   REWRITE REG-IR
               WHEN AC-EXCLUI
                   DELETE IRRF
           END-EVALUATE.

       APLICA-CARTAO.
           MOVE JN-DEPOIS(1:59) TO REG-CARTAO
           READ CARTAO
           MOVE REG-CARTAO TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:59) TO REG-CARTAO
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CARTAO
               WHEN AC-REGRAVA
                   REWRITE REG-CARTAO
               WHEN AC-EXCLUI
                   DELETE CARTAO
           END-EVALUATE.

       APLICA-ARRECAD.
           MOVE JN-DEPOIS(1:40) TO REG-ARRECAD
           READ ARRECAD
           MOVE REG-ARRECAD TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:40) TO REG-ARRECAD
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-ARRECAD
               WHEN AC-REGRAVA
                   REWRITE REG-ARRECAD
               WHEN AC-EXCLUI
                   DELETE ARRECAD
           END-EVALUATE.

       APLICA-ARRCRED.
           MOVE JN-DEPOIS(1:63) TO REG-ARRCRED
           READ ARRCRED
           MOVE REG-ARRCRED TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:63) TO REG-ARRCRED
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-ARRCRED
               WHEN AC-REGRAVA
                   REWRITE REG-ARRCRED
               WHEN AC-EXCLUI
                   DELETE ARRCRED
           END-EVALUATE.

       APLICA-REMESSA.
           MOVE JN-DEPOIS(1:94) TO REG-REMESSA
           READ REMESSA
           MOVE REG-REMESSA TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:94) TO REG-REMESSA
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-REMESSA
               WHEN AC-REGRAVA
                   REWRITE REG-REMESSA
               WHEN AC-EXCLUI
                   DELETE REMESSA
           END-EVALUATE.

       APLICA-CRDPARC.
           MOVE JN-DEPOIS(1:60) TO REG-CRDPARC
           READ CRDPARC
           MOVE REG-CRDPARC TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:60) TO REG-CRDPARC
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CRDPARC
               WHEN AC-REGRAVA
                   REWRITE REG-CRDPARC
               WHEN AC-EXCLUI
                   DELETE CRDPARC
           END-EVALUATE.

       APLICA-CRDCLI.
           MOVE JN-DEPOIS(1:50) TO REG-CRDCLI
           READ CRDCLI
           MOVE REG-CRDCLI TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:50) TO REG-CRDCLI
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CRDCLI
               WHEN AC-REGRAVA
                   REWRITE REG-CRDCLI
               WHEN AC-EXCLUI
                   DELETE CRDCLI
           END-EVALUATE.

       APLICA-CUPSEQ.
           MOVE JN-DEPOIS(1:7) TO REG-CUPSEQ
           READ CUPSEQ
           MOVE REG-CUPSEQ TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:7) TO REG-CUPSEQ
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-CUPSEQ
               WHEN AC-REGRAVA
                   REWRITE REG-CUPSEQ
               WHEN AC-EXCLUI
                   DELETE CUPSEQ
           END-EVALUATE.

       APLICA-RECCART.
           MOVE JN-DEPOIS(1:53) TO REG-RECCART
           READ RECCART
           MOVE REG-RECCART TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:53) TO REG-RECCART
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-RECCART
               WHEN AC-REGRAVA
                   REWRITE REG-RECCART
               WHEN AC-EXCLUI
                   DELETE RECCART
           END-EVALUATE.

       APLICA-TURNO.
           MOVE JN-DEPOIS(1:99) TO REG-TURNO
           READ TURNO
           MOVE REG-TURNO TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:99) TO REG-TURNO
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-TURNO
               WHEN AC-REGRAVA
                   REWRITE REG-TURNO
               WHEN AC-EXCLUI
                   DELETE TURNO
           END-EVALUATE.

       APLICA-FIDCLI.
           MOVE JN-DEPOIS(1:61) TO REG-FIDCLI
           READ FIDCLI
           MOVE REG-FIDCLI TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:61) TO REG-FIDCLI
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-FIDCLI
               WHEN AC-REGRAVA
                   REWRITE REG-FIDCLI
               WHEN AC-EXCLUI
                   DELETE FIDCLI
           END-EVALUATE.

       APLICA-FIDMOV.
           MOVE JN-DEPOIS(1:57) TO REG-FIDMOV
           READ FIDMOV
           MOVE REG-FIDMOV TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:57) TO REG-FIDMOV
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-FIDMOV
               WHEN AC-REGRAVA
                   REWRITE REG-FIDMOV
               WHEN AC-EXCLUI
                   DELETE FIDMOV
           END-EVALUATE.

       APLICA-VENDCOM.
           MOVE JN-DEPOIS(1:48) TO REG-VENDCOM
           READ VENDCOM
           MOVE REG-VENDCOM TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:48) TO REG-VENDCOM
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-VENDCOM
               WHEN AC-REGRAVA
                   REWRITE REG-VENDCOM
               WHEN AC-EXCLUI
                   DELETE VENDCOM
           END-EVALUATE.

       APLICA-COMPFUN.
           MOVE JN-DEPOIS(1:55) TO REG-COMPFUN
           READ COMPFUN
           MOVE REG-COMPFUN TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:55) TO REG-COMPFUN
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-COMPFUN
               WHEN AC-REGRAVA
                   REWRITE REG-COMPFUN
               WHEN AC-EXCLUI
                   DELETE COMPFUN
           END-EVALUATE.

       APLICA-RESERVAS.
           MOVE JN-DEPOIS(1:54) TO REG-RESERVA
           READ RESERVAS
           MOVE REG-RESERVA TO WS-ATUAL
           PERFORM DECIDE-ACAO
           MOVE JN-DEPOIS(1:54) TO REG-RESERVA
           EVALUATE TRUE
               WHEN AC-GRAVA
                   WRITE REG-RESERVA
               WHEN AC-REGRAVA
                   REWRITE REG-RESERVA
               WHEN AC-EXCLUI
                   DELETE RESERVAS
           END-EVALUATE.

      * RJST AQUI E O STATUS DA GRAVACAO (OU DA LEITURA, QUANDO NAO
      * HOUVE O QUE GRAVAR).
       CONTA-RESULTADO.
           EVALUATE TRUE
               WHEN AC-JA-APLICADO
                   ADD 1 TO TC-JA-APLIC(WS-IX)
               WHEN AC-FALHA
                   ADD 1 TO TC-FALHAS(WS-IX)
               WHEN NOT RJ-OK
                   ADD 1 TO TC-FALHAS(WS-IX)
                   SET AC-FALHA TO TRUE
               WHEN AC-GRAVA
                   ADD 1 TO TC-GRAVADOS(WS-IX)
               WHEN AC-REGRAVA
                   ADD 1 TO TC-REGRAVADOS(WS-IX)
               WHEN AC-EXCLUI
                   ADD 1 TO TC-EXCLUIDOS(WS-IX)
           END-EVALUATE
           IF AC-FALHA
               MOVE "FALHA " TO LV-REGISTRO
               MOVE RJST TO LV-REGISTRO(7:2)
               PERFORM IMPRIME-OCORRENCIA
           END-IF
           IF WS-DIVERGIU = 'S'
               ADD 1 TO TC-DIVERGENTES(WS-IX)
               MOVE JN-DEPOIS(1:40) TO LV-REGISTRO
               PERFORM IMPRIME-OCORRENCIA
           END-IF.

      * TOTAIS DE CONTROLE: SO AS GRAVACOES (REGISTRO NOVO), QUE SAO
      * OS MOVIMENTOS; AS REGRAVACOES SAO SALDO E ACUMULADO.
       SOMA-CONTROLE.
           EVALUATE WS-IX
               WHEN 1
                   MOVE JN-DEPOIS(1:208) TO CADASTRO-REGISTRO
                   ADD 1 TO WS-CT-CONTAS
                   DIVIDE CD-CONTA BY 10 GIVING WS-CONTA-SEQ
                   IF WS-CONTA-SEQ > WS-MAIOR-CONTA
                       MOVE WS-CONTA-SEQ TO WS-MAIOR-CONTA
                   END-IF
               WHEN 2
                   MOVE JN-DEPOIS(1:77) TO REG-EXTRATO
                   IF EX-DOCUMENTO > WS-MAIOR-DOC
                       MOVE EX-DOCUMENTO TO WS-MAIOR-DOC
                   END-IF
                   EVALUATE TRUE
                       WHEN EX-ORIG-GUICHE AND EX-DEPOSITO
                           ADD 1 TO WS-CT-DEP-QT
                           ADD EX-VALOR TO WS-CT-DEP-VL
                       WHEN EX-ORIG-GUICHE AND EX-SAQUE
                           ADD 1 TO WS-CT-SAQ-QT
                           ADD EX-VALOR TO WS-CT-SAQ-VL
                       WHEN OTHER
                           ADD 1 TO WS-CT-OUT-QT
                           ADD EX-VALOR TO WS-CT-OUT-VL
                   END-EVALUATE
               WHEN 4
                   MOVE JN-DEPOIS(1:37) TO REG-CAIXAMOV
                   EVALUATE TRUE
                       WHEN CX-ABERTURA
                           ADD CX-VALOR TO WS-CT-ABE-VL
                       WHEN CX-SUPRIMENTO
                           ADD CX-VALOR TO WS-CT-SUP-VL
                       WHEN CX-SANGRIA
                           ADD CX-VALOR TO WS-CT-SAN-VL
                       WHEN CX-ARRECADACAO
                           ADD CX-VALOR TO WS-CT-ARR-VL
                       WHEN CX-PASSAGEM
                           ADD CX-VALOR TO WS-CT-PAS-VL
                   END-EVALUATE
               WHEN 10
                   MOVE JN-DEPOIS(1:69) TO REG-MOVIMENTO
                   IF MV-ENTRADA
                       ADD 1 TO WS-CT-ENT-QT
                       ADD MV-QUANTIDADE TO WS-CT-ENT-UN
                   ELSE
                       ADD 1 TO WS-CT-SAI-QT
                       ADD MV-QUANTIDADE TO WS-CT-SAI-UN
                   END-IF
           END-EVALUATE.

       IMPRIME-OCORRENCIA.
           MOVE WS-MOMENTO TO LV-MOMENTO
           MOVE JN-PROGRAMA TO LV-PROGRAMA
           MOVE JN-TIPO TO LV-TIPO
           MOVE JN-ARQUIVO TO LV-ARQUIVO
           MOVE LINHA-DIVERGE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       ABRE-MESTRES.
           OPEN I-O AGENCIA
           IF RJST = "35"
               OPEN OUTPUT AGENCIA
               CLOSE AGENCIA
               OPEN I-O AGENCIA
           END-IF
           OPEN I-O EXTRATO
           IF RJST = "35"
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               OPEN I-O EXTRATO
           END-IF
           OPEN I-O CLIENTE
           IF RJST = "35"
               OPEN OUTPUT CLIENTE
               CLOSE CLIENTE
               OPEN I-O CLIENTE
           END-IF
           OPEN I-O CAIXAMOV
           IF RJST = "35"
               OPEN OUTPUT CAIXAMOV
               CLOSE CAIXAMOV
               OPEN I-O CAIXAMOV
           END-IF
           OPEN I-O TESCOFRE
           IF RJST = "35"
               OPEN OUTPUT TESCOFRE
               CLOSE TESCOFRE
               OPEN I-O TESCOFRE
           END-IF
           OPEN I-O TESMOV
           IF RJST = "35"
               OPEN OUTPUT TESMOV
               CLOSE TESMOV
               OPEN I-O TESMOV
           END-IF
           OPEN I-O APLICACAO
           IF RJST = "35"
               OPEN OUTPUT APLICACAO
               CLOSE APLICACAO
               OPEN I-O APLICACAO
           END-IF
           OPEN I-O EMPRESTIMO
           IF RJST = "35"
               OPEN OUTPUT EMPRESTIMO
               CLOSE EMPRESTIMO
               OPEN I-O EMPRESTIMO
           END-IF
           OPEN I-O PRODUTOS
           IF RJST = "35"
               OPEN OUTPUT PRODUTOS
               CLOSE PRODUTOS
               OPEN I-O PRODUTOS
           END-IF
           OPEN I-O MOVIMENTO
           IF RJST = "35"
               OPEN OUTPUT MOVIMENTO
               CLOSE MOVIMENTO
               OPEN I-O MOVIMENTO
           END-IF
           OPEN I-O VENDAS
           IF RJST = "35"
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN I-O VENDAS
           END-IF
           OPEN I-O LOTES
           IF RJST = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF
           OPEN I-O SALDOLOC
           IF RJST = "35"
               OPEN OUTPUT SALDOLOC
               CLOSE SALDOLOC
               OPEN I-O SALDOLOC
           END-IF
           OPEN I-O CCF
           IF RJST = "35"
               OPEN OUTPUT CCF
               CLOSE CCF
               OPEN I-O CCF
           END-IF
           OPEN I-O SCORE
           IF RJST = "35"
               OPEN OUTPUT SCORE
               CLOSE SCORE
               OPEN I-O SCORE
           END-IF
           OPEN I-O NEGATIV
           IF RJST = "35"
               OPEN OUTPUT NEGATIV
               CLOSE NEGATIV
               OPEN I-O NEGATIV
           END-IF
           OPEN I-O SEQCONTA
           IF RJST = "35"
               OPEN OUTPUT SEQCONTA
               CLOSE SEQCONTA
               OPEN I-O SEQCONTA
           END-IF
           OPEN I-O CHQDEP
           IF RJST = "35"
               OPEN OUTPUT CHQDEP
               CLOSE CHQDEP
               OPEN I-O CHQDEP
           END-IF
           OPEN I-O BLOQJUD
           IF RJST = "35"
               OPEN OUTPUT BLOQJUD
               CLOSE BLOQJUD
               OPEN I-O BLOQJUD
           END-IF
           OPEN I-O SAQAGEND
           IF RJST = "35"
               OPEN OUTPUT SAQAGEND
               CLOSE SAQAGEND
               OPEN I-O SAQAGEND
           END-IF
           OPEN I-O CHEQUES
           IF RJST = "35"
               OPEN OUTPUT CHEQUES
               CLOSE CHEQUES
               OPEN I-O CHEQUES
           END-IF
           OPEN I-O IOF
           IF RJST = "35"
               OPEN OUTPUT IOF
               CLOSE IOF
               OPEN I-O IOF
           END-IF
           OPEN I-O IRRF
           IF RJST = "35"
               OPEN OUTPUT IRRF
               CLOSE IRRF
               OPEN I-O IRRF
           END-IF
           OPEN I-O CARTAO
           IF RJST = "35"
               OPEN OUTPUT CARTAO
               CLOSE CARTAO
               OPEN I-O CARTAO
           END-IF
           OPEN I-O ARRECAD
           IF RJST = "35"
               OPEN OUTPUT ARRECAD
               CLOSE ARRECAD
               OPEN I-O ARRECAD
           END-IF
           OPEN I-O ARRCRED
           IF RJST = "35"
               OPEN OUTPUT ARRCRED
               CLOSE ARRCRED
               OPEN I-O ARRCRED
           END-IF
           OPEN I-O REMESSA
           IF RJST = "35"
               OPEN OUTPUT REMESSA
               CLOSE REMESSA
               OPEN I-O REMESSA
           END-IF
           OPEN I-O CRDPARC
           IF RJST = "35"
               OPEN OUTPUT CRDPARC
               CLOSE CRDPARC
               OPEN I-O CRDPARC
           END-IF
           OPEN I-O CRDCLI
           IF RJST = "35"
               OPEN OUTPUT CRDCLI
               CLOSE CRDCLI
               OPEN I-O CRDCLI
           END-IF
           OPEN I-O CUPSEQ
           IF RJST = "35"
               OPEN OUTPUT CUPSEQ
               CLOSE CUPSEQ
               OPEN I-O CUPSEQ
           END-IF
           OPEN I-O RECCART
           IF RJST = "35"
               OPEN OUTPUT RECCART
               CLOSE RECCART
               OPEN I-O RECCART
           END-IF
           OPEN I-O TURNO
           IF RJST = "35"
               OPEN OUTPUT TURNO
               CLOSE TURNO
               OPEN I-O TURNO
           END-IF
           OPEN I-O FIDCLI
           IF RJST = "35"
               OPEN OUTPUT FIDCLI
               CLOSE FIDCLI
               OPEN I-O FIDCLI
           END-IF
           OPEN I-O FIDMOV
           IF RJST = "35"
               OPEN OUTPUT FIDMOV
               CLOSE FIDMOV
               OPEN I-O FIDMOV
           END-IF
           OPEN I-O VENDCOM
           IF RJST = "35"
               OPEN OUTPUT VENDCOM
               CLOSE VENDCOM
               OPEN I-O VENDCOM
           END-IF
           OPEN I-O COMPFUN
           IF RJST = "35"
               OPEN OUTPUT COMPFUN
               CLOSE COMPFUN
               OPEN I-O COMPFUN
           END-IF
           OPEN I-O RESERVAS
           IF RJST = "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.

       FECHA-MESTRES.
           CLOSE AGENCIA EXTRATO CLIENTE CAIXAMOV TESCOFRE TESMOV
               APLICACAO EMPRESTIMO PRODUTOS MOVIMENTO VENDAS LOTES
               SALDOLOC CCF SCORE NEGATIV SEQCONTA CHQDEP BLOQJUD
               SAQAGEND CHEQUES IOF IRRF CARTAO ARRECAD ARRCRED REMESSA
               CRDPARC CRDCLI CUPSEQ RECCART TURNO FIDCLI FIDMOV VENDCOM
               COMPFUN RESERVAS.

      * OS NUMEROS JA USADOS NAS TRANSACOES REAPLICADAS NAO PODEM SER
      * TIRADOS DE NOVO: A SEQUENCIA SO ANDA PARA FRENTE.
       AJUSTA-SEQDOC.
           OPEN I-O SEQDOC
           IF SDST = "35"
               OPEN OUTPUT SEQDOC
               CLOSE SEQDOC
               OPEN I-O SEQDOC
           END-IF
           MOVE 1 TO SD-CHAVE
           READ SEQDOC
               INVALID KEY
                   MOVE 1 TO SD-CHAVE
                   MOVE WS-MAIOR-DOC TO SD-ULTIMO-DOC
                   WRITE REG-SEQDOC
                   MOVE 'S' TO WS-SEQDOC-AJUSTE
               NOT INVALID KEY
                   IF SD-ULTIMO-DOC < WS-MAIOR-DOC
                       MOVE WS-MAIOR-DOC TO SD-ULTIMO-DOC
                       REWRITE REG-SEQDOC
                       MOVE 'S' TO WS-SEQDOC-AJUSTE
                   END-IF
           END-READ
           CLOSE SEQDOC.

       AJUSTA-SEQCONTA.
           OPEN I-O SEQCONTA
           IF RJST = "35"
               OPEN OUTPUT SEQCONTA
               CLOSE SEQCONTA
               OPEN I-O SEQCONTA
           END-IF
           MOVE ZEROS TO SQ-CHAVE
           READ SEQCONTA
               INVALID KEY
                   MOVE ZEROS TO SQ-CHAVE
                   MOVE WS-MAIOR-CONTA TO SQ-ULTIMA
                   WRITE REG-SEQCONTA
                   MOVE 'S' TO WS-SEQCTA-AJUSTE
               NOT INVALID KEY
                   IF SQ-ULTIMA < WS-MAIOR-CONTA
                       MOVE WS-MAIOR-CONTA TO SQ-ULTIMA
                       REWRITE REG-SEQCONTA
                       MOVE 'S' TO WS-SEQCTA-AJUSTE
                   END-IF
           END-READ
           CLOSE SEQCONTA.

      * APROVACAO DO GERENTE: ID E SENHA CONFERIDOS NO OPERADOR.DAT.
       APROVA-GERENTE.
           DISPLAY "ID DO GERENTE: "
           MOVE SPACES TO WS-GERENTE-ID
           ACCEPT WS-GERENTE-ID
           DISPLAY "SENHA DO GERENTE: "
           MOVE ZEROS TO WS-GERENTE-SENHA
           ACCEPT WS-GERENTE-SENHA
           OPEN INPUT OPERADOR
           IF NOT FOP-OK
               DISPLAY "OPERADOR.DAT INDISPONIVEL - NADA FEITO"
               CALL "CBL_DELETE_FILE" USING WS-NOME-TMP
               STOP RUN
           END-IF
           MOVE WS-GERENTE-ID TO OP-ID
           READ OPERADOR
               INVALID KEY
                   DISPLAY "GERENTE NAO CADASTRADO - NADA FEITO"
                   CLOSE OPERADOR
                   CALL "CBL_DELETE_FILE" USING WS-NOME-TMP
                   STOP RUN
           END-READ
           CLOSE OPERADOR
           IF NOT OP-REG-GERENTE OR OP-BLOQUEADO
               DISPLAY "OPERADOR NAO E GERENTE ATIVO - NADA FEITO"
               CALL "CBL_DELETE_FILE" USING WS-NOME-TMP
               STOP RUN
           END-IF
           MOVE WS-GERENTE-SENHA TO WS-SENHA-CLARA
           PERFORM OFUSCA-SENHA
           IF WS-SENHA-OFUSCADA NOT = OP-SENHA
               DISPLAY "SENHA DO GERENTE NAO CONFERE - NADA FEITO"
               CALL "CBL_DELETE_FILE" USING WS-NOME-TMP
               STOP RUN
           END-IF.
       END-APROVA-GERENTE.

       OFUSCA-SENHA.
           PERFORM VARYING WS-OF-I FROM 1 BY 1 UNTIL WS-OF-I > 4
               COMPUTE WS-OF-J = 5 - WS-OF-I
               COMPUTE WS-SO-D(WS-OF-J) = 9 - WS-SC-D(WS-OF-I)
           END-PERFORM
           MOVE WS-SENHA-OFUSCA TO WS-SENHA-OFUSCADA.

       ABRE-RELATORIO.
           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "RECUPERA_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECUPERACAO PELO JORNAL - BACKUP DE " WS-DATA-BKP
               " - EXECUTADA EM " WS-HOJE " POR " WS-GERENTE-ID
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "DIVERGENCIAS E FALHAS (MOMENTO PROGRAMA TIPO ARQUIVO "
               TO LINHA-RELATORIO
           MOVE "IMAGEM)" TO LINHA-RELATORIO(54:7)
           WRITE LINHA-RELATORIO.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TRANSACOES REAPLICADAS: " WS-QT-TRANS
               "  DE " WS-PRIMEIRO-MOM " A " WS-ULTIMO-MOM
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LINHAS DE TRANSACAO INCOMPLETA IGNORADAS: "
               WS-QT-INCOMPLETAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-ARQUIVO
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 37
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE "TOTAIS DE CONTROLE (FECHAMENTO-CAIXA)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  DEPOSITOS NO GUICHE" TO TT-TITULO
           MOVE WS-CT-DEP-QT TO TT-QTDE
           MOVE WS-CT-DEP-VL TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  SAQUES NO GUICHE" TO TT-TITULO
           MOVE WS-CT-SAQ-QT TO TT-QTDE
           MOVE WS-CT-SAQ-VL TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  OUTROS LANCAMENTOS DE EXTRATO" TO TT-TITULO
           MOVE WS-CT-OUT-QT TO TT-QTDE
           MOVE WS-CT-OUT-VL TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO TT-QTDE
           MOVE "  ABERTURAS DE CAIXA" TO TT-TITULO
           MOVE WS-CT-ABE-VL TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  SUPRIMENTOS" TO TT-TITULO
           MOVE WS-CT-SUP-VL TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  SANGRIAS" TO TT-TITULO
           MOVE WS-CT-SAN-VL TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  ARRECADACOES" TO TT-TITULO
           MOVE WS-CT-ARR-VL TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  PASSAGENS DE CAIXA" TO TT-TITULO
           MOVE WS-CT-PAS-VL TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO TT-VALOR
           MOVE "  CONTAS ABERTAS" TO TT-TITULO
           MOVE WS-CT-CONTAS TO TT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE "TOTAIS DE CONTROLE DO ESTOQUE (QTDE / UNIDADES)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  ENTRADAS" TO TT-TITULO
           MOVE WS-CT-ENT-QT TO TT-QTDE
           MOVE WS-CT-ENT-UN TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "  SAIDAS" TO TT-TITULO
           MOVE WS-CT-SAI-QT TO TT-QTDE
           MOVE WS-CT-SAI-UN TO TT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF WS-SEQDOC-AJUSTE = 'S'
               MOVE SPACES TO LINHA-RELATORIO
               STRING "SEQDOC.DAT AVANCADO PARA " WS-MAIOR-DOC
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY "SEQDOC.DAT AVANCADO PARA " WS-MAIOR-DOC
           END-IF
           IF WS-SEQCTA-AJUSTE = 'S'
               MOVE SPACES TO LINHA-RELATORIO
               STRING "SEQCONTA.DAT AVANCADO PARA " WS-MAIOR-CONTA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY "SEQCONTA.DAT AVANCADO PARA " WS-MAIOR-CONTA
           END-IF.

       IMPRIME-ARQUIVO.
           MOVE TN-NOME(WS-IX) TO LD-ARQUIVO
           MOVE TC-GRAVADOS(WS-IX) TO LD-GRAVADOS
           MOVE TC-REGRAVADOS(WS-IX) TO LD-REGRAVADOS
           MOVE TC-EXCLUIDOS(WS-IX) TO LD-EXCLUIDOS
           MOVE TC-JA-APLIC(WS-IX) TO LD-JA-APLIC
           MOVE TC-DIVERGENTES(WS-IX) TO LD-DIVERGE
           MOVE TC-FALHAS(WS-IX) TO LD-FALHAS
           MOVE LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF TC-DIVERGENTES(WS-IX) > ZEROS OR TC-FALHAS(WS-IX) > ZEROS
               DISPLAY "** ATENCAO ** " TN-NOME(WS-IX) " - "
                   TC-DIVERGENTES(WS-IX) " DIVERGENCIA(S), "
                   TC-FALHAS(WS-IX) " FALHA(S) - VER RELATORIO"
           END-IF.

       CATALOGA-RELATORIO.
           OPEN I-O CATREL
           IF CRST = "35"
               OPEN OUTPUT CATREL
               CLOSE CATREL
               OPEN I-O CATREL
           END-IF
           MOVE SPACES TO REG-CATREL
           MOVE WS-NOME-RELATORIO TO CR-NOME
           MOVE WS-HOJE TO CR-DATA
           MOVE WS-TIPO-CAT TO CR-TIPO
           MOVE WS-PROG-CAT TO CR-PROGRAMA
           WRITE REG-CATREL
               INVALID KEY
                   REWRITE REG-CATREL
                   END-REWRITE
           END-WRITE
           CLOSE CATREL.

       GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF NOT FA-OK
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           MOVE FS-SANO TO AUD-ANO
           MOVE FS-SMES TO AUD-MES
           MOVE FS-SDIA TO AUD-DIA
           MOVE FS-SHORA TO AUD-HORA
           MOVE FS-SMIN TO AUD-MIN
           MOVE FS-SSEGS TO AUD-SEG
           MOVE "RECUPERA-JORNAL" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           MOVE WS-AUD-DESC TO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L"
           CLOSE AUDITORIA.

       END PROGRAM RECUPERA-JORNAL.
