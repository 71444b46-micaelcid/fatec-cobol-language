       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXO-CAIXA-LOJA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS PMST.

           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT CRDPARC ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CP-CHAVE
               FILE STATUS CPST.

           SELECT RECCART ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RC-CHAVE
               FILE STATUS RCST.

           SELECT VENDAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VD-CHAVE
               FILE STATUS VDST.

           SELECT NOTAS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NF-CHAVE
               FILE STATUS NFST.

           SELECT DEVFORN ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DF-NUMERO
               ALTERNATE RECORD KEY IS DF-FORNEC WITH DUPLICATES
               FILE STATUS DFST.

           SELECT PEDIDO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PD-CHAVE
               FILE STATUS PDST.

           SELECT PRODUTOS ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CODIG-P
               ALTERNATE RECORD KEY IS COD-FORNEC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS WITH DUPLICATES
               FILE STATUS ARQST.

           SELECT FORNECEDOR ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FO-CODIGO
               FILE STATUS FOST.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS REP-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD  CRDPARC LABEL RECORD STANDARD
           DATA RECORD IS REG-CRDPARC
           VALUE OF FILE-ID IS "CRDPARC.DAT".

       COPY crdparc.

       FD  RECCART LABEL RECORD STANDARD
           DATA RECORD IS REG-RECCART
           VALUE OF FILE-ID IS "RECCART.DAT".

       COPY reccart.

       FD  VENDAS LABEL RECORD STANDARD
           DATA RECORD IS REG-VENDA-DIA
           VALUE OF FILE-ID IS "VENDAS.DAT".

       COPY vendas.

       FD  NOTAS LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTA
           VALUE OF FILE-ID IS "NOTAS.DAT".

       COPY notas.

       FD  DEVFORN LABEL RECORD STANDARD
           DATA RECORD IS REG-DEVFORN
           VALUE OF FILE-ID IS "DEVFORN.DAT".

       COPY devforn.

       FD  PEDIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-PEDIDO
           VALUE OF FILE-ID IS "PEDIDO.DAT".

       COPY pedido.

       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  FORNECEDOR LABEL RECORD STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".

       COPY fornecedor.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * FLUXO DE CAIXA PROJETADO DA LOJA - 90 DIAS A PARTIR DE
      * AMANHA, DIA A DIA E POR SEMANA, SOBRE O SALDO ATUAL DA CONTA
      * DA LOJA NO BANCOPEL (PM-CONTA-LOJA).  ENTRADAS: PARCELAS
      * ABERTAS DO CREDIARIO (CRDPARC.DAT) PONDERADAS PELO HISTORICO
      * DE CADA CLIENTE, RECEBIVEIS DE CARTAO A RECEBER (RECCART.DAT)
      * NA DATA PREVISTA E A VENDA EM DINHEIRO MEDIA DO DIA DA SEMANA
      * NAS ULTIMAS 4 SEMANAS (VENDAS.DAT MENOS A PRAZO MENOS
      * CARTAO, COMO NO DEPOSITA-VENDAS).  SAIDAS: NOTAS EM ABERTO DO
      * CONTAS A PAGAR (NOTAS.DAT, LIQUIDAS DOS CREDITOS DE
      * DEVOLUCAO DO FORNECEDOR) NO VENCIMENTO E O SALDO A RECEBER
      * DOS PEDIDOS DE COMPRA (PEDIDO.DAT) A CUSTO, NA DATA EM QUE A
      * NOTA DEVE VENCER.  VENCIDO E COBRADO/PAGO AMANHA.  O DIA EM
      * QUE O SALDO FICA NEGATIVO SAI MARCADO.
       77 PMST PIC X(2).
       77 FFSALV PIC 9(2).
           88 FS-OK        VALUE 00.
       77 CPST PIC X(2).
           88 CP-OK        VALUE "00".
           88 CP-FIM       VALUE "99".
       77 RCST PIC X(2).
           88 RC-OK        VALUE "00".
           88 RC-FIM       VALUE "99".
       77 VDST PIC X(2).
           88 VD-OK        VALUE "00".
           88 VD-FIM       VALUE "99".
       77 NFST PIC X(2).
           88 NF-OK        VALUE "00".
           88 NF-FIM       VALUE "99".
       77 DFST PIC X(2).
       77 PDST PIC X(2).
           88 PD-OK        VALUE "00".
           88 PD-FIM       VALUE "99".
       77 ARQST PIC X(2).
       77 FOST PIC X(2).
       77 REP-OK PIC X(2).
       77 CRST PIC X(2).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-TIPO-CAT PIC X(10) VALUE "PROJECAO".
       77 WS-PROG-CAT PIC X(20) VALUE "FLUXO-CAIXA-LOJA".
       77 WS-TEM-CAD        PIC X(1) VALUE 'N'.
       77 WS-TEM-DEVFORN    PIC X(1) VALUE 'N'.
       77 WS-TEM-PRODUTOS   PIC X(1) VALUE 'N'.
       77 WS-TEM-FORNEC     PIC X(1) VALUE 'N'.

       77 WS-HOJE           PIC 9(8) VALUE ZEROS.
       77 WS-AMANHA         PIC 9(8) VALUE ZEROS.
       77 WS-DS-HOJE        PIC 9 VALUE ZEROS.
       77 WS-CONTA-LOJA     PIC 9(5) VALUE ZEROS.
       77 WS-SALDO-INICIAL  PIC S9(9)V99 VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC 9(3) VALUE ZEROS.

      * HORIZONTE E JANELA DA MEDIA DE VENDAS.
       77 WS-HORIZONTE      PIC 9(3) VALUE 90.
       77 WS-JANELA         PIC 9(2) VALUE 28.

      * PESO DE RECEBIMENTO DO CLIENTE SEM NENHUMA PARCELA VENCIDA
      * AINDA (SEM HISTORICO) E TETO DO ATRASO MEDIO EM DIAS.
       77 WS-PESO-SEM-HIST  PIC 9V9999 VALUE 0,8000.
       77 WS-ATRASO-TETO    PIC 9(3) VALUE 60.

       01 WS-SV-FUNCAO    PIC X(2) VALUE SPACES.
       01 WS-SV-DATA-1    PIC 9(8) VALUE ZEROS.
       01 WS-SV-DATA-2    PIC 9(8) VALUE ZEROS.
       01 WS-SV-RESULTADO PIC S9(8) VALUE ZEROS.
       01 WS-SV-RETORNO   PIC X(1) VALUE SPACE.

      * OS 90 DIAS DA PROJECAO (1 = AMANHA).
       01 TAB-DIAS.
           02 TAB-DI-ITEM OCCURS 90 TIMES.
               03 TAB-DI-DATA      PIC 9(8).
               03 TAB-DI-DS        PIC 9.
               03 TAB-DI-CREDIARIO PIC 9(9)V99.
               03 TAB-DI-CARTAO    PIC 9(9)V99.
               03 TAB-DI-VENDAS    PIC 9(9)V99.
               03 TAB-DI-NOTAS     PIC 9(9)V99.
               03 TAB-DI-PEDIDOS   PIC 9(9)V99.
               03 TAB-DI-SALDO     PIC S9(11)V99.
       77 WS-D         PIC 9(3) VALUE ZEROS.
       77 WS-DIA-ALVO  PIC 9(3) VALUE ZEROS.
       77 WS-DATA-ALVO PIC 9(8) VALUE ZEROS.

      * JANELA DAS ULTIMAS 4 SEMANAS (1 = ONTEM) E A MEDIA POR DIA DA
      * SEMANA (1=SABADO ... 7=SEXTA, CONVENCAO DO DATAS-SERVICO).
       01 TAB-JANELA.
           02 TAB-JN-ITEM OCCURS 28 TIMES.
               03 TAB-JN-CAIXA     PIC S9(9)V99.
       77 WS-JN-K      PIC 9(2) VALUE ZEROS.
       77 WS-JN-ULT-DATA PIC 9(8) VALUE ZEROS.
       77 WS-JN-ULT-K  PIC 9(2) VALUE ZEROS.
       01 TAB-MEDIAS.
           02 TAB-MD-ITEM OCCURS 7 TIMES.
               03 TAB-MD-TOTAL     PIC S9(9)V99.
               03 TAB-MD-QT        PIC 9(2).
               03 TAB-MD-MEDIA     PIC 9(9)V99.
       77 WS-DS        PIC 9 VALUE ZEROS.
       77 WS-DS-CALC   PIC 9(3) VALUE ZEROS.
       77 WS-DS-QUOC   PIC 9(3) VALUE ZEROS.
       77 WS-DS-RESTO  PIC 9 VALUE ZEROS.
       01 WS-NOMES-DS-TAB.
           02 FILLER PIC X(3) VALUE "SAB".
           02 FILLER PIC X(3) VALUE "DOM".
           02 FILLER PIC X(3) VALUE "SEG".
           02 FILLER PIC X(3) VALUE "TER".
           02 FILLER PIC X(3) VALUE "QUA".
           02 FILLER PIC X(3) VALUE "QUI".
           02 FILLER PIC X(3) VALUE "SEX".
       01 WS-NOMES-DS-T REDEFINES WS-NOMES-DS-TAB.
           02 WS-NOME-DS PIC X(3) OCCURS 7 TIMES.

      * CREDIARIO: AS PARCELAS ABERTAS DO CPF CORRENTE ESPERAM O FIM
      * DO CLIENTE PARA RECEBER O PESO DO HISTORICO DELE.
       01 TAB-ABERTAS.
           02 TAB-AB-ITEM OCCURS 200 TIMES.
               03 TAB-AB-VALOR     PIC 9(6)V99.
               03 TAB-AB-VENCTO    PIC 9(8).
       77 WS-QT-AB       PIC 9(3) VALUE ZEROS.
       77 WS-AB-I        PIC 9(3) VALUE ZEROS.
       77 WS-CPF-ATUAL   PIC 9(11) VALUE ZEROS.
       77 WS-CJ-PAGAS    PIC 9(5) VALUE ZEROS.
       77 WS-CJ-VENCIDAS PIC 9(5) VALUE ZEROS.
       77 WS-CJ-ATRASO   PIC 9(7) VALUE ZEROS.
       77 WS-CJ-PESO     PIC 9V9999 VALUE ZEROS.
       77 WS-CJ-ATRASO-MEDIO PIC 9(3) VALUE ZEROS.
       77 WS-QT-CLIENTES PIC 9(5) VALUE ZEROS.

      * NOTAS: CREDITO DE DEVOLUCAO AINDA A ABATER DO FORNECEDOR
      * CORRENTE E OS PEDIDOS QUE JA TEM NOTA LANCADA.
       77 WS-FORNEC-ATUAL PIC 9(4) VALUE ZEROS.
       77 WS-CRED-FORNEC  PIC 9(9)V99 VALUE ZEROS.
       77 WS-VALOR-NOTA   PIC 9(9)V99 VALUE ZEROS.
       01 TAB-PED-NOTA.
           02 TAB-PN-NUMERO PIC 9(6) OCCURS 1000 TIMES.
       77 WS-QT-PN       PIC 9(4) VALUE ZEROS.
       77 WS-PN-I        PIC 9(4) VALUE ZEROS.
       77 WS-PN-ACHOU    PIC X(1) VALUE 'N'.

      * PEDIDOS: A DATA DE PAGAMENTO PREVISTA DO PEDIDO CORRENTE.
       77 WS-PEDIDO-ATUAL PIC 9(6) VALUE ZEROS.
       77 WS-PED-DATA-PGTO PIC 9(8) VALUE ZEROS.
       77 WS-PED-TEM-NOTA PIC X(1) VALUE 'N'.
       77 WS-PED-QTDE     PIC 9(7) VALUE ZEROS.
       77 WS-PED-VALOR    PIC 9(9)V99 VALUE ZEROS.

      * VALOR A LANCAR NO DIA ALVO E O QUE FICOU FORA DO HORIZONTE.
       77 WS-VALOR-W      PIC 9(9)V99 VALUE ZEROS.
       77 WS-FORA-ENTRADAS PIC 9(11)V99 VALUE ZEROS.
       77 WS-FORA-SAIDAS  PIC 9(11)V99 VALUE ZEROS.
       77 WS-CRED-DUVIDOSO PIC 9(11)V99 VALUE ZEROS.

       77 WS-TOT-CREDIARIO PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-CARTAO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-VENDAS    PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-NOTAS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-PEDIDOS   PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-W       PIC S9(11)V99 VALUE ZEROS.
       77 WS-ENTRADAS-W    PIC 9(11)V99 VALUE ZEROS.
       77 WS-SAIDAS-W      PIC 9(11)V99 VALUE ZEROS.
       77 WS-PRIMEIRO-NEG  PIC 9(8) VALUE ZEROS.
       77 WS-QT-NEGATIVOS  PIC 9(3) VALUE ZEROS.
       77 WS-MENOR-SALDO   PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIA-MENOR     PIC 9(8) VALUE ZEROS.

      * SEMANAS DE 7 DIAS A PARTIR DE AMANHA (A 13A TEM 6).
       77 WS-SEM          PIC 9(2) VALUE ZEROS.
       77 WS-SEM-INI      PIC 9(3) VALUE ZEROS.
       77 WS-SEM-FIM      PIC 9(3) VALUE ZEROS.
       77 WS-SEM-MENOR    PIC S9(11)V99 VALUE ZEROS.
       77 WS-SEM-NEG      PIC X(1) VALUE 'N'.

       01 LINHA-DIA-CABEC.
           02 FILLER PIC X(15) VALUE "DATA       DIA".
           02 FILLER PIC X(14) VALUE "    CREDIARIO".
           02 FILLER PIC X(14) VALUE "       CARTAO".
           02 FILLER PIC X(14) VALUE "  VENDAS DIN.".
           02 FILLER PIC X(14) VALUE "        NOTAS".
           02 FILLER PIC X(14) VALUE "      PEDIDOS".
           02 FILLER PIC X(18) VALUE "       SALDO".

       01 LINHA-DIA.
           02 LD-DATA      PIC 99/99/9999.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-DS        PIC X(3).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CREDIARIO PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-CARTAO    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-VENDAS    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-NOTAS     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-PEDIDOS   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LD-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LD-MARCA     PIC X(14).

       01 LINHA-SEM-CABEC.
           02 FILLER PIC X(30) VALUE "SEMANA".
           02 FILLER PIC X(16) VALUE "       ENTRADAS".
           02 FILLER PIC X(16) VALUE "         SAIDAS".
           02 FILLER PIC X(17) VALUE "     SALDO FINAL".
           02 FILLER PIC X(17) VALUE "     MENOR SALDO".

       01 LINHA-SEMANA.
           02 LS-SEMANA    PIC Z9.
           02 FILLER       PIC X(4) VALUE " DE ".
           02 LS-INICIO    PIC 99/99/9999.
           02 FILLER       PIC X(3) VALUE " A ".
           02 LS-FIM       PIC 99/99/9999.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LS-ENTRADAS  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LS-SAIDAS    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LS-SALDO     PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(1) VALUE SPACE.
           02 LS-MENOR     PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 LS-MARCA     PIC X(14).

       01 LINHA-RESUMO.
           02 LR-TITULO    PIC X(40).
           02 LR-VALOR     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-DATA-ED      PIC 99/99/9999.
       01 WS-DATA-INV.
           02 WS-DI-ANO   PIC 9(4).
           02 WS-DI-MES   PIC 9(2).
           02 WS-DI-DIA   PIC 9(2).
       01 WS-DATA-BR.
           02 WS-DB-DIA   PIC 9(2).
           02 WS-DB-MES   PIC 9(2).
           02 WS-DB-ANO   PIC 9(4).
       01 WS-DATA-BR-N REDEFINES WS-DATA-BR PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGA-PARAMETROS
           PERFORM MONTA-CALENDARIO
           PERFORM ABRE-ARQUIVOS

      *    1) VENDA EM DINHEIRO MEDIA POR DIA DA SEMANA.
           PERFORM MEDIA-VENDAS-DINHEIRO

      *    2) ENTRADAS: CREDIARIO E CARTAO.
           PERFORM PROJETA-CREDIARIO THRU FIM-PROJETA-CREDIARIO
           PERFORM PROJETA-CARTOES THRU FIM-PROJETA-CARTOES

      *    3) SAIDAS: NOTAS E PEDIDOS EM ABERTO.
           PERFORM PROJETA-NOTAS THRU FIM-PROJETA-NOTAS
           PERFORM PROJETA-PEDIDOS THRU FIM-PROJETA-PEDIDOS

      *    4) SALDO CORRIDO, DIA A DIA E POR SEMANA.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-W WS-MENOR-SALDO
           MOVE WS-HOJE TO WS-DIA-MENOR
           PERFORM ACUMULA-SALDO-DIA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-HORIZONTE
           PERFORM IMPRIME-DIAS
           PERFORM IMPRIME-SEMANAS
           PERFORM IMPRIME-RESUMO

           CLOSE RELATORIO
           PERFORM FECHA-ARQUIVOS
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       CARREGA-PARAMETROS.
           MOVE ZEROS TO WS-CONTA-LOJA WS-DIAS-ATRASO
           OPEN INPUT PARAMETROS
           IF PMST = "00"
               READ PARAMETROS
                   NOT AT END
                       MOVE PM-CONTA-LOJA TO WS-CONTA-LOJA
                       MOVE PM-DIAS-ATRASO-CRED TO WS-DIAS-ATRASO
               END-READ
               CLOSE PARAMETROS
           END-IF
           IF WS-DIAS-ATRASO = ZEROS
               MOVE 30 TO WS-DIAS-ATRASO
           END-IF.

      * DATAS E DIA DA SEMANA DOS 90 DIAS, A PARTIR DE AMANHA.
       MONTA-CALENDARIO.
           MOVE "DS" TO WS-SV-FUNCAO
           MOVE WS-HOJE TO WS-SV-DATA-1
           MOVE ZEROS TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO WS-DS-HOJE
           MOVE WS-HOJE TO WS-DATA-ALVO
           PERFORM MONTA-DIA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-HORIZONTE
           MOVE TAB-DI-DATA(1) TO WS-AMANHA.

       MONTA-DIA.
           MOVE "SD" TO WS-SV-FUNCAO
           MOVE WS-DATA-ALVO TO WS-SV-DATA-1
           MOVE 1 TO WS-SV-DATA-2
           CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
               WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           MOVE WS-SV-RESULTADO TO WS-DATA-ALVO
           MOVE WS-DATA-ALVO TO TAB-DI-DATA(WS-D)
           COMPUTE WS-DS-CALC = WS-DS-HOJE - 1 + WS-D
           PERFORM REDUZ-DIA-SEMANA
           MOVE WS-DS TO TAB-DI-DS(WS-D)
           MOVE ZEROS TO TAB-DI-CREDIARIO(WS-D) TAB-DI-CARTAO(WS-D)
               TAB-DI-VENDAS(WS-D) TAB-DI-NOTAS(WS-D)
               TAB-DI-PEDIDOS(WS-D) TAB-DI-SALDO(WS-D).

      * WS-DS-CALC (DIAS A PARTIR DE SABADO = 0) EM WS-DS 1 A 7.
       REDUZ-DIA-SEMANA.
           DIVIDE WS-DS-CALC BY 7 GIVING WS-DS-QUOC
               REMAINDER WS-DS-RESTO
           COMPUTE WS-DS = WS-DS-RESTO + 1.

       ABRE-ARQUIVOS.
           IF WS-CONTA-LOJA = ZEROS
               DISPLAY "PM-CONTA-LOJA NAO CONFIGURADA - SALDO INICIAL "
                   "ZERO"
           ELSE
               OPEN INPUT CAD
               IF FS-OK
                   MOVE 'S' TO WS-TEM-CAD
                   MOVE WS-CONTA-LOJA TO CD-CONTA
                   READ CAD
                       INVALID KEY
                           DISPLAY "CONTA DA LOJA " WS-CONTA-LOJA
                               " NAO ENCONTRADA - SALDO INICIAL ZERO"
                       NOT INVALID KEY
                           MOVE VL-SALDO TO WS-SALDO-INICIAL
                   END-READ
               ELSE
                   DISPLAY "AGENCIA.DAT INDISPONIVEL - SALDO INICIAL "
                       "ZERO"
               END-IF
           END-IF
           OPEN INPUT DEVFORN
           IF DFST = "00"
               MOVE 'S' TO WS-TEM-DEVFORN
           END-IF
           OPEN INPUT PRODUTOS
           IF ARQST = "00"
               MOVE 'S' TO WS-TEM-PRODUTOS
           END-IF
           OPEN INPUT FORNECEDOR
           IF FOST = "00"
               MOVE 'S' TO WS-TEM-FORNEC
           END-IF

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "FLUXO_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FLUXO DE CAIXA PROJETADO DA LOJA - " WS-HORIZONTE
               " DIAS A PARTIR DE " WS-AMANHA " - CONTA "
               WS-CONTA-LOJA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       FECHA-ARQUIVOS.
           IF WS-TEM-CAD = 'S'
               CLOSE CAD
           END-IF
           IF WS-TEM-DEVFORN = 'S'
               CLOSE DEVFORN
           END-IF
           IF WS-TEM-PRODUTOS = 'S'
               CLOSE PRODUTOS
           END-IF
           IF WS-TEM-FORNEC = 'S'
               CLOSE FORNECEDOR
           END-IF.

      * DIA ALVO (1 A 90) DA DATA EM WS-DATA-ALVO: VENCIDO OU HOJE
      * CAI AMANHA; ALEM DO HORIZONTE VOLTA ZERO.
       LOCALIZA-DIA.
           IF WS-DATA-ALVO <= WS-HOJE
               MOVE 1 TO WS-DIA-ALVO
           ELSE
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE WS-HOJE TO WS-SV-DATA-1
               MOVE WS-DATA-ALVO TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RETORNO NOT = '0'
                   OR WS-SV-RESULTADO > WS-HORIZONTE
                   MOVE ZEROS TO WS-DIA-ALVO
               ELSE
                   MOVE WS-SV-RESULTADO TO WS-DIA-ALVO
               END-IF
           END-IF.

      ******************************************************************
      * VENDA EM DINHEIRO: RECEITA MENOS A PRAZO DOS ULTIMOS 28 DIAS
      * (VENDAS.DAT A PARTIR DO INICIO DO MES ANTERIOR, SO A JANELA
      * CONTA), MENOS O CARTAO DOS MESMOS DIAS (RECCART.DAT).
      ******************************************************************
       MEDIA-VENDAS-DINHEIRO.
           PERFORM ZERA-JANELA
               VARYING WS-JN-K FROM 1 BY 1 UNTIL WS-JN-K > WS-JANELA
           MOVE ZEROS TO WS-JN-ULT-DATA WS-JN-ULT-K
           MOVE WS-HOJE TO WS-DATA-INV
           IF WS-DI-MES = 1
               MOVE 12 TO WS-DI-MES
               SUBTRACT 1 FROM WS-DI-ANO
           ELSE
               SUBTRACT 1 FROM WS-DI-MES
           END-IF
           MOVE 01 TO WS-DI-DIA
           OPEN INPUT VENDAS
           IF VD-OK
               MOVE ZEROS TO VD-CHAVE
               MOVE WS-DATA-INV TO VD-DATA
               START VENDAS KEY IS NOT LESS THAN VD-CHAVE
                   INVALID KEY
                       SET VD-FIM TO TRUE
               END-START
               PERFORM SOMA-VENDA-JANELA UNTIL VD-FIM
               CLOSE VENDAS
           ELSE
               DISPLAY "VENDAS.DAT INDISPONIVEL - SEM MEDIA DE VENDAS"
           END-IF
           MOVE ZEROS TO WS-JN-ULT-DATA WS-JN-ULT-K
           OPEN INPUT RECCART
           IF RC-OK
               MOVE ZEROS TO RC-CHAVE
               MOVE WS-DATA-INV TO RC-DATA
               START RECCART KEY IS NOT LESS THAN RC-CHAVE
                   INVALID KEY
                       SET RC-FIM TO TRUE
               END-START
               PERFORM TIRA-CARTAO-JANELA UNTIL RC-FIM
               CLOSE RECCART
           END-IF
           PERFORM ZERA-MEDIA
               VARYING WS-DS FROM 1 BY 1 UNTIL WS-DS > 7
           PERFORM SOMA-JANELA-SEMANA
               VARYING WS-JN-K FROM 1 BY 1 UNTIL WS-JN-K > WS-JANELA
           PERFORM CALCULA-MEDIA
               VARYING WS-DS FROM 1 BY 1 UNTIL WS-DS > 7
           PERFORM LANCA-VENDAS-DIA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-HORIZONTE.

       ZERA-JANELA.
           MOVE ZEROS TO TAB-JN-CAIXA(WS-JN-K).

       ZERA-MEDIA.
           MOVE ZEROS TO TAB-MD-TOTAL(WS-DS) TAB-MD-QT(WS-DS)
               TAB-MD-MEDIA(WS-DS).

      * DIAS PARA TRAS (1 = ONTEM) DA DATA EM WS-DATA-ALVO, EM
      * WS-JN-K; ZERO FORA DA JANELA.  A DATA REPETIDA NAO CHAMA O
      * DATAS-SERVICO DE NOVO - OS ARQUIVOS VEM EM ORDEM DE DATA.
       LOCALIZA-JANELA.
           IF WS-DATA-ALVO = WS-JN-ULT-DATA
               MOVE WS-JN-ULT-K TO WS-JN-K
           ELSE
               MOVE ZEROS TO WS-JN-K
               IF WS-DATA-ALVO < WS-HOJE
                   MOVE "DF" TO WS-SV-FUNCAO
                   MOVE WS-DATA-ALVO TO WS-SV-DATA-1
                   MOVE WS-HOJE TO WS-SV-DATA-2
                   CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                       WS-SV-DATA-1 WS-SV-DATA-2 WS-SV-RESULTADO
                       WS-SV-RETORNO
                   IF WS-SV-RETORNO = '0'
                       AND WS-SV-RESULTADO NOT > WS-JANELA
                       MOVE WS-SV-RESULTADO TO WS-JN-K
                   END-IF
               END-IF
               MOVE WS-DATA-ALVO TO WS-JN-ULT-DATA
               MOVE WS-JN-K TO WS-JN-ULT-K
           END-IF.

       SOMA-VENDA-JANELA.
           READ VENDAS NEXT RECORD
               AT END
                   SET VD-FIM TO TRUE
           END-READ
           IF VD-OK
               IF VD-DATA NOT < WS-HOJE
                   SET VD-FIM TO TRUE
               ELSE
                   MOVE VD-DATA TO WS-DATA-ALVO
                   PERFORM LOCALIZA-JANELA
                   IF WS-JN-K > ZEROS
                       COMPUTE TAB-JN-CAIXA(WS-JN-K) =
                           TAB-JN-CAIXA(WS-JN-K) + VD-RECEITA
                           - VD-RECEITA-PRAZO
                   END-IF
               END-IF
           END-IF.

       TIRA-CARTAO-JANELA.
           READ RECCART NEXT RECORD
               AT END
                   SET RC-FIM TO TRUE
           END-READ
           IF RC-OK
               IF RC-DATA NOT < WS-HOJE
                   SET RC-FIM TO TRUE
               ELSE
                   MOVE RC-DATA TO WS-DATA-ALVO
                   PERFORM LOCALIZA-JANELA
                   IF WS-JN-K > ZEROS
                       SUBTRACT RC-VALOR FROM TAB-JN-CAIXA(WS-JN-K)
                   END-IF
               END-IF
           END-IF.

      * O DIA K PARA TRAS E O DIA DA SEMANA DE HOJE MENOS K.
       SOMA-JANELA-SEMANA.
           COMPUTE WS-DS-CALC = WS-DS-HOJE - 1 - WS-JN-K + 28
           PERFORM REDUZ-DIA-SEMANA
           ADD TAB-JN-CAIXA(WS-JN-K) TO TAB-MD-TOTAL(WS-DS)
           ADD 1 TO TAB-MD-QT(WS-DS).

       CALCULA-MEDIA.
           IF TAB-MD-QT(WS-DS) > ZEROS AND TAB-MD-TOTAL(WS-DS) > ZEROS
               COMPUTE TAB-MD-MEDIA(WS-DS) ROUNDED =
                   TAB-MD-TOTAL(WS-DS) / TAB-MD-QT(WS-DS)
           END-IF.

       LANCA-VENDAS-DIA.
           MOVE TAB-MD-MEDIA(TAB-DI-DS(WS-D)) TO TAB-DI-VENDAS(WS-D)
           ADD TAB-DI-VENDAS(WS-D) TO WS-TOT-VENDAS.

      ******************************************************************
      * CREDIARIO: CRDPARC.DAT VEM POR CPF.  O HISTORICO DO CLIENTE
      * DA O PESO (PARCELAS PAGAS SOBRE PAGAS + VENCIDAS EM ABERTO) E
      * O ATRASO MEDIO DAS PAGAS, QUE EMPURRA A DATA ESPERADA DE CADA
      * PARCELA ABERTA.  VENCIDA ALEM DO ATRASO QUE BLOQUEIA CREDITO
      * (PM-DIAS-ATRASO-CRED) E DUVIDOSA E FICA FORA DA PROJECAO.
      ******************************************************************
       PROJETA-CREDIARIO.
           OPEN INPUT CRDPARC
           IF NOT CP-OK
               DISPLAY "CRDPARC.DAT INDISPONIVEL - SEM CREDIARIO"
               GO FIM-PROJETA-CREDIARIO
           END-IF
           MOVE ZEROS TO WS-CPF-ATUAL
           PERFORM INICIA-CLIENTE
           MOVE ZEROS TO CP-CHAVE
           START CRDPARC KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   SET CP-FIM TO TRUE
           END-START
           PERFORM LE-PARCELA UNTIL CP-FIM
           PERFORM FECHA-CLIENTE THRU FIM-FECHA-CLIENTE
           CLOSE CRDPARC.
       FIM-PROJETA-CREDIARIO.
           EXIT.

       INICIA-CLIENTE.
           MOVE ZEROS TO WS-QT-AB WS-CJ-PAGAS WS-CJ-VENCIDAS
               WS-CJ-ATRASO.

       LE-PARCELA.
           READ CRDPARC NEXT RECORD
               AT END
                   SET CP-FIM TO TRUE
           END-READ
           IF CP-OK
               IF CP-CPF NOT = WS-CPF-ATUAL
                   PERFORM FECHA-CLIENTE THRU FIM-FECHA-CLIENTE
                   PERFORM INICIA-CLIENTE
                   MOVE CP-CPF TO WS-CPF-ATUAL
               END-IF
               PERFORM HISTORICO-PARCELA
           END-IF.

      * PAGA: CONTA E SOMA O ATRASO; ABERTA: VAI PARA A LISTA E, SE
      * JA VENCEU, PESA CONTRA O CLIENTE.
       HISTORICO-PARCELA.
           IF CP-PAGA
               ADD 1 TO WS-CJ-PAGAS
               IF CP-DATA-PGTO > CP-VENCIMENTO
                   MOVE "DF" TO WS-SV-FUNCAO
                   MOVE CP-VENCIMENTO TO WS-SV-DATA-1
                   MOVE CP-DATA-PGTO TO WS-SV-DATA-2
                   CALL "DATAS-SERVICO" USING WS-SV-FUNCAO
                       WS-SV-DATA-1 WS-SV-DATA-2 WS-SV-RESULTADO
                       WS-SV-RETORNO
                   IF WS-SV-RETORNO = '0'
                       ADD WS-SV-RESULTADO TO WS-CJ-ATRASO
                   END-IF
               END-IF
           ELSE
               IF CP-VENCIMENTO < WS-HOJE
                   ADD 1 TO WS-CJ-VENCIDAS
               END-IF
               IF WS-QT-AB < 200
                   ADD 1 TO WS-QT-AB
                   MOVE CP-VALOR TO TAB-AB-VALOR(WS-QT-AB)
                   MOVE CP-VENCIMENTO TO TAB-AB-VENCTO(WS-QT-AB)
               END-IF
           END-IF.

       FECHA-CLIENTE.
           IF WS-QT-AB = ZEROS
               GO FIM-FECHA-CLIENTE
           END-IF
           ADD 1 TO WS-QT-CLIENTES
           IF WS-CJ-PAGAS + WS-CJ-VENCIDAS = ZEROS
               MOVE WS-PESO-SEM-HIST TO WS-CJ-PESO
           ELSE
               COMPUTE WS-CJ-PESO ROUNDED =
                   WS-CJ-PAGAS / (WS-CJ-PAGAS + WS-CJ-VENCIDAS)
           END-IF
           MOVE ZEROS TO WS-CJ-ATRASO-MEDIO
           IF WS-CJ-PAGAS > ZEROS
               COMPUTE WS-CJ-ATRASO-MEDIO ROUNDED =
                   WS-CJ-ATRASO / WS-CJ-PAGAS
                   ON SIZE ERROR
                       MOVE WS-ATRASO-TETO TO WS-CJ-ATRASO-MEDIO
               END-COMPUTE
               IF WS-CJ-ATRASO-MEDIO > WS-ATRASO-TETO
                   MOVE WS-ATRASO-TETO TO WS-CJ-ATRASO-MEDIO
               END-IF
           END-IF
           PERFORM LANCA-PARCELA THRU FIM-LANCA-PARCELA
               VARYING WS-AB-I FROM 1 BY 1 UNTIL WS-AB-I > WS-QT-AB.
       FIM-FECHA-CLIENTE.
           EXIT.

       LANCA-PARCELA.
           COMPUTE WS-VALOR-W ROUNDED =
               TAB-AB-VALOR(WS-AB-I) * WS-CJ-PESO
           IF TAB-AB-VENCTO(WS-AB-I) < WS-HOJE
               MOVE "DF" TO WS-SV-FUNCAO
               MOVE TAB-AB-VENCTO(WS-AB-I) TO WS-SV-DATA-1
               MOVE WS-HOJE TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RESULTADO > WS-DIAS-ATRASO
                   ADD TAB-AB-VALOR(WS-AB-I) TO WS-CRED-DUVIDOSO
                   GO FIM-LANCA-PARCELA
               END-IF
           END-IF
           MOVE TAB-AB-VENCTO(WS-AB-I) TO WS-DATA-ALVO
           IF WS-CJ-ATRASO-MEDIO > ZEROS
               MOVE "SD" TO WS-SV-FUNCAO
               MOVE TAB-AB-VENCTO(WS-AB-I) TO WS-SV-DATA-1
               MOVE WS-CJ-ATRASO-MEDIO TO WS-SV-DATA-2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RETORNO = '0'
                   MOVE WS-SV-RESULTADO TO WS-DATA-ALVO
               END-IF
           END-IF
           PERFORM LOCALIZA-DIA
           IF WS-DIA-ALVO = ZEROS
               ADD WS-VALOR-W TO WS-FORA-ENTRADAS
           ELSE
               ADD WS-VALOR-W TO TAB-DI-CREDIARIO(WS-DIA-ALVO)
               ADD WS-VALOR-W TO WS-TOT-CREDIARIO
           END-IF.
       FIM-LANCA-PARCELA.
           EXIT.

      * RECEBIVEIS DE CARTAO AINDA NA ADQUIRENTE, NA DATA PREVISTA.
       PROJETA-CARTOES.
           OPEN INPUT RECCART
           IF NOT RC-OK
               GO FIM-PROJETA-CARTOES
           END-IF
           MOVE ZEROS TO RC-CHAVE
           START RECCART KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   SET RC-FIM TO TRUE
           END-START
           PERFORM LANCA-CARTAO UNTIL RC-FIM
           CLOSE RECCART.
       FIM-PROJETA-CARTOES.
           EXIT.

       LANCA-CARTAO.
           READ RECCART NEXT RECORD
               AT END
                   SET RC-FIM TO TRUE
           END-READ
           IF RC-OK AND RC-A-RECEBER
               MOVE RC-PREVISTO TO WS-DATA-ALVO
               PERFORM LOCALIZA-DIA
               IF WS-DIA-ALVO = ZEROS
                   ADD RC-VALOR TO WS-FORA-ENTRADAS
               ELSE
                   ADD RC-VALOR TO TAB-DI-CARTAO(WS-DIA-ALVO)
                   ADD RC-VALOR TO WS-TOT-CARTAO
               END-IF
           END-IF.

      ******************************************************************
      * NOTAS EM ABERTO NO VENCIMENTO.  NOTAS.DAT VEM POR FORNECEDOR:
      * O CREDITO DE DEVOLUCAO EM ABERTO DELE ABATE AS NOTAS NA ORDEM
      * EM QUE APARECEM, COMO A BAIXA DO PEDIDO-COMPRA FARIA.  TODA
      * NOTA COM PEDIDO GUARDA O NUMERO PARA O PEDIDO NAO CONTAR DUAS
      * VEZES.
      ******************************************************************
       PROJETA-NOTAS.
           OPEN INPUT NOTAS
           IF NOT NF-OK
               DISPLAY "NOTAS.DAT INDISPONIVEL - SEM CONTAS A PAGAR"
               GO FIM-PROJETA-NOTAS
           END-IF
           MOVE ZEROS TO WS-FORNEC-ATUAL WS-CRED-FORNEC
           MOVE ZEROS TO NF-CHAVE
           START NOTAS KEY IS NOT LESS THAN NF-CHAVE
               INVALID KEY
                   SET NF-FIM TO TRUE
           END-START
           PERFORM LANCA-NOTA THRU FIM-LANCA-NOTA UNTIL NF-FIM
           CLOSE NOTAS.
       FIM-PROJETA-NOTAS.
           EXIT.

       LANCA-NOTA.
           READ NOTAS NEXT RECORD
               AT END
                   SET NF-FIM TO TRUE
           END-READ
           IF NOT NF-OK
               GO FIM-LANCA-NOTA
           END-IF
           IF NF-PEDIDO > ZEROS AND WS-QT-PN < 1000
               ADD 1 TO WS-QT-PN
               MOVE NF-PEDIDO TO TAB-PN-NUMERO(WS-QT-PN)
           END-IF
           IF NOT NF-ABERTA
               GO FIM-LANCA-NOTA
           END-IF
           IF NF-FORNEC NOT = WS-FORNEC-ATUAL
               MOVE NF-FORNEC TO WS-FORNEC-ATUAL
               PERFORM SOMA-CREDITOS-FORNEC
           END-IF
      *    CREDITO JA ABATIDO EM PAGAMENTO DEVOLVIDO NAO SE DEVE MAIS.
           COMPUTE WS-VALOR-NOTA = NF-VALOR + NF-FRETE - NF-ABATIDO
           IF WS-CRED-FORNEC > WS-VALOR-NOTA
               SUBTRACT WS-VALOR-NOTA FROM WS-CRED-FORNEC
               MOVE ZEROS TO WS-VALOR-NOTA
           ELSE
               SUBTRACT WS-CRED-FORNEC FROM WS-VALOR-NOTA
               MOVE ZEROS TO WS-CRED-FORNEC
           END-IF
           MOVE NF-VENCIMENTO TO WS-DATA-ALVO
           PERFORM LOCALIZA-DIA
           IF WS-DIA-ALVO = ZEROS
               ADD WS-VALOR-NOTA TO WS-FORA-SAIDAS
           ELSE
               ADD WS-VALOR-NOTA TO TAB-DI-NOTAS(WS-DIA-ALVO)
               ADD WS-VALOR-NOTA TO WS-TOT-NOTAS
           END-IF.
       FIM-LANCA-NOTA.
           EXIT.

       SOMA-CREDITOS-FORNEC.
           MOVE ZEROS TO WS-CRED-FORNEC
           IF WS-TEM-DEVFORN = 'S'
               MOVE NF-FORNEC TO DF-FORNEC
               START DEVFORN KEY IS EQUAL TO DF-FORNEC
                   INVALID KEY
                       MOVE "99" TO DFST
               END-START
               PERFORM SOMA-UM-CREDITO UNTIL DFST NOT = "00"
               MOVE "00" TO DFST
           END-IF.

       SOMA-UM-CREDITO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "99" TO DFST
           END-READ
           IF DFST = "00" AND DF-FORNEC NOT = NF-FORNEC
               MOVE "99" TO DFST
           END-IF
           IF DFST = "00" AND DF-CREDITO-ABERTO
               ADD DF-SALDO TO WS-CRED-FORNEC
           END-IF.

      ******************************************************************
      * PEDIDOS EM ABERTO: O QUE FALTA RECEBER, A CUSTO (UNIT-P), VENCE
      * NA CHEGADA MAIS O PRAZO DO FORNECEDOR - A MESMA CONDICAO
      * FO-PRAZO-ENTREGA QUE O LANCAMENTO DA NOTA SUGERE (DATA DO
      * PEDIDO + 2 X PRAZO).  PEDIDO AINDA NAO RECEBIDO QUE JA TEM
      * NOTA LANCADA ESTA NAS NOTAS.
      ******************************************************************
       PROJETA-PEDIDOS.
           OPEN INPUT PEDIDO
           IF NOT PD-OK
               GO FIM-PROJETA-PEDIDOS
           END-IF
           MOVE ZEROS TO WS-PEDIDO-ATUAL
           MOVE ZEROS TO PD-CHAVE
           START PEDIDO KEY IS NOT LESS THAN PD-CHAVE
               INVALID KEY
                   SET PD-FIM TO TRUE
           END-START
           PERFORM LANCA-PEDIDO THRU FIM-LANCA-PEDIDO UNTIL PD-FIM
           CLOSE PEDIDO.
       FIM-PROJETA-PEDIDOS.
           EXIT.

       LANCA-PEDIDO.
           READ PEDIDO NEXT RECORD
               AT END
                   SET PD-FIM TO TRUE
           END-READ
           IF NOT PD-OK
               GO FIM-LANCA-PEDIDO
           END-IF
           IF PD-RECEBIDO
               GO FIM-LANCA-PEDIDO
           END-IF
           IF PD-NUMERO NOT = WS-PEDIDO-ATUAL
               MOVE PD-NUMERO TO WS-PEDIDO-ATUAL
               PERFORM PREPARA-PEDIDO
           END-IF
           IF PD-EMITIDO AND WS-PED-TEM-NOTA = 'S'
               GO FIM-LANCA-PEDIDO
           END-IF
           IF PD-QTDE-RECEBIDA NOT < PD-QTDE-PEDIDA
               GO FIM-LANCA-PEDIDO
           END-IF
           COMPUTE WS-PED-QTDE = PD-QTDE-PEDIDA - PD-QTDE-RECEBIDA
           MOVE ZEROS TO WS-PED-VALOR
           IF WS-TEM-PRODUTOS = 'S'
               MOVE PD-CODIGO TO CODIG-P
               READ PRODUTOS
                   NOT INVALID KEY
                       IF PRODUTO-PESAVEL
                           COMPUTE WS-PED-VALOR ROUNDED =
                               WS-PED-QTDE * UNIT-P / 1000
                       ELSE
                           COMPUTE WS-PED-VALOR = WS-PED-QTDE * UNIT-P
                       END-IF
               END-READ
           END-IF
           MOVE WS-PED-DATA-PGTO TO WS-DATA-ALVO
           PERFORM LOCALIZA-DIA
           IF WS-DIA-ALVO = ZEROS
               ADD WS-PED-VALOR TO WS-FORA-SAIDAS
           ELSE
               ADD WS-PED-VALOR TO TAB-DI-PEDIDOS(WS-DIA-ALVO)
               ADD WS-PED-VALOR TO WS-TOT-PEDIDOS
           END-IF.
       FIM-LANCA-PEDIDO.
           EXIT.

      * DATA DE PAGAMENTO PREVISTA E NOTA JA LANCADA DO PEDIDO NOVO.
       PREPARA-PEDIDO.
           MOVE 'N' TO WS-PN-ACHOU
           PERFORM PROCURA-PEDIDO-NOTA
               VARYING WS-PN-I FROM 1 BY 1
               UNTIL WS-PN-I > WS-QT-PN OR WS-PN-ACHOU = 'S'
           MOVE WS-PN-ACHOU TO WS-PED-TEM-NOTA
           MOVE ZEROS TO FO-PRAZO-ENTREGA
           IF WS-TEM-FORNEC = 'S'
               MOVE PD-FORNEC TO FO-CODIGO
               READ FORNECEDOR
                   INVALID KEY
                       MOVE ZEROS TO FO-PRAZO-ENTREGA
               END-READ
           END-IF
           MOVE PD-DATA TO WS-PED-DATA-PGTO
           IF FO-PRAZO-ENTREGA > ZEROS
               MOVE "SD" TO WS-SV-FUNCAO
               MOVE PD-DATA TO WS-SV-DATA-1
               COMPUTE WS-SV-DATA-2 = FO-PRAZO-ENTREGA * 2
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
               IF WS-SV-RETORNO = '0'
                   MOVE WS-SV-RESULTADO TO WS-PED-DATA-PGTO
               END-IF
           END-IF.

       PROCURA-PEDIDO-NOTA.
           IF TAB-PN-NUMERO(WS-PN-I) = PD-NUMERO
               MOVE 'S' TO WS-PN-ACHOU
           END-IF.

      ******************************************************************
      * SALDO CORRIDO: ENTRADAS MENOS SAIDAS SOBRE O SALDO DA VESPERA.
      ******************************************************************
       ACUMULA-SALDO-DIA.
           COMPUTE WS-SALDO-W = WS-SALDO-W
               + TAB-DI-CREDIARIO(WS-D) + TAB-DI-CARTAO(WS-D)
               + TAB-DI-VENDAS(WS-D)
               - TAB-DI-NOTAS(WS-D) - TAB-DI-PEDIDOS(WS-D)
           MOVE WS-SALDO-W TO TAB-DI-SALDO(WS-D)
           IF WS-SALDO-W < ZEROS
               ADD 1 TO WS-QT-NEGATIVOS
               IF WS-PRIMEIRO-NEG = ZEROS
                   MOVE TAB-DI-DATA(WS-D) TO WS-PRIMEIRO-NEG
               END-IF
           END-IF
           IF WS-SALDO-W < WS-MENOR-SALDO
               MOVE WS-SALDO-W TO WS-MENOR-SALDO
               MOVE TAB-DI-DATA(WS-D) TO WS-DIA-MENOR
           END-IF.

       IMPRIME-DIAS.
           MOVE "PROJECAO DIARIA" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-DIA-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-DIA
           MOVE WS-HOJE TO WS-DATA-INV
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO LD-DATA
           MOVE "HOJE" TO LD-DS
           MOVE WS-SALDO-INICIAL TO LD-SALDO
           MOVE "SALDO INICIAL" TO LD-MARCA
           MOVE LINHA-DIA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIME-UM-DIA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-HORIZONTE
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-UM-DIA.
           MOVE TAB-DI-DATA(WS-D) TO WS-DATA-INV
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO LD-DATA
           MOVE WS-NOME-DS(TAB-DI-DS(WS-D)) TO LD-DS
           MOVE TAB-DI-CREDIARIO(WS-D) TO LD-CREDIARIO
           MOVE TAB-DI-CARTAO(WS-D) TO LD-CARTAO
           MOVE TAB-DI-VENDAS(WS-D) TO LD-VENDAS
           MOVE TAB-DI-NOTAS(WS-D) TO LD-NOTAS
           MOVE TAB-DI-PEDIDOS(WS-D) TO LD-PEDIDOS
           MOVE TAB-DI-SALDO(WS-D) TO LD-SALDO
           IF TAB-DI-SALDO(WS-D) < ZEROS
               MOVE "** NEGATIVO **" TO LD-MARCA
           ELSE
               MOVE SPACES TO LD-MARCA
           END-IF
           MOVE LINHA-DIA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-SEMANAS.
           MOVE "PROJECAO SEMANAL" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-SEM-CABEC TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE ZEROS TO WS-SEM
           PERFORM IMPRIME-UMA-SEMANA
               VARYING WS-SEM-INI FROM 1 BY 7
               UNTIL WS-SEM-INI > WS-HORIZONTE
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       IMPRIME-UMA-SEMANA.
           ADD 1 TO WS-SEM
           COMPUTE WS-SEM-FIM = WS-SEM-INI + 6
           IF WS-SEM-FIM > WS-HORIZONTE
               MOVE WS-HORIZONTE TO WS-SEM-FIM
           END-IF
           MOVE ZEROS TO WS-ENTRADAS-W WS-SAIDAS-W
           MOVE 'N' TO WS-SEM-NEG
           MOVE TAB-DI-SALDO(WS-SEM-INI) TO WS-SEM-MENOR
           PERFORM SOMA-DIA-SEMANA
               VARYING WS-D FROM WS-SEM-INI BY 1
               UNTIL WS-D > WS-SEM-FIM
           MOVE WS-SEM TO LS-SEMANA
           MOVE TAB-DI-DATA(WS-SEM-INI) TO WS-DATA-INV
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO LS-INICIO
           MOVE TAB-DI-DATA(WS-SEM-FIM) TO WS-DATA-INV
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO LS-FIM
           MOVE WS-ENTRADAS-W TO LS-ENTRADAS
           MOVE WS-SAIDAS-W TO LS-SAIDAS
           MOVE TAB-DI-SALDO(WS-SEM-FIM) TO LS-SALDO
           MOVE WS-SEM-MENOR TO LS-MENOR
           IF WS-SEM-NEG = 'S'
               MOVE "** NEGATIVO **" TO LS-MARCA
           ELSE
               MOVE SPACES TO LS-MARCA
           END-IF
           MOVE LINHA-SEMANA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       SOMA-DIA-SEMANA.
           COMPUTE WS-ENTRADAS-W = WS-ENTRADAS-W
               + TAB-DI-CREDIARIO(WS-D) + TAB-DI-CARTAO(WS-D)
               + TAB-DI-VENDAS(WS-D)
           COMPUTE WS-SAIDAS-W = WS-SAIDAS-W
               + TAB-DI-NOTAS(WS-D) + TAB-DI-PEDIDOS(WS-D)
           IF TAB-DI-SALDO(WS-D) < WS-SEM-MENOR
               MOVE TAB-DI-SALDO(WS-D) TO WS-SEM-MENOR
           END-IF
           IF TAB-DI-SALDO(WS-D) < ZEROS
               MOVE 'S' TO WS-SEM-NEG
           END-IF.

       IMPRIME-RESUMO.
           MOVE "RESUMO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "SALDO INICIAL DA CONTA DA LOJA" TO LR-TITULO
           MOVE WS-SALDO-INICIAL TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "(+) PARCELAS DO CREDIARIO (PONDERADAS)" TO LR-TITULO
           MOVE WS-TOT-CREDIARIO TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "(+) RECEBIVEIS DE CARTAO" TO LR-TITULO
           MOVE WS-TOT-CARTAO TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "(+) VENDAS EM DINHEIRO (MEDIA)" TO LR-TITULO
           MOVE WS-TOT-VENDAS TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "(-) NOTAS A PAGAR" TO LR-TITULO
           MOVE WS-TOT-NOTAS TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "(-) PEDIDOS DE COMPRA EM ABERTO" TO LR-TITULO
           MOVE WS-TOT-PEDIDOS TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "(=) SALDO NO FIM DO HORIZONTE" TO LR-TITULO
           MOVE WS-SALDO-W TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "MENOR SALDO PROJETADO" TO LR-TITULO
           MOVE WS-MENOR-SALDO TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ENTRADAS ALEM DO HORIZONTE" TO LR-TITULO
           MOVE WS-FORA-ENTRADAS TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "SAIDAS ALEM DO HORIZONTE" TO LR-TITULO
           MOVE WS-FORA-SAIDAS TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE "CREDIARIO DUVIDOSO (FORA DA PROJECAO)" TO LR-TITULO
           MOVE WS-CRED-DUVIDOSO TO LR-VALOR
           PERFORM GRAVA-RESUMO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-PRIMEIRO-NEG = ZEROS
               MOVE "SALDO NAO FICA NEGATIVO NO HORIZONTE"
                   TO LINHA-RELATORIO
           ELSE
               MOVE WS-PRIMEIRO-NEG TO WS-DATA-INV
               PERFORM EDITA-DATA
               STRING "PRIMEIRO DIA NEGATIVO: " WS-DATA-ED
                   " - " WS-QT-NEGATIVOS " DIA(S) NEGATIVO(S)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.

       GRAVA-RESUMO.
           MOVE LINHA-RESUMO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * AAAAMMDD EM WS-DATA-INV PARA DD/MM/AAAA EM WS-DATA-ED.
       EDITA-DATA.
           MOVE WS-DI-DIA TO WS-DB-DIA
           MOVE WS-DI-MES TO WS-DB-MES
           MOVE WS-DI-ANO TO WS-DB-ANO
           MOVE WS-DATA-BR-N TO WS-DATA-ED.

       REGISTRA-CATALOGO.
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

       RELATORIO-FINAL.
           DISPLAY "FLUXO DE CAIXA PROJETADO DA LOJA - " WS-HORIZONTE
               " DIAS"
           MOVE WS-SALDO-INICIAL TO LR-VALOR
           DISPLAY "SALDO INICIAL..........: " LR-VALOR
           MOVE WS-SALDO-W TO LR-VALOR
           DISPLAY "SALDO FINAL PROJETADO..: " LR-VALOR
           MOVE WS-MENOR-SALDO TO LR-VALOR
           DISPLAY "MENOR SALDO............: " LR-VALOR " EM "
               WS-DIA-MENOR
           DISPLAY "CLIENTES DO CREDIARIO..: " WS-QT-CLIENTES
           IF WS-PRIMEIRO-NEG = ZEROS
               DISPLAY "SALDO NAO FICA NEGATIVO NO HORIZONTE"
           ELSE
               DISPLAY "PRIMEIRO DIA NEGATIVO..: " WS-PRIMEIRO-NEG
                   " (" WS-QT-NEGATIVOS " DIA(S) NEGATIVO(S))"
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM FLUXO-CAIXA-LOJA.
