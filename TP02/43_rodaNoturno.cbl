               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DMST.

           SELECT HISTNOT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS HNST
               RECORD KEY IS HN-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE VALUE OF FILE-ID IS "CONTROLE.DAT".

       COPY diamov.

       FD HISTNOT VALUE OF FILE-ID IS "HISTNOT.DAT".

       COPY histnot.

       WORKING-STORAGE SECTION.
      * ORQUESTRADOR DA CADEIA NOTURNA - A ESCALA DE JOBS AGORA VIVE
      * EM ESCALA.DAT (MANTIDA PELO MANTEM-ESCALA), COM FREQUENCIA
           88 EJ-FIM       VALUE 99.

       77 DMST PIC X(02).
       77 HNST PIC X(02).

      * SEMENTE DA ESCALA: OS 16 PASSOS DIARIOS HISTORICOS MAIS OS
      * MENSAIS/SEMANAIS QUE ERAM RODADOS NA MAO.  FORMATO DE CADA
      * LINHA: PROGRAMA (20), FREQUENCIA (1), DIA (2), PRE-REQ (2).
      * A TARIFA MENSAL RODA ANTES DO CONTABILIZA PARA AS COBRANCAS
      * DO DIA 1 ENTRAREM NO BALANCETE DO PROPRIO DIA; O FECHAMENTO
      * CONTABIL MENSAL FECHA O MES ANTERIOR NO DIA 1, DEPOIS DA
      * PROVISAO PDD LANCAR A PROVISAO DO MES NOS LIVROS.  O SCORE
      * DE CREDITO ESPERA A COBRANCA DAS PARCELAS DO DIA (PASSO 7).
      * AS COMPRAS E SAQUES DO CARTAO DE DEBITO SAO POSTADOS ANTES DO
      * CONTABILIZA, PARA ENTRAREM NO BALANCETE DA PROPRIA DATA.
      * A EXPOSICAO DE CREDITO ESPERA O FECHAMENTO CONTABIL DO MES
      * (PASSO 28), COM CUJO SALDO DE EMPRESTIMOS A RECEBER CONCILIA
      * A CARTEIRA.  A NEGATIVACAO DE DEVEDORES ESPERA
      * A COBRANCA DAS PARCELAS DO DIA (PASSO 7).  A TESOURARIA DO
      * DIA CONTINUA A NUMERACAO CONTABIL DEIXADA PELO REPASSE DA
      * ARRECADACAO (PASSO 17).  O DESEMPENHO DAS AGENCIAS ESPERA O
      * FECHAMENTO CONTABIL DO MES (PASSO 28), DE ONDE TIRA A
      * REFERENCIA CONTABIL DO BANCO.  A APLICACAO AUTOMATICA DO
      * SALDO EXCEDENTE RODA DEPOIS DE TODOS OS DEBITOS E CREDITOS
      * DO DIA E ANTES DO CONTABILIZA, PARA A APLICACAO ENTRAR NO
      * BALANCETE DA PROPRIA DATA.  A CONCILIACAO DO RAZAO COM OS
      * AUXILIARES FECHA A CADEIA, COM TODOS OS ARQUIVOS DE DETALHE
      * JA ATUALIZADOS, E ESPERA O CONTABILIZA (PASSO 16).  A
      * APROPRIACAO DOS JUROS POR COMPETENCIA RODA TODO DIA (SO AGE
      * NA VIRADA DO MES), DEPOIS DO CONTABILIZA E ANTES DO
      * FECHAMENTO CONTABIL, QUE FECHA O MES COM ELA NOS LIVROS.
      * OS ALERTAS SMS/E-MAIL SAEM POR ULTIMO, COM OS DEBITOS, AS
      * DEVOLUCOES E AS FALHAS DA NOITE JA GRAVADOS; DURANTE O DIA
      * O GERA-ALERTAS TAMBEM RODA AVULSO, SEM REPETIR O QUE JA SAIU.
      * O PROVISIONAMENTO DE SAQUES FECHA A NOITE: BAIXA O SAQUE
      * AGENDADO QUE NAO FOI SACADO E LISTA O NUMERARIO A PEDIR.
      * AS GUIAS DA FOLHA (FGTS, GPS E DARF) SAEM NO DIA 1 SOBRE A
      * COMPETENCIA ANTERIOR, COMO A FIDELIDADE MENSAL, QUE VENCE OS
      * PONTOS DO CUPOM E FECHA O PASSIVO DE PONTOS DO MES, E AS
      * PERDAS DE ESTOQUE DO MES CONTRA AS VENDAS, E OS LIVROS
      * FISCAIS DO ICMS (SAIDAS, ENTRADAS E APURACAO), E A DRE DA
      * LOJA, DEPOIS DAS PERDAS DO MES (PASSO 45).  A BAIXA DAS
      * PARCELAS DO CREDIARIO PAGAS NO GUICHE (CONVENIO DA LOJA) RODA
      * TODO DIA SOBRE OS PAGAMENTOS DO EXPEDIENTE.  A COMISSAO DOS
      * VENDEDORES DO BALCAO E APURADA NO DIA 1 SOBRE O MES ANTERIOR,
      * PARA A FOLHA SEGUINTE PAGAR.  A REMARCACAO DOS LOTES PERTO DA
      * VALIDADE RODA TODO DIA, COM AS VENDAS E PERDAS DO EXPEDIENTE
      * JA NO KARDEX, E DEIXA AS ETIQUETAS PRONTAS PARA A ABERTURA.
      * O TEMPO-NOTURNO FECHA A CADEIA COMPARANDO OS TEMPOS DA NOITE
      * COM A MEDIA DE 30 DIAS DO HISTNOT.DAT E COM O HORARIO-ALVO DE
      * CADA PASSO.
       01 WS-SEMENTE-TAB.
           02 FILLER PIC X(25) VALUE "CONSISTENCIA        D0000".
           02 FILLER PIC X(25) VALUE "BACKUP-DIARIO       D0001".
           02 FILLER PIC X(25) VALUE "TARIFA-MENSAL       M0100".
           02 FILLER PIC X(25) VALUE "GERA-REMESSA        D0000".
           02 FILLER PIC X(25) VALUE "DEPOSITA-VENDAS     D0000".
           02 FILLER PIC X(25) VALUE "AUTORIZA-CARTAO     D0000".
           02 FILLER PIC X(25) VALUE "VARRE-APLICACAO     D0000".
           02 FILLER PIC X(25) VALUE "CONTABILIZA-DIA     D0013".
           02 FILLER PIC X(25) VALUE "GERA-REPASSE        D0016".
           02 FILLER PIC X(25) VALUE "FECHAMENTO-CAIXA    D0016".
           02 FILLER PIC X(25) VALUE "RECONCILIA-EXTRATO  D0016".
           02 FILLER PIC X(25) VALUE "ANALISA-MOVIMENTO   D0000".
           02 FILLER PIC X(25) VALUE "VARRE-RESTRITOS     S0300".
           02 FILLER PIC X(25) VALUE "EXTRATO-MENSAL      M0100".
           02 FILLER PIC X(25) VALUE "RECOLHIMENTO-IOF    M0100".
           02 FILLER PIC X(25) VALUE "RECOLHIMENTO-IR     M0100".
           02 FILLER PIC X(25) VALUE "CONTAS-INATIVAS     M0100".
           02 FILLER PIC X(25) VALUE "PROVISAO-PDD        M0100".
           02 FILLER PIC X(25) VALUE "APROPRIA-JUROS      D0016".
           02 FILLER PIC X(25) VALUE "FECHAMENTO-CONTABIL M0100".
           02 FILLER PIC X(25) VALUE "FECHAMENTO-ESTOQUE  U0000".
           02 FILLER PIC X(25) VALUE "SCORE-CREDITO       D0007".
           02 FILLER PIC X(25) VALUE "PRAZO-SAC           D0000".
           02 FILLER PIC X(25) VALUE "PROCURACOES-VENCIDASM0100".
           02 FILLER PIC X(25) VALUE "EXPOSICAO-CREDITO   M0128".
           02 FILLER PIC X(25) VALUE "ANONIMIZA-CLIENTES  M0100".
           02 FILLER PIC X(25) VALUE "NEGATIVA-DEVEDORES  D0007".
           02 FILLER PIC X(25) VALUE "OFX-MENSAL          M0100".
           02 FILLER PIC X(25) VALUE "TESOURARIA-DIA      D0017".
           02 FILLER PIC X(25) VALUE "RENTABILIDADE       M0100".
           02 FILLER PIC X(25) VALUE "DESEMPENHO-AGENCIA  M0128".
           02 FILLER PIC X(25) VALUE "CONCILIA-RAZAO      D0016".
           02 FILLER PIC X(25) VALUE "GERA-ALERTAS        D0000".
           02 FILLER PIC X(25) VALUE "PROVISIONA-SAQUES   D0000".
           02 FILLER PIC X(25) VALUE "GUIAS-FOLHA         M0100".
           02 FILLER PIC X(25) VALUE "FIDELIDADE-MENSAL   M0100".
           02 FILLER PIC X(25) VALUE "PERDAS-MENSAL       M0100".
           02 FILLER PIC X(25) VALUE "LIVROS-FISCAIS      M0100".
           02 FILLER PIC X(25) VALUE "DRE-MENSAL          M0145".
           02 FILLER PIC X(25) VALUE "BAIXA-ARRECAD-CRED  D0000".
           02 FILLER PIC X(25) VALUE "APURA-COMISSAO      M0100".
           02 FILLER PIC X(25) VALUE "REMARCA-VALIDADE    D0000".
           02 FILLER PIC X(25) VALUE "TEMPO-NOTURNO       D0000".
       01 WS-SEMENTE-T REDEFINES WS-SEMENTE-TAB.
           02 WS-SEMENTE-ITEM OCCURS 51 TIMES.
               03 WS-SEM-PROGRAMA PIC X(20).
               03 WS-SEM-FREQ     PIC X(1).
               03 WS-SEM-DIA      PIC 9(2).
               03 WS-SEM-PREREQ   PIC 9(2).
       77 WS-QT-SEMENTE PIC 99 VALUE 51.

      * RESULTADO DE CADA SEQUENCIA NESTA NOITE, PARA A CHECAGEM DE
      * PRE-REQUISITO: 'C' CONCLUIDO (AGORA OU ANTES), 'N' NAO
           02 WS-RESULTADO-SEQ PIC X(1) OCCURS 99 TIMES.

       77 WS-HOJE         PIC 9(8) VALUE ZEROS.
      * O RELOGIO VEM EM HHMMSSCC; SO HHMMSS VAI PARA O CONTROLE.
       77 WS-HORA         PIC 9(8) VALUE ZEROS.
       77 WS-DATA-FIM     PIC 9(8) VALUE ZEROS.

      * DURACAO DO PASSO EM SEGUNDOS PARA O HISTNOT.DAT.
       01 WS-HMS.
           02 WS-HMS-HH   PIC 9(2).
           02 WS-HMS-MM   PIC 9(2).
           02 WS-HMS-SS   PIC 9(2).
       77 WS-SEG-INI      PIC 9(6) VALUE ZEROS.
       77 WS-SEG-FIM      PIC 9(6) VALUE ZEROS.
       77 WS-EXECUTADOS   PIC 99 VALUE ZEROS.
       77 WS-PULADOS      PIC 99 VALUE ZEROS.
       77 WS-FORA-ESCALA  PIC 99 VALUE ZEROS.
               STOP RUN
           END-IF
           PERFORM ABRE-ESCALA
           PERFORM ABRE-HISTORICO

           MOVE ALL 'N' TO WS-RESULTADOS
           DISPLAY "CADEIA NOTURNA DE " WS-HOJE
           DISPLAY "PASSOS JA FEITOS...: " WS-PULADOS
           DISPLAY "FORA DA ESCALA HOJE: " WS-FORA-ESCALA
           CLOSE CONTROLE ESCALA
           IF HNST = "00"
               CLOSE HISTNOT
           END-IF
           STOP RUN.

      * A CADEIA SELECIONA PELO EXPEDIENTE (DIAMOV.DAT) QUANDO HA
               PERFORM SEMEIA-ESCALA
           END-IF.

      * SEM O HISTORICO A CADEIA RODA DO MESMO JEITO, SO NAO GUARDA
      * OS TEMPOS DA NOITE.
       ABRE-HISTORICO.
           OPEN I-O HISTNOT
           IF HNST = "35"
               OPEN OUTPUT HISTNOT
               CLOSE HISTNOT
               OPEN I-O HISTNOT
           END-IF
           IF HNST NOT = "00"
               DISPLAY "HISTNOT.DAT INDISPONIVEL - FS=" HNST
                   " - TEMPOS DA NOITE NAO SERAO GUARDADOS"
           END-IF.

       SEMEIA-ESCALA.
           DISPLAY "ESCALA.DAT VAZIO - SEMEANDO A CADEIA HISTORICA"
           PERFORM VARYING WS-SEM-I FROM 1 BY 1
               MOVE WS-SEM-DIA(WS-SEM-I) TO EJ-DIA
               MOVE WS-SEM-PREREQ(WS-SEM-I) TO EJ-PRE-REQ
               MOVE 'S' TO EJ-ATIVO
               MOVE ZEROS TO EJ-HORA-LIMITE
               WRITE REG-ESCALA
                   INVALID KEY
                       CONTINUE
           MOVE EJ-SEQ TO CN-PASSO
           MOVE WS-PROGRAMA TO CN-PROGRAMA
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA(1:6) TO CN-HORA-INI
           MOVE ZEROS TO CN-HORA-FIM
           SET CN-INICIADO TO TRUE
           WRITE REG-CONTROLE
           END-CALL

           ACCEPT WS-HORA FROM TIME
           MOVE WS-HORA(1:6) TO CN-HORA-FIM
           SET CN-CONCLUIDO TO TRUE
           REWRITE REG-CONTROLE
           IF HNST = "00"
               PERFORM GRAVA-HISTORICO
           END-IF
           ADD 1 TO WS-EXECUTADOS
           MOVE 'C' TO WS-RESULTADO-SEQ(EJ-SEQ)
           DISPLAY "PASSO " EJ-SEQ " CONCLUIDO".
       END-RODA-PASSO.

      * TEMPO DO PASSO NO HISTORICO; REEXECUCAO APOS QUEDA SOBREPOE
      * O REGISTRO DA MESMA DATA.  PASSO QUE ATRAVESSA A MEIA-NOITE
      * TERMINA COM A HORA MENOR QUE A DE INICIO.
       GRAVA-HISTORICO.
           ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
           MOVE CN-DATA TO HN-DATA
           MOVE CN-PASSO TO HN-PASSO
           MOVE CN-PROGRAMA TO HN-PROGRAMA
           MOVE CN-HORA-INI TO HN-HORA-INI
           MOVE CN-HORA-FIM TO HN-HORA-FIM
           MOVE WS-DATA-FIM TO HN-DATA-FIM
           MOVE CN-HORA-INI TO WS-HMS
           COMPUTE WS-SEG-INI = WS-HMS-HH * 3600 + WS-HMS-MM * 60
               + WS-HMS-SS
           MOVE CN-HORA-FIM TO WS-HMS
           COMPUTE WS-SEG-FIM = WS-HMS-HH * 3600 + WS-HMS-MM * 60
               + WS-HMS-SS
           IF WS-SEG-FIM < WS-SEG-INI
               ADD 86400 TO WS-SEG-FIM
           END-IF
           COMPUTE HN-DURACAO = WS-SEG-FIM - WS-SEG-INI
           WRITE REG-HISTNOT
               INVALID KEY
                   REWRITE REG-HISTNOT
                   END-REWRITE
           END-WRITE.

      * O JOB ESTA DEVIDO NA DATA DE MOVIMENTO?  DIARIO SEMPRE;
      * SEMANAL NO DIA DA SEMANA (CONVENCAO 1=SABADO DO "DS");
      * MENSAL NO DIA DO MES; 'U' QUANDO A DATA E DIA UTIL E O
