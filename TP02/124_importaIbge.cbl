       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-IBGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABIBGE ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RIST.

           SELECT MUNICIPIOS-ARQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MUST
               RECORD KEY IS MU-CHAVE.

           SELECT CEPFAIX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CXST
               RECORD KEY IS FX-CHAVE.

           SELECT TRABIBGE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TIST
               RECORD KEY IS TI-CHAVE
               ALTERNATE RECORD KEY IS TI-IBGE WITH DUPLICATES.

           SELECT CLIENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CLST
               RECORD KEY IS CL-CPF.

           SELECT AGMASTER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS AGST
               RECORD KEY IS AM-CODIGO.

           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REP-OK.

           SELECT CATREL ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CR-NOME
               FILE STATUS CRST.

       DATA DIVISION.
       FILE SECTION.
      * TABELA OFICIAL DE MUNICIPIOS DO IBGE, JA COM A FAIXA DE CEP
      * DE CADA UM, UMA LINHA POR MUNICIPIO: CODIGO IBGE (7, OS 2
      * PRIMEIROS SAO A UF), UF (2), NOME (60, COM OU SEM ACENTO EM
      * LATIN-1) E A FAIXA DE CEP INICIAL/FINAL (8+8 - EM BRANCO OU
      * ZEROS MANTEM A FAIXA JA CADASTRADA).
       FD  TABIBGE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MUNIBGE.TXT".
       01  REG-TABIBGE.
           02 RI-IBGE        PIC 9(7).
           02 RI-UF          PIC X(2).
           02 RI-NOME        PIC X(60).
           02 RI-CEP-INI     PIC 9(8).
           02 RI-CEP-FIM     PIC 9(8).

       FD  MUNICIPIOS-ARQ LABEL RECORD STANDARD
           DATA RECORD IS REG-MUNICIPIO-ARQ
           VALUE OF FILE-ID IS "MUNICIP.DAT".

       COPY municarq.

       FD  CEPFAIX LABEL RECORD STANDARD
           DATA RECORD IS REG-CEPFAIX
           VALUE OF FILE-ID IS "CEPFAIX.DAT".

       COPY cepfaix.

      * ESPELHO DE TRABALHO DO MUNICIP.DAT, CHAVEADO PELO NOME JA
      * NORMALIZADO (MAIUSCULO, SEM ACENTO) E PELO CODIGO IBGE;
      * TI-NOME-ORIG GUARDA O NOME COMO ESTA GRAVADO NO CADASTRO E
      * TI-VISTO MARCA O MUNICIPIO QUE APARECEU NA TABELA OFICIAL.
       FD  TRABIBGE VALUE OF FILE-ID IS "MUNIBGE.TMP".
       01  REG-TRABIBGE.
           02 TI-CHAVE.
               03 TI-SIGLA   PIC X(2).
               03 TI-NOME    PIC X(19).
           02 TI-IBGE        PIC 9(7).
           02 TI-NOME-ORIG   PIC X(19).
           02 TI-VISTO       PIC X(1).

       FD  CLIENTE VALUE OF FILE-ID IS "CLIENTE.DAT".

       COPY cliente.

       FD  AGMASTER VALUE OF FILE-ID IS "AGENCIAS.DAT".

       COPY agencias.

       FD  RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  CATREL LABEL RECORD STANDARD
           DATA RECORD IS REG-CATREL
           VALUE OF FILE-ID IS "CATREL.DAT".

       COPY catrel.

       WORKING-STORAGE SECTION.
      * IMPORTACAO DA TABELA DE MUNICIPIOS DO IBGE PARA O MUNICIP.DAT
      * E O CEPFAIX.DAT.  CADA LINHA DA TABELA E CASADA PELO CODIGO
      * IBGE; SE O CODIGO AINDA NAO ESTA NO CADASTRO, PELO NOME:
      *   CODIGO CONHECIDO, NOME IGUAL..: SO CONFERE E ATUALIZA A
      *                                   FAIXA DE CEP;
      *   CODIGO CONHECIDO, NOME OUTRO..: RENOMEIA O MUNICIPIO E
      *                                   LEVA A FAIXA JUNTO;
      *   NOME CONHECIDO SEM CODIGO.....: GRAVA O CODIGO (A CARGA
      *                                   MANUAL NAO TINHA);
      *   NOME CONHECIDO COM OUTRO CODIGO: RECUSA (CONFLITO);
      *   NADA CONHECIDO................: INCLUI.
      * O NOME E GRAVADO COMO O VARRE-CEP E O ADCIONA PROCURAM:
      * MAIUSCULO, SEM ACENTO, NOS 19 CARACTERES DA CHAVE.  MUNICIPIO
      * DO CADASTRO QUE NAO VEIO NA TABELA NAO E EXCLUIDO - SO
      * APONTADO NO RELATORIO, COMO OS ENDERECOS DE CLIENTES E
      * AGENCIAS CUJA CIDADE NAO EXISTE MAIS COM AQUELE NOME.
      * RELATORIO EM IBGE_AAAAMMDD.TXT.
       77 RIST PIC X(02).
           88 RI-OK        VALUE "00".
           88 RI-FIM       VALUE "10".

       77 MUST PIC X(02).
           88 MU-OK        VALUE "00".
           88 MU-EMPTY     VALUE "35".
           88 MU-FIM       VALUE "10".

       77 CXST PIC X(02).
           88 CX-OK        VALUE "00".
           88 CX-EMPTY     VALUE "35".

       77 TIST PIC X(02).
           88 TI-OK        VALUE "00".
           88 TI-FIM       VALUE "10".

       77 CLST PIC X(02).
           88 CL-OK        VALUE "00".
           88 CL-FIM       VALUE "10".

       77 AGST PIC X(02).
           88 AG-OK        VALUE "00".
           88 AG-FIM       VALUE "10".

       77 REP-OK PIC X(02).
       77 CRST PIC X(02).

       77 WS-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WS-NOME-TMP       PIC X(20) VALUE "MUNIBGE.TMP".
       77 WS-TIPO-CAT PIC X(10) VALUE "CADASTRO".
       77 WS-PROG-CAT PIC X(20) VALUE "IMPORTA-IBGE".

       77 WS-HOJE            PIC 9(8) VALUE ZEROS.
       77 WS-QT-LIDAS        PIC 9(6) VALUE ZEROS.
       77 WS-QT-RECUSADAS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-IGUAIS       PIC 9(6) VALUE ZEROS.
       77 WS-QT-INCLUIDOS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-RENOMEADOS   PIC 9(6) VALUE ZEROS.
       77 WS-QT-CODIFICADOS  PIC 9(6) VALUE ZEROS.
       77 WS-QT-TRUNCADOS    PIC 9(6) VALUE ZEROS.
       77 WS-QT-FAIXAS       PIC 9(6) VALUE ZEROS.
       77 WS-QT-FAIXA-RUIM   PIC 9(6) VALUE ZEROS.
       77 WS-QT-AUSENTES     PIC 9(6) VALUE ZEROS.
       77 WS-QT-END-CLIENTE  PIC 9(6) VALUE ZEROS.
       77 WS-QT-END-AGENCIA  PIC 9(6) VALUE ZEROS.

      * CHAVE DA LINHA EM PROCESSAMENTO, JA NORMALIZADA.
       01 WS-CHAVE-NOVA.
           02 WS-UF-NOVA      PIC X(2).
           02 WS-NOME-NOVO    PIC X(19).
       01 WS-CHAVE-ANT.
           02 WS-UF-ANT       PIC X(2).
           02 WS-NOME-ANT     PIC X(19).
       01 WS-CHAVE-ORIG.
           02 WS-UF-ORIG      PIC X(2).
           02 WS-NOME-ORIG    PIC X(19).
       77 WS-IBGE-ANT         PIC 9(7) VALUE ZEROS.
       77 WS-NOME-NORM        PIC X(60) VALUE SPACES.
       77 WS-ACHOU            PIC X(1) VALUE 'N'.
       77 WS-FAIXA-NOVA       PIC X(1) VALUE 'N'.
       77 WS-FX-INI-ANT       PIC 9(8) VALUE ZEROS.
       77 WS-FX-FIM-ANT       PIC 9(8) VALUE ZEROS.

      * LETRAS ACENTUADAS DO LATIN-1 (MAIUSCULAS E MINUSCULAS) E A
      * LETRA SEM ACENTO QUE AS SUBSTITUI NO NOME DO MUNICIPIO.
       01 WS-ACENTOS.
           02 FILLER PIC X(23) VALUE
               X"C0C1C2C3C4C7C8C9CACBCCCDCECFD2D3D4D5D6D9DADBDC".
           02 FILLER PIC X(23) VALUE
               X"E0E1E2E3E4E7E8E9EAEBECEDEEEFF2F3F4F5F6F9FAFBFC".
       01 WS-SEM-ACENTO.
           02 FILLER PIC X(23) VALUE "AAAAACEEEEIIIIOOOOOUUUU".
           02 FILLER PIC X(23) VALUE "aaaaaceeeeiiiiooooouuuu".

      * PREFIXO DO CODIGO IBGE DE CADA UF.
       01 WS-TAB-UF-VALORES.
           02 FILLER PIC X(36) VALUE
               "11RO12AC13AM14RR15PA16AP17TO21MA22PI".
           02 FILLER PIC X(36) VALUE
               "23CE24RN25PB26PE27AL28SE29BA31MG32ES".
           02 FILLER PIC X(36) VALUE
               "33RJ35SP41PR42SC43RS50MS51MT52GO53DF".
       01 WS-TAB-UF REDEFINES WS-TAB-UF-VALORES.
           02 TU-ITEM OCCURS 27 TIMES.
               03 TU-PREFIXO  PIC X(2).
               03 TU-SIGLA    PIC X(2).
       77 WS-UX               PIC 9(2) VALUE ZEROS.
       77 WS-PREFIXO-UF       PIC X(2) VALUE SPACES.

      * MUNICIPIOS RENOMEADOS NESTA CARGA, PARA APONTAR O NOME NOVO
      * NOS ENDERECOS QUE AINDA USAM O ANTIGO.
       01 WS-TAB-RENOMEADOS.
           02 TR-ITEM OCCURS 500 TIMES.
               03 TR-CHAVE-ANT  PIC X(21).
               03 TR-NOME-NOVO  PIC X(19).
       77 WS-QT-TAB-REN       PIC 9(3) VALUE ZEROS.
       77 WS-RX               PIC 9(3) VALUE ZEROS.

       01 LINHA-CABEC-DELTA.
           02 FILLER PIC X(50)
               VALUE "OCORRENCIA   IBGE    UF MUNICIPIO           OBSE".
           02 FILLER PIC X(50)
               VALUE "RVACAO".

       01 LINHA-DELTA.
           02 LD-ACAO         PIC X(12).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 LD-IBGE         PIC X(7).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 LD-UF           PIC X(2).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 LD-NOME         PIC X(19).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 LD-OBS          PIC X(50).

       01 LINHA-CABEC-ENDER.
           02 FILLER PIC X(50)
               VALUE "ORIGEM   CODIGO      UF CIDADE              OBSE".
           02 FILLER PIC X(50)
               VALUE "RVACAO".

       01 LINHA-ENDERECO.
           02 LE-ORIGEM       PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 LE-CODIGO       PIC X(11).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 LE-UF           PIC X(2).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 LE-CIDADE       PIC X(19).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 LE-OBS          PIC X(50).

       01 LINHA-TOTAL.
           02 LT-TITULO    PIC X(40).
           02 LT-QTDE      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM ABRE-ARQUIVOS THRU FIM-ABRE-ARQUIVOS
           IF NOT RI-OK OR NOT MU-OK OR NOT CX-OK
               GOBACK
           END-IF

           PERFORM PROCESSA-LINHA THRU END-PROCESSA-LINHA
               UNTIL RI-FIM
           PERFORM LISTA-AUSENTES
           PERFORM VERIFICA-CLIENTES THRU FIM-VERIFICA-CLIENTES
           PERFORM VERIFICA-AGENCIAS THRU FIM-VERIFICA-AGENCIAS
           PERFORM TOTAIS-GERAIS

           CLOSE TABIBGE MUNICIPIOS-ARQ CEPFAIX TRABIBGE RELATORIO
           CALL "CBL_DELETE_FILE" USING WS-NOME-TMP
           PERFORM REGISTRA-CATALOGO
           PERFORM RELATORIO-FINAL
           GOBACK.

       ABRE-ARQUIVOS.
           OPEN INPUT TABIBGE
           IF NOT RI-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR MUNIBGE.TXT - FS=" RIST
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O MUNICIPIOS-ARQ
           IF MU-EMPTY
               OPEN OUTPUT MUNICIPIOS-ARQ
               CLOSE MUNICIPIOS-ARQ
               OPEN I-O MUNICIPIOS-ARQ
           END-IF
           IF NOT MU-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR MUNICIP.DAT - FS=" MUST
               CLOSE TABIBGE
               GO FIM-ABRE-ARQUIVOS
           END-IF
           OPEN I-O CEPFAIX
           IF CX-EMPTY
               OPEN OUTPUT CEPFAIX
               CLOSE CEPFAIX
               OPEN I-O CEPFAIX
           END-IF
           IF NOT CX-OK
               DISPLAY "NAO FOI POSSIVEL ABRIR CEPFAIX.DAT - FS=" CXST
               CLOSE TABIBGE MUNICIPIOS-ARQ
               GO FIM-ABRE-ARQUIVOS
           END-IF

      *    ESPELHO DO CADASTRO ATUAL, COM O NOME NORMALIZADO.
           OPEN OUTPUT TRABIBGE
           MOVE LOW-VALUES TO MU-CHAVE
           START MUNICIPIOS-ARQ KEY IS NOT LESS THAN MU-CHAVE
               INVALID KEY
                   MOVE "10" TO MUST
           END-START
           PERFORM ESPELHA-MUNICIPIO THRU END-ESPELHA-MUNICIPIO
               UNTIL MU-FIM
           CLOSE TRABIBGE
           OPEN I-O TRABIBGE
           MOVE "00" TO MUST

           MOVE SPACES TO WS-NOME-RELATORIO
           STRING "IBGE_" WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "IMPORTACAO DA TABELA DE MUNICIPIOS DO IBGE - "
               WS-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-DELTA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.
       FIM-ABRE-ARQUIVOS.
           EXIT.

       ESPELHA-MUNICIPIO.
           READ MUNICIPIOS-ARQ NEXT RECORD
               AT END
                   GO END-ESPELHA-MUNICIPIO
           END-READ
           MOVE MU-NOME TO WS-NOME-NORM
           PERFORM NORMALIZA-NOME
           MOVE MU-SIGLA TO TI-SIGLA
           MOVE WS-NOME-NORM(1:19) TO TI-NOME
           MOVE MU-IBGE TO TI-IBGE
           MOVE MU-NOME TO TI-NOME-ORIG
           MOVE 'N' TO TI-VISTO
           WRITE REG-TRABIBGE
               INVALID KEY
                   DISPLAY "MUNICIPIO REPETIDO APOS NORMALIZAR: "
                       MU-SIGLA " " MU-NOME
           END-WRITE.
       END-ESPELHA-MUNICIPIO.

      * TIRA O ACENTO E PASSA PARA MAIUSCULO O NOME EM WS-NOME-NORM.
       NORMALIZA-NOME.
           INSPECT WS-NOME-NORM CONVERTING WS-ACENTOS TO WS-SEM-ACENTO
           MOVE FUNCTION UPPER-CASE(WS-NOME-NORM) TO WS-NOME-NORM.

      * UMA LINHA DA TABELA OFICIAL: VALIDA, CASA COM O CADASTRO E
      * APLICA A INCLUSAO, RENOMEACAO OU CODIFICACAO E A FAIXA.
       PROCESSA-LINHA.
           READ TABIBGE
               AT END
                   GO END-PROCESSA-LINHA
           END-READ
           ADD 1 TO WS-QT-LIDAS
           MOVE FUNCTION UPPER-CASE(RI-UF) TO WS-UF-NOVA
           MOVE RI-NOME TO WS-NOME-NORM
           PERFORM NORMALIZA-NOME
           MOVE WS-NOME-NORM(1:19) TO WS-NOME-NOVO

           IF RI-IBGE NOT NUMERIC
               MOVE "CODIGO IBGE NAO NUMERICO" TO LD-OBS
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-LINHA
           END-IF
           IF RI-IBGE = ZEROS
               MOVE "CODIGO IBGE ZERADO" TO LD-OBS
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-LINHA
           END-IF
           MOVE SPACES TO WS-PREFIXO-UF
           PERFORM PROCURA-UF
               VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > 27
           IF WS-PREFIXO-UF = SPACES
               MOVE "UF INVALIDA" TO LD-OBS
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-LINHA
           END-IF
           IF WS-PREFIXO-UF NOT = RI-IBGE(1:2)
               MOVE "CODIGO IBGE NAO PERTENCE A UF" TO LD-OBS
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-LINHA
           END-IF
           IF WS-NOME-NOVO = SPACES
               MOVE "NOME DO MUNICIPIO EM BRANCO" TO LD-OBS
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-LINHA
           END-IF
           IF WS-NOME-NORM(20:41) NOT = SPACES
               ADD 1 TO WS-QT-TRUNCADOS
               MOVE "TRUNCADO" TO LD-ACAO
               MOVE "NOME CORTADO EM 19 CARACTERES" TO LD-OBS
               PERFORM MOSTRA-DELTA
           END-IF

      *    CASA PELO CODIGO IBGE.
           MOVE 'S' TO WS-ACHOU
           MOVE RI-IBGE TO TI-IBGE
           READ TRABIBGE KEY IS TI-IBGE
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
           END-READ
           IF WS-ACHOU = 'S'
               IF TI-VISTO = 'S'
                   MOVE "CODIGO IBGE REPETIDO NA TABELA" TO LD-OBS
                   PERFORM RECUSA-LINHA
                   GO END-PROCESSA-LINHA
               END-IF
               IF TI-SIGLA = WS-UF-NOVA
                   AND TI-NOME-ORIG = WS-NOME-NOVO
                   ADD 1 TO WS-QT-IGUAIS
                   MOVE 'S' TO TI-VISTO
                   REWRITE REG-TRABIBGE
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   PERFORM RENOMEIA-MUNICIPIO THRU
                       END-RENOMEIA-MUNICIPIO
                   IF WS-ACHOU = 'N'
                       GO END-PROCESSA-LINHA
                   END-IF
               END-IF
               PERFORM ATUALIZA-FAIXA
               GO END-PROCESSA-LINHA
           END-IF

      *    CODIGO NOVO: CASA PELO NOME.
           MOVE 'S' TO WS-ACHOU
           MOVE WS-CHAVE-NOVA TO TI-CHAVE
           READ TRABIBGE
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
           END-READ
           IF WS-ACHOU = 'N'
               PERFORM INCLUI-MUNICIPIO
               IF WS-ACHOU = 'S'
                   PERFORM ATUALIZA-FAIXA
               END-IF
               GO END-PROCESSA-LINHA
           END-IF
           IF TI-IBGE NOT = ZEROS
               MOVE "NOME JA CASADO COM OUTRO CODIGO IBGE" TO LD-OBS
               PERFORM RECUSA-LINHA
               GO END-PROCESSA-LINHA
           END-IF
           PERFORM RENOMEIA-MUNICIPIO THRU END-RENOMEIA-MUNICIPIO
           IF WS-ACHOU = 'S'
               PERFORM ATUALIZA-FAIXA
           END-IF.
       END-PROCESSA-LINHA.

       PROCURA-UF.
           IF TU-SIGLA(WS-UX) = WS-UF-NOVA
               MOVE TU-PREFIXO(WS-UX) TO WS-PREFIXO-UF
           END-IF.

      * O REGISTRO DE TRABALHO LIDO (TI-*) PASSA A TER A CHAVE DA
      * LINHA E O CODIGO IBGE: REGRAVA O MUNICIPIO E A FAIXA DE CEP
      * COM A CHAVE NOVA.  SERVE PARA A RENOMEACAO DE FATO E PARA
      * O NOME DA CARGA MANUAL QUE SO MUDA DE GRAFIA (MAIUSCULO/
      * ACENTO) AO RECEBER O CODIGO.  WS-ACHOU = 'N' NA VOLTA QUANDO
      * A LINHA FOI RECUSADA.
       RENOMEIA-MUNICIPIO.
           MOVE TI-CHAVE TO WS-CHAVE-ANT
           MOVE TI-SIGLA TO WS-UF-ORIG
           MOVE TI-NOME-ORIG TO WS-NOME-ORIG
           MOVE TI-IBGE TO WS-IBGE-ANT
           IF WS-CHAVE-ANT NOT = WS-CHAVE-NOVA
               MOVE WS-CHAVE-NOVA TO TI-CHAVE
               READ TRABIBGE
                   INVALID KEY
                       MOVE "23" TO TIST
               END-READ
               IF TI-OK
                   MOVE "NOME NOVO JA EXISTE EM OUTRO MUNICIPIO"
                       TO LD-OBS
                   PERFORM RECUSA-LINHA
                   MOVE 'N' TO WS-ACHOU
                   GO END-RENOMEIA-MUNICIPIO
               END-IF
           END-IF

           IF WS-CHAVE-ORIG NOT = WS-CHAVE-NOVA
               MOVE WS-CHAVE-ORIG TO MU-CHAVE
               DELETE MUNICIPIOS-ARQ
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-CHAVE-ORIG TO FX-CHAVE
               READ CEPFAIX
                   INVALID KEY
                       MOVE "23" TO CXST
               END-READ
               IF CX-OK
                   DELETE CEPFAIX
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-CHAVE-NOVA TO FX-CHAVE
                   MOVE RI-IBGE TO FX-IBGE
                   WRITE REG-CEPFAIX
                       INVALID KEY
                           DISPLAY "FALHA AO MOVER A FAIXA DE "
                               WS-CHAVE-NOVA
                   END-WRITE
               END-IF
               MOVE WS-CHAVE-NOVA TO MU-CHAVE
               MOVE RI-IBGE TO MU-IBGE
               WRITE REG-MUNICIPIO-ARQ
                   INVALID KEY
                       DISPLAY "FALHA AO GRAVAR O MUNICIPIO "
                           WS-CHAVE-NOVA
               END-WRITE
           ELSE
               MOVE WS-CHAVE-NOVA TO MU-CHAVE
               READ MUNICIPIOS-ARQ
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE RI-IBGE TO MU-IBGE
               REWRITE REG-MUNICIPIO-ARQ
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR O MUNICIPIO "
                           WS-CHAVE-NOVA
               END-REWRITE
           END-IF

           MOVE WS-CHAVE-ANT TO TI-CHAVE
           DELETE TRABIBGE
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-CHAVE-NOVA TO TI-CHAVE
           MOVE RI-IBGE TO TI-IBGE
           MOVE WS-NOME-NOVO TO TI-NOME-ORIG
           MOVE 'S' TO TI-VISTO
           WRITE REG-TRABIBGE
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF WS-CHAVE-ANT NOT = WS-CHAVE-NOVA
               ADD 1 TO WS-QT-RENOMEADOS
               IF WS-QT-TAB-REN < 500
                   ADD 1 TO WS-QT-TAB-REN
                   MOVE WS-CHAVE-ANT TO TR-CHAVE-ANT(WS-QT-TAB-REN)
                   MOVE WS-NOME-NOVO TO TR-NOME-NOVO(WS-QT-TAB-REN)
               END-IF
               MOVE "RENOMEADO" TO LD-ACAO
               MOVE SPACES TO LD-OBS
               STRING "ERA " WS-NOME-ORIG
                   DELIMITED BY SIZE INTO LD-OBS
               PERFORM MOSTRA-DELTA
           ELSE
               IF WS-IBGE-ANT = ZEROS
                   ADD 1 TO WS-QT-CODIFICADOS
                   MOVE "CODIFICADO" TO LD-ACAO
                   MOVE "CODIGO IBGE GRAVADO NO MUNICIPIO" TO LD-OBS
                   PERFORM MOSTRA-DELTA
               ELSE
                   ADD 1 TO WS-QT-IGUAIS
               END-IF
           END-IF.
       END-RENOMEIA-MUNICIPIO.

       INCLUI-MUNICIPIO.
           MOVE WS-CHAVE-NOVA TO MU-CHAVE
           MOVE RI-IBGE TO MU-IBGE
           WRITE REG-MUNICIPIO-ARQ
               INVALID KEY
                   MOVE "MUNICIPIO JA GRAVADO NO CADASTRO" TO LD-OBS
                   PERFORM RECUSA-LINHA
                   MOVE 'N' TO WS-ACHOU
           END-WRITE
           IF MU-OK
               MOVE 'S' TO WS-ACHOU
               MOVE WS-CHAVE-NOVA TO TI-CHAVE
               MOVE RI-IBGE TO TI-IBGE
               MOVE WS-NOME-NOVO TO TI-NOME-ORIG
               MOVE 'S' TO TI-VISTO
               WRITE REG-TRABIBGE
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-INCLUIDOS
               MOVE "INCLUIDO" TO LD-ACAO
               MOVE SPACES TO LD-OBS
               PERFORM MOSTRA-DELTA
           END-IF.

      * FAIXA DE CEP DA LINHA: VALIDA (INICIAL ATE FINAL) SUBSTITUI A
      * CADASTRADA; EM BRANCO OU ZERADA MANTEM A ATUAL, SO COM O
      * CODIGO IBGE GRAVADO.
       ATUALIZA-FAIXA.
           MOVE 'N' TO WS-FAIXA-NOVA
           MOVE WS-CHAVE-NOVA TO FX-CHAVE
           READ CEPFAIX
               INVALID KEY
                   MOVE 'S' TO WS-FAIXA-NOVA
                   MOVE ZEROS TO FX-CEP-INI FX-CEP-FIM
           END-READ
           MOVE FX-CEP-INI TO WS-FX-INI-ANT
           MOVE FX-CEP-FIM TO WS-FX-FIM-ANT
           MOVE RI-IBGE TO FX-IBGE
           IF REG-TABIBGE(70:16) NOT = SPACES
               AND REG-TABIBGE(70:16) NOT = ZEROS
               IF RI-CEP-INI NUMERIC AND RI-CEP-FIM NUMERIC
                   AND RI-CEP-INI > ZEROS
                   AND RI-CEP-INI NOT > RI-CEP-FIM
                   MOVE RI-CEP-INI TO FX-CEP-INI
                   MOVE RI-CEP-FIM TO FX-CEP-FIM
               ELSE
                   ADD 1 TO WS-QT-FAIXA-RUIM
                   MOVE "FAIXA CEP" TO LD-ACAO
                   MOVE "FAIXA DE CEP INVALIDA - MANTIDA A ATUAL"
                       TO LD-OBS
                   PERFORM MOSTRA-DELTA
               END-IF
           END-IF
           IF WS-FAIXA-NOVA = 'S'
               IF FX-CEP-INI NOT = ZEROS
                   WRITE REG-CEPFAIX
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-QT-FAIXAS
               END-IF
           ELSE
               REWRITE REG-CEPFAIX
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF FX-CEP-INI NOT = WS-FX-INI-ANT
                   OR FX-CEP-FIM NOT = WS-FX-FIM-ANT
                   ADD 1 TO WS-QT-FAIXAS
               END-IF
           END-IF.

       RECUSA-LINHA.
           ADD 1 TO WS-QT-RECUSADAS
           MOVE "RECUSADO" TO LD-ACAO
           PERFORM MOSTRA-DELTA.

       MOSTRA-DELTA.
           MOVE REG-TABIBGE(1:7) TO LD-IBGE
           MOVE WS-UF-NOVA TO LD-UF
           MOVE WS-NOME-NOVO TO LD-NOME
           MOVE LINHA-DELTA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * MUNICIPIO DO CADASTRO QUE A TABELA NAO TROUXE FICA GRAVADO
      * (PODE HAVER ENDERECO APONTANDO PARA ELE) E SO E LISTADO.
       LISTA-AUSENTES.
           MOVE LOW-VALUES TO TI-CHAVE
           START TRABIBGE KEY IS NOT LESS THAN TI-CHAVE
               INVALID KEY
                   MOVE "10" TO TIST
           END-START
           PERFORM AUSENTE-TABELA THRU END-AUSENTE-TABELA
               UNTIL TI-FIM.

       AUSENTE-TABELA.
           READ TRABIBGE NEXT RECORD
               AT END
                   GO END-AUSENTE-TABELA
           END-READ
           IF TI-VISTO NOT = 'S'
               ADD 1 TO WS-QT-AUSENTES
               MOVE "AUSENTE" TO LD-ACAO
               IF TI-IBGE = ZEROS
                   MOVE SPACES TO LD-IBGE
               ELSE
                   MOVE TI-IBGE TO LD-IBGE
               END-IF
               MOVE TI-SIGLA TO LD-UF
               MOVE TI-NOME-ORIG TO LD-NOME
               MOVE "NAO CONSTA NA TABELA DO IBGE" TO LD-OBS
               MOVE LINHA-DELTA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
       END-AUSENTE-TABELA.

      * ENDERECOS DE CLIENTES CUJA CIDADE NAO EXISTE MAIS NO
      * CADASTRO DE MUNICIPIOS COM AQUELE NOME.
       VERIFICA-CLIENTES.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ENDERECOS COM CIDADE FORA DO CADASTRO DE MUNICIPIOS"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE LINHA-CABEC-ENDER TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           OPEN INPUT CLIENTE
           IF NOT CL-OK
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CLIENTE.DAT NAO CONFERIDO - FS=" CLST
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO FIM-VERIFICA-CLIENTES
           END-IF
           PERFORM CONFERE-CLIENTE THRU END-CONFERE-CLIENTE
               UNTIL CL-FIM
           CLOSE CLIENTE.
       FIM-VERIFICA-CLIENTES.
           EXIT.

      * CL-ENDER TEM O DESENHO DO DS-ENDER: CIDADE NA POSICAO 31 E
      * UF NA 50.
       CONFERE-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   GO END-CONFERE-CLIENTE
           END-READ
           IF CL-ENDER(31:19) = SPACES
               GO END-CONFERE-CLIENTE
           END-IF
           MOVE FUNCTION UPPER-CASE(CL-ENDER(50:2)) TO WS-UF-ANT
           MOVE CL-ENDER(31:19) TO WS-NOME-NORM
           PERFORM NORMALIZA-NOME
           MOVE WS-NOME-NORM(1:19) TO WS-NOME-ANT
           MOVE WS-CHAVE-ANT TO MU-CHAVE
           READ MUNICIPIOS-ARQ
               INVALID KEY
                   MOVE "23" TO MUST
           END-READ
           IF NOT MU-OK
               ADD 1 TO WS-QT-END-CLIENTE
               MOVE "CLIENTE" TO LE-ORIGEM
               MOVE CL-CPF TO LE-CODIGO
               PERFORM MOSTRA-ENDERECO
           END-IF.
       END-CONFERE-CLIENTE.

       VERIFICA-AGENCIAS.
           OPEN INPUT AGMASTER
           IF NOT AG-OK
               MOVE SPACES TO LINHA-RELATORIO
               STRING "AGENCIAS.DAT NAO CONFERIDO - FS=" AGST
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO FIM-VERIFICA-AGENCIAS
           END-IF
           PERFORM CONFERE-AGENCIA THRU END-CONFERE-AGENCIA
               UNTIL AG-FIM
           CLOSE AGMASTER.
       FIM-VERIFICA-AGENCIAS.
           EXIT.

       CONFERE-AGENCIA.
           READ AGMASTER NEXT RECORD
               AT END
                   GO END-CONFERE-AGENCIA
           END-READ
           IF AM-MUNICIPIO = SPACES
               GO END-CONFERE-AGENCIA
           END-IF
           MOVE FUNCTION UPPER-CASE(AM-UF) TO WS-UF-ANT
           MOVE AM-MUNICIPIO TO WS-NOME-NORM
           PERFORM NORMALIZA-NOME
           MOVE WS-NOME-NORM(1:19) TO WS-NOME-ANT
           MOVE WS-CHAVE-ANT TO MU-CHAVE
           READ MUNICIPIOS-ARQ
               INVALID KEY
                   MOVE "23" TO MUST
           END-READ
           IF NOT MU-OK
               ADD 1 TO WS-QT-END-AGENCIA
               MOVE "AGENCIA" TO LE-ORIGEM
               MOVE AM-CODIGO TO LE-CODIGO
               PERFORM MOSTRA-ENDERECO
           END-IF.
       END-CONFERE-AGENCIA.

      * CIDADE RENOMEADA NESTA CARGA GANHA A INDICACAO DO NOME NOVO.
       MOSTRA-ENDERECO.
           MOVE WS-UF-ANT TO LE-UF
           MOVE WS-NOME-ANT TO LE-CIDADE
           MOVE "MUNICIPIO NAO CADASTRADO COM ESTE NOME" TO LE-OBS
           PERFORM PROCURA-RENOMEADO
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-QT-TAB-REN
           MOVE LINHA-ENDERECO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       PROCURA-RENOMEADO.
           IF TR-CHAVE-ANT(WS-RX) = WS-CHAVE-ANT
               MOVE SPACES TO LE-OBS
               STRING "RENOMEADO PARA " TR-NOME-NOVO(WS-RX)
                   DELIMITED BY SIZE INTO LE-OBS
           END-IF.

       TOTAIS-GERAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "LINHAS LIDAS DA TABELA DO IBGE" TO LT-TITULO
           MOVE WS-QT-LIDAS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "LINHAS RECUSADAS" TO LT-TITULO
           MOVE WS-QT-RECUSADAS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "MUNICIPIOS SEM ALTERACAO" TO LT-TITULO
           MOVE WS-QT-IGUAIS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "MUNICIPIOS INCLUIDOS" TO LT-TITULO
           MOVE WS-QT-INCLUIDOS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "MUNICIPIOS RENOMEADOS" TO LT-TITULO
           MOVE WS-QT-RENOMEADOS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "MUNICIPIOS QUE RECEBERAM O CODIGO IBGE" TO LT-TITULO
           MOVE WS-QT-CODIFICADOS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "NOMES CORTADOS EM 19 CARACTERES" TO LT-TITULO
           MOVE WS-QT-TRUNCADOS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "FAIXAS DE CEP GRAVADAS OU ALTERADAS" TO LT-TITULO
           MOVE WS-QT-FAIXAS TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "FAIXAS DE CEP INVALIDAS IGNORADAS" TO LT-TITULO
           MOVE WS-QT-FAIXA-RUIM TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "MUNICIPIOS FORA DA TABELA DO IBGE" TO LT-TITULO
           MOVE WS-QT-AUSENTES TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ENDERECOS DE CLIENTE A CORRIGIR" TO LT-TITULO
           MOVE WS-QT-END-CLIENTE TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ENDERECOS DE AGENCIA A CORRIGIR" TO LT-TITULO
           MOVE WS-QT-END-AGENCIA TO LT-QTDE
           MOVE LINHA-TOTAL TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

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
           DISPLAY "IMPORTACAO DA TABELA DO IBGE - " WS-HOJE
           DISPLAY "LINHAS LIDAS..............: " WS-QT-LIDAS
           DISPLAY "LINHAS RECUSADAS..........: " WS-QT-RECUSADAS
           DISPLAY "MUNICIPIOS INCLUIDOS......: " WS-QT-INCLUIDOS
           DISPLAY "MUNICIPIOS RENOMEADOS.....: " WS-QT-RENOMEADOS
           DISPLAY "CODIGOS IBGE ATRIBUIDOS...: " WS-QT-CODIFICADOS
           DISPLAY "FAIXAS DE CEP GRAVADAS....: " WS-QT-FAIXAS
           DISPLAY "FORA DA TABELA DO IBGE....: " WS-QT-AUSENTES
           DISPLAY "ENDERECOS A CORRIGIR......: "
               WS-QT-END-CLIENTE " CLIENTE(S), "
               WS-QT-END-AGENCIA " AGENCIA(S)"
           DISPLAY "RELATORIO GRAVADO EM " WS-NOME-RELATORIO.

       END PROGRAM IMPORTA-IBGE.
