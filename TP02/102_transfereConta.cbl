       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERE-CONTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSALV
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               RECORD KEY IS CD-CONTA
               ALTERNATE RECORD KEY IS CD-CPF WITH DUPLICATES.

           SELECT SEQCONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSEQC
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               RECORD KEY IS SQ-CHAVE.

           SELECT AGMASTER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAGMA
               SHARING WITH ALL OTHER
               RECORD KEY IS AM-CODIGO.

           SELECT CONTAREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFXREF
               SHARING WITH ALL OTHER
               RECORD KEY IS XR-CONTA-ANTIGA.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFEXTR
               SHARING WITH ALL OTHER
               RECORD KEY IS EX-CHAVE
               ALTERNATE RECORD KEY IS EX-CONTA
                   WITH DUPLICATES.

           SELECT AGENDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAGEN
               SHARING WITH ALL OTHER
               RECORD KEY IS AG-CHAVE.

           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAPLI
               SHARING WITH ALL OTHER
               RECORD KEY IS AP-CHAVE.

           SELECT APLAUTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFAPAU
               SHARING WITH ALL OTHER
               RECORD KEY IS VA-CONTA.

           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFBLOQ
               SHARING WITH ALL OTHER
               RECORD KEY IS BJ-CHAVE.

           SELECT CARTAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCART
               SHARING WITH ALL OTHER
               RECORD KEY IS CA-NUMERO
               ALTERNATE RECORD KEY IS CA-CONTA WITH DUPLICATES.

           SELECT CHAVES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCHAV
               SHARING WITH ALL OTHER
               RECORD KEY IS CH-CHAVE.

           SELECT CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCHEQ
               SHARING WITH ALL OTHER
               RECORD KEY IS CQ-CHAVE.

           SELECT CHQDEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCHQD
               SHARING WITH ALL OTHER
               RECORD KEY IS QD-CHAVE.

           SELECT CONVENIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCONV
               SHARING WITH ALL OTHER
               RECORD KEY IS CV-CHAVE.

           SELECT CONVFAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFCFAT
               SHARING WITH ALL OTHER
               RECORD KEY IS CF-CHAVE.

           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFEMPR
               SHARING WITH ALL OTHER
               RECORD KEY IS EM-CHAVE.

           SELECT ESPOLIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFESPO
               SHARING WITH ALL OTHER
               RECORD KEY IS EP-CHAVE.

           SELECT LIMPROP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFLIMP
               SHARING WITH ALL OTHER
               RECORD KEY IS LP-CONTA.

           SELECT OFXADE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFOFXA
               SHARING WITH ALL OTHER
               RECORD KEY IS OA-CONTA.

           SELECT PROCURAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFPROC
               SHARING WITH ALL OTHER
               RECORD KEY IS PR-CHAVE.

           SELECT TARFAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFTARF
               SHARING WITH ALL OTHER
               RECORD KEY IS TF-CHAVE.

           SELECT SAQAGEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSAQA
               SHARING WITH ALL OTHER
               RECORD KEY IS SG-CHAVE.

           SELECT PENDOPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFPEND
               SHARING WITH ALL OTHER
               RECORD KEY IS PO-CHAVE.

           SELECT REMESSA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFREME
               SHARING WITH ALL OTHER
               RECORD KEY IS RM-CHAVE.

           SELECT SAC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFSAC
               SHARING WITH ALL OTHER
               RECORD KEY IS SC-PROTOCOLO.

           SELECT FUNCIONARIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFFUNC
               SHARING WITH ALL OTHER
               RECORD KEY IS FU-CODIGO.

           SELECT DEPLOJA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FFDEPL
               SHARING WITH ALL OTHER
               RECORD KEY IS DL-DATA.

       DATA DIVISION.
       FILE SECTION.
       FD CAD VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD SEQCONTA VALUE OF FILE-ID IS "SEQCONTA.DAT".

       COPY seqconta.

       FD AGMASTER VALUE OF FILE-ID IS "AGENCIAS.DAT".

       COPY agencias.

       FD CONTAREF VALUE OF FILE-ID IS "CONTAREF.DAT".

       COPY contaref.

       FD EXTRATO VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD AGENDA VALUE OF FILE-ID IS "AGENDA.DAT".

       COPY agenda.

       FD APLICACAO VALUE OF FILE-ID IS "APLICACAO.DAT".

       COPY aplicacao.

       FD APLAUTO VALUE OF FILE-ID IS "APLAUTO.DAT".

       COPY aplauto.

       FD BLOQJUD VALUE OF FILE-ID IS "BLOQJUD.DAT".

       COPY bloqjud.

       FD CARTAO VALUE OF FILE-ID IS "CARTAO.DAT".

       COPY cartao.

       FD CHAVES VALUE OF FILE-ID IS "CHAVES.DAT".

       COPY chaves.

       FD CHEQUES VALUE OF FILE-ID IS "CHEQUES.DAT".

       COPY cheques.

       FD CHQDEP VALUE OF FILE-ID IS "CHQDEP.DAT".

       COPY chqdep.

       FD CONVENIO VALUE OF FILE-ID IS "CONVENIO.DAT".

       COPY convenio.

       FD CONVFAT VALUE OF FILE-ID IS "CONVFAT.DAT".

       COPY convfat.

       FD EMPRESTIMO VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD ESPOLIO VALUE OF FILE-ID IS "ESPOLIO.DAT".

       COPY espolio.

       FD LIMPROP VALUE OF FILE-ID IS "LIMPROP.DAT".

       COPY limprop.

       FD OFXADE VALUE OF FILE-ID IS "OFXADE.DAT".

       COPY ofxade.

       FD PROCURAD VALUE OF FILE-ID IS "PROCURAD.DAT".

       COPY procurad.

       FD TARFAT VALUE OF FILE-ID IS "TARFAT.DAT".

       COPY tarfat.

       FD SAQAGEND VALUE OF FILE-ID IS "SAQAGEND.DAT".

       COPY saqagend.

       FD PENDOPS VALUE OF FILE-ID IS "PENDOPS.DAT".

       COPY pendops.

       FD REMESSA VALUE OF FILE-ID IS "REMESSA.DAT".

       COPY remessa.

       FD SAC VALUE OF FILE-ID IS "SAC.DAT".

       COPY sac.

       FD FUNCIONARIO VALUE OF FILE-ID IS "FUNCIONARIO.DAT".

       COPY funcionario.

       FD DEPLOJA VALUE OF FILE-ID IS "DEPLOJA.DAT".

       COPY deploja.

       WORKING-STORAGE SECTION.
      * TRANSFERENCIA DE UMA CONTA PARA OUTRA AGENCIA.  CHAMADO PELA
      * TELA DO GERENTE NO BANCOPEL (UMA CONTA) E PELO BATCH
      * TRANSFERE-AGENCIA (TODAS AS CONTAS DE UMA AGENCIA).
      *
      * A CONTA GANHA NUMERO NOVO COM DV DA SEQCONTA.DAT (MESMA
      * ALOCACAO DO ADCIONA) E CD-AGENCIA DA AGENCIA NOVA; O REGISTRO
      * DE AGENCIA.DAT E REGRAVADO NA CHAVE NOVA E A REFERENCIA
      * CRUZADA ANTIGO -> NOVO VAI PARA CONTAREF.DAT NA MESMA HORA,
      * PARA O CREDITO QUE CHEGAR COM O NUMERO ANTIGO JA ACHAR A
      * CONTA.  EM SEGUIDA TODO ARQUIVO QUE GUARDA O NUMERO DA CONTA
      * E REGRAVADO COM O NUMERO NOVO:
      *   CHAVEADOS PELA CONTA (REGISTRO MUDA DE CHAVE): AGENDA,
      *   APLICACAO, APLAUTO, BLOQJUD, CHEQUES, CHQDEP, CONVENIO,
      *   CONVFAT, EMPRESTIMO, ESPOLIO, LIMPROP, OFXADE, PROCURAD,
      *   TARFAT E SAQAGEND (ESTE LEVA TAMBEM A AGENCIA NOVA, QUE E
      *   ONDE O NUMERARIO DO SAQUE AGENDADO VAI SER PEDIDO);
      *   CONTA FORA DA CHAVE (REGRAVADO NO LUGAR): EXTRATO, CARTAO
      *   (O NUMERO DO CARTAO NAO MUDA), CHAVES, AGENDA E ESPOLIO
      *   (CONTA DE DESTINO), PENDOPS, REMESSA, SAC, FUNCIONARIO E
      *   DEPLOJA.
      * AUDITORIA.DAT, CCF/CCFMOV E O EXTRATO ARQUIVADO SAO HISTORICO
      * DO QUE ACONTECEU E FICAM COMO ESTAO - A CONTAREF.DAT LIGA O
      * NUMERO ANTIGO AO NOVO.
      *
      * SE A CONTA ANTIGA JA NAO EXISTE MAS ESTA NA CONTAREF.DAT, A
      * TRANSFERENCIA FOI INTERROMPIDA NO MEIO: A CHAMADA RETOMA A
      * REGRAVACAO DOS ARQUIVOS PARA O NUMERO JA ALOCADO.
      *
      * LK-RETORNO: '0' CONTA TRANSFERIDA (OU RETOMADA); '1' CONTA
      * INEXISTENTE; '2' SITUACAO DA CONTA NAO PERMITE (ENCERRADA,
      * RECUSADA OU ESPOLIO); '3' CONTA EM USO POR OUTRO CAIXA; '4'
      * AGENCIA NOVA NAO CADASTRADA OU IGUAL A ATUAL; '5' SEQUENCIA
      * DE CONTAS INDISPONIVEL.  LK-QT-FALHAS CONTA REGISTROS QUE NAO
      * PUDERAM SER REGRAVADOS (EM USO) - A CHAMADA E REPETIDA COM O
      * NUMERO ANTIGO E TERMINA O SERVICO.
       77 FFSALV PIC 9(02).
           88 FS-OK          VALUE 00 02.
           88 FS-NAO-ACHADO  VALUE 23.
           88 FS-LOCKED      VALUE 51.
           88 FS-EMPTY       VALUE 35.

       77 FFSEQC PIC 9(02).
           88 FSQ-OK         VALUE 00 02.
           88 FSQ-NAO-ACHADO VALUE 23.
           88 FSQ-LOCKED     VALUE 51.
           88 FSQ-EMPTY      VALUE 35.

       77 FFAGMA PIC 9(02).
           88 FAM-OK         VALUE 00 02.
           88 FAM-EMPTY      VALUE 35.

       77 FFXREF PIC 9(02).
           88 FXR-OK         VALUE 00 02.
           88 FXR-EMPTY      VALUE 35.

       77 FFEXTR PIC 9(02).
           88 FE-OK          VALUE 00 02.
           88 FE-EMPTY       VALUE 35.

       77 FFAGEN PIC 9(02).
           88 FG-OK          VALUE 00 02.
           88 FG-EMPTY       VALUE 35.

       77 FFAPLI PIC 9(02).
           88 FL-OK          VALUE 00 02.
           88 FL-EMPTY       VALUE 35.

       77 FFAPAU PIC 9(02).
           88 FVA-OK         VALUE 00 02.
           88 FVA-EMPTY      VALUE 35.

       77 FFBLOQ PIC 9(02).
           88 FBJ-OK         VALUE 00 02.
           88 FBJ-EMPTY      VALUE 35.

       77 FFCART PIC 9(02).
           88 FCA-OK         VALUE 00 02.
           88 FCA-EMPTY      VALUE 35.

       77 FFCHAV PIC 9(02).
           88 FH-OK          VALUE 00 02.
           88 FH-EMPTY       VALUE 35.

       77 FFCHEQ PIC 9(02).
           88 FQ-OK          VALUE 00 02.
           88 FQ-EMPTY       VALUE 35.

       77 FFCHQD PIC 9(02).
           88 FQD-OK         VALUE 00 02.
           88 FQD-EMPTY      VALUE 35.

       77 FFCONV PIC 9(02).
           88 FV-OK          VALUE 00 02.
           88 FV-EMPTY       VALUE 35.

       77 FFCFAT PIC 9(02).
           88 FF-OK          VALUE 00 02.
           88 FF-EMPTY       VALUE 35.

       77 FFEMPR PIC 9(02).
           88 FM-OK          VALUE 00 02.
           88 FM-EMPTY       VALUE 35.

       77 FFESPO PIC 9(02).
           88 FEP-OK         VALUE 00 02.
           88 FEP-EMPTY      VALUE 35.

       77 FFLIMP PIC 9(02).
           88 FLP-OK         VALUE 00 02.
           88 FLP-EMPTY      VALUE 35.

       77 FFOFXA PIC 9(02).
           88 FOA-OK         VALUE 00 02.
           88 FOA-EMPTY      VALUE 35.

       77 FFPROC PIC 9(02).
           88 FPR-OK         VALUE 00 02.
           88 FPR-EMPTY      VALUE 35.

       77 FFTARF PIC 9(02).
           88 FTF-OK         VALUE 00 02.
           88 FTF-EMPTY      VALUE 35.

       77 FFSAQA PIC 9(02).
           88 FSG-OK         VALUE 00 02.
           88 FSG-EMPTY      VALUE 35.

       77 FFPEND PIC 9(02).
           88 FPO-OK         VALUE 00 02.
           88 FPO-EMPTY      VALUE 35.

       77 FFREME PIC 9(02).
           88 FRM-OK         VALUE 00 02.
           88 FRM-EMPTY      VALUE 35.

       77 FFSAC PIC 9(02).
           88 FSC-OK         VALUE 00 02.
           88 FSC-EMPTY      VALUE 35.

       77 FFFUNC PIC 9(02).
           88 FFU-OK         VALUE 00 02.
           88 FFU-EMPTY      VALUE 35.

       77 FFDEPL PIC 9(02).
           88 FDL-OK         VALUE 00 02.
           88 FDL-EMPTY      VALUE 35.

       77 WS-FIM             PIC X VALUE 'N'.
       77 WS-MUDOU           PIC X VALUE 'N'.
       77 WS-SEQC-TENTATIVAS PIC 9(4) VALUE ZEROS.
       77 WS-CONTA-LIVRE     PIC X VALUE 'N'.

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

      * DIGITO VERIFICADOR DO NUMERO DE CONTA (MODULO 11, PESOS
      * 5-4-3-2 SOBRE O SEQUENCIAL), MESMA REGRA DO CALCULA-DV-CONTA
      * DO BANCOPEL.
       01 WS-CONTA-DV-W.
           02 WS-CONTA-SEQ  PIC 9(4).
           02 WS-CONTA-DV   PIC 9(1).
       01 WS-CONTA-SEQ-DIG REDEFINES WS-CONTA-DV-W.
           02 WS-CT-D       PIC 9 OCCURS 5 TIMES.
       77 WS-DV-CALC     PIC 99 VALUE ZEROS.
       77 WS-DV-SOMA     PIC 9(3) VALUE ZEROS.
       77 WS-DV-QUOC     PIC 9(3) VALUE ZEROS.
       77 WS-DV-RESTO    PIC 99 VALUE ZEROS.
       77 WS-DV-I        PIC 9 VALUE ZEROS.

      * JORNAL DE ATUALIZACOES: CHAMADO PELA TELA DO GERENTE, A
      * TRANSFERENCIA ENTRA NO JORNAL DA SESSAO DO BANCOPEL (A
      * AUDITORIA DA TELA FECHA A TRANSACAO); CHAMADO PELO BATCH, O
      * JORNAL IGNORA.  SO OS ARQUIVOS QUE O JORNAL CONHECE: A CONTA,
      * A SEQUENCIA DE CONTAS, O EXTRATO, AS APLICACOES, OS
      * EMPRESTIMOS, OS CARTOES, OS BLOQUEIOS JUDICIAIS, OS CHEQUES
      * (TALAO E DEPOSITADOS), OS SAQUES AGENDADOS E A REMESSA.
       77 WS-JN-FUNCAO    PIC X(1) VALUE SPACE.
       77 WS-JN-ARQUIVO   PIC X(10) VALUE SPACES.
       77 WS-JN-STATUS    PIC X(2) VALUE SPACES.
       01 WS-JN-REGISTRO  PIC X(220) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-PEDIDO.
           02 LK-CONTA-ANTIGA  PIC 9(5).
           02 LK-AGENCIA-NOVA  PIC 9(3).
           02 LK-OPERADOR      PIC X(4).
       01 LK-RESULTADO.
           02 LK-CONTA-NOVA    PIC 9(5).
           02 LK-AGENCIA-ANTIGA PIC 9(3).
           02 LK-CPF           PIC 9(11).
           02 LK-QT-REGISTROS  PIC 9(6).
           02 LK-QT-FALHAS     PIC 9(6).
       01 LK-RETORNO           PIC X(1).

       PROCEDURE DIVISION USING LK-PEDIDO LK-RESULTADO LK-RETORNO.
       INICIO.
           MOVE ZEROS TO LK-CONTA-NOVA LK-AGENCIA-ANTIGA LK-CPF
               LK-QT-REGISTROS LK-QT-FALHAS
           MOVE FUNCTION CURRENT-DATE TO SDATADMA

           OPEN I-O CAD
           IF NOT FS-OK
               MOVE '1' TO LK-RETORNO
               GOBACK
           END-IF
           OPEN I-O CONTAREF
           IF FXR-EMPTY
               OPEN OUTPUT CONTAREF
               CLOSE CONTAREF
               OPEN I-O CONTAREF
           END-IF

           PERFORM CONFERE-CONTA THRU END-CONFERE-CONTA
           IF LK-RETORNO NOT = '0'
               UNLOCK CAD
               CLOSE CAD CONTAREF
               GOBACK
           END-IF

           PERFORM TROCA-EXTRATO THRU END-TROCA-EXTRATO
           PERFORM TROCA-AGENDA THRU END-TROCA-AGENDA
           PERFORM TROCA-APLICACAO THRU END-TROCA-APLICACAO
           PERFORM TROCA-APLAUTO THRU END-TROCA-APLAUTO
           PERFORM TROCA-BLOQJUD THRU END-TROCA-BLOQJUD
           PERFORM TROCA-CARTAO THRU END-TROCA-CARTAO
           PERFORM TROCA-CHAVES THRU END-TROCA-CHAVES
           PERFORM TROCA-CHEQUES THRU END-TROCA-CHEQUES
           PERFORM TROCA-CHQDEP THRU END-TROCA-CHQDEP
           PERFORM TROCA-CONVENIO THRU END-TROCA-CONVENIO
           PERFORM TROCA-CONVFAT THRU END-TROCA-CONVFAT
           PERFORM TROCA-EMPRESTIMO THRU END-TROCA-EMPRESTIMO
           PERFORM TROCA-ESPOLIO THRU END-TROCA-ESPOLIO
           PERFORM TROCA-LIMPROP THRU END-TROCA-LIMPROP
           PERFORM TROCA-OFXADE THRU END-TROCA-OFXADE
           PERFORM TROCA-PROCURAD THRU END-TROCA-PROCURAD
           PERFORM TROCA-TARFAT THRU END-TROCA-TARFAT
           PERFORM TROCA-SAQAGEND THRU END-TROCA-SAQAGEND
           PERFORM TROCA-PENDOPS THRU END-TROCA-PENDOPS
           PERFORM TROCA-REMESSA THRU END-TROCA-REMESSA
           PERFORM TROCA-SAC THRU END-TROCA-SAC
           PERFORM TROCA-FUNCIONARIO THRU END-TROCA-FUNCIONARIO
           PERFORM TROCA-DEPLOJA THRU END-TROCA-DEPLOJA

           CLOSE CAD CONTAREF
           MOVE '0' TO LK-RETORNO
           GOBACK.

      * LE A CONTA ANTIGA COM TRAVA, CONSISTE O PEDIDO, ALOCA O
      * NUMERO NOVO E REGRAVA O REGISTRO DE AGENCIA.DAT JUNTO COM A
      * REFERENCIA CRUZADA.  CONTA QUE JA NAO EXISTE MAS ESTA NA
      * CONTAREF.DAT E RETOMADA COM O NUMERO JA ALOCADO.
       CONFERE-CONTA.
           MOVE '0' TO LK-RETORNO
           MOVE LK-CONTA-ANTIGA TO CD-CONTA
           READ CAD WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS-LOCKED
               MOVE '3' TO LK-RETORNO
               GO END-CONFERE-CONTA
           END-IF
           IF FS-NAO-ACHADO
               MOVE LK-CONTA-ANTIGA TO XR-CONTA-ANTIGA
               READ CONTAREF
                   INVALID KEY
                       MOVE '1' TO LK-RETORNO
                       GO END-CONFERE-CONTA
               END-READ
               MOVE XR-CONTA-NOVA TO LK-CONTA-NOVA
               MOVE XR-AGENCIA-ANTIGA TO LK-AGENCIA-ANTIGA
               MOVE XR-CPF TO LK-CPF
               GO END-CONFERE-CONTA
           END-IF
           IF NOT FS-OK
               MOVE '1' TO LK-RETORNO
               GO END-CONFERE-CONTA
           END-IF

           MOVE CD-AGENCIA TO LK-AGENCIA-ANTIGA
           MOVE CD-CPF TO LK-CPF
           IF CONTA-ENCERRADA OR CONTA-RECUSADA OR CONTA-ESPOLIO
               MOVE '2' TO LK-RETORNO
               GO END-CONFERE-CONTA
           END-IF
           IF LK-AGENCIA-NOVA = CD-AGENCIA
               MOVE '4' TO LK-RETORNO
               GO END-CONFERE-CONTA
           END-IF
           OPEN INPUT AGMASTER
           MOVE LK-AGENCIA-NOVA TO AM-CODIGO
           READ AGMASTER
               INVALID KEY
                   MOVE '4' TO LK-RETORNO
           END-READ
           IF NOT FAM-OK
               MOVE '4' TO LK-RETORNO
           END-IF
           CLOSE AGMASTER
           IF LK-RETORNO NOT = '0'
               GO END-CONFERE-CONTA
           END-IF

           OPEN I-O SEQCONTA
           IF FSQ-EMPTY
               OPEN OUTPUT SEQCONTA
               CLOSE SEQCONTA
               OPEN I-O SEQCONTA
           END-IF
           MOVE 'N' TO WS-CONTA-LIVRE
           PERFORM PROXIMA-CONTA THRU END-PROXIMA-CONTA
               UNTIL WS-CONTA-LIVRE NOT = 'N'
           CLOSE SEQCONTA
           IF WS-CONTA-LIVRE = 'X'
               MOVE '5' TO LK-RETORNO
               GO END-CONFERE-CONTA
           END-IF

      *    O REGISTRO TRAVADO (CONTA ANTIGA) AINDA ESTA NA AREA DO
      *    ARQUIVO: GRAVA NA CHAVE NOVA E SO ENTAO APAGA A ANTIGA.
           MOVE LK-CONTA-ANTIGA TO CD-CONTA
           READ CAD WITH LOCK
               INVALID KEY
                   MOVE '1' TO LK-RETORNO
                   GO END-CONFERE-CONTA
           END-READ
           MOVE LK-CONTA-NOVA TO CD-CONTA
           MOVE LK-AGENCIA-NOVA TO CD-AGENCIA
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           WRITE CADASTRO-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-AGENCIA
           IF NOT FS-OK
               MOVE '5' TO LK-RETORNO
               GO END-CONFERE-CONTA
           END-IF
           MOVE LK-CONTA-ANTIGA TO CD-CONTA
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-AGENCIA
           DELETE CAD RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-AGENCIA
           UNLOCK CAD
           ADD 1 TO LK-QT-REGISTROS

           MOVE LK-CONTA-ANTIGA TO XR-CONTA-ANTIGA
           MOVE LK-AGENCIA-ANTIGA TO XR-AGENCIA-ANTIGA
           MOVE LK-CONTA-NOVA TO XR-CONTA-NOVA
           MOVE LK-AGENCIA-NOVA TO XR-AGENCIA-NOVA
           MOVE LK-CPF TO XR-CPF
           MOVE SDATTEMPO TO XR-DATA
           MOVE LK-OPERADOR TO XR-OPERADOR
           WRITE REG-CONTAREF
               INVALID KEY
                   REWRITE REG-CONTAREF
                   END-REWRITE
           END-WRITE.
       END-CONFERE-CONTA.

      * ALOCA O PROXIMO NUMERO DA SEQUENCIA UNICA DO BANCO, COMO O
      * PROXIMA-CONTA DO BANCOPEL.  NUMERO QUE JA EXISTE EM
      * AGENCIA.DAT (CONTA ANTERIOR A NUMERACAO AUTOMATICA) E PULADO.
      * WS-CONTA-LIVRE: 'S' ALOCADO, 'N' TENTA O SEGUINTE, 'X' A
      * SEQUENCIA NAO PODE SER LIDA.
       PROXIMA-CONTA.
           MOVE ZEROS TO WS-SEQC-TENTATIVAS
           PERFORM LE-SEQCONTA-TRAVA THRU END-LE-SEQCONTA-TRAVA
               UNTIL FSQ-OK OR FSQ-NAO-ACHADO
                   OR WS-SEQC-TENTATIVAS > 60
           IF NOT FSQ-OK AND NOT FSQ-NAO-ACHADO
               UNLOCK SEQCONTA
               MOVE 'X' TO WS-CONTA-LIVRE
               GO END-PROXIMA-CONTA
           END-IF
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
           IF SQ-ULTIMA = 9999
               UNLOCK SEQCONTA
               MOVE 'X' TO WS-CONTA-LIVRE
               GO END-PROXIMA-CONTA
           END-IF
           ADD 1 TO SQ-ULTIMA
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-SEQCONTA
           REWRITE REG-SEQCONTA
           END-REWRITE
           PERFORM JN-DEPOIS-SEQCONTA
           UNLOCK SEQCONTA

           MOVE SQ-ULTIMA TO WS-CONTA-SEQ
           PERFORM CALCULA-DV-CONTA THRU END-CALCULA-DV-CONTA
           MOVE WS-DV-CALC TO WS-CONTA-DV
           MOVE WS-CONTA-DV-W TO LK-CONTA-NOVA
           MOVE LK-CONTA-NOVA TO CD-CONTA
           READ CAD
               INVALID KEY
                   MOVE 'S' TO WS-CONTA-LIVRE
           END-READ.
       END-PROXIMA-CONTA.

       LE-SEQCONTA-TRAVA.
           ADD 1 TO WS-SEQC-TENTATIVAS
           MOVE ZEROS TO SQ-CHAVE
           READ SEQCONTA WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF FSQ-LOCKED
               CALL "C$SLEEP" USING 1
           END-IF.
       END-LE-SEQCONTA-TRAVA.

       CALCULA-DV-CONTA.
           MOVE ZEROS TO WS-DV-SOMA
           PERFORM SOMA-DV-CONTA
               VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 4
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
               REMAINDER WS-DV-RESTO
           COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO
           IF WS-DV-CALC > 9
               MOVE 0 TO WS-DV-CALC
           END-IF.
       END-CALCULA-DV-CONTA.

       SOMA-DV-CONTA.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA
               + WS-CT-D(WS-DV-I) * (6 - WS-DV-I).

      * REGISTRO QUE NAO PODE SER REGRAVADO (EM USO OU CHAVE NOVA JA
      * OCUPADA): CONTA A FALHA E PARA O ARQUIVO - A REPETICAO DA
      * CHAMADA TERMINA DEPOIS.
       REGISTRO-PRESO.
           ADD 1 TO LK-QT-FALHAS
           MOVE 'S' TO WS-FIM.

      * JORNAL DE ATUALIZACOES: ANTES DA GRAVACAO O JORNAL LE NO
      * DISCO A IMAGEM ANTERIOR PELA CHAVE DA AREA; DEPOIS, COM O
      * FILE STATUS, GUARDA A IMAGEM NOVA SE A GRAVACAO PASSOU.
       JORNAL-ANTES.
           CALL "JORNAL" USING BY CONTENT "A"
               BY REFERENCE WS-JN-ARQUIVO WS-JN-REGISTRO WS-JN-STATUS.

       JORNAL-DEPOIS.
           CALL "JORNAL" USING WS-JN-FUNCAO WS-JN-ARQUIVO
               WS-JN-REGISTRO WS-JN-STATUS.

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

       JN-ANTES-SEQCONTA.
           MOVE "SEQCONTA" TO WS-JN-ARQUIVO
           MOVE REG-SEQCONTA TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-SEQCONTA.
           MOVE FFSEQC TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CARTAO.
           MOVE "CARTAO" TO WS-JN-ARQUIVO
           MOVE REG-CARTAO TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CARTAO.
           MOVE FFCART TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-BLOQJUD.
           MOVE "BLOQJUD" TO WS-JN-ARQUIVO
           MOVE REG-BLOQJUD TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-BLOQJUD.
           MOVE FFBLOQ TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CHEQUES.
           MOVE "CHEQUES" TO WS-JN-ARQUIVO
           MOVE REG-CHEQUE TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CHEQUES.
           MOVE FFCHEQ TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-CHQDEP.
           MOVE "CHQDEP" TO WS-JN-ARQUIVO
           MOVE REG-CHQDEP TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-CHQDEP.
           MOVE FFCHQD TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-SAQAGEND.
           MOVE "SAQAGEND" TO WS-JN-ARQUIVO
           MOVE REG-SAQAGEND TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-SAQAGEND.
           MOVE FFSAQA TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

       JN-ANTES-REMESSA.
           MOVE "REMESSA" TO WS-JN-ARQUIVO
           MOVE REG-REMESSA TO WS-JN-REGISTRO
           PERFORM JORNAL-ANTES.

       JN-DEPOIS-REMESSA.
           MOVE FFREME TO WS-JN-STATUS
           PERFORM JORNAL-DEPOIS.

      * EXTRATO E CARTAO: A CONTA E CHAVE ALTERNATIVA; CADA REGRAVACAO
      * MUDA A CHAVE, ENTAO A LEITURA RECOMECA PELA CONTA ANTIGA.
       TROCA-EXTRATO.
           OPEN I-O EXTRATO
           IF NOT FE-OK
               GO END-TROCA-EXTRATO
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-EXTRATO THRU END-MUDA-EXTRATO
               UNTIL WS-FIM = 'S'
           CLOSE EXTRATO.
       END-TROCA-EXTRATO.

       MUDA-EXTRATO.
           MOVE LK-CONTA-ANTIGA TO EX-CONTA
           START EXTRATO KEY IS EQUAL TO EX-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-EXTRATO
           END-START
           READ EXTRATO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-EXTRATO
           END-READ
           IF EX-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-EXTRATO
           END-IF
           MOVE LK-CONTA-NOVA TO EX-CONTA
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EXTRATO
           REWRITE REG-EXTRATO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM JN-DEPOIS-EXTRATO
           IF NOT FE-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-EXTRATO
           END-IF
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-EXTRATO.

       TROCA-CARTAO.
           OPEN I-O CARTAO
           IF NOT FCA-OK
               GO END-TROCA-CARTAO
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-CARTAO THRU END-MUDA-CARTAO
               UNTIL WS-FIM = 'S'
           CLOSE CARTAO.
       END-TROCA-CARTAO.

       MUDA-CARTAO.
           MOVE LK-CONTA-ANTIGA TO CA-CONTA
           START CARTAO KEY IS EQUAL TO CA-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CARTAO
           END-START
           READ CARTAO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CARTAO
           END-READ
           IF CA-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-CARTAO
           END-IF
           MOVE LK-CONTA-NOVA TO CA-CONTA
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CARTAO
           REWRITE REG-CARTAO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM JN-DEPOIS-CARTAO
           IF NOT FCA-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-CARTAO
           END-IF
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-CARTAO.

      * AGENDA: A CONTA DE ORIGEM E CHAVE (O REGISTRO MUDA DE CHAVE);
      * A CONTA DE DESTINO E REGRAVADA NO LUGAR EM UMA LEITURA
      * INTEIRA - AGENDAMENTO DE OUTRO CLIENTE PARA ESTA CONTA
      * CONTINUA CAINDO NELA.
       TROCA-AGENDA.
           OPEN I-O AGENDA
           IF NOT FG-OK
               GO END-TROCA-AGENDA
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-AGENDA THRU END-MUDA-AGENDA
               UNTIL WS-FIM = 'S'
           MOVE ZEROS TO AG-CONTA-ORIGEM AG-DATA-VENCTO AG-SEQ
           START AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                   MOVE 99 TO FFAGEN
           END-START
           PERFORM DESTINO-AGENDA THRU END-DESTINO-AGENDA
               UNTIL NOT FG-OK
           CLOSE AGENDA.
       END-TROCA-AGENDA.

       DESTINO-AGENDA.
           READ AGENDA NEXT RECORD
               AT END
                   MOVE 99 TO FFAGEN
           END-READ
           IF NOT FG-OK OR AG-CONTA-DESTINO NOT = LK-CONTA-ANTIGA
               GO END-DESTINO-AGENDA
           END-IF
           MOVE LK-CONTA-NOVA TO AG-CONTA-DESTINO
           REWRITE REG-AGENDA
           END-REWRITE
           IF FG-OK
               ADD 1 TO LK-QT-REGISTROS
           ELSE
               ADD 1 TO LK-QT-FALHAS
               MOVE 00 TO FFAGEN
           END-IF.
       END-DESTINO-AGENDA.

       MUDA-AGENDA.
           MOVE LK-CONTA-ANTIGA TO AG-CONTA-ORIGEM
           MOVE ZEROS TO AG-DATA-VENCTO AG-SEQ
           START AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-AGENDA
           END-START
           READ AGENDA NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-AGENDA
           END-READ
           IF AG-CONTA-ORIGEM NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-AGENDA
           END-IF
           MOVE LK-CONTA-NOVA TO AG-CONTA-ORIGEM
           WRITE REG-AGENDA
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-AGENDA
           END-WRITE
           MOVE LK-CONTA-ANTIGA TO AG-CONTA-ORIGEM
           DELETE AGENDA RECORD
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-AGENDA
           END-DELETE
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-AGENDA.

      * ESPOLIO: A CONTA DO FALECIDO E CHAVE; A CONTA DE DESTINO DA
      * LIBERACAO A HERDEIRO E REGRAVADA NO LUGAR.
       TROCA-ESPOLIO.
           OPEN I-O ESPOLIO
           IF NOT FEP-OK
               GO END-TROCA-ESPOLIO
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-ESPOLIO THRU END-MUDA-ESPOLIO
               UNTIL WS-FIM = 'S'
           MOVE ZEROS TO EP-CONTA EP-SEQ
           START ESPOLIO KEY IS NOT LESS THAN EP-CHAVE
               INVALID KEY
                   MOVE 99 TO FFESPO
           END-START
           PERFORM DESTINO-ESPOLIO THRU END-DESTINO-ESPOLIO
               UNTIL NOT FEP-OK
           CLOSE ESPOLIO.
       END-TROCA-ESPOLIO.

       DESTINO-ESPOLIO.
           READ ESPOLIO NEXT RECORD
               AT END
                   MOVE 99 TO FFESPO
           END-READ
           IF NOT FEP-OK OR EP-CONTA-DESTINO NOT = LK-CONTA-ANTIGA
               GO END-DESTINO-ESPOLIO
           END-IF
           MOVE LK-CONTA-NOVA TO EP-CONTA-DESTINO
           REWRITE REG-ESPOLIO
           END-REWRITE
           IF FEP-OK
               ADD 1 TO LK-QT-REGISTROS
           ELSE
               ADD 1 TO LK-QT-FALHAS
               MOVE 00 TO FFESPO
           END-IF.
       END-DESTINO-ESPOLIO.

       MUDA-ESPOLIO.
           MOVE LK-CONTA-ANTIGA TO EP-CONTA
           MOVE ZEROS TO EP-SEQ
           START ESPOLIO KEY IS NOT LESS THAN EP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-ESPOLIO
           END-START
           READ ESPOLIO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-ESPOLIO
           END-READ
           IF EP-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-ESPOLIO
           END-IF
           MOVE LK-CONTA-NOVA TO EP-CONTA
           WRITE REG-ESPOLIO
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-ESPOLIO
           END-WRITE
           MOVE LK-CONTA-ANTIGA TO EP-CONTA
           DELETE ESPOLIO RECORD
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-ESPOLIO
           END-DELETE
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-ESPOLIO.

      * ARQUIVOS CHAVEADOS PELA CONTA: O REGISTRO E GRAVADO NA CHAVE
      * NOVA E O DA CHAVE ANTIGA E APAGADO, UM DE CADA VEZ, RELENDO
      * A PARTIR DA CONTA ANTIGA.
       TROCA-APLICACAO.
           OPEN I-O APLICACAO
           IF NOT FL-OK
               GO END-TROCA-APLICACAO
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-APLICACAO THRU END-MUDA-APLICACAO
               UNTIL WS-FIM = 'S'
           CLOSE APLICACAO.
       END-TROCA-APLICACAO.

       MUDA-APLICACAO.
           MOVE LK-CONTA-ANTIGA TO AP-CONTA
           MOVE ZEROS TO AP-SEQ
           START APLICACAO KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-APLICACAO
           END-START
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-APLICACAO
           END-READ
           IF AP-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-APLICACAO
           END-IF
           MOVE LK-CONTA-NOVA TO AP-CONTA
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-APLICACAO
           WRITE REG-APLICACAO
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-APLICACAO
           IF NOT FL-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-APLICACAO
           END-IF
           MOVE LK-CONTA-ANTIGA TO AP-CONTA
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-APLICACAO
           DELETE APLICACAO RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-APLICACAO
           IF NOT FL-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-APLICACAO
           END-IF
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-APLICACAO.

       TROCA-BLOQJUD.
           OPEN I-O BLOQJUD
           IF NOT FBJ-OK
               GO END-TROCA-BLOQJUD
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-BLOQJUD THRU END-MUDA-BLOQJUD
               UNTIL WS-FIM = 'S'
           CLOSE BLOQJUD.
       END-TROCA-BLOQJUD.

       MUDA-BLOQJUD.
           MOVE LK-CONTA-ANTIGA TO BJ-CONTA
           MOVE ZEROS TO BJ-SEQ
           START BLOQJUD KEY IS NOT LESS THAN BJ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-BLOQJUD
           END-START
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-BLOQJUD
           END-READ
           IF BJ-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-BLOQJUD
           END-IF
           MOVE LK-CONTA-NOVA TO BJ-CONTA
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-BLOQJUD
           WRITE REG-BLOQJUD
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-BLOQJUD
           IF NOT FBJ-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-BLOQJUD
           END-IF
           MOVE LK-CONTA-ANTIGA TO BJ-CONTA
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-BLOQJUD
           DELETE BLOQJUD RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-BLOQJUD
           IF NOT FBJ-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-BLOQJUD
           END-IF
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-BLOQJUD.

       TROCA-CHEQUES.
           OPEN I-O CHEQUES
           IF NOT FQ-OK
               GO END-TROCA-CHEQUES
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-CHEQUES THRU END-MUDA-CHEQUES
               UNTIL WS-FIM = 'S'
           CLOSE CHEQUES.
       END-TROCA-CHEQUES.

       MUDA-CHEQUES.
           MOVE LK-CONTA-ANTIGA TO CQ-CONTA
           MOVE ZEROS TO CQ-NUMERO
           START CHEQUES KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CHEQUES
           END-START
           READ CHEQUES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CHEQUES
           END-READ
           IF CQ-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-CHEQUES
           END-IF
           MOVE LK-CONTA-NOVA TO CQ-CONTA
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CHEQUES
           WRITE REG-CHEQUE
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-CHEQUES
           IF NOT FQ-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-CHEQUES
           END-IF
           MOVE LK-CONTA-ANTIGA TO CQ-CONTA
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CHEQUES
           DELETE CHEQUES RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-CHEQUES
           IF NOT FQ-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-CHEQUES
           END-IF
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-CHEQUES.

       TROCA-CHQDEP.
           OPEN I-O CHQDEP
           IF NOT FQD-OK
               GO END-TROCA-CHQDEP
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-CHQDEP THRU END-MUDA-CHQDEP
               UNTIL WS-FIM = 'S'
           CLOSE CHQDEP.
       END-TROCA-CHQDEP.

       MUDA-CHQDEP.
           MOVE LK-CONTA-ANTIGA TO QD-CONTA
           MOVE ZEROS TO QD-SEQ
           START CHQDEP KEY IS NOT LESS THAN QD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CHQDEP
           END-START
           READ CHQDEP NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CHQDEP
           END-READ
           IF QD-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-CHQDEP
           END-IF
           MOVE LK-CONTA-NOVA TO QD-CONTA
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CHQDEP
           WRITE REG-CHQDEP
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-CHQDEP
           IF NOT FQD-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-CHQDEP
           END-IF
           MOVE LK-CONTA-ANTIGA TO QD-CONTA
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-CHQDEP
           DELETE CHQDEP RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-CHQDEP
           IF NOT FQD-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-CHQDEP
           END-IF
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-CHQDEP.

       TROCA-CONVENIO.
           OPEN I-O CONVENIO
           IF NOT FV-OK
               GO END-TROCA-CONVENIO
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-CONVENIO THRU END-MUDA-CONVENIO
               UNTIL WS-FIM = 'S'
           CLOSE CONVENIO.
       END-TROCA-CONVENIO.

       MUDA-CONVENIO.
           MOVE LK-CONTA-ANTIGA TO CV-CONTA
           MOVE ZEROS TO CV-CODIGO
           START CONVENIO KEY IS NOT LESS THAN CV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CONVENIO
           END-START
           READ CONVENIO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CONVENIO
           END-READ
           IF CV-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-CONVENIO
           END-IF
           MOVE LK-CONTA-NOVA TO CV-CONTA
           WRITE REG-CONVENIO
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-CONVENIO
           END-WRITE
           MOVE LK-CONTA-ANTIGA TO CV-CONTA
           DELETE CONVENIO RECORD
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-CONVENIO
           END-DELETE
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-CONVENIO.

       TROCA-CONVFAT.
           OPEN I-O CONVFAT
           IF NOT FF-OK
               GO END-TROCA-CONVFAT
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-CONVFAT THRU END-MUDA-CONVFAT
               UNTIL WS-FIM = 'S'
           CLOSE CONVFAT.
       END-TROCA-CONVFAT.

       MUDA-CONVFAT.
           MOVE LK-CONTA-ANTIGA TO CF-CONTA
           MOVE ZEROS TO CF-CONVENIO CF-ANOMES
           START CONVFAT KEY IS NOT LESS THAN CF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CONVFAT
           END-START
           READ CONVFAT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-CONVFAT
           END-READ
           IF CF-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-CONVFAT
           END-IF
           MOVE LK-CONTA-NOVA TO CF-CONTA
           WRITE REG-CONVFAT
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-CONVFAT
           END-WRITE
           MOVE LK-CONTA-ANTIGA TO CF-CONTA
           DELETE CONVFAT RECORD
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-CONVFAT
           END-DELETE
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-CONVFAT.

       TROCA-EMPRESTIMO.
           OPEN I-O EMPRESTIMO
           IF NOT FM-OK
               GO END-TROCA-EMPRESTIMO
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-EMPRESTIMO THRU END-MUDA-EMPRESTIMO
               UNTIL WS-FIM = 'S'
           CLOSE EMPRESTIMO.
       END-TROCA-EMPRESTIMO.

       MUDA-EMPRESTIMO.
           MOVE LK-CONTA-ANTIGA TO EM-CONTA
           MOVE ZEROS TO EM-SEQ
           START EMPRESTIMO KEY IS NOT LESS THAN EM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-EMPRESTIMO
           END-START
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-EMPRESTIMO
           END-READ
           IF EM-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-EMPRESTIMO
           END-IF
           MOVE LK-CONTA-NOVA TO EM-CONTA
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EMPRESTIMO
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-EMPRESTIMO
           IF NOT FM-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-EMPRESTIMO
           END-IF
           MOVE LK-CONTA-ANTIGA TO EM-CONTA
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-EMPRESTIMO
           DELETE EMPRESTIMO RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-EMPRESTIMO
           IF NOT FM-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-EMPRESTIMO
           END-IF
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-EMPRESTIMO.

       TROCA-PROCURAD.
           OPEN I-O PROCURAD
           IF NOT FPR-OK
               GO END-TROCA-PROCURAD
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-PROCURAD THRU END-MUDA-PROCURAD
               UNTIL WS-FIM = 'S'
           CLOSE PROCURAD.
       END-TROCA-PROCURAD.

       MUDA-PROCURAD.
           MOVE LK-CONTA-ANTIGA TO PR-CONTA
           MOVE ZEROS TO PR-CPF
           START PROCURAD KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-PROCURAD
           END-START
           READ PROCURAD NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-PROCURAD
           END-READ
           IF PR-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-PROCURAD
           END-IF
           MOVE LK-CONTA-NOVA TO PR-CONTA
           WRITE REG-PROCURADOR
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-PROCURAD
           END-WRITE
           MOVE LK-CONTA-ANTIGA TO PR-CONTA
           DELETE PROCURAD RECORD
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-PROCURAD
           END-DELETE
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-PROCURAD.

       TROCA-TARFAT.
           OPEN I-O TARFAT
           IF NOT FTF-OK
               GO END-TROCA-TARFAT
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-TARFAT THRU END-MUDA-TARFAT
               UNTIL WS-FIM = 'S'
           CLOSE TARFAT.
       END-TROCA-TARFAT.

       MUDA-TARFAT.
           MOVE LK-CONTA-ANTIGA TO TF-CONTA
           MOVE ZEROS TO TF-ANOMES
           START TARFAT KEY IS NOT LESS THAN TF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-TARFAT
           END-START
           READ TARFAT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-TARFAT
           END-READ
           IF TF-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-TARFAT
           END-IF
           MOVE LK-CONTA-NOVA TO TF-CONTA
           WRITE REG-TARFAT
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-TARFAT
           END-WRITE
           MOVE LK-CONTA-ANTIGA TO TF-CONTA
           DELETE TARFAT RECORD
               INVALID KEY
                   PERFORM REGISTRO-PRESO
                   GO END-MUDA-TARFAT
           END-DELETE
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-TARFAT.

       TROCA-SAQAGEND.
           OPEN I-O SAQAGEND
           IF NOT FSG-OK
               GO END-TROCA-SAQAGEND
           END-IF
           MOVE 'N' TO WS-FIM
           PERFORM MUDA-SAQAGEND THRU END-MUDA-SAQAGEND
               UNTIL WS-FIM = 'S'
           CLOSE SAQAGEND.
       END-TROCA-SAQAGEND.

       MUDA-SAQAGEND.
           MOVE LK-CONTA-ANTIGA TO SG-CONTA
           MOVE ZEROS TO SG-DATA-SAQUE
           START SAQAGEND KEY IS NOT LESS THAN SG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-SAQAGEND
           END-START
           READ SAQAGEND NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM
                   GO END-MUDA-SAQAGEND
           END-READ
           IF SG-CONTA NOT = LK-CONTA-ANTIGA
               MOVE 'S' TO WS-FIM
               GO END-MUDA-SAQAGEND
           END-IF
           MOVE LK-CONTA-NOVA TO SG-CONTA
           MOVE LK-AGENCIA-NOVA TO SG-AGENCIA
           MOVE "W" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-SAQAGEND
           WRITE REG-SAQAGEND
               INVALID KEY
                   CONTINUE
           END-WRITE
           PERFORM JN-DEPOIS-SAQAGEND
           IF NOT FSG-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-SAQAGEND
           END-IF
           MOVE LK-CONTA-ANTIGA TO SG-CONTA
           MOVE "D" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-SAQAGEND
           DELETE SAQAGEND RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM JN-DEPOIS-SAQAGEND
           IF NOT FSG-OK
               PERFORM REGISTRO-PRESO
               GO END-MUDA-SAQAGEND
           END-IF
           ADD 1 TO LK-QT-REGISTROS.
       END-MUDA-SAQAGEND.

      * ARQUIVOS COM UM REGISTRO SO POR CONTA (CHAVE = CONTA).
       TROCA-APLAUTO.
           OPEN I-O APLAUTO
           IF NOT FVA-OK
               GO END-TROCA-APLAUTO
           END-IF
           MOVE LK-CONTA-ANTIGA TO VA-CONTA
           READ APLAUTO
               INVALID KEY
                   CLOSE APLAUTO
                   GO END-TROCA-APLAUTO
           END-READ
           MOVE LK-CONTA-NOVA TO VA-CONTA
           WRITE REG-APLAUTO
               INVALID KEY
                   PERFORM REGISTRO-PRESO
               NOT INVALID KEY
                   MOVE LK-CONTA-ANTIGA TO VA-CONTA
                   DELETE APLAUTO RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO LK-QT-REGISTROS
           END-WRITE
           CLOSE APLAUTO.
       END-TROCA-APLAUTO.

       TROCA-LIMPROP.
           OPEN I-O LIMPROP
           IF NOT FLP-OK
               GO END-TROCA-LIMPROP
           END-IF
           MOVE LK-CONTA-ANTIGA TO LP-CONTA
           READ LIMPROP
               INVALID KEY
                   CLOSE LIMPROP
                   GO END-TROCA-LIMPROP
           END-READ
           MOVE LK-CONTA-NOVA TO LP-CONTA
           WRITE REG-LIMPROP
               INVALID KEY
                   PERFORM REGISTRO-PRESO
               NOT INVALID KEY
                   MOVE LK-CONTA-ANTIGA TO LP-CONTA
                   DELETE LIMPROP RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO LK-QT-REGISTROS
           END-WRITE
           CLOSE LIMPROP.
       END-TROCA-LIMPROP.

       TROCA-OFXADE.
           OPEN I-O OFXADE
           IF NOT FOA-OK
               GO END-TROCA-OFXADE
           END-IF
           MOVE LK-CONTA-ANTIGA TO OA-CONTA
           READ OFXADE
               INVALID KEY
                   CLOSE OFXADE
                   GO END-TROCA-OFXADE
           END-READ
           MOVE LK-CONTA-NOVA TO OA-CONTA
           WRITE REG-OFXADE
               INVALID KEY
                   PERFORM REGISTRO-PRESO
               NOT INVALID KEY
                   MOVE LK-CONTA-ANTIGA TO OA-CONTA
                   DELETE OFXADE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO LK-QT-REGISTROS
           END-WRITE
           CLOSE OFXADE.
       END-TROCA-OFXADE.

      * ARQUIVOS COM A CONTA FORA DA CHAVE: LEITURA INTEIRA E
      * REGRAVACAO NO LUGAR.
       TROCA-CHAVES.
           OPEN I-O CHAVES
           IF NOT FH-OK
               GO END-TROCA-CHAVES
           END-IF
           MOVE LOW-VALUES TO CH-CHAVE
           START CHAVES KEY IS NOT LESS THAN CH-CHAVE
               INVALID KEY
                   MOVE 99 TO FFCHAV
           END-START
           PERFORM MUDA-CHAVES THRU END-MUDA-CHAVES
               UNTIL NOT FH-OK
           CLOSE CHAVES.
       END-TROCA-CHAVES.

       MUDA-CHAVES.
           READ CHAVES NEXT RECORD
               AT END
                   MOVE 99 TO FFCHAV
           END-READ
           IF NOT FH-OK OR CH-CONTA NOT = LK-CONTA-ANTIGA
               GO END-MUDA-CHAVES
           END-IF
           MOVE LK-CONTA-NOVA TO CH-CONTA
           REWRITE REG-CHAVE-TRANSF
           END-REWRITE
           IF FH-OK
               ADD 1 TO LK-QT-REGISTROS
           ELSE
               ADD 1 TO LK-QT-FALHAS
               MOVE 00 TO FFCHAV
           END-IF.
       END-MUDA-CHAVES.

       TROCA-PENDOPS.
           OPEN I-O PENDOPS
           IF NOT FPO-OK
               GO END-TROCA-PENDOPS
           END-IF
           MOVE ZEROS TO PO-DATA PO-SEQ
           START PENDOPS KEY IS NOT LESS THAN PO-CHAVE
               INVALID KEY
                   MOVE 99 TO FFPEND
           END-START
           PERFORM MUDA-PENDOPS THRU END-MUDA-PENDOPS
               UNTIL NOT FPO-OK
           CLOSE PENDOPS.
       END-TROCA-PENDOPS.

       MUDA-PENDOPS.
           READ PENDOPS NEXT RECORD
               AT END
                   MOVE 99 TO FFPEND
           END-READ
           IF NOT FPO-OK
               GO END-MUDA-PENDOPS
           END-IF
           MOVE 'N' TO WS-MUDOU
           IF PO-CONTA-ORIGEM = LK-CONTA-ANTIGA
               MOVE LK-CONTA-NOVA TO PO-CONTA-ORIGEM
               MOVE 'S' TO WS-MUDOU
           END-IF
           IF PO-CONTA-DESTINO = LK-CONTA-ANTIGA
               MOVE LK-CONTA-NOVA TO PO-CONTA-DESTINO
               MOVE 'S' TO WS-MUDOU
           END-IF
           IF WS-MUDOU = 'N'
               GO END-MUDA-PENDOPS
           END-IF
           REWRITE REG-PENDOP
           END-REWRITE
           IF FPO-OK
               ADD 1 TO LK-QT-REGISTROS
           ELSE
               ADD 1 TO LK-QT-FALHAS
               MOVE 00 TO FFPEND
           END-IF.
       END-MUDA-PENDOPS.

       TROCA-REMESSA.
           OPEN I-O REMESSA
           IF NOT FRM-OK
               GO END-TROCA-REMESSA
           END-IF
           MOVE ZEROS TO RM-DATA RM-SEQ
           START REMESSA KEY IS NOT LESS THAN RM-CHAVE
               INVALID KEY
                   MOVE 99 TO FFREME
           END-START
           PERFORM MUDA-REMESSA THRU END-MUDA-REMESSA
               UNTIL NOT FRM-OK
           CLOSE REMESSA.
       END-TROCA-REMESSA.

       MUDA-REMESSA.
           READ REMESSA NEXT RECORD
               AT END
                   MOVE 99 TO FFREME
           END-READ
           IF NOT FRM-OK OR RM-CONTA-ORIGEM NOT = LK-CONTA-ANTIGA
               GO END-MUDA-REMESSA
           END-IF
           MOVE LK-CONTA-NOVA TO RM-CONTA-ORIGEM
           MOVE "R" TO WS-JN-FUNCAO
           PERFORM JN-ANTES-REMESSA
           REWRITE REG-REMESSA
           END-REWRITE
           PERFORM JN-DEPOIS-REMESSA
           IF FRM-OK
               ADD 1 TO LK-QT-REGISTROS
           ELSE
               ADD 1 TO LK-QT-FALHAS
               MOVE 00 TO FFREME
           END-IF.
       END-MUDA-REMESSA.

       TROCA-SAC.
           OPEN I-O SAC
           IF NOT FSC-OK
               GO END-TROCA-SAC
           END-IF
           MOVE ZEROS TO SC-PROTOCOLO
           START SAC KEY IS NOT LESS THAN SC-PROTOCOLO
               INVALID KEY
                   MOVE 99 TO FFSAC
           END-START
           PERFORM MUDA-SAC THRU END-MUDA-SAC
               UNTIL NOT FSC-OK
           CLOSE SAC.
       END-TROCA-SAC.

       MUDA-SAC.
           READ SAC NEXT RECORD
               AT END
                   MOVE 99 TO FFSAC
           END-READ
           IF NOT FSC-OK OR SC-CONTA NOT = LK-CONTA-ANTIGA
               GO END-MUDA-SAC
           END-IF
           MOVE LK-CONTA-NOVA TO SC-CONTA
           REWRITE REG-SAC
           END-REWRITE
           IF FSC-OK
               ADD 1 TO LK-QT-REGISTROS
           ELSE
               ADD 1 TO LK-QT-FALHAS
               MOVE 00 TO FFSAC
           END-IF.
       END-MUDA-SAC.

       TROCA-FUNCIONARIO.
           OPEN I-O FUNCIONARIO
           IF NOT FFU-OK
               GO END-TROCA-FUNCIONARIO
           END-IF
           MOVE ZEROS TO FU-CODIGO
           START FUNCIONARIO KEY IS NOT LESS THAN FU-CODIGO
               INVALID KEY
                   MOVE 99 TO FFFUNC
           END-START
           PERFORM MUDA-FUNCIONARIO THRU END-MUDA-FUNCIONARIO
               UNTIL NOT FFU-OK
           CLOSE FUNCIONARIO.
       END-TROCA-FUNCIONARIO.

       MUDA-FUNCIONARIO.
           READ FUNCIONARIO NEXT RECORD
               AT END
                   MOVE 99 TO FFFUNC
           END-READ
           IF NOT FFU-OK OR FU-CONTA NOT = LK-CONTA-ANTIGA
               GO END-MUDA-FUNCIONARIO
           END-IF
           MOVE LK-CONTA-NOVA TO FU-CONTA
           REWRITE REG-FUNCIONARIO
           END-REWRITE
           IF FFU-OK
               ADD 1 TO LK-QT-REGISTROS
           ELSE
               ADD 1 TO LK-QT-FALHAS
               MOVE 00 TO FFFUNC
           END-IF.
       END-MUDA-FUNCIONARIO.

       TROCA-DEPLOJA.
           OPEN I-O DEPLOJA
           IF NOT FDL-OK
               GO END-TROCA-DEPLOJA
           END-IF
           MOVE ZEROS TO DL-DATA
           START DEPLOJA KEY IS NOT LESS THAN DL-DATA
               INVALID KEY
                   MOVE 99 TO FFDEPL
           END-START
           PERFORM MUDA-DEPLOJA THRU END-MUDA-DEPLOJA
               UNTIL NOT FDL-OK
           CLOSE DEPLOJA.
       END-TROCA-DEPLOJA.

       MUDA-DEPLOJA.
           READ DEPLOJA NEXT RECORD
               AT END
                   MOVE 99 TO FFDEPL
           END-READ
           IF NOT FDL-OK OR DL-CONTA NOT = LK-CONTA-ANTIGA
               GO END-MUDA-DEPLOJA
           END-IF
           MOVE LK-CONTA-NOVA TO DL-CONTA
           REWRITE REG-DEPLOJA
           END-REWRITE
           IF FDL-OK
               ADD 1 TO LK-QT-REGISTROS
           ELSE
               ADD 1 TO LK-QT-FALHAS
               MOVE 00 TO FFDEPL
           END-IF.
       END-MUDA-DEPLOJA.

       END PROGRAM TRANSFERE-CONTA.
