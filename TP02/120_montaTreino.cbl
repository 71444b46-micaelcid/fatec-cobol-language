       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTA-TREINO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MARCA DO DIRETORIO CORRENTE (PRESENTE = JA E A BASE DE
      * TREINAMENTO) E MARCA GRAVADA NO FIM DA MONTAGEM.
           SELECT MARCA-LOCAL ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MTST.

           SELECT MARCA-TREINO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MTST.

           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FFAUDI.

      * CADA ARQUIVO DE PRODUCAO (ENTRADA) E A SUA COPIA EM TREINO/
      * (PREFIXO TR-), COM AS MESMAS CHAVES.
           SELECT AGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CD-CONTA OF CADASTRO-REGISTRO
               ALTERNATE RECORD KEY IS CD-CPF OF CADASTRO-REGISTRO
                   WITH DUPLICATES.

           SELECT TR-AGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CD-CONTA OF TR-CADASTRO-REGISTRO
               ALTERNATE RECORD KEY IS CD-CPF OF TR-CADASTRO-REGISTRO
                   WITH DUPLICATES.

           SELECT CLIENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CL-CPF OF REG-CLIENTE.

           SELECT TR-CLIENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CL-CPF OF TR-REG-CLIENTE.

           SELECT OPERADOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS OP-ID OF REG-OPERADOR.

           SELECT TR-OPERADOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS OP-ID OF TR-REG-OPERADOR.

           SELECT FUNCIONARIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS FU-CODIGO OF REG-FUNCIONARIO.

           SELECT TR-FUNCIONARIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS FU-CODIGO OF TR-REG-FUNCIONARIO.

           SELECT FORNECEDOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS FO-CODIGO OF REG-FORNECEDOR.

           SELECT TR-FORNECEDOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS FO-CODIGO OF TR-REG-FORNECEDOR.

           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS EX-CHAVE OF REG-EXTRATO
               ALTERNATE RECORD KEY IS EX-CONTA OF REG-EXTRATO
                   WITH DUPLICATES.

           SELECT TR-EXTRATO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS EX-CHAVE OF TR-REG-EXTRATO
               ALTERNATE RECORD KEY IS EX-CONTA OF TR-REG-EXTRATO
                   WITH DUPLICATES.

           SELECT AGENDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS AG-CHAVE OF REG-AGENDA.

           SELECT TR-AGENDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS AG-CHAVE OF TR-REG-AGENDA.

           SELECT APLAUTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS VA-CONTA OF REG-APLAUTO.

           SELECT TR-APLAUTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS VA-CONTA OF TR-REG-APLAUTO.

           SELECT APLICACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS AP-CHAVE OF REG-APLICACAO.

           SELECT TR-APLICACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS AP-CHAVE OF TR-REG-APLICACAO.

           SELECT ARRCRED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS AC-CHAVE OF REG-ARRCRED.

           SELECT TR-ARRCRED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS AC-CHAVE OF TR-REG-ARRCRED.

           SELECT CARTAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CA-NUMERO OF REG-CARTAO
               ALTERNATE RECORD KEY IS CA-CONTA OF REG-CARTAO
                   WITH DUPLICATES.

           SELECT TR-CARTAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CA-NUMERO OF TR-REG-CARTAO
               ALTERNATE RECORD KEY IS CA-CONTA OF TR-REG-CARTAO
                   WITH DUPLICATES.

           SELECT CCF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CF-CPF OF REG-CCF.

           SELECT TR-CCF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CF-CPF OF TR-REG-CCF.

           SELECT CCFMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANST.

           SELECT TR-CCFMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRST.

           SELECT CHAVES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CH-CHAVE OF REG-CHAVE-TRANSF.

           SELECT TR-CHAVES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CH-CHAVE OF TR-REG-CHAVE-TRANSF.

           SELECT CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CQ-CHAVE OF REG-CHEQUE.

           SELECT TR-CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CQ-CHAVE OF TR-REG-CHEQUE.

           SELECT CHQDEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS QD-CHAVE OF REG-CHQDEP.

           SELECT TR-CHQDEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS QD-CHAVE OF TR-REG-CHQDEP.

           SELECT CONVENIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CV-CHAVE OF REG-CONVENIO.

           SELECT TR-CONVENIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CV-CHAVE OF TR-REG-CONVENIO.

           SELECT EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS EM-CHAVE OF REG-EMPRESTIMO.

           SELECT TR-EMPRESTIMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS EM-CHAVE OF TR-REG-EMPRESTIMO.

           SELECT ESPOLIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS EP-CHAVE OF REG-ESPOLIO.

           SELECT TR-ESPOLIO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS EP-CHAVE OF TR-REG-ESPOLIO.

           SELECT LIMPROP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS LP-CONTA OF REG-LIMPROP.

           SELECT TR-LIMPROP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS LP-CONTA OF TR-REG-LIMPROP.

           SELECT OFXADE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS OA-CONTA OF REG-OFXADE.

           SELECT TR-OFXADE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS OA-CONTA OF TR-REG-OFXADE.

           SELECT PENDOPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS PO-CHAVE OF REG-PENDOP.

           SELECT TR-PENDOPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS PO-CHAVE OF TR-REG-PENDOP.

           SELECT PORTABIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS PB-CPF OF REG-PORTABIL.

           SELECT TR-PORTABIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS PB-CPF OF TR-REG-PORTABIL.

           SELECT PROCURAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS PR-CHAVE OF REG-PROCURADOR.

           SELECT TR-PROCURAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS PR-CHAVE OF TR-REG-PROCURADOR.

           SELECT REMESSA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS RM-CHAVE OF REG-REMESSA.

           SELECT TR-REMESSA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS RM-CHAVE OF TR-REG-REMESSA.

           SELECT RESTRITO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS RS-CPF OF REG-RESTRITO.

           SELECT TR-RESTRITO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS RS-CPF OF TR-REG-RESTRITO.

           SELECT SAC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS SC-PROTOCOLO OF REG-SAC.

           SELECT TR-SAC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS SC-PROTOCOLO OF TR-REG-SAC.

           SELECT SAQAGEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS SG-CHAVE OF REG-SAQAGEND.

           SELECT TR-SAQAGEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS SG-CHAVE OF TR-REG-SAQAGEND.

           SELECT SCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS SR-CPF OF REG-SCORE.

           SELECT TR-SCORE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS SR-CPF OF TR-REG-SCORE.

           SELECT COMPFUN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CF-CHAVE OF REG-COMPFUN.

           SELECT TR-COMPFUN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CF-CHAVE OF TR-REG-COMPFUN.

           SELECT CRDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CJ-CPF OF REG-CRDCLI.

           SELECT TR-CRDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CJ-CPF OF TR-REG-CRDCLI.

           SELECT CRDPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CP-CHAVE OF REG-CRDPARC.

           SELECT TR-CRDPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CP-CHAVE OF TR-REG-CRDPARC.

           SELECT FIDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS FC-CPF OF REG-FIDCLI.

           SELECT TR-FIDCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS FC-CPF OF TR-REG-FIDCLI.

           SELECT FIDMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS FM-CHAVE OF REG-FIDMOV.

           SELECT TR-FIDMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS FM-CHAVE OF TR-REG-FIDMOV.

           SELECT AGENCIAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS AM-CODIGO OF REG-AGMASTER.

           SELECT TR-AGENCIAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS AM-CODIGO OF TR-REG-AGMASTER.

           SELECT ARRECAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS AR-CHAVE OF REG-ARRECAD.

           SELECT TR-ARRECAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS AR-CHAVE OF TR-REG-ARRECAD.

           SELECT BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS BJ-CHAVE OF REG-BLOQJUD.

           SELECT TR-BLOQJUD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS BJ-CHAVE OF TR-REG-BLOQJUD.

           SELECT CAIXAMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CX-CHAVE OF REG-CAIXAMOV.

           SELECT TR-CAIXAMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CX-CHAVE OF TR-REG-CAIXAMOV.

           SELECT CEPFAIX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS FX-CHAVE OF REG-CEPFAIX.

           SELECT TR-CEPFAIX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS FX-CHAVE OF TR-REG-CEPFAIX.

           SELECT DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANST.

           SELECT TR-DIAMOV ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRST.

           SELECT IOF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS IO-ANOMES OF REG-IOF.

           SELECT TR-IOF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS IO-ANOMES OF TR-REG-IOF.

           SELECT IRRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS IR-ANOMES OF REG-IR.

           SELECT TR-IRRF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS IR-ANOMES OF TR-REG-IR.

           SELECT PACOTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS PC-CODIGO OF REG-PACOTE.

           SELECT TR-PACOTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS PC-CODIGO OF TR-REG-PACOTE.

           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANST.

           SELECT TR-PARAMETROS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRST.

           SELECT SEQCONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS SQ-CHAVE OF REG-SEQCONTA.

           SELECT TR-SEQCONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS SQ-CHAVE OF TR-REG-SEQCONTA.

           SELECT TESCOFRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS TC-AGENCIA OF REG-TESCOFRE.

           SELECT TR-TESCOFRE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS TC-AGENCIA OF TR-REG-TESCOFRE.

           SELECT TESMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS TM-CHAVE OF REG-TESMOV.

           SELECT TR-TESMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS TM-CHAVE OF TR-REG-TESMOV.

           SELECT DEPOSITOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS DP-CODIGO OF REG-DEPOSITO.

           SELECT TR-DEPOSITOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS DP-CODIGO OF TR-REG-DEPOSITO.

           SELECT KITS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS KT-CHAVE OF REG-KIT.

           SELECT TR-KITS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS KT-CHAVE OF TR-REG-KIT.

           SELECT LOTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS LT-CHAVE OF REG-LOTE.

           SELECT TR-LOTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS LT-CHAVE OF TR-REG-LOTE.

           SELECT MOVIMENT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS MV-CHAVE OF REG-MOVIMENTO.

           SELECT TR-MOVIMENT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS MV-CHAVE OF TR-REG-MOVIMENTO.

           SELECT OFERTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS OF-CODIGO OF REG-OFERTA.

           SELECT TR-OFERTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS OF-CODIGO OF TR-REG-OFERTA.

           SELECT PRODUTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CODIG-P OF REG-PROD
               ALTERNATE RECORD KEY IS COD-FORNEC OF REG-PROD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS OF REG-PROD
                   WITH DUPLICATES.

           SELECT TR-PRODUTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CODIG-P OF TR-REG-PROD
               ALTERNATE RECORD KEY IS COD-FORNEC OF TR-REG-PROD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CD-BARRAS OF TR-REG-PROD
                   WITH DUPLICATES.

           SELECT RECCART ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS RC-CHAVE OF REG-RECCART.

           SELECT TR-RECCART ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS RC-CHAVE OF TR-REG-RECCART.

           SELECT RESERVAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS RV-CHAVE OF REG-RESERVA.

           SELECT TR-RESERVAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS RV-CHAVE OF TR-REG-RESERVA.

           SELECT SALDOLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS SL-CHAVE OF REG-SALDO-LOC.

           SELECT TR-SALDOLOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS SL-CHAVE OF TR-REG-SALDO-LOC.

           SELECT TURNO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS TN-CHAVE OF REG-TURNO.

           SELECT TR-TURNO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS TN-CHAVE OF TR-REG-TURNO.

           SELECT VENDAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS VD-CHAVE OF REG-VENDA-DIA.

           SELECT TR-VENDAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS VD-CHAVE OF TR-REG-VENDA-DIA.

           SELECT VENDCOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS VC-CHAVE OF REG-VENDCOM.

           SELECT TR-VENDCOM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS VC-CHAVE OF TR-REG-VENDCOM.

           SELECT ESTADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS ES-SIGLA OF REG-ESTADO-ARQ.

           SELECT TR-ESTADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS ES-SIGLA OF TR-REG-ESTADO-ARQ.

           SELECT MUNICIP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS MU-CHAVE OF REG-MUNICIPIO-ARQ.

           SELECT TR-MUNICIP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS MU-CHAVE OF TR-REG-MUNICIPIO-ARQ.

           SELECT FERIADOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANST.

           SELECT TR-FERIADOS ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRST.

           SELECT PRODUTO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANST.

           SELECT TR-PRODUTO ASSIGN TO DISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRST.

           SELECT CUPSEQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ANST
               RECORD KEY IS CS-CHAVE OF REG-CUPSEQ.

           SELECT TR-CUPSEQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRST
               RECORD KEY IS CS-CHAVE OF TR-REG-CUPSEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  MARCA-LOCAL VALUE OF FILE-ID IS "TREINO.DAT".
       01  REG-MARCA-LOCAL PIC X(80).

       FD  MARCA-TREINO VALUE OF FILE-ID IS "TREINO/TREINO.DAT".
       01  REG-MARCA-TREINO PIC X(80).

       FD AUDITORIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

       COPY auditoria.

       FD  AGENCIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "Agencia.dat".

       COPY cadastro.

       FD  TR-AGENCIA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/Agencia.dat".

       COPY cadastro REPLACING ==CADASTRO-REGISTRO==
           BY ==TR-CADASTRO-REGISTRO==.

       FD  CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CLIENTE.DAT".

       COPY cliente.

       FD  TR-CLIENTE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CLIENTE.DAT".

       COPY cliente REPLACING ==REG-CLIENTE==
           BY ==TR-REG-CLIENTE==.

       FD  OPERADOR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".

       COPY operador.

       FD  TR-OPERADOR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/OPERADOR.DAT".

       COPY operador REPLACING ==REG-OPERADOR==
           BY ==TR-REG-OPERADOR==.

       FD  FUNCIONARIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNCIONARIO.DAT".

       COPY funcionario.

       FD  TR-FUNCIONARIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/FUNCIONARIO.DAT".

       COPY funcionario REPLACING ==REG-FUNCIONARIO==
           BY ==TR-REG-FUNCIONARIO==.

       FD  FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".

       COPY fornecedor.

       FD  TR-FORNECEDOR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/FORNECEDOR.DAT".

       COPY fornecedor REPLACING ==REG-FORNECEDOR==
           BY ==TR-REG-FORNECEDOR==.

       FD  EXTRATO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "Extrato.dat".

       COPY extrato.

       FD  TR-EXTRATO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/Extrato.dat".

       COPY extrato REPLACING ==REG-EXTRATO==
           BY ==TR-REG-EXTRATO==.

       FD  AGENDA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AGENDA.DAT".

       COPY agenda.

       FD  TR-AGENDA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/AGENDA.DAT".

       COPY agenda REPLACING ==REG-AGENDA==
           BY ==TR-REG-AGENDA==.

       FD  APLAUTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APLAUTO.DAT".

       COPY aplauto.

       FD  TR-APLAUTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/APLAUTO.DAT".

       COPY aplauto REPLACING ==REG-APLAUTO==
           BY ==TR-REG-APLAUTO==.

       FD  APLICACAO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APLICACAO.DAT".

       COPY aplicacao.

       FD  TR-APLICACAO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/APLICACAO.DAT".

       COPY aplicacao REPLACING ==REG-APLICACAO==
           BY ==TR-REG-APLICACAO==.

       FD  ARRCRED LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARRCRED.DAT".

       COPY arrcred.

       FD  TR-ARRCRED LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/ARRCRED.DAT".

       COPY arrcred REPLACING ==REG-ARRCRED==
           BY ==TR-REG-ARRCRED==.

       FD  CARTAO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARTAO.DAT".

       COPY cartao.

       FD  TR-CARTAO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CARTAO.DAT".

       COPY cartao REPLACING ==REG-CARTAO==
           BY ==TR-REG-CARTAO==.

       FD  CCF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CCF.DAT".

       COPY ccf.

       FD  TR-CCF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CCF.DAT".

       COPY ccf REPLACING ==REG-CCF==
           BY ==TR-REG-CCF==.

       FD  CCFMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CCFMOV.DAT".

       COPY ccfmov.

       FD  TR-CCFMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CCFMOV.DAT".

       COPY ccfmov REPLACING ==REG-CCFMOV==
           BY ==TR-REG-CCFMOV==.

       FD  CHAVES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHAVES.DAT".

       COPY chaves.

       FD  TR-CHAVES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CHAVES.DAT".

       COPY chaves REPLACING ==REG-CHAVE-TRANSF==
           BY ==TR-REG-CHAVE-TRANSF==.

       FD  CHEQUES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHEQUES.DAT".

       COPY cheques.

       FD  TR-CHEQUES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CHEQUES.DAT".

       COPY cheques REPLACING ==REG-CHEQUE==
           BY ==TR-REG-CHEQUE==.

       FD  CHQDEP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHQDEP.DAT".

       COPY chqdep.

       FD  TR-CHQDEP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CHQDEP.DAT".

       COPY chqdep REPLACING ==REG-CHQDEP==
           BY ==TR-REG-CHQDEP==.

       FD  CONVENIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONVENIO.DAT".

       COPY convenio.

       FD  TR-CONVENIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CONVENIO.DAT".

       COPY convenio REPLACING ==REG-CONVENIO==
           BY ==TR-REG-CONVENIO==.

       FD  EMPRESTIMO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

       COPY emprestimo.

       FD  TR-EMPRESTIMO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/EMPRESTIMO.DAT".

       COPY emprestimo REPLACING ==REG-EMPRESTIMO==
           BY ==TR-REG-EMPRESTIMO==.

       FD  ESPOLIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ESPOLIO.DAT".

       COPY espolio.

       FD  TR-ESPOLIO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/ESPOLIO.DAT".

       COPY espolio REPLACING ==REG-ESPOLIO==
           BY ==TR-REG-ESPOLIO==.

       FD  LIMPROP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LIMPROP.DAT".

       COPY limprop.

       FD  TR-LIMPROP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/LIMPROP.DAT".

       COPY limprop REPLACING ==REG-LIMPROP==
           BY ==TR-REG-LIMPROP==.

       FD  OFXADE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OFXADE.DAT".

       COPY ofxade.

       FD  TR-OFXADE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/OFXADE.DAT".

       COPY ofxade REPLACING ==REG-OFXADE==
           BY ==TR-REG-OFXADE==.

       FD  PENDOPS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PENDOPS.DAT".

       COPY pendops.

       FD  TR-PENDOPS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/PENDOPS.DAT".

       COPY pendops REPLACING ==REG-PENDOP==
           BY ==TR-REG-PENDOP==.

       FD  PORTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PORTABIL.DAT".

       COPY portabil.

       FD  TR-PORTABIL LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/PORTABIL.DAT".

       COPY portabil REPLACING ==REG-PORTABIL==
           BY ==TR-REG-PORTABIL==.

       FD  PROCURAD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROCURAD.DAT".

       COPY procurad.

       FD  TR-PROCURAD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/PROCURAD.DAT".

       COPY procurad REPLACING ==REG-PROCURADOR==
           BY ==TR-REG-PROCURADOR==.

       FD  REMESSA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMESSA.DAT".

       COPY remessa.

       FD  TR-REMESSA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/REMESSA.DAT".

       COPY remessa REPLACING ==REG-REMESSA==
           BY ==TR-REG-REMESSA==.

       FD  RESTRITO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESTRITO.DAT".

       COPY restrito.

       FD  TR-RESTRITO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/RESTRITO.DAT".

       COPY restrito REPLACING ==REG-RESTRITO==
           BY ==TR-REG-RESTRITO==.

       FD  SAC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SAC.DAT".

       COPY sac.

       FD  TR-SAC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/SAC.DAT".

       COPY sac REPLACING ==REG-SAC==
           BY ==TR-REG-SAC==.

       FD  SAQAGEND LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SAQAGEND.DAT".

       COPY saqagend.

       FD  TR-SAQAGEND LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/SAQAGEND.DAT".

       COPY saqagend REPLACING ==REG-SAQAGEND==
           BY ==TR-REG-SAQAGEND==.

       FD  SCORE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SCORE.DAT".

       COPY score.

       FD  TR-SCORE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/SCORE.DAT".

       COPY score REPLACING ==REG-SCORE==
           BY ==TR-REG-SCORE==.

       FD  COMPFUN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPFUN.DAT".

       COPY compfun.

       FD  TR-COMPFUN LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/COMPFUN.DAT".

       COPY compfun REPLACING ==REG-COMPFUN==
           BY ==TR-REG-COMPFUN==.

       FD  CRDCLI LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CRDCLI.DAT".

       COPY crdcli.

       FD  TR-CRDCLI LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CRDCLI.DAT".

       COPY crdcli REPLACING ==REG-CRDCLI==
           BY ==TR-REG-CRDCLI==.

       FD  CRDPARC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CRDPARC.DAT".

       COPY crdparc.

       FD  TR-CRDPARC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CRDPARC.DAT".

       COPY crdparc REPLACING ==REG-CRDPARC==
           BY ==TR-REG-CRDPARC==.

       FD  FIDCLI LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FIDCLI.DAT".

       COPY fidcli.

       FD  TR-FIDCLI LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/FIDCLI.DAT".

       COPY fidcli REPLACING ==REG-FIDCLI==
           BY ==TR-REG-FIDCLI==.

       FD  FIDMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FIDMOV.DAT".

       COPY fidmov.

       FD  TR-FIDMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/FIDMOV.DAT".

       COPY fidmov REPLACING ==REG-FIDMOV==
           BY ==TR-REG-FIDMOV==.

       FD  AGENCIAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AGENCIAS.DAT".

       COPY agencias.

       FD  TR-AGENCIAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/AGENCIAS.DAT".

       COPY agencias REPLACING ==REG-AGMASTER==
           BY ==TR-REG-AGMASTER==.

       FD  ARRECAD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARRECAD.DAT".

       COPY arrecad.

       FD  TR-ARRECAD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/ARRECAD.DAT".

       COPY arrecad REPLACING ==REG-ARRECAD==
           BY ==TR-REG-ARRECAD==.

       FD  BLOQJUD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

       COPY bloqjud.

       FD  TR-BLOQJUD LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/BLOQJUD.DAT".

       COPY bloqjud REPLACING ==REG-BLOQJUD==
           BY ==TR-REG-BLOQJUD==.

       FD  CAIXAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAIXAMOV.DAT".

       COPY caixamov.

       FD  TR-CAIXAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CAIXAMOV.DAT".

       COPY caixamov REPLACING ==REG-CAIXAMOV==
           BY ==TR-REG-CAIXAMOV==.

       FD  CEPFAIX LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CEPFAIX.DAT".

       COPY cepfaix.

       FD  TR-CEPFAIX LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CEPFAIX.DAT".

       COPY cepfaix REPLACING ==REG-CEPFAIX==
           BY ==TR-REG-CEPFAIX==.

       FD  DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIAMOV.DAT".

       COPY diamov.

       FD  TR-DIAMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/DIAMOV.DAT".

       COPY diamov REPLACING ==REG-DIAMOV==
           BY ==TR-REG-DIAMOV==.

       FD  IOF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "IOF.DAT".

       COPY iof.

       FD  TR-IOF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/IOF.DAT".

       COPY iof REPLACING ==REG-IOF==
           BY ==TR-REG-IOF==.

       FD  IRRF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "IRRF.DAT".

       COPY ir.

       FD  TR-IRRF LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/IRRF.DAT".

       COPY ir REPLACING ==REG-IR==
           BY ==TR-REG-IR==.

       FD  PACOTES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PACOTES.DAT".

       COPY pacotes.

       FD  TR-PACOTES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/PACOTES.DAT".

       COPY pacotes REPLACING ==REG-PACOTE==
           BY ==TR-REG-PACOTE==.

       FD  PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

       COPY parametros.

       FD  TR-PARAMETROS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/PARAMETROS.DAT".

       COPY parametros REPLACING ==REG-PARAMETROS==
           BY ==TR-REG-PARAMETROS==.

       FD  SEQCONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SEQCONTA.DAT".

       COPY seqconta.

       FD  TR-SEQCONTA LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/SEQCONTA.DAT".

       COPY seqconta REPLACING ==REG-SEQCONTA==
           BY ==TR-REG-SEQCONTA==.

       FD  TESCOFRE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TESCOFRE.DAT".

       COPY tescofre.

       FD  TR-TESCOFRE LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/TESCOFRE.DAT".

       COPY tescofre REPLACING ==REG-TESCOFRE==
           BY ==TR-REG-TESCOFRE==.

       FD  TESMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TESMOV.DAT".

       COPY tesmov.

       FD  TR-TESMOV LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/TESMOV.DAT".

       COPY tesmov REPLACING ==REG-TESMOV==
           BY ==TR-REG-TESMOV==.

       FD  DEPOSITOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEPOSITOS.DAT".

       COPY depositos.

       FD  TR-DEPOSITOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/DEPOSITOS.DAT".

       COPY depositos REPLACING ==REG-DEPOSITO==
           BY ==TR-REG-DEPOSITO==.

       FD  KITS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "KITS.DAT".

       COPY kits.

       FD  TR-KITS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/KITS.DAT".

       COPY kits REPLACING ==REG-KIT==
           BY ==TR-REG-KIT==.

       FD  LOTES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOTES.DAT".

       COPY lotes.

       FD  TR-LOTES LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/LOTES.DAT".

       COPY lotes REPLACING ==REG-LOTE==
           BY ==TR-REG-LOTE==.

       FD  MOVIMENT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVIMENT.DAT".

       COPY movimentos.

       FD  TR-MOVIMENT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/MOVIMENT.DAT".

       COPY movimentos REPLACING ==REG-MOVIMENTO==
           BY ==TR-REG-MOVIMENTO==.

       FD  OFERTAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OFERTAS.DAT".

       COPY ofertas.

       FD  TR-OFERTAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/OFERTAS.DAT".

       COPY ofertas REPLACING ==REG-OFERTA==
           BY ==TR-REG-OFERTA==.

       FD  PRODUTOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".

       COPY produtos.

       FD  TR-PRODUTOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/PRODUTOS.DAT".

       COPY produtos REPLACING ==REG-PROD==
           BY ==TR-REG-PROD==.

       FD  RECCART LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RECCART.DAT".

       COPY reccart.

       FD  TR-RECCART LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/RECCART.DAT".

       COPY reccart REPLACING ==REG-RECCART==
           BY ==TR-REG-RECCART==.

       FD  RESERVAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".

       COPY reservas.

       FD  TR-RESERVAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/RESERVAS.DAT".

       COPY reservas REPLACING ==REG-RESERVA==
           BY ==TR-REG-RESERVA==.

       FD  SALDOLOC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOLOC.DAT".

       COPY saldoloc.

       FD  TR-SALDOLOC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/SALDOLOC.DAT".

       COPY saldoloc REPLACING ==REG-SALDO-LOC==
           BY ==TR-REG-SALDO-LOC==.

       FD  TURNO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TURNO.DAT".

       COPY turno.

       FD  TR-TURNO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/TURNO.DAT".

       COPY turno REPLACING ==REG-TURNO==
           BY ==TR-REG-TURNO==.

       FD  VENDAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDAS.DAT".

       COPY vendas.

       FD  TR-VENDAS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/VENDAS.DAT".

       COPY vendas REPLACING ==REG-VENDA-DIA==
           BY ==TR-REG-VENDA-DIA==.

       FD  VENDCOM LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDCOM.DAT".

       COPY vendcom.

       FD  TR-VENDCOM LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/VENDCOM.DAT".

       COPY vendcom REPLACING ==REG-VENDCOM==
           BY ==TR-REG-VENDCOM==.

       FD  ESTADOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ESTADOS.DAT".

       COPY estadoarq.

       FD  TR-ESTADOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/ESTADOS.DAT".

       COPY estadoarq REPLACING ==REG-ESTADO-ARQ==
           BY ==TR-REG-ESTADO-ARQ==.

       FD  MUNICIP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MUNICIP.DAT".

       COPY municarq.

       FD  TR-MUNICIP LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/MUNICIP.DAT".

       COPY municarq REPLACING ==REG-MUNICIPIO-ARQ==
           BY ==TR-REG-MUNICIPIO-ARQ==.

       FD  FERIADOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FERIADOS.DAT".

       COPY feriados.

       FD  TR-FERIADOS LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/FERIADOS.DAT".

       COPY feriados REPLACING ==REG-FERIADO==
           BY ==TR-REG-FERIADO==.

       FD  PRODUTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODUTO.DAT".

       COPY produto REPLACING ==REG-PROD==
           BY ==REG-PROD-CM==.

       FD  TR-PRODUTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/PRODUTO.DAT".

       COPY produto REPLACING ==REG-PROD==
           BY ==TR-REG-PROD-CM==.

       FD  CUPSEQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CUPSEQ.DAT".
       01  REG-CUPSEQ.
           02 CS-CHAVE        PIC 9(1).
           02 CS-ULTIMO-CUPOM PIC 9(6).

       FD  TR-CUPSEQ LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINO/CUPSEQ.DAT".
       01  TR-REG-CUPSEQ.
           02 CS-CHAVE        PIC 9(1).
           02 CS-ULTIMO-CUPOM PIC 9(6).

       WORKING-STORAGE SECTION.
      * BASE DE TREINAMENTO - COPIA OS ARQUIVOS DE PRODUCAO USADOS
      * PELO BANCOPEL E PELO INDICE (E PELAS TELAS DO MENU) PARA O
      * DIRETORIO TREINO/, REGISTRO A REGISTRO, TROCANDO OS DADOS
      * PESSOAIS POR VALORES FALSOS E COERENTES:
      * - CPF: O NUMERO-BASE (9 DIGITOS) PASSA POR UMA TROCA
      *   BIUNIVOCA DERIVADA DA CHAVE DE MASCARAMENTO E OS DIGITOS
      *   VERIFICADORES SAO RECALCULADOS (MESMA REGRA DO VALIDA-CPF).
      *   O MESMO CPF VIRA SEMPRE O MESMO CPF FALSO EM TODOS OS
      *   ARQUIVOS, ENTAO CONTA, EXTRATO, CARTAO, CREDIARIO ETC.
      *   CONTINUAM LIGADOS; CPF ZERADO CONTINUA ZERADO.
      * - NOME, LOGRADOURO E NUMERO: MONTADOS DAS TABELAS ABAIXO A
      *   PARTIR DO CPF FALSO (A MESMA PESSOA TEM O MESMO NOME EM
      *   TODOS OS ARQUIVOS).  CIDADE, UF E CEP FICAM.  NOME JA
      *   ANONIMIZADO (LGPD) FICA COMO ESTA.
      * - CELULAR E TELEFONE: MANTEM O DDD; E-MAIL E CHAVE DE
      *   TRANSFERENCIA QUE NAO SEJA O PROPRIO CPF SAO REFEITOS.
      * - SENHA DO CLIENTE (QUANDO HOUVER) E SENHA DOS OPERADORES
      *   PASSAM A SER 1234, SEM ERROS PENDENTES E SEM TROCA
      *   OBRIGATORIA.
      * SALDOS, VALORES, DATAS E HISTORICOS NAO MUDAM.  A CHAVE DE
      * MASCARAMENTO NAO E GUARDADA EM LUGAR NENHUM: SEM ELA NAO SE
      * REFAZ A TROCA, E REMONTAR COM A MESMA CHAVE DA OS MESMOS
      * VALORES FALSOS.  AUDITORIA, CONTROLE DO NOTURNO, CATALOGO E
      * RELATORIOS NAO SAO COPIADOS - A BASE DE TREINAMENTO COMECA
      * SEM ELES.  SO NO FIM, SEM FALHAS, E GRAVADA A MARCA
      * TREINO/TREINO.DAT QUE LIGA A FAIXA DE TREINAMENTO NAS TELAS
      * (MODO-TREINO); O SISTEMA RODA EM TREINAMENTO QUANDO E
      * INICIADO DE DENTRO DO DIRETORIO TREINO/.
       77 ANST PIC X(02).
           88 AN-OK        VALUE "00" "02".
           88 AN-FIM       VALUE "10".
           88 AN-EMPTY     VALUE "35".
           88 AN-DIVERGE   VALUE "39".
       77 TRST PIC X(02).
           88 TR-OK        VALUE "00".
       77 MTST PIC X(02).
           88 MT-OK        VALUE "00".
       77 FFAUDI PIC X(02).
           88 FA-OK        VALUE "00".

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
       77 WS-BUF9          PIC X(9) VALUE SPACES.
       77 WS-CHAVE-MASC    PIC 9(9) VALUE ZEROS.
       77 WS-RESP          PIC X(1) VALUE SPACE.
       77 WS-DIRETORIO     PIC X(7) VALUE "TREINO".
       77 WS-NOME-MARCA    PIC X(20) VALUE "TREINO/TREINO.DAT".

       77 WS-QT-REGISTROS  PIC 9(7) VALUE ZEROS.
       77 WS-QT-TOTAL      PIC 9(9) VALUE ZEROS.
       77 WS-QT-ARQUIVOS   PIC 9(3) VALUE ZEROS.
       77 WS-QT-PULADOS    PIC 9(3) VALUE ZEROS.
       77 WS-QT-FALHAS     PIC 9(3) VALUE ZEROS.
       77 WS-QT-REJEITADOS PIC 9(7) VALUE ZEROS.
       77 WS-QT-CHAVES     PIC 9(5) VALUE ZEROS.
       77 WS-QT-CPF        PIC 9(9) VALUE ZEROS.

      * TROCA DO CPF: BASE * MULTIPLICADOR + DESLOCAMENTO (MODULO
      * 10**9), DIGITOS INVERTIDOS E DE NOVO A MESMA CONTA.  O
      * MULTIPLICADOR E IMPAR E NAO MULTIPLO DE 5, ENTAO A TROCA E
      * BIUNIVOCA - DOIS CPFS NUNCA VIRAM O MESMO.
       77 WS-MC-MULT       PIC 9(9) VALUE ZEROS.
       77 WS-MC-DESLOC     PIC 9(9) VALUE ZEROS.
       77 WS-MC-BASE       PIC 9(9) VALUE ZEROS.
       77 WS-MC-PRODUTO    PIC 9(18) VALUE ZEROS.
       77 WS-MC-QUOC       PIC 9(18) VALUE ZEROS.
       77 WS-MC-RESTO      PIC 9(9) VALUE ZEROS.
       77 WS-MC-I          PIC 9(2) VALUE ZEROS.
       77 WS-MC-J          PIC 9(2) VALUE ZEROS.
       77 WS-MC-SOMA       PIC 9(4) VALUE ZEROS.
       77 WS-MC-DV         PIC 9(2) VALUE ZEROS.
       01 WS-MC-CPF        PIC 9(11) VALUE ZEROS.
       01 WS-MC-CPF-X REDEFINES WS-MC-CPF PIC X(11).
       01 WS-MC-CPF-D REDEFINES WS-MC-CPF.
           02 WS-MC-D PIC 9 OCCURS 11 TIMES.
       01 WS-MC-GIRO       PIC 9(9) VALUE ZEROS.
       01 WS-MC-GIRO-D REDEFINES WS-MC-GIRO.
           02 WS-MC-GD PIC 9 OCCURS 9 TIMES.
       01 WS-MC-INVERSO    PIC 9(9) VALUE ZEROS.
       01 WS-MC-INVERSO-D REDEFINES WS-MC-INVERSO.
           02 WS-MC-VD PIC 9 OCCURS 9 TIMES.
       77 WS-CPF-ORIGINAL  PIC X(11) VALUE SPACES.

      * NOMES E ENDERECOS FALSOS - A SEMENTE (BASE DO CPF FALSO)
      * ESCOLHE PRENOME, DOIS SOBRENOMES, LOGRADOURO E NUMERO.
       77 WS-SEMENTE       PIC 9(11) VALUE ZEROS.
       77 WS-SM-QUOC       PIC 9(11) VALUE ZEROS.
       77 WS-SM-I1         PIC 9(2) VALUE ZEROS.
       77 WS-SM-I2         PIC 9(2) VALUE ZEROS.
       77 WS-SM-I3         PIC 9(2) VALUE ZEROS.
       77 WS-SM-I4         PIC 9(2) VALUE ZEROS.
       77 WS-SM-NUM        PIC 9(3) VALUE ZEROS.
       77 WS-NOME-FALSO    PIC X(35) VALUE SPACES.
       77 WS-LOGRADOURO-FALSO PIC X(25) VALUE SPACES.
       77 WS-NUMERO-FALSO  PIC 9(3) VALUE ZEROS.
       77 WS-NOME-ANONIMO  PIC X(35) VALUE "ANONIMIZADO LGPD".
       77 WS-DESCRICAO-OMITIDA PIC X(60)
           VALUE "DESCRICAO OMITIDA NA BASE DE TREINAMENTO".
       77 WS-ID-TXT        PIC X(4) VALUE SPACES.

       01 PRENOMES-TAB.
           02 FILLER PIC X(10) VALUE "ANA".
           02 FILLER PIC X(10) VALUE "BRUNO".
           02 FILLER PIC X(10) VALUE "CARLA".
           02 FILLER PIC X(10) VALUE "DANIEL".
           02 FILLER PIC X(10) VALUE "EDUARDA".
           02 FILLER PIC X(10) VALUE "FABIO".
           02 FILLER PIC X(10) VALUE "GABRIELA".
           02 FILLER PIC X(10) VALUE "HEITOR".
           02 FILLER PIC X(10) VALUE "ISABEL".
           02 FILLER PIC X(10) VALUE "JOAO".
           02 FILLER PIC X(10) VALUE "LARISSA".
           02 FILLER PIC X(10) VALUE "MARCOS".
           02 FILLER PIC X(10) VALUE "NATALIA".
           02 FILLER PIC X(10) VALUE "OTAVIO".
           02 FILLER PIC X(10) VALUE "PATRICIA".
           02 FILLER PIC X(10) VALUE "RAFAEL".
           02 FILLER PIC X(10) VALUE "SILVIA".
           02 FILLER PIC X(10) VALUE "TIAGO".
           02 FILLER PIC X(10) VALUE "VANESSA".
           02 FILLER PIC X(10) VALUE "WAGNER".

       01 TABELA-PRENOMES REDEFINES PRENOMES-TAB.
           02 PRENOME-T PIC X(10) OCCURS 20 TIMES.

       01 SOBRENOMES-TAB.
           02 FILLER PIC X(11) VALUE "ALMEIDA".
           02 FILLER PIC X(11) VALUE "BARBOSA".
           02 FILLER PIC X(11) VALUE "CARDOSO".
           02 FILLER PIC X(11) VALUE "DIAS".
           02 FILLER PIC X(11) VALUE "FERREIRA".
           02 FILLER PIC X(11) VALUE "GOMES".
           02 FILLER PIC X(11) VALUE "LIMA".
           02 FILLER PIC X(11) VALUE "MARTINS".
           02 FILLER PIC X(11) VALUE "NUNES".
           02 FILLER PIC X(11) VALUE "OLIVEIRA".
           02 FILLER PIC X(11) VALUE "PEREIRA".
           02 FILLER PIC X(11) VALUE "RIBEIRO".
           02 FILLER PIC X(11) VALUE "SANTOS".
           02 FILLER PIC X(11) VALUE "TEIXEIRA".
           02 FILLER PIC X(11) VALUE "VIEIRA".
           02 FILLER PIC X(11) VALUE "ARAUJO".
           02 FILLER PIC X(11) VALUE "CASTRO".
           02 FILLER PIC X(11) VALUE "MOREIRA".
           02 FILLER PIC X(11) VALUE "ROCHA".
           02 FILLER PIC X(11) VALUE "SOUZA".

       01 TABELA-SOBRENOMES REDEFINES SOBRENOMES-TAB.
           02 SOBRENOME-T PIC X(11) OCCURS 20 TIMES.

       01 LOGRADOUROS-TAB.
           02 FILLER PIC X(20) VALUE "RUA DAS FLORES".
           02 FILLER PIC X(20) VALUE "RUA DO COMERCIO".
           02 FILLER PIC X(20) VALUE "AV BRASIL".
           02 FILLER PIC X(20) VALUE "RUA SETE".
           02 FILLER PIC X(20) VALUE "RUA DAS PALMEIRAS".
           02 FILLER PIC X(20) VALUE "AV CENTRAL".
           02 FILLER PIC X(20) VALUE "RUA DO SOL".
           02 FILLER PIC X(20) VALUE "RUA DA PAZ".
           02 FILLER PIC X(20) VALUE "RUA NOVA".
           02 FILLER PIC X(20) VALUE "AV DAS NACOES".
           02 FILLER PIC X(20) VALUE "RUA DOS IPES".
           02 FILLER PIC X(20) VALUE "RUA DO LAGO".
           02 FILLER PIC X(20) VALUE "RUA BELA VISTA".
           02 FILLER PIC X(20) VALUE "RUA DA ESCOLA".
           02 FILLER PIC X(20) VALUE "AV DO CONTORNO".
           02 FILLER PIC X(20) VALUE "RUA SAO JOSE".
           02 FILLER PIC X(20) VALUE "RUA DA IGREJA".
           02 FILLER PIC X(20) VALUE "RUA DOS PINHEIROS".
           02 FILLER PIC X(20) VALUE "RUA DO MERCADO".
           02 FILLER PIC X(20) VALUE "AV PRINCIPAL".

       01 TABELA-LOGRADOUROS REDEFINES LOGRADOUROS-TAB.
           02 LOGRADOURO-T PIC X(20) OCCURS 20 TIMES.

       77 WS-TEL           PIC 9(11) VALUE ZEROS.
       77 WS-TEL-DDD       PIC 9(2) VALUE ZEROS.
       77 WS-TEL-RESTO     PIC 9(8) VALUE ZEROS.
       77 WS-TEL-TXT       PIC X(12) VALUE SPACES.

      * SENHA DE TREINAMENTO - A DO CLIENTE FICA EM CLARO COMO NO
      * AGENCIA.DAT; A DO OPERADOR E OFUSCADA COMO NO BANCOPEL.
       77 WS-SENHA-TREINO  PIC 9(4) VALUE 1234.
       01 WS-SENHA-CLARA.
           02 WS-SC-D PIC 9 OCCURS 4 TIMES.
       01 WS-SENHA-OFUSCA.
           02 WS-SO-D PIC 9 OCCURS 4 TIMES.
       01 WS-OS-I PIC 9 VALUE ZEROS.
       01 WS-OS-J PIC 9 VALUE ZEROS.
       01 WS-SENHA-OFUSCADA PIC 9(4) VALUE ZEROS.

       77 WS-AUD-OP    PIC X(10) VALUE SPACES.
       77 WS-AUD-CHAVE PIC X(20) VALUE SPACES.
       77 WS-AUD-DESC  PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           DISPLAY "BASE DE TREINAMENTO - COPIA MASCARADA DA PRODUCAO"

      *    DE DENTRO DA BASE DE TREINAMENTO NAO SE MONTA OUTRA.
           OPEN INPUT MARCA-LOCAL
           IF MT-OK
               CLOSE MARCA-LOCAL
               DISPLAY "ESTE DIRETORIO JA E A BASE DE TREINAMENTO - "
                   "RODE A PARTIR DO DIRETORIO DE PRODUCAO"
               STOP RUN
           END-IF

           OPEN INPUT MARCA-TREINO
           IF MT-OK
               CLOSE MARCA-TREINO
               DISPLAY "JA EXISTE UMA BASE DE TREINAMENTO EM TREINO/ - "
                   "RECRIAR (S/N)? "
               MOVE SPACE TO WS-RESP
               ACCEPT WS-RESP
               IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
                   DISPLAY "MONTAGEM CANCELADA"
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "CHAVE DE MASCARAMENTO (9 DIGITOS - NAO E "
               "GUARDADA):"
           MOVE SPACES TO WS-BUF9
           ACCEPT WS-BUF9
           IF WS-BUF9 NOT NUMERIC
               DISPLAY "CHAVE INVALIDA - INFORME 9 DIGITOS"
               STOP RUN
           END-IF
           MOVE WS-BUF9 TO WS-CHAVE-MASC
           IF WS-CHAVE-MASC = ZEROS
               DISPLAY "CHAVE INVALIDA - INFORME 9 DIGITOS"
               STOP RUN
           END-IF
           PERFORM PREPARA-CHAVE

           MOVE WS-SENHA-TREINO TO WS-SENHA-CLARA
           PERFORM OFUSCA-SENHA

      *    A MARCA SAI PRIMEIRO: MONTAGEM INTERROMPIDA NAO DEIXA UMA
      *    BASE PELA METADE COM CARA DE PRONTA.
           CALL "CBL_CREATE_DIR" USING WS-DIRETORIO
           CALL "CBL_DELETE_FILE" USING WS-NOME-MARCA

           PERFORM TREINA-AGENCIA THRU FIM-TREINA-AGENCIA
           PERFORM TREINA-CLIENTE THRU FIM-TREINA-CLIENTE
           PERFORM TREINA-OPERADOR THRU FIM-TREINA-OPERADOR
           PERFORM TREINA-FUNCIONARIO THRU FIM-TREINA-FUNCIONARIO
           PERFORM TREINA-FORNECEDOR THRU FIM-TREINA-FORNECEDOR
           PERFORM TREINA-EXTRATO THRU FIM-TREINA-EXTRATO
           PERFORM TREINA-AGENDA THRU FIM-TREINA-AGENDA
           PERFORM TREINA-APLAUTO THRU FIM-TREINA-APLAUTO
           PERFORM TREINA-APLICACAO THRU FIM-TREINA-APLICACAO
           PERFORM TREINA-ARRCRED THRU FIM-TREINA-ARRCRED
           PERFORM TREINA-CARTAO THRU FIM-TREINA-CARTAO
           PERFORM TREINA-CCF THRU FIM-TREINA-CCF
           PERFORM TREINA-CCFMOV THRU FIM-TREINA-CCFMOV
           PERFORM TREINA-CHAVES THRU FIM-TREINA-CHAVES
           PERFORM TREINA-CHEQUES THRU FIM-TREINA-CHEQUES
           PERFORM TREINA-CHQDEP THRU FIM-TREINA-CHQDEP
           PERFORM TREINA-CONVENIO THRU FIM-TREINA-CONVENIO
           PERFORM TREINA-EMPRESTIMO THRU FIM-TREINA-EMPRESTIMO
           PERFORM TREINA-ESPOLIO THRU FIM-TREINA-ESPOLIO
           PERFORM TREINA-LIMPROP THRU FIM-TREINA-LIMPROP
           PERFORM TREINA-OFXADE THRU FIM-TREINA-OFXADE
           PERFORM TREINA-PENDOPS THRU FIM-TREINA-PENDOPS
           PERFORM TREINA-PORTABIL THRU FIM-TREINA-PORTABIL
           PERFORM TREINA-PROCURAD THRU FIM-TREINA-PROCURAD
           PERFORM TREINA-REMESSA THRU FIM-TREINA-REMESSA
           PERFORM TREINA-RESTRITO THRU FIM-TREINA-RESTRITO
           PERFORM TREINA-SAC THRU FIM-TREINA-SAC
           PERFORM TREINA-SAQAGEND THRU FIM-TREINA-SAQAGEND
           PERFORM TREINA-SCORE THRU FIM-TREINA-SCORE
           PERFORM TREINA-COMPFUN THRU FIM-TREINA-COMPFUN
           PERFORM TREINA-CRDCLI THRU FIM-TREINA-CRDCLI
           PERFORM TREINA-CRDPARC THRU FIM-TREINA-CRDPARC
           PERFORM TREINA-FIDCLI THRU FIM-TREINA-FIDCLI
           PERFORM TREINA-FIDMOV THRU FIM-TREINA-FIDMOV
           PERFORM TREINA-AGENCIAS THRU FIM-TREINA-AGENCIAS
           PERFORM TREINA-ARRECAD THRU FIM-TREINA-ARRECAD
           PERFORM TREINA-BLOQJUD THRU FIM-TREINA-BLOQJUD
           PERFORM TREINA-CAIXAMOV THRU FIM-TREINA-CAIXAMOV
           PERFORM TREINA-CEPFAIX THRU FIM-TREINA-CEPFAIX
           PERFORM TREINA-DIAMOV THRU FIM-TREINA-DIAMOV
           PERFORM TREINA-IOF THRU FIM-TREINA-IOF
           PERFORM TREINA-IRRF THRU FIM-TREINA-IRRF
           PERFORM TREINA-PACOTES THRU FIM-TREINA-PACOTES
           PERFORM TREINA-PARAMETROS THRU FIM-TREINA-PARAMETROS
           PERFORM TREINA-SEQCONTA THRU FIM-TREINA-SEQCONTA
           PERFORM TREINA-TESCOFRE THRU FIM-TREINA-TESCOFRE
           PERFORM TREINA-TESMOV THRU FIM-TREINA-TESMOV
           PERFORM TREINA-DEPOSITOS THRU FIM-TREINA-DEPOSITOS
           PERFORM TREINA-KITS THRU FIM-TREINA-KITS
           PERFORM TREINA-LOTES THRU FIM-TREINA-LOTES
           PERFORM TREINA-MOVIMENT THRU FIM-TREINA-MOVIMENT
           PERFORM TREINA-OFERTAS THRU FIM-TREINA-OFERTAS
           PERFORM TREINA-PRODUTOS THRU FIM-TREINA-PRODUTOS
           PERFORM TREINA-RECCART THRU FIM-TREINA-RECCART
           PERFORM TREINA-RESERVAS THRU FIM-TREINA-RESERVAS
           PERFORM TREINA-SALDOLOC THRU FIM-TREINA-SALDOLOC
           PERFORM TREINA-TURNO THRU FIM-TREINA-TURNO
           PERFORM TREINA-VENDAS THRU FIM-TREINA-VENDAS
           PERFORM TREINA-VENDCOM THRU FIM-TREINA-VENDCOM
           PERFORM TREINA-ESTADOS THRU FIM-TREINA-ESTADOS
           PERFORM TREINA-MUNICIP THRU FIM-TREINA-MUNICIP
           PERFORM TREINA-FERIADOS THRU FIM-TREINA-FERIADOS
           PERFORM TREINA-PRODUTO THRU FIM-TREINA-PRODUTO
           PERFORM TREINA-CUPSEQ THRU FIM-TREINA-CUPSEQ

           IF WS-QT-FALHAS = ZEROS
               PERFORM GRAVA-MARCA
           END-IF

           MOVE "TREINO" TO WS-AUD-OP
           MOVE "TREINO/" TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DESC
           STRING "ARQUIVOS " WS-QT-ARQUIVOS " REGISTROS "
               WS-QT-TOTAL " FALHAS " WS-QT-FALHAS
               DELIMITED BY SIZE INTO WS-AUD-DESC
           PERFORM GRAVA-AUDITORIA
           PERFORM RELATORIO-FINAL
           STOP RUN.

      * MULTIPLICADOR E DESLOCAMENTO DA TROCA DO CPF, TIRADOS DA
      * CHAVE INFORMADA.
       PREPARA-CHAVE.
           COMPUTE WS-MC-PRODUTO = WS-CHAVE-MASC * 2 + 1
           DIVIDE WS-MC-PRODUTO BY 1000000000 GIVING WS-MC-QUOC
               REMAINDER WS-MC-MULT
           DIVIDE WS-MC-MULT BY 5 GIVING WS-MC-QUOC
               REMAINDER WS-MC-RESTO
           IF WS-MC-RESTO = ZEROS
               ADD 2 TO WS-MC-MULT
           END-IF
           COMPUTE WS-MC-PRODUTO = WS-CHAVE-MASC * 7 + 123456789
           DIVIDE WS-MC-PRODUTO BY 1000000000 GIVING WS-MC-QUOC
               REMAINDER WS-MC-DESLOC.

       TREINA-AGENCIA.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT AGENCIA
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "Agencia.dat PULADO"
               GO FIM-TREINA-AGENCIA
           END-IF
           OPEN OUTPUT TR-AGENCIA
           IF NOT TR-OK
               CLOSE AGENCIA
               DISPLAY "TREINO/Agencia.dat NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-AGENCIA
           END-IF
           PERFORM COPIA-AGENCIA UNTIL NOT AN-OK
           CLOSE AGENCIA TR-AGENCIA
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/Agencia.dat - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-AGENCIA.
           EXIT.

       COPIA-AGENCIA.
           READ AGENCIA NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE CADASTRO-REGISTRO TO TR-CADASTRO-REGISTRO
               MOVE CD-CPF OF TR-CADASTRO-REGISTRO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CD-CPF OF TR-CADASTRO-REGISTRO
               MOVE CD-CPF-CONJUNTO OF TR-CADASTRO-REGISTRO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CD-CPF-CONJUNTO OF TR-CADASTRO-REGISTRO
               MOVE CD-CPF-RESPONSAVEL OF TR-CADASTRO-REGISTRO
                   TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF
                   TO CD-CPF-RESPONSAVEL OF TR-CADASTRO-REGISTRO
               IF CD-CPF OF TR-CADASTRO-REGISTRO = ZEROS
                   MOVE CD-CONTA OF TR-CADASTRO-REGISTRO TO WS-MC-BASE
                   PERFORM EMBARALHA-BASE
                   MOVE WS-MC-BASE TO WS-SEMENTE
               ELSE
                   DIVIDE CD-CPF OF TR-CADASTRO-REGISTRO BY 100
                       GIVING WS-SEMENTE
               END-IF
               IF NM-USER OF TR-CADASTRO-REGISTRO NOT = WS-NOME-ANONIMO
                   PERFORM MONTA-NOME
                   MOVE WS-NOME-FALSO TO NM-USER OF TR-CADASTRO-REGISTRO
                   MOVE WS-LOGRADOURO-FALSO
                       TO DS-LOGRADOURO OF TR-CADASTRO-REGISTRO
                   MOVE WS-NUMERO-FALSO
                       TO DS-NUMERO OF TR-CADASTRO-REGISTRO
               END-IF
               IF CD-SENHA OF TR-CADASTRO-REGISTRO NOT = ZEROS
                   MOVE WS-SENHA-TREINO
                       TO CD-SENHA OF TR-CADASTRO-REGISTRO
               END-IF
               MOVE ZEROS TO CD-ERROS-SENHA OF TR-CADASTRO-REGISTRO
               WRITE TR-CADASTRO-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CLIENTE.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CLIENTE
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CLIENTE.DAT PULADO"
               GO FIM-TREINA-CLIENTE
           END-IF
           OPEN OUTPUT TR-CLIENTE
           IF NOT TR-OK
               CLOSE CLIENTE
               DISPLAY "TREINO/CLIENTE.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CLIENTE
           END-IF
           PERFORM COPIA-CLIENTE UNTIL NOT AN-OK
           CLOSE CLIENTE TR-CLIENTE
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CLIENTE.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CLIENTE.
           EXIT.

       COPIA-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CLIENTE TO TR-REG-CLIENTE
               MOVE CL-CPF OF TR-REG-CLIENTE TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CL-CPF OF TR-REG-CLIENTE
               MOVE CL-CPF-CONJUNTO OF TR-REG-CLIENTE TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CL-CPF-CONJUNTO OF TR-REG-CLIENTE
               DIVIDE CL-CPF OF TR-REG-CLIENTE BY 100 GIVING WS-SEMENTE
               IF CL-NOME OF TR-REG-CLIENTE NOT = WS-NOME-ANONIMO
                   PERFORM MONTA-NOME
                   MOVE WS-NOME-FALSO TO CL-NOME OF TR-REG-CLIENTE
                   MOVE SPACES TO CL-ENDER OF TR-REG-CLIENTE
                   STRING WS-LOGRADOURO-FALSO DELIMITED BY "  "
                       ", " WS-NUMERO-FALSO DELIMITED BY SIZE
                       INTO CL-ENDER OF TR-REG-CLIENTE
               END-IF
               MOVE CL-CELULAR OF TR-REG-CLIENTE TO WS-TEL
               PERFORM MASCARA-CELULAR
               MOVE WS-TEL TO CL-CELULAR OF TR-REG-CLIENTE
               IF CL-EMAIL OF TR-REG-CLIENTE NOT = SPACES
                   MOVE CL-CPF OF TR-REG-CLIENTE TO WS-MC-CPF
                   MOVE SPACES TO CL-EMAIL OF TR-REG-CLIENTE
                   STRING "cliente" WS-MC-CPF-X "@treino.local"
                       DELIMITED BY SIZE INTO CL-EMAIL OF TR-REG-CLIENTE
               END-IF
               WRITE TR-REG-CLIENTE
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-OPERADOR.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT OPERADOR
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "OPERADOR.DAT PULADO"
               GO FIM-TREINA-OPERADOR
           END-IF
           OPEN OUTPUT TR-OPERADOR
           IF NOT TR-OK
               CLOSE OPERADOR
               DISPLAY "TREINO/OPERADOR.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-OPERADOR
           END-IF
           PERFORM COPIA-OPERADOR UNTIL NOT AN-OK
           CLOSE OPERADOR TR-OPERADOR
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/OPERADOR.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-OPERADOR.
           EXIT.

       COPIA-OPERADOR.
           READ OPERADOR NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-OPERADOR TO TR-REG-OPERADOR
               MOVE OP-ID OF TR-REG-OPERADOR TO WS-ID-TXT
               PERFORM SEMENTE-OPERADOR
               PERFORM MONTA-NOME
               MOVE WS-NOME-FALSO TO OP-NOME OF TR-REG-OPERADOR
               MOVE WS-SENHA-OFUSCADA TO OP-SENHA OF TR-REG-OPERADOR
               MOVE ZEROS TO OP-ERROS OF TR-REG-OPERADOR
               MOVE 'N' TO OP-TROCA-OBRIG OF TR-REG-OPERADOR
               MOVE WS-HOJE TO OP-DATA-TROCA OF TR-REG-OPERADOR
               WRITE TR-REG-OPERADOR
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-FUNCIONARIO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT FUNCIONARIO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "FUNCIONARIO.DAT PULADO"
               GO FIM-TREINA-FUNCIONARIO
           END-IF
           OPEN OUTPUT TR-FUNCIONARIO
           IF NOT TR-OK
               CLOSE FUNCIONARIO
               DISPLAY "TREINO/FUNCIONARIO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-FUNCIONARIO
           END-IF
           PERFORM COPIA-FUNCIONARIO UNTIL NOT AN-OK
           CLOSE FUNCIONARIO TR-FUNCIONARIO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/FUNCIONARIO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-FUNCIONARIO.
           EXIT.

       COPIA-FUNCIONARIO.
           READ FUNCIONARIO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-FUNCIONARIO TO TR-REG-FUNCIONARIO
               MOVE FU-CPF OF TR-REG-FUNCIONARIO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO FU-CPF OF TR-REG-FUNCIONARIO
               IF FU-CPF OF TR-REG-FUNCIONARIO = ZEROS
                   MOVE FU-CODIGO OF TR-REG-FUNCIONARIO TO WS-MC-BASE
                   PERFORM EMBARALHA-BASE
                   MOVE WS-MC-BASE TO WS-SEMENTE
               ELSE
                   DIVIDE FU-CPF OF TR-REG-FUNCIONARIO BY 100
                       GIVING WS-SEMENTE
               END-IF
               PERFORM MONTA-NOME
               MOVE WS-NOME-FALSO TO FU-NOME OF TR-REG-FUNCIONARIO
               WRITE TR-REG-FUNCIONARIO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-FORNECEDOR.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT FORNECEDOR
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "FORNECEDOR.DAT PULADO"
               GO FIM-TREINA-FORNECEDOR
           END-IF
           OPEN OUTPUT TR-FORNECEDOR
           IF NOT TR-OK
               CLOSE FORNECEDOR
               DISPLAY "TREINO/FORNECEDOR.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-FORNECEDOR
           END-IF
           PERFORM COPIA-FORNECEDOR UNTIL NOT AN-OK
           CLOSE FORNECEDOR TR-FORNECEDOR
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/FORNECEDOR.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-FORNECEDOR.
           EXIT.

       COPIA-FORNECEDOR.
           READ FORNECEDOR NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-FORNECEDOR TO TR-REG-FORNECEDOR
               IF FO-TELEFONE OF TR-REG-FORNECEDOR NOT = SPACES
                   MOVE FO-CODIGO OF TR-REG-FORNECEDOR TO WS-MC-BASE
                   PERFORM EMBARALHA-BASE
                   MOVE WS-MC-BASE TO WS-SEMENTE
                   PERFORM SORTEIA-TELEFONE
                   MOVE SPACES TO WS-TEL-TXT
                   STRING FO-TELEFONE OF TR-REG-FORNECEDOR(1:2)
                       "9" WS-TEL-RESTO
                       DELIMITED BY SIZE INTO WS-TEL-TXT
                   MOVE WS-TEL-TXT TO FO-TELEFONE OF TR-REG-FORNECEDOR
               END-IF
               WRITE TR-REG-FORNECEDOR
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-EXTRATO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT EXTRATO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "Extrato.dat PULADO"
               GO FIM-TREINA-EXTRATO
           END-IF
           OPEN OUTPUT TR-EXTRATO
           IF NOT TR-OK
               CLOSE EXTRATO
               DISPLAY "TREINO/Extrato.dat NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-EXTRATO
           END-IF
           PERFORM COPIA-EXTRATO UNTIL NOT AN-OK
           CLOSE EXTRATO TR-EXTRATO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/Extrato.dat - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-EXTRATO.
           EXIT.

       COPIA-EXTRATO.
           READ EXTRATO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-EXTRATO TO TR-REG-EXTRATO
               MOVE EX-CPF OF TR-REG-EXTRATO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO EX-CPF OF TR-REG-EXTRATO
               WRITE TR-REG-EXTRATO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-AGENDA.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT AGENDA
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "AGENDA.DAT PULADO"
               GO FIM-TREINA-AGENDA
           END-IF
           OPEN OUTPUT TR-AGENDA
           IF NOT TR-OK
               CLOSE AGENDA
               DISPLAY "TREINO/AGENDA.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-AGENDA
           END-IF
           PERFORM COPIA-AGENDA UNTIL NOT AN-OK
           CLOSE AGENDA TR-AGENDA
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/AGENDA.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-AGENDA.
           EXIT.

       COPIA-AGENDA.
           READ AGENDA NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-AGENDA TO TR-REG-AGENDA
               MOVE AG-CPF-ORIGEM OF TR-REG-AGENDA TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO AG-CPF-ORIGEM OF TR-REG-AGENDA
               MOVE AG-CPF-DESTINO OF TR-REG-AGENDA TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO AG-CPF-DESTINO OF TR-REG-AGENDA
               WRITE TR-REG-AGENDA
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-APLAUTO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT APLAUTO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "APLAUTO.DAT PULADO"
               GO FIM-TREINA-APLAUTO
           END-IF
           OPEN OUTPUT TR-APLAUTO
           IF NOT TR-OK
               CLOSE APLAUTO
               DISPLAY "TREINO/APLAUTO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-APLAUTO
           END-IF
           PERFORM COPIA-APLAUTO UNTIL NOT AN-OK
           CLOSE APLAUTO TR-APLAUTO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/APLAUTO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-APLAUTO.
           EXIT.

       COPIA-APLAUTO.
           READ APLAUTO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-APLAUTO TO TR-REG-APLAUTO
               MOVE VA-CPF OF TR-REG-APLAUTO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO VA-CPF OF TR-REG-APLAUTO
               WRITE TR-REG-APLAUTO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-APLICACAO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT APLICACAO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "APLICACAO.DAT PULADO"
               GO FIM-TREINA-APLICACAO
           END-IF
           OPEN OUTPUT TR-APLICACAO
           IF NOT TR-OK
               CLOSE APLICACAO
               DISPLAY "TREINO/APLICACAO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-APLICACAO
           END-IF
           PERFORM COPIA-APLICACAO UNTIL NOT AN-OK
           CLOSE APLICACAO TR-APLICACAO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/APLICACAO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-APLICACAO.
           EXIT.

       COPIA-APLICACAO.
           READ APLICACAO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-APLICACAO TO TR-REG-APLICACAO
               MOVE AP-CPF OF TR-REG-APLICACAO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO AP-CPF OF TR-REG-APLICACAO
               WRITE TR-REG-APLICACAO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-ARRCRED.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT ARRCRED
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "ARRCRED.DAT PULADO"
               GO FIM-TREINA-ARRCRED
           END-IF
           OPEN OUTPUT TR-ARRCRED
           IF NOT TR-OK
               CLOSE ARRCRED
               DISPLAY "TREINO/ARRCRED.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-ARRCRED
           END-IF
           PERFORM COPIA-ARRCRED UNTIL NOT AN-OK
           CLOSE ARRCRED TR-ARRCRED
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/ARRCRED.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-ARRCRED.
           EXIT.

       COPIA-ARRCRED.
           READ ARRCRED NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-ARRCRED TO TR-REG-ARRCRED
               IF AC-CPF-BASE OF TR-REG-ARRCRED NOT = ZEROS
                   MOVE AC-CPF-BASE OF TR-REG-ARRCRED TO WS-MC-BASE
                   PERFORM EMBARALHA-BASE
                   MOVE WS-MC-BASE TO AC-CPF-BASE OF TR-REG-ARRCRED
               END-IF
               WRITE TR-REG-ARRCRED
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CARTAO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CARTAO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CARTAO.DAT PULADO"
               GO FIM-TREINA-CARTAO
           END-IF
           OPEN OUTPUT TR-CARTAO
           IF NOT TR-OK
               CLOSE CARTAO
               DISPLAY "TREINO/CARTAO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CARTAO
           END-IF
           PERFORM COPIA-CARTAO UNTIL NOT AN-OK
           CLOSE CARTAO TR-CARTAO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CARTAO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CARTAO.
           EXIT.

       COPIA-CARTAO.
           READ CARTAO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CARTAO TO TR-REG-CARTAO
               MOVE CA-CPF OF TR-REG-CARTAO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CA-CPF OF TR-REG-CARTAO
               WRITE TR-REG-CARTAO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CCF.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CCF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CCF.DAT PULADO"
               GO FIM-TREINA-CCF
           END-IF
           OPEN OUTPUT TR-CCF
           IF NOT TR-OK
               CLOSE CCF
               DISPLAY "TREINO/CCF.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CCF
           END-IF
           PERFORM COPIA-CCF UNTIL NOT AN-OK
           CLOSE CCF TR-CCF
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CCF.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CCF.
           EXIT.

       COPIA-CCF.
           READ CCF NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CCF TO TR-REG-CCF
               MOVE CF-CPF OF TR-REG-CCF TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CF-CPF OF TR-REG-CCF
               WRITE TR-REG-CCF
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CCFMOV.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CCFMOV
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CCFMOV.DAT PULADO"
               GO FIM-TREINA-CCFMOV
           END-IF
           OPEN OUTPUT TR-CCFMOV
           IF NOT TR-OK
               CLOSE CCFMOV
               DISPLAY "TREINO/CCFMOV.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CCFMOV
           END-IF
           PERFORM COPIA-CCFMOV UNTIL NOT AN-OK
           CLOSE CCFMOV TR-CCFMOV
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CCFMOV.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CCFMOV.
           EXIT.

       COPIA-CCFMOV.
           READ CCFMOV
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CCFMOV TO TR-REG-CCFMOV
               MOVE CM-CPF OF TR-REG-CCFMOV TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CM-CPF OF TR-REG-CCFMOV
               WRITE TR-REG-CCFMOV
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CHAVES.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CHAVES
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CHAVES.DAT PULADO"
               GO FIM-TREINA-CHAVES
           END-IF
           OPEN OUTPUT TR-CHAVES
           IF NOT TR-OK
               CLOSE CHAVES
               DISPLAY "TREINO/CHAVES.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CHAVES
           END-IF
           PERFORM COPIA-CHAVES UNTIL NOT AN-OK
           CLOSE CHAVES TR-CHAVES
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CHAVES.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CHAVES.
           EXIT.

       COPIA-CHAVES.
           READ CHAVES NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CHAVE-TRANSF TO TR-REG-CHAVE-TRANSF
               MOVE CH-CPF OF TR-REG-CHAVE-TRANSF TO WS-MC-CPF
               MOVE WS-MC-CPF-X TO WS-CPF-ORIGINAL
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CH-CPF OF TR-REG-CHAVE-TRANSF
               IF CH-CHAVE OF TR-REG-CHAVE-TRANSF(1:11)
                   = WS-CPF-ORIGINAL
                   AND CH-CHAVE OF TR-REG-CHAVE-TRANSF(12:29) = SPACES
                   MOVE WS-MC-CPF-X TO CH-CHAVE OF TR-REG-CHAVE-TRANSF
               ELSE
                   ADD 1 TO WS-QT-CHAVES
                   MOVE SPACES TO CH-CHAVE OF TR-REG-CHAVE-TRANSF
                   STRING "TREINO-" CH-AGENCIA OF TR-REG-CHAVE-TRANSF
                       "-" CH-CONTA OF TR-REG-CHAVE-TRANSF
                       "-" WS-QT-CHAVES DELIMITED BY SIZE
                       INTO CH-CHAVE OF TR-REG-CHAVE-TRANSF
               END-IF
               WRITE TR-REG-CHAVE-TRANSF
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CHEQUES.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CHEQUES
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CHEQUES.DAT PULADO"
               GO FIM-TREINA-CHEQUES
           END-IF
           OPEN OUTPUT TR-CHEQUES
           IF NOT TR-OK
               CLOSE CHEQUES
               DISPLAY "TREINO/CHEQUES.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CHEQUES
           END-IF
           PERFORM COPIA-CHEQUES UNTIL NOT AN-OK
           CLOSE CHEQUES TR-CHEQUES
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CHEQUES.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CHEQUES.
           EXIT.

       COPIA-CHEQUES.
           READ CHEQUES NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CHEQUE TO TR-REG-CHEQUE
               MOVE CQ-CPF OF TR-REG-CHEQUE TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CQ-CPF OF TR-REG-CHEQUE
               WRITE TR-REG-CHEQUE
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CHQDEP.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CHQDEP
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CHQDEP.DAT PULADO"
               GO FIM-TREINA-CHQDEP
           END-IF
           OPEN OUTPUT TR-CHQDEP
           IF NOT TR-OK
               CLOSE CHQDEP
               DISPLAY "TREINO/CHQDEP.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CHQDEP
           END-IF
           PERFORM COPIA-CHQDEP UNTIL NOT AN-OK
           CLOSE CHQDEP TR-CHQDEP
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CHQDEP.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CHQDEP.
           EXIT.

       COPIA-CHQDEP.
           READ CHQDEP NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CHQDEP TO TR-REG-CHQDEP
               MOVE QD-CPF OF TR-REG-CHQDEP TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO QD-CPF OF TR-REG-CHQDEP
               WRITE TR-REG-CHQDEP
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CONVENIO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CONVENIO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CONVENIO.DAT PULADO"
               GO FIM-TREINA-CONVENIO
           END-IF
           OPEN OUTPUT TR-CONVENIO
           IF NOT TR-OK
               CLOSE CONVENIO
               DISPLAY "TREINO/CONVENIO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CONVENIO
           END-IF
           PERFORM COPIA-CONVENIO UNTIL NOT AN-OK
           CLOSE CONVENIO TR-CONVENIO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CONVENIO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CONVENIO.
           EXIT.

       COPIA-CONVENIO.
           READ CONVENIO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CONVENIO TO TR-REG-CONVENIO
               MOVE CV-CPF OF TR-REG-CONVENIO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CV-CPF OF TR-REG-CONVENIO
               WRITE TR-REG-CONVENIO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-EMPRESTIMO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT EMPRESTIMO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "EMPRESTIMO.DAT PULADO"
               GO FIM-TREINA-EMPRESTIMO
           END-IF
           OPEN OUTPUT TR-EMPRESTIMO
           IF NOT TR-OK
               CLOSE EMPRESTIMO
               DISPLAY "TREINO/EMPRESTIMO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-EMPRESTIMO
           END-IF
           PERFORM COPIA-EMPRESTIMO UNTIL NOT AN-OK
           CLOSE EMPRESTIMO TR-EMPRESTIMO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/EMPRESTIMO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-EMPRESTIMO.
           EXIT.

       COPIA-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-EMPRESTIMO TO TR-REG-EMPRESTIMO
               MOVE EM-CPF OF TR-REG-EMPRESTIMO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO EM-CPF OF TR-REG-EMPRESTIMO
               WRITE TR-REG-EMPRESTIMO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-ESPOLIO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT ESPOLIO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "ESPOLIO.DAT PULADO"
               GO FIM-TREINA-ESPOLIO
           END-IF
           OPEN OUTPUT TR-ESPOLIO
           IF NOT TR-OK
               CLOSE ESPOLIO
               DISPLAY "TREINO/ESPOLIO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-ESPOLIO
           END-IF
           PERFORM COPIA-ESPOLIO UNTIL NOT AN-OK
           CLOSE ESPOLIO TR-ESPOLIO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/ESPOLIO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-ESPOLIO.
           EXIT.

       COPIA-ESPOLIO.
           READ ESPOLIO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-ESPOLIO TO TR-REG-ESPOLIO
               MOVE EP-CPF-FALECIDO OF TR-REG-ESPOLIO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO EP-CPF-FALECIDO OF TR-REG-ESPOLIO
               MOVE EP-CPF-HERDEIRO OF TR-REG-ESPOLIO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO EP-CPF-HERDEIRO OF TR-REG-ESPOLIO
               DIVIDE EP-CPF-HERDEIRO OF TR-REG-ESPOLIO BY 100
                   GIVING WS-SEMENTE
               IF EP-NOME-HERDEIRO OF TR-REG-ESPOLIO
                   NOT = WS-NOME-ANONIMO
                   PERFORM MONTA-NOME
                   MOVE WS-NOME-FALSO
                       TO EP-NOME-HERDEIRO OF TR-REG-ESPOLIO
               END-IF
               WRITE TR-REG-ESPOLIO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-LIMPROP.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT LIMPROP
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "LIMPROP.DAT PULADO"
               GO FIM-TREINA-LIMPROP
           END-IF
           OPEN OUTPUT TR-LIMPROP
           IF NOT TR-OK
               CLOSE LIMPROP
               DISPLAY "TREINO/LIMPROP.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-LIMPROP
           END-IF
           PERFORM COPIA-LIMPROP UNTIL NOT AN-OK
           CLOSE LIMPROP TR-LIMPROP
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/LIMPROP.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-LIMPROP.
           EXIT.

       COPIA-LIMPROP.
           READ LIMPROP NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-LIMPROP TO TR-REG-LIMPROP
               MOVE LP-CPF OF TR-REG-LIMPROP TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO LP-CPF OF TR-REG-LIMPROP
               WRITE TR-REG-LIMPROP
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-OFXADE.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT OFXADE
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "OFXADE.DAT PULADO"
               GO FIM-TREINA-OFXADE
           END-IF
           OPEN OUTPUT TR-OFXADE
           IF NOT TR-OK
               CLOSE OFXADE
               DISPLAY "TREINO/OFXADE.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-OFXADE
           END-IF
           PERFORM COPIA-OFXADE UNTIL NOT AN-OK
           CLOSE OFXADE TR-OFXADE
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/OFXADE.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-OFXADE.
           EXIT.

       COPIA-OFXADE.
           READ OFXADE NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-OFXADE TO TR-REG-OFXADE
               MOVE OA-CPF OF TR-REG-OFXADE TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO OA-CPF OF TR-REG-OFXADE
               WRITE TR-REG-OFXADE
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-PENDOPS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT PENDOPS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PENDOPS.DAT PULADO"
               GO FIM-TREINA-PENDOPS
           END-IF
           OPEN OUTPUT TR-PENDOPS
           IF NOT TR-OK
               CLOSE PENDOPS
               DISPLAY "TREINO/PENDOPS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-PENDOPS
           END-IF
           PERFORM COPIA-PENDOPS UNTIL NOT AN-OK
           CLOSE PENDOPS TR-PENDOPS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/PENDOPS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-PENDOPS.
           EXIT.

       COPIA-PENDOPS.
           READ PENDOPS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-PENDOP TO TR-REG-PENDOP
               MOVE PO-CPF-ORIGEM OF TR-REG-PENDOP TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO PO-CPF-ORIGEM OF TR-REG-PENDOP
               MOVE PO-CPF-DESTINO OF TR-REG-PENDOP TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO PO-CPF-DESTINO OF TR-REG-PENDOP
               WRITE TR-REG-PENDOP
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-PORTABIL.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT PORTABIL
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PORTABIL.DAT PULADO"
               GO FIM-TREINA-PORTABIL
           END-IF
           OPEN OUTPUT TR-PORTABIL
           IF NOT TR-OK
               CLOSE PORTABIL
               DISPLAY "TREINO/PORTABIL.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-PORTABIL
           END-IF
           PERFORM COPIA-PORTABIL UNTIL NOT AN-OK
           CLOSE PORTABIL TR-PORTABIL
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/PORTABIL.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-PORTABIL.
           EXIT.

       COPIA-PORTABIL.
           READ PORTABIL NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-PORTABIL TO TR-REG-PORTABIL
               MOVE PB-CPF OF TR-REG-PORTABIL TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO PB-CPF OF TR-REG-PORTABIL
               WRITE TR-REG-PORTABIL
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-PROCURAD.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT PROCURAD
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PROCURAD.DAT PULADO"
               GO FIM-TREINA-PROCURAD
           END-IF
           OPEN OUTPUT TR-PROCURAD
           IF NOT TR-OK
               CLOSE PROCURAD
               DISPLAY "TREINO/PROCURAD.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-PROCURAD
           END-IF
           PERFORM COPIA-PROCURAD UNTIL NOT AN-OK
           CLOSE PROCURAD TR-PROCURAD
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/PROCURAD.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-PROCURAD.
           EXIT.

       COPIA-PROCURAD.
           READ PROCURAD NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-PROCURADOR TO TR-REG-PROCURADOR
               MOVE PR-CPF OF TR-REG-PROCURADOR TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO PR-CPF OF TR-REG-PROCURADOR
               DIVIDE PR-CPF OF TR-REG-PROCURADOR BY 100
                   GIVING WS-SEMENTE
               IF PR-NOME OF TR-REG-PROCURADOR NOT = WS-NOME-ANONIMO
                   PERFORM MONTA-NOME
                   MOVE WS-NOME-FALSO TO PR-NOME OF TR-REG-PROCURADOR
               END-IF
               WRITE TR-REG-PROCURADOR
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-REMESSA.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT REMESSA
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "REMESSA.DAT PULADO"
               GO FIM-TREINA-REMESSA
           END-IF
           OPEN OUTPUT TR-REMESSA
           IF NOT TR-OK
               CLOSE REMESSA
               DISPLAY "TREINO/REMESSA.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-REMESSA
           END-IF
           PERFORM COPIA-REMESSA UNTIL NOT AN-OK
           CLOSE REMESSA TR-REMESSA
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/REMESSA.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-REMESSA.
           EXIT.

       COPIA-REMESSA.
           READ REMESSA NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-REMESSA TO TR-REG-REMESSA
               MOVE RM-CPF-ORIGEM OF TR-REG-REMESSA TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO RM-CPF-ORIGEM OF TR-REG-REMESSA
               MOVE RM-CPF-DEST OF TR-REG-REMESSA TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO RM-CPF-DEST OF TR-REG-REMESSA
               WRITE TR-REG-REMESSA
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-RESTRITO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT RESTRITO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "RESTRITO.DAT PULADO"
               GO FIM-TREINA-RESTRITO
           END-IF
           OPEN OUTPUT TR-RESTRITO
           IF NOT TR-OK
               CLOSE RESTRITO
               DISPLAY "TREINO/RESTRITO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-RESTRITO
           END-IF
           PERFORM COPIA-RESTRITO UNTIL NOT AN-OK
           CLOSE RESTRITO TR-RESTRITO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/RESTRITO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-RESTRITO.
           EXIT.

       COPIA-RESTRITO.
           READ RESTRITO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-RESTRITO TO TR-REG-RESTRITO
               MOVE RS-CPF OF TR-REG-RESTRITO TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO RS-CPF OF TR-REG-RESTRITO
               WRITE TR-REG-RESTRITO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-SAC.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT SAC
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "SAC.DAT PULADO"
               GO FIM-TREINA-SAC
           END-IF
           OPEN OUTPUT TR-SAC
           IF NOT TR-OK
               CLOSE SAC
               DISPLAY "TREINO/SAC.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-SAC
           END-IF
           PERFORM COPIA-SAC UNTIL NOT AN-OK
           CLOSE SAC TR-SAC
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/SAC.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-SAC.
           EXIT.

       COPIA-SAC.
           READ SAC NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-SAC TO TR-REG-SAC
               MOVE SC-CPF OF TR-REG-SAC TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO SC-CPF OF TR-REG-SAC
               MOVE WS-DESCRICAO-OMITIDA TO SC-DESCRICAO OF TR-REG-SAC
               WRITE TR-REG-SAC
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-SAQAGEND.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT SAQAGEND
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "SAQAGEND.DAT PULADO"
               GO FIM-TREINA-SAQAGEND
           END-IF
           OPEN OUTPUT TR-SAQAGEND
           IF NOT TR-OK
               CLOSE SAQAGEND
               DISPLAY "TREINO/SAQAGEND.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-SAQAGEND
           END-IF
           PERFORM COPIA-SAQAGEND UNTIL NOT AN-OK
           CLOSE SAQAGEND TR-SAQAGEND
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/SAQAGEND.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-SAQAGEND.
           EXIT.

       COPIA-SAQAGEND.
           READ SAQAGEND NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-SAQAGEND TO TR-REG-SAQAGEND
               MOVE SG-CPF OF TR-REG-SAQAGEND TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO SG-CPF OF TR-REG-SAQAGEND
               WRITE TR-REG-SAQAGEND
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-SCORE.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT SCORE
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "SCORE.DAT PULADO"
               GO FIM-TREINA-SCORE
           END-IF
           OPEN OUTPUT TR-SCORE
           IF NOT TR-OK
               CLOSE SCORE
               DISPLAY "TREINO/SCORE.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-SCORE
           END-IF
           PERFORM COPIA-SCORE UNTIL NOT AN-OK
           CLOSE SCORE TR-SCORE
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/SCORE.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-SCORE.
           EXIT.

       COPIA-SCORE.
           READ SCORE NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-SCORE TO TR-REG-SCORE
               MOVE SR-CPF OF TR-REG-SCORE TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO SR-CPF OF TR-REG-SCORE
               WRITE TR-REG-SCORE
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-COMPFUN.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT COMPFUN
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "COMPFUN.DAT PULADO"
               GO FIM-TREINA-COMPFUN
           END-IF
           OPEN OUTPUT TR-COMPFUN
           IF NOT TR-OK
               CLOSE COMPFUN
               DISPLAY "TREINO/COMPFUN.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-COMPFUN
           END-IF
           PERFORM COPIA-COMPFUN UNTIL NOT AN-OK
           CLOSE COMPFUN TR-COMPFUN
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/COMPFUN.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-COMPFUN.
           EXIT.

       COPIA-COMPFUN.
           READ COMPFUN NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-COMPFUN TO TR-REG-COMPFUN
               MOVE CF-CPF OF TR-REG-COMPFUN TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CF-CPF OF TR-REG-COMPFUN
               WRITE TR-REG-COMPFUN
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CRDCLI.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CRDCLI
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CRDCLI.DAT PULADO"
               GO FIM-TREINA-CRDCLI
           END-IF
           OPEN OUTPUT TR-CRDCLI
           IF NOT TR-OK
               CLOSE CRDCLI
               DISPLAY "TREINO/CRDCLI.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CRDCLI
           END-IF
           PERFORM COPIA-CRDCLI UNTIL NOT AN-OK
           CLOSE CRDCLI TR-CRDCLI
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CRDCLI.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CRDCLI.
           EXIT.

       COPIA-CRDCLI.
           READ CRDCLI NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CRDCLI TO TR-REG-CRDCLI
               MOVE CJ-CPF OF TR-REG-CRDCLI TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CJ-CPF OF TR-REG-CRDCLI
               DIVIDE CJ-CPF OF TR-REG-CRDCLI BY 100 GIVING WS-SEMENTE
               IF CJ-NOME OF TR-REG-CRDCLI NOT = WS-NOME-ANONIMO
                   PERFORM MONTA-NOME
                   MOVE WS-NOME-FALSO TO CJ-NOME OF TR-REG-CRDCLI
               END-IF
               WRITE TR-REG-CRDCLI
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CRDPARC.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CRDPARC
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CRDPARC.DAT PULADO"
               GO FIM-TREINA-CRDPARC
           END-IF
           OPEN OUTPUT TR-CRDPARC
           IF NOT TR-OK
               CLOSE CRDPARC
               DISPLAY "TREINO/CRDPARC.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CRDPARC
           END-IF
           PERFORM COPIA-CRDPARC UNTIL NOT AN-OK
           CLOSE CRDPARC TR-CRDPARC
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CRDPARC.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CRDPARC.
           EXIT.

       COPIA-CRDPARC.
           READ CRDPARC NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CRDPARC TO TR-REG-CRDPARC
               MOVE CP-CPF OF TR-REG-CRDPARC TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO CP-CPF OF TR-REG-CRDPARC
               WRITE TR-REG-CRDPARC
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-FIDCLI.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT FIDCLI
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "FIDCLI.DAT PULADO"
               GO FIM-TREINA-FIDCLI
           END-IF
           OPEN OUTPUT TR-FIDCLI
           IF NOT TR-OK
               CLOSE FIDCLI
               DISPLAY "TREINO/FIDCLI.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-FIDCLI
           END-IF
           PERFORM COPIA-FIDCLI UNTIL NOT AN-OK
           CLOSE FIDCLI TR-FIDCLI
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/FIDCLI.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-FIDCLI.
           EXIT.

       COPIA-FIDCLI.
           READ FIDCLI NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-FIDCLI TO TR-REG-FIDCLI
               MOVE FC-CPF OF TR-REG-FIDCLI TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO FC-CPF OF TR-REG-FIDCLI
               WRITE TR-REG-FIDCLI
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-FIDMOV.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT FIDMOV
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "FIDMOV.DAT PULADO"
               GO FIM-TREINA-FIDMOV
           END-IF
           OPEN OUTPUT TR-FIDMOV
           IF NOT TR-OK
               CLOSE FIDMOV
               DISPLAY "TREINO/FIDMOV.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-FIDMOV
           END-IF
           PERFORM COPIA-FIDMOV UNTIL NOT AN-OK
           CLOSE FIDMOV TR-FIDMOV
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/FIDMOV.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-FIDMOV.
           EXIT.

       COPIA-FIDMOV.
           READ FIDMOV NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-FIDMOV TO TR-REG-FIDMOV
               MOVE FM-CPF OF TR-REG-FIDMOV TO WS-MC-CPF
               PERFORM MASCARA-CPF
               MOVE WS-MC-CPF TO FM-CPF OF TR-REG-FIDMOV
               WRITE TR-REG-FIDMOV
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-AGENCIAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT AGENCIAS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "AGENCIAS.DAT PULADO"
               GO FIM-TREINA-AGENCIAS
           END-IF
           OPEN OUTPUT TR-AGENCIAS
           IF NOT TR-OK
               CLOSE AGENCIAS
               DISPLAY "TREINO/AGENCIAS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-AGENCIAS
           END-IF
           PERFORM COPIA-AGENCIAS UNTIL NOT AN-OK
           CLOSE AGENCIAS TR-AGENCIAS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/AGENCIAS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-AGENCIAS.
           EXIT.

       COPIA-AGENCIAS.
           READ AGENCIAS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-AGMASTER TO TR-REG-AGMASTER
               WRITE TR-REG-AGMASTER
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-ARRECAD.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT ARRECAD
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "ARRECAD.DAT PULADO"
               GO FIM-TREINA-ARRECAD
           END-IF
           OPEN OUTPUT TR-ARRECAD
           IF NOT TR-OK
               CLOSE ARRECAD
               DISPLAY "TREINO/ARRECAD.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-ARRECAD
           END-IF
           PERFORM COPIA-ARRECAD UNTIL NOT AN-OK
           CLOSE ARRECAD TR-ARRECAD
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/ARRECAD.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-ARRECAD.
           EXIT.

       COPIA-ARRECAD.
           READ ARRECAD NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-ARRECAD TO TR-REG-ARRECAD
               WRITE TR-REG-ARRECAD
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-BLOQJUD.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT BLOQJUD
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "BLOQJUD.DAT PULADO"
               GO FIM-TREINA-BLOQJUD
           END-IF
           OPEN OUTPUT TR-BLOQJUD
           IF NOT TR-OK
               CLOSE BLOQJUD
               DISPLAY "TREINO/BLOQJUD.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-BLOQJUD
           END-IF
           PERFORM COPIA-BLOQJUD UNTIL NOT AN-OK
           CLOSE BLOQJUD TR-BLOQJUD
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/BLOQJUD.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-BLOQJUD.
           EXIT.

       COPIA-BLOQJUD.
           READ BLOQJUD NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-BLOQJUD TO TR-REG-BLOQJUD
               WRITE TR-REG-BLOQJUD
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CAIXAMOV.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CAIXAMOV
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CAIXAMOV.DAT PULADO"
               GO FIM-TREINA-CAIXAMOV
           END-IF
           OPEN OUTPUT TR-CAIXAMOV
           IF NOT TR-OK
               CLOSE CAIXAMOV
               DISPLAY "TREINO/CAIXAMOV.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CAIXAMOV
           END-IF
           PERFORM COPIA-CAIXAMOV UNTIL NOT AN-OK
           CLOSE CAIXAMOV TR-CAIXAMOV
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CAIXAMOV.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CAIXAMOV.
           EXIT.

       COPIA-CAIXAMOV.
           READ CAIXAMOV NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CAIXAMOV TO TR-REG-CAIXAMOV
               WRITE TR-REG-CAIXAMOV
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CEPFAIX.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CEPFAIX
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CEPFAIX.DAT PULADO"
               GO FIM-TREINA-CEPFAIX
           END-IF
           OPEN OUTPUT TR-CEPFAIX
           IF NOT TR-OK
               CLOSE CEPFAIX
               DISPLAY "TREINO/CEPFAIX.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CEPFAIX
           END-IF
           PERFORM COPIA-CEPFAIX UNTIL NOT AN-OK
           CLOSE CEPFAIX TR-CEPFAIX
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CEPFAIX.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CEPFAIX.
           EXIT.

       COPIA-CEPFAIX.
           READ CEPFAIX NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CEPFAIX TO TR-REG-CEPFAIX
               WRITE TR-REG-CEPFAIX
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-DIAMOV.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT DIAMOV
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "DIAMOV.DAT PULADO"
               GO FIM-TREINA-DIAMOV
           END-IF
           OPEN OUTPUT TR-DIAMOV
           IF NOT TR-OK
               CLOSE DIAMOV
               DISPLAY "TREINO/DIAMOV.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-DIAMOV
           END-IF
           PERFORM COPIA-DIAMOV UNTIL NOT AN-OK
           CLOSE DIAMOV TR-DIAMOV
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/DIAMOV.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-DIAMOV.
           EXIT.

       COPIA-DIAMOV.
           READ DIAMOV
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-DIAMOV TO TR-REG-DIAMOV
               WRITE TR-REG-DIAMOV
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-IOF.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT IOF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "IOF.DAT PULADO"
               GO FIM-TREINA-IOF
           END-IF
           OPEN OUTPUT TR-IOF
           IF NOT TR-OK
               CLOSE IOF
               DISPLAY "TREINO/IOF.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-IOF
           END-IF
           PERFORM COPIA-IOF UNTIL NOT AN-OK
           CLOSE IOF TR-IOF
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/IOF.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-IOF.
           EXIT.

       COPIA-IOF.
           READ IOF NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-IOF TO TR-REG-IOF
               WRITE TR-REG-IOF
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-IRRF.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT IRRF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "IRRF.DAT PULADO"
               GO FIM-TREINA-IRRF
           END-IF
           OPEN OUTPUT TR-IRRF
           IF NOT TR-OK
               CLOSE IRRF
               DISPLAY "TREINO/IRRF.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-IRRF
           END-IF
           PERFORM COPIA-IRRF UNTIL NOT AN-OK
           CLOSE IRRF TR-IRRF
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/IRRF.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-IRRF.
           EXIT.

       COPIA-IRRF.
           READ IRRF NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-IR TO TR-REG-IR
               WRITE TR-REG-IR
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-PACOTES.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT PACOTES
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PACOTES.DAT PULADO"
               GO FIM-TREINA-PACOTES
           END-IF
           OPEN OUTPUT TR-PACOTES
           IF NOT TR-OK
               CLOSE PACOTES
               DISPLAY "TREINO/PACOTES.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-PACOTES
           END-IF
           PERFORM COPIA-PACOTES UNTIL NOT AN-OK
           CLOSE PACOTES TR-PACOTES
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/PACOTES.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-PACOTES.
           EXIT.

       COPIA-PACOTES.
           READ PACOTES NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-PACOTE TO TR-REG-PACOTE
               WRITE TR-REG-PACOTE
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-PARAMETROS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT PARAMETROS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PARAMETROS.DAT PULADO"
               GO FIM-TREINA-PARAMETROS
           END-IF
           OPEN OUTPUT TR-PARAMETROS
           IF NOT TR-OK
               CLOSE PARAMETROS
               DISPLAY "TREINO/PARAMETROS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-PARAMETROS
           END-IF
           PERFORM COPIA-PARAMETROS UNTIL NOT AN-OK
           CLOSE PARAMETROS TR-PARAMETROS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/PARAMETROS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-PARAMETROS.
           EXIT.

       COPIA-PARAMETROS.
           READ PARAMETROS
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-PARAMETROS TO TR-REG-PARAMETROS
               WRITE TR-REG-PARAMETROS
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-SEQCONTA.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT SEQCONTA
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "SEQCONTA.DAT PULADO"
               GO FIM-TREINA-SEQCONTA
           END-IF
           OPEN OUTPUT TR-SEQCONTA
           IF NOT TR-OK
               CLOSE SEQCONTA
               DISPLAY "TREINO/SEQCONTA.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-SEQCONTA
           END-IF
           PERFORM COPIA-SEQCONTA UNTIL NOT AN-OK
           CLOSE SEQCONTA TR-SEQCONTA
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/SEQCONTA.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-SEQCONTA.
           EXIT.

       COPIA-SEQCONTA.
           READ SEQCONTA NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-SEQCONTA TO TR-REG-SEQCONTA
               WRITE TR-REG-SEQCONTA
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-TESCOFRE.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT TESCOFRE
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "TESCOFRE.DAT PULADO"
               GO FIM-TREINA-TESCOFRE
           END-IF
           OPEN OUTPUT TR-TESCOFRE
           IF NOT TR-OK
               CLOSE TESCOFRE
               DISPLAY "TREINO/TESCOFRE.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-TESCOFRE
           END-IF
           PERFORM COPIA-TESCOFRE UNTIL NOT AN-OK
           CLOSE TESCOFRE TR-TESCOFRE
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/TESCOFRE.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-TESCOFRE.
           EXIT.

       COPIA-TESCOFRE.
           READ TESCOFRE NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-TESCOFRE TO TR-REG-TESCOFRE
               WRITE TR-REG-TESCOFRE
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-TESMOV.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT TESMOV
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "TESMOV.DAT PULADO"
               GO FIM-TREINA-TESMOV
           END-IF
           OPEN OUTPUT TR-TESMOV
           IF NOT TR-OK
               CLOSE TESMOV
               DISPLAY "TREINO/TESMOV.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-TESMOV
           END-IF
           PERFORM COPIA-TESMOV UNTIL NOT AN-OK
           CLOSE TESMOV TR-TESMOV
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/TESMOV.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-TESMOV.
           EXIT.

       COPIA-TESMOV.
           READ TESMOV NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-TESMOV TO TR-REG-TESMOV
               WRITE TR-REG-TESMOV
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-DEPOSITOS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT DEPOSITOS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "DEPOSITOS.DAT PULADO"
               GO FIM-TREINA-DEPOSITOS
           END-IF
           OPEN OUTPUT TR-DEPOSITOS
           IF NOT TR-OK
               CLOSE DEPOSITOS
               DISPLAY "TREINO/DEPOSITOS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-DEPOSITOS
           END-IF
           PERFORM COPIA-DEPOSITOS UNTIL NOT AN-OK
           CLOSE DEPOSITOS TR-DEPOSITOS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/DEPOSITOS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-DEPOSITOS.
           EXIT.

       COPIA-DEPOSITOS.
           READ DEPOSITOS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-DEPOSITO TO TR-REG-DEPOSITO
               WRITE TR-REG-DEPOSITO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-KITS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT KITS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "KITS.DAT PULADO"
               GO FIM-TREINA-KITS
           END-IF
           OPEN OUTPUT TR-KITS
           IF NOT TR-OK
               CLOSE KITS
               DISPLAY "TREINO/KITS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-KITS
           END-IF
           PERFORM COPIA-KITS UNTIL NOT AN-OK
           CLOSE KITS TR-KITS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/KITS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-KITS.
           EXIT.

       COPIA-KITS.
           READ KITS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-KIT TO TR-REG-KIT
               WRITE TR-REG-KIT
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-LOTES.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT LOTES
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "LOTES.DAT PULADO"
               GO FIM-TREINA-LOTES
           END-IF
           OPEN OUTPUT TR-LOTES
           IF NOT TR-OK
               CLOSE LOTES
               DISPLAY "TREINO/LOTES.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-LOTES
           END-IF
           PERFORM COPIA-LOTES UNTIL NOT AN-OK
           CLOSE LOTES TR-LOTES
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/LOTES.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-LOTES.
           EXIT.

       COPIA-LOTES.
           READ LOTES NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-LOTE TO TR-REG-LOTE
               WRITE TR-REG-LOTE
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-MOVIMENT.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT MOVIMENT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "MOVIMENT.DAT PULADO"
               GO FIM-TREINA-MOVIMENT
           END-IF
           OPEN OUTPUT TR-MOVIMENT
           IF NOT TR-OK
               CLOSE MOVIMENT
               DISPLAY "TREINO/MOVIMENT.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-MOVIMENT
           END-IF
           PERFORM COPIA-MOVIMENT UNTIL NOT AN-OK
           CLOSE MOVIMENT TR-MOVIMENT
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/MOVIMENT.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-MOVIMENT.
           EXIT.

       COPIA-MOVIMENT.
           READ MOVIMENT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-MOVIMENTO TO TR-REG-MOVIMENTO
               WRITE TR-REG-MOVIMENTO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-OFERTAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT OFERTAS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "OFERTAS.DAT PULADO"
               GO FIM-TREINA-OFERTAS
           END-IF
           OPEN OUTPUT TR-OFERTAS
           IF NOT TR-OK
               CLOSE OFERTAS
               DISPLAY "TREINO/OFERTAS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-OFERTAS
           END-IF
           PERFORM COPIA-OFERTAS UNTIL NOT AN-OK
           CLOSE OFERTAS TR-OFERTAS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/OFERTAS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-OFERTAS.
           EXIT.

       COPIA-OFERTAS.
           READ OFERTAS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-OFERTA TO TR-REG-OFERTA
               WRITE TR-REG-OFERTA
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-PRODUTOS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT PRODUTOS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PRODUTOS.DAT PULADO"
               GO FIM-TREINA-PRODUTOS
           END-IF
           OPEN OUTPUT TR-PRODUTOS
           IF NOT TR-OK
               CLOSE PRODUTOS
               DISPLAY "TREINO/PRODUTOS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-PRODUTOS
           END-IF
           PERFORM COPIA-PRODUTOS UNTIL NOT AN-OK
           CLOSE PRODUTOS TR-PRODUTOS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/PRODUTOS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-PRODUTOS.
           EXIT.

       COPIA-PRODUTOS.
           READ PRODUTOS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-PROD TO TR-REG-PROD
               WRITE TR-REG-PROD
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-RECCART.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT RECCART
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "RECCART.DAT PULADO"
               GO FIM-TREINA-RECCART
           END-IF
           OPEN OUTPUT TR-RECCART
           IF NOT TR-OK
               CLOSE RECCART
               DISPLAY "TREINO/RECCART.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-RECCART
           END-IF
           PERFORM COPIA-RECCART UNTIL NOT AN-OK
           CLOSE RECCART TR-RECCART
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/RECCART.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-RECCART.
           EXIT.

       COPIA-RECCART.
           READ RECCART NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-RECCART TO TR-REG-RECCART
               WRITE TR-REG-RECCART
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-RESERVAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT RESERVAS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "RESERVAS.DAT PULADO"
               GO FIM-TREINA-RESERVAS
           END-IF
           OPEN OUTPUT TR-RESERVAS
           IF NOT TR-OK
               CLOSE RESERVAS
               DISPLAY "TREINO/RESERVAS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-RESERVAS
           END-IF
           PERFORM COPIA-RESERVAS UNTIL NOT AN-OK
           CLOSE RESERVAS TR-RESERVAS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/RESERVAS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-RESERVAS.
           EXIT.

       COPIA-RESERVAS.
           READ RESERVAS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-RESERVA TO TR-REG-RESERVA
               WRITE TR-REG-RESERVA
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-SALDOLOC.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT SALDOLOC
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "SALDOLOC.DAT PULADO"
               GO FIM-TREINA-SALDOLOC
           END-IF
           OPEN OUTPUT TR-SALDOLOC
           IF NOT TR-OK
               CLOSE SALDOLOC
               DISPLAY "TREINO/SALDOLOC.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-SALDOLOC
           END-IF
           PERFORM COPIA-SALDOLOC UNTIL NOT AN-OK
           CLOSE SALDOLOC TR-SALDOLOC
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/SALDOLOC.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-SALDOLOC.
           EXIT.

       COPIA-SALDOLOC.
           READ SALDOLOC NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-SALDO-LOC TO TR-REG-SALDO-LOC
               WRITE TR-REG-SALDO-LOC
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-TURNO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT TURNO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "TURNO.DAT PULADO"
               GO FIM-TREINA-TURNO
           END-IF
           OPEN OUTPUT TR-TURNO
           IF NOT TR-OK
               CLOSE TURNO
               DISPLAY "TREINO/TURNO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-TURNO
           END-IF
           PERFORM COPIA-TURNO UNTIL NOT AN-OK
           CLOSE TURNO TR-TURNO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/TURNO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-TURNO.
           EXIT.

       COPIA-TURNO.
           READ TURNO NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-TURNO TO TR-REG-TURNO
               WRITE TR-REG-TURNO
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-VENDAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT VENDAS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "VENDAS.DAT PULADO"
               GO FIM-TREINA-VENDAS
           END-IF
           OPEN OUTPUT TR-VENDAS
           IF NOT TR-OK
               CLOSE VENDAS
               DISPLAY "TREINO/VENDAS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-VENDAS
           END-IF
           PERFORM COPIA-VENDAS UNTIL NOT AN-OK
           CLOSE VENDAS TR-VENDAS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/VENDAS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-VENDAS.
           EXIT.

       COPIA-VENDAS.
           READ VENDAS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-VENDA-DIA TO TR-REG-VENDA-DIA
               WRITE TR-REG-VENDA-DIA
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-VENDCOM.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT VENDCOM
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "VENDCOM.DAT PULADO"
               GO FIM-TREINA-VENDCOM
           END-IF
           OPEN OUTPUT TR-VENDCOM
           IF NOT TR-OK
               CLOSE VENDCOM
               DISPLAY "TREINO/VENDCOM.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-VENDCOM
           END-IF
           PERFORM COPIA-VENDCOM UNTIL NOT AN-OK
           CLOSE VENDCOM TR-VENDCOM
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/VENDCOM.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-VENDCOM.
           EXIT.

       COPIA-VENDCOM.
           READ VENDCOM NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-VENDCOM TO TR-REG-VENDCOM
               WRITE TR-REG-VENDCOM
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-ESTADOS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT ESTADOS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "ESTADOS.DAT PULADO"
               GO FIM-TREINA-ESTADOS
           END-IF
           OPEN OUTPUT TR-ESTADOS
           IF NOT TR-OK
               CLOSE ESTADOS
               DISPLAY "TREINO/ESTADOS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-ESTADOS
           END-IF
           PERFORM COPIA-ESTADOS UNTIL NOT AN-OK
           CLOSE ESTADOS TR-ESTADOS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/ESTADOS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-ESTADOS.
           EXIT.

       COPIA-ESTADOS.
           READ ESTADOS NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-ESTADO-ARQ TO TR-REG-ESTADO-ARQ
               WRITE TR-REG-ESTADO-ARQ
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-MUNICIP.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT MUNICIP
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "MUNICIP.DAT PULADO"
               GO FIM-TREINA-MUNICIP
           END-IF
           OPEN OUTPUT TR-MUNICIP
           IF NOT TR-OK
               CLOSE MUNICIP
               DISPLAY "TREINO/MUNICIP.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-MUNICIP
           END-IF
           PERFORM COPIA-MUNICIP UNTIL NOT AN-OK
           CLOSE MUNICIP TR-MUNICIP
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/MUNICIP.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-MUNICIP.
           EXIT.

       COPIA-MUNICIP.
           READ MUNICIP NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-MUNICIPIO-ARQ TO TR-REG-MUNICIPIO-ARQ
               WRITE TR-REG-MUNICIPIO-ARQ
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-FERIADOS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT FERIADOS
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "FERIADOS.DAT PULADO"
               GO FIM-TREINA-FERIADOS
           END-IF
           OPEN OUTPUT TR-FERIADOS
           IF NOT TR-OK
               CLOSE FERIADOS
               DISPLAY "TREINO/FERIADOS.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-FERIADOS
           END-IF
           PERFORM COPIA-FERIADOS UNTIL NOT AN-OK
           CLOSE FERIADOS TR-FERIADOS
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/FERIADOS.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-FERIADOS.
           EXIT.

       COPIA-FERIADOS.
           READ FERIADOS
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-FERIADO TO TR-REG-FERIADO
               WRITE TR-REG-FERIADO
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-PRODUTO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT PRODUTO
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PRODUTO.DAT PULADO"
               GO FIM-TREINA-PRODUTO
           END-IF
           OPEN OUTPUT TR-PRODUTO
           IF NOT TR-OK
               CLOSE PRODUTO
               DISPLAY "TREINO/PRODUTO.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-PRODUTO
           END-IF
           PERFORM COPIA-PRODUTO UNTIL NOT AN-OK
           CLOSE PRODUTO TR-PRODUTO
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/PRODUTO.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-PRODUTO.
           EXIT.

       COPIA-PRODUTO.
           READ PRODUTO
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-PROD-CM TO TR-REG-PROD-CM
               WRITE TR-REG-PROD-CM
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       TREINA-CUPSEQ.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CUPSEQ
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CUPSEQ.DAT PULADO"
               GO FIM-TREINA-CUPSEQ
           END-IF
           OPEN OUTPUT TR-CUPSEQ
           IF NOT TR-OK
               CLOSE CUPSEQ
               DISPLAY "TREINO/CUPSEQ.DAT NAO GRAVADO - FS=" TRST
               ADD 1 TO WS-QT-FALHAS
               GO FIM-TREINA-CUPSEQ
           END-IF
           PERFORM COPIA-CUPSEQ UNTIL NOT AN-OK
           CLOSE CUPSEQ TR-CUPSEQ
           IF NOT AN-FIM
               DISPLAY "  LEITURA INTERROMPIDA - FS=" ANST
               ADD 1 TO WS-QT-FALHAS
           END-IF
           ADD 1 TO WS-QT-ARQUIVOS
           ADD WS-QT-REGISTROS TO WS-QT-TOTAL
           DISPLAY "TREINO/CUPSEQ.DAT - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-TREINA-CUPSEQ.
           EXIT.

       COPIA-CUPSEQ.
           READ CUPSEQ NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-CUPSEQ TO TR-REG-CUPSEQ
               WRITE TR-REG-CUPSEQ
                   INVALID KEY
                       ADD 1 TO WS-QT-REJEITADOS
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.
      * CPF FALSO EM WS-MC-CPF: BASE TROCADA E DIGITOS VERIFICADORES
      * RECALCULADOS.  ZERADO (CAMPO NAO PREENCHIDO) FICA ZERADO.
       MASCARA-CPF.
           IF WS-MC-CPF NOT = ZEROS
               DIVIDE WS-MC-CPF BY 100 GIVING WS-MC-BASE
               PERFORM EMBARALHA-BASE
               COMPUTE WS-MC-CPF = WS-MC-BASE * 100
               PERFORM CALCULA-DV-CPF
               ADD 1 TO WS-QT-CPF
           END-IF.

       EMBARALHA-BASE.
           PERFORM AFIM-BASE
           MOVE WS-MC-BASE TO WS-MC-GIRO
           PERFORM INVERTE-DIGITO
               VARYING WS-MC-I FROM 1 BY 1 UNTIL WS-MC-I > 9
           MOVE WS-MC-INVERSO TO WS-MC-BASE
           PERFORM AFIM-BASE.

       AFIM-BASE.
           COMPUTE WS-MC-PRODUTO = WS-MC-BASE * WS-MC-MULT
               + WS-MC-DESLOC
           DIVIDE WS-MC-PRODUTO BY 1000000000 GIVING WS-MC-QUOC
               REMAINDER WS-MC-BASE.

       INVERTE-DIGITO.
           COMPUTE WS-MC-J = 10 - WS-MC-I
           MOVE WS-MC-GD(WS-MC-I) TO WS-MC-VD(WS-MC-J).

      * MESMA REGRA DO VALIDA-CPF DO BANCOPEL (PESOS 10..2 E 11..2,
      * RESTO MENOR QUE 2 DA DIGITO ZERO).
       CALCULA-DV-CPF.
           MOVE ZEROS TO WS-MC-SOMA
           PERFORM VARYING WS-MC-I FROM 1 BY 1 UNTIL WS-MC-I > 9
               COMPUTE WS-MC-SOMA = WS-MC-SOMA
                   + WS-MC-D(WS-MC-I) * (11 - WS-MC-I)
           END-PERFORM
           PERFORM DIGITO-CPF
           MOVE WS-MC-DV TO WS-MC-D(10)
           MOVE ZEROS TO WS-MC-SOMA
           PERFORM VARYING WS-MC-I FROM 1 BY 1 UNTIL WS-MC-I > 10
               COMPUTE WS-MC-SOMA = WS-MC-SOMA
                   + WS-MC-D(WS-MC-I) * (12 - WS-MC-I)
           END-PERFORM
           PERFORM DIGITO-CPF
           MOVE WS-MC-DV TO WS-MC-D(11).

       DIGITO-CPF.
           DIVIDE WS-MC-SOMA BY 11 GIVING WS-MC-QUOC
               REMAINDER WS-MC-RESTO
           IF WS-MC-RESTO < 2
               MOVE 0 TO WS-MC-DV
           ELSE
               COMPUTE WS-MC-DV = 11 - WS-MC-RESTO
           END-IF.

      * NOME E ENDERECO FALSOS A PARTIR DE WS-SEMENTE.
       MONTA-NOME.
           DIVIDE WS-SEMENTE BY 20 GIVING WS-SM-QUOC
               REMAINDER WS-SM-I1
           DIVIDE WS-SM-QUOC BY 20 GIVING WS-SM-QUOC
               REMAINDER WS-SM-I2
           DIVIDE WS-SM-QUOC BY 20 GIVING WS-SM-QUOC
               REMAINDER WS-SM-I3
           DIVIDE WS-SM-QUOC BY 20 GIVING WS-SM-QUOC
               REMAINDER WS-SM-I4
           DIVIDE WS-SM-QUOC BY 900 GIVING WS-SM-QUOC
               REMAINDER WS-SM-NUM
           IF WS-SM-I3 = WS-SM-I2
               COMPUTE WS-SM-I3 = 19 - WS-SM-I2
           END-IF
           ADD 1 TO WS-SM-I1 WS-SM-I2 WS-SM-I3 WS-SM-I4
           MOVE SPACES TO WS-NOME-FALSO
           STRING PRENOME-T(WS-SM-I1) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SOBRENOME-T(WS-SM-I2) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SOBRENOME-T(WS-SM-I3) DELIMITED BY SPACE
               INTO WS-NOME-FALSO
           MOVE LOGRADOURO-T(WS-SM-I4) TO WS-LOGRADOURO-FALSO
           COMPUTE WS-NUMERO-FALSO = WS-SM-NUM + 100.

      * SEMENTE DO OPERADOR (SEM CPF): OS QUATRO CARACTERES DO ID
      * PASSAM PELA MESMA TROCA DA BASE DO CPF.
       SEMENTE-OPERADOR.
           COMPUTE WS-MC-BASE =
               FUNCTION ORD(WS-ID-TXT(1:1)) * 1000000
               + FUNCTION ORD(WS-ID-TXT(2:1)) * 10000
               + FUNCTION ORD(WS-ID-TXT(3:1)) * 100
               + FUNCTION ORD(WS-ID-TXT(4:1))
           PERFORM EMBARALHA-BASE
           MOVE WS-MC-BASE TO WS-SEMENTE.

      * CELULAR FALSO: MESMO DDD, "9" E OITO DIGITOS DA SEMENTE.
       MASCARA-CELULAR.
           IF WS-TEL NOT = ZEROS
               DIVIDE WS-TEL BY 1000000000 GIVING WS-TEL-DDD
               PERFORM SORTEIA-TELEFONE
               COMPUTE WS-TEL = WS-TEL-DDD * 1000000000
                   + 900000000 + WS-TEL-RESTO
           END-IF.

       SORTEIA-TELEFONE.
           COMPUTE WS-MC-PRODUTO = WS-SEMENTE * 7919
           DIVIDE WS-MC-PRODUTO BY 100000000 GIVING WS-MC-QUOC
               REMAINDER WS-TEL-RESTO.

       OFUSCA-SENHA.
           PERFORM OFUSCA-DIGITO
               VARYING WS-OS-I FROM 1 BY 1 UNTIL WS-OS-I > 4.
           MOVE WS-SENHA-OFUSCA TO WS-SENHA-OFUSCADA.

       OFUSCA-DIGITO.
           COMPUTE WS-OS-J = 5 - WS-OS-I.
           COMPUTE WS-SO-D(WS-OS-J) = 9 - WS-SC-D(WS-OS-I).

      * POR QUE O ARQUIVO FOI PULADO: AUSENTE NA PRODUCAO (A COPIA
      * NASCE VAZIA QUANDO O PROGRAMA ABRIR) OU INDISPONIVEL - ESTE
      * CONTA COMO FALHA E A MARCA NAO E GRAVADA.
       MOTIVO-PULO.
           EVALUATE TRUE
               WHEN AN-EMPTY
                   DISPLAY "  AUSENTE OU VAZIO - NADA A COPIAR"
                   ADD 1 TO WS-QT-PULADOS
               WHEN AN-DIVERGE
                   DISPLAY "  LAYOUT DIFERENTE - RODE O "
                       "CONVERTE-LAYOUTS ANTES"
                   ADD 1 TO WS-QT-FALHAS
               WHEN OTHER
                   DISPLAY "  INDISPONIVEL - FS=" ANST
                   ADD 1 TO WS-QT-FALHAS
           END-EVALUATE
           MOVE "00" TO ANST.

       GRAVA-MARCA.
           OPEN OUTPUT MARCA-TREINO
           MOVE SPACES TO REG-MARCA-TREINO
           MOVE FUNCTION CURRENT-DATE TO SDATADMA
           STRING "BASE DE TREINAMENTO MONTADA EM " SDATTEMPO " "
               FS-SHORA ":" FS-SMIN " - DADOS PESSOAIS MASCARADOS"
               DELIMITED BY SIZE INTO REG-MARCA-TREINO
           WRITE REG-MARCA-TREINO
           CLOSE MARCA-TREINO.

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
           MOVE "MONTA-TREINO" TO AUD-PROGRAMA
           MOVE WS-AUD-OP TO AUD-OPERACAO
           MOVE WS-AUD-CHAVE TO AUD-CHAVE
           MOVE WS-AUD-DESC TO AUD-DESCRICAO
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "P"
           WRITE REG-AUDITORIA
           CALL "ELO-AUDITORIA" USING REG-AUDITORIA
               BY CONTENT "L"
           CLOSE AUDITORIA.

       RELATORIO-FINAL.
           DISPLAY "BASE DE TREINAMENTO - RESUMO"
           DISPLAY "ARQUIVOS COPIADOS.....: " WS-QT-ARQUIVOS
           DISPLAY "ARQUIVOS AUSENTES.....: " WS-QT-PULADOS
           DISPLAY "REGISTROS COPIADOS....: " WS-QT-TOTAL
           DISPLAY "CPFS MASCARADOS.......: " WS-QT-CPF
           DISPLAY "GRAVACOES REJEITADAS..: " WS-QT-REJEITADOS
           DISPLAY "FALHAS................: " WS-QT-FALHAS
           IF WS-QT-FALHAS > ZEROS
               DISPLAY "** BASE INCOMPLETA - TREINO/TREINO.DAT NAO "
                   "GRAVADO; CORRIJA E MONTE DE NOVO **"
           ELSE
               DISPLAY "PARA TREINAR: ENTRE NO DIRETORIO TREINO/ E "
                   "INICIE O SISTEMA DE LA."
               DISPLAY "SENHA DOS OPERADORES E DOS CLIENTES COM "
                   "SENHA: " WS-SENHA-TREINO
           END-IF.

       END PROGRAM MONTA-TREINO.
