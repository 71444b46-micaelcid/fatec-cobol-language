               RECORD KEY MV-CHAVE-V
               FILE STATUS ANST.

           SELECT MOV-ANT2 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MV-CHAVE-V2
               FILE STATUS ANST.

           SELECT MOV-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VD-CHAVE-V
               FILE STATUS ANST.

           SELECT VEN-ANT2 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VD-CHAVE-V2
               FILE STATUS ANST.

           SELECT VEN-ANT3 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VD-CHAVE-V3
               FILE STATUS ANST.

           SELECT VEN-ANT4 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VD-CHAVE-V4
               FILE STATUS ANST.

           SELECT VEN-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EM-CHAVE-V
               FILE STATUS ANST.

           SELECT EMP-ANT2 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EM-CHAVE-V2
               FILE STATUS ANST.

           SELECT EMP-ANT3 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EM-CHAVE-V3
               FILE STATUS ANST.

           SELECT EMP-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PD-CHAVE-V
               FILE STATUS ANST.

           SELECT PED-ANT2 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PD-CHAVE-V2
               FILE STATUS ANST.

           SELECT PED-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AM-CODIGO
               FILE STATUS NVST.

           SELECT OPE-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OP-ID-V
               FILE STATUS ANST.

           SELECT OPE-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OP-ID
               FILE STATUS NVST.

           SELECT NOT-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NF-CHAVE-V
               FILE STATUS ANST.

           SELECT NOT-ANT2 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NF-CHAVE-V2
               FILE STATUS ANST.

           SELECT NOT-ANT3 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NF-CHAVE-V3
               FILE STATUS ANST.

           SELECT NOT-ANT4 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NF-CHAVE-V4
               FILE STATUS ANST.

           SELECT NOT-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NF-CHAVE
               FILE STATUS NVST.

           SELECT CPR-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CP-CHAVE-V
               FILE STATUS ANST.

           SELECT CPR-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CP-CHAVE
               FILE STATUS NVST.

           SELECT FOR-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FO-CODIGO-V
               FILE STATUS ANST.

           SELECT FOR-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FO-CODIGO
               FILE STATUS NVST.

           SELECT ESC-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EJ-SEQ-V
               FILE STATUS ANST.

           SELECT ESC-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EJ-SEQ
               FILE STATUS NVST.

           SELECT MUN-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MU-CHAVE-V
               FILE STATUS ANST.

           SELECT MUN-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MU-CHAVE
               FILE STATUS NVST.

           SELECT CEP-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FX-CHAVE-V
               FILE STATUS ANST.

           SELECT CEP-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FX-CHAVE
               FILE STATUS NVST.

           SELECT CLI-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CL-CPF-V
               FILE STATUS ANST.

           SELECT CLI-ANT2 ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CL-CPF-V2
               FILE STATUS ANST.

           SELECT CLI-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CL-CPF
               FILE STATUS NVST.

           SELECT FUN-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FU-CODIGO-V
               FILE STATUS ANST.

           SELECT FUN-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FU-CODIGO
               FILE STATUS NVST.

           SELECT LIM-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LP-CONTA-V
               FILE STATUS ANST.

           SELECT LIM-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LP-CONTA
               FILE STATUS NVST.

           SELECT OFE-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OF-CODIGO-V
               FILE STATUS ANST.

           SELECT OFE-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OF-CODIGO
               FILE STATUS NVST.

           SELECT LOT-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LT-CHAVE-V
               FILE STATUS ANST.

           SELECT LOT-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LT-CHAVE
               FILE STATUS NVST.

           SELECT SLC-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SL-CHAVE-V
               FILE STATUS ANST.

           SELECT SLC-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SL-CHAVE
               FILE STATUS NVST.

           SELECT SMS-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SM-CHAVE-V
               FILE STATUS ANST.

           SELECT SMS-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SM-CHAVE
               FILE STATUS NVST.

           SELECT ARQ-ANT ASSIGN TO WS-NOME-ARQ-ANT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ARST.

           SELECT ARQ-NOVO ASSIGN TO WS-NOME-ARQ-NOVO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS NVST.

           SELECT INV-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS-CODIGO-V
               FILE STATUS ANST.

           SELECT INV-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS-CODIGO
               FILE STATUS NVST.

           SELECT RMC-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RM-CHAVE-V OF REG-RMC-ANT
               FILE STATUS ANST.

           SELECT RMC-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RM-CHAVE OF REG-REMARCA
               FILE STATUS NVST.

           SELECT NIT-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NI-CHAVE-V
               ALTERNATE RECORD KEY IS NI-PEDIDO-V WITH DUPLICATES
               FILE STATUS ANST.

           SELECT NIT-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NI-CHAVE
               ALTERNATE RECORD KEY IS NI-PEDIDO WITH DUPLICATES
               FILE STATUS NVST.

           SELECT DVF-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DF-NUMERO-V
               ALTERNATE RECORD KEY IS DF-FORNEC-V WITH DUPLICATES
               FILE STATUS ANST.

           SELECT DVF-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DF-NUMERO
               ALTERNATE RECORD KEY IS DF-FORNEC WITH DUPLICATES
               FILE STATUS NVST.

           SELECT RSV-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RV-CHAVE-V
               FILE STATUS ANST.

           SELECT RSV-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RV-CHAVE
               FILE STATUS NVST.

           SELECT VCM-ANT ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VC-CHAVE-V
               FILE STATUS ANST.

           SELECT VCM-NOVO ASSIGN TO DISK
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VC-CHAVE
               FILE STATUS NVST.

       DATA DIVISION.
       FILE SECTION.
      * IMAGENS DOS REGISTROS ANTIGOS, SO COM AS CHAVES NOMEADAS -
           02 MV-CHAVE-V   PIC X(20).
           02 FILLER       PIC X(31).

      * MOVIMENT.DAT ANTIGO (63): COM DEPOSITO E LOTE, ANTES DAS
      * QUANTIDADES EM 7 DIGITOS (GRAMAS DO PESAVEL).
       FD  MOV-ANT2 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVIMENT.DAT".
       01  REG-MOV-ANT2.
           02 MV-CHAVE-V2  PIC X(20).
           02 FILLER       PIC X(43).

       FD  MOV-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MOVIMENT.NEW".

           02 VD-CHAVE-V   PIC X(12).
           02 FILLER       PIC X(23).

      * VENDAS.DAT ANTIGO (58): JA COM PROMO E A PRAZO, ANTES DO ICMS.
       FD  VEN-ANT2 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDAS.DAT".
       01  REG-VEN-ANT2.
           02 VD-CHAVE-V2  PIC X(12).
           02 FILLER       PIC X(46).

      * VENDAS.DAT ANTIGO (76): JA COM ICMS, ANTES DAS DEVOLUCOES E
      * DESCONTOS SEPARADOS PARA A DRE.
       FD  VEN-ANT3 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDAS.DAT".
       01  REG-VEN-ANT3.
           02 VD-CHAVE-V3  PIC X(12).
           02 FILLER       PIC X(64).

      * VENDAS.DAT ANTIGO (108): JA COM DEVOLUCOES E DESCONTOS,
      * QUANTIDADES EM 5 DIGITOS.
       FD  VEN-ANT4 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDAS.DAT".
       01  REG-VEN-ANT4.
           02 VD-CHAVE-V4  PIC X(12).
           02 FILLER       PIC X(96).

       FD  VEN-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDAS.NEW".

           02 EM-CHAVE-V   PIC X(8).
           02 FILLER       PIC X(51).

      * EMPRESTIMO.DAT ANTIGO (60): JA COM O CONSIGNADO, ANTES DA
      * ORIGEM DO CONTRATO (RENEGOCIACAO).
       FD  EMP-ANT2 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
       01  REG-EMP-ANT2.
           02 EM-CHAVE-V2  PIC X(8).
           02 FILLER       PIC X(52).

      * EMPRESTIMO.DAT ANTIGO (61): JA COM A ORIGEM, ANTES DO SISTEMA
      * DE AMORTIZACAO (PRICE/SAC).
       FD  EMP-ANT3 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".
       01  REG-EMP-ANT3.
           02 EM-CHAVE-V3  PIC X(8).
           02 FILLER       PIC X(53).

       FD  EMP-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESTIMO.NEW".

           02 FILLER       PIC X(24).
           02 PD-STATUS-V  PIC X(1).

      * PEDIDO.DAT ANTIGO (42): JA COM A DATA DE RECEBIMENTO,
      * QUANTIDADES EM 4 DIGITOS.
       FD  PED-ANT2 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PEDIDO.DAT".
       01  REG-PED-ANT2.
           02 PD-CHAVE-V2  PIC X(9).
           02 FILLER       PIC X(33).

       FD  PED-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PEDIDO.NEW".


       COPY agencias.

      * OPERADOR.DAT ANTIGO (63): ANTES DA AGENCIA DE LOTACAO.
       FD  OPE-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".
       01  REG-OPE-ANT.
           02 OP-ID-V      PIC X(4).
           02 FILLER       PIC X(59).

       FD  OPE-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OPERADOR.NEW".

       COPY operador.

      * NOTAS.DAT ANTIGO (62): ANTES DO ICMS DESTACADO NA NOTA.
       FD  NOT-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REG-NOT-ANT.
           02 NF-CHAVE-V   PIC X(13).
           02 FILLER       PIC X(49).

      * NOTAS.DAT ANTIGO (81): JA COM ICMS, ANTES DO TIPO DA NOTA.
       FD  NOT-ANT2 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REG-NOT-ANT2.
           02 NF-CHAVE-V2  PIC X(13).
           02 FILLER       PIC X(68).

      * NOTAS.DAT ANTIGO (82): JA COM O TIPO, ANTES DO PAGAMENTO PELA
      * CONTA DA LOJA (REMESSA, CREDITO ABATIDO E MOTIVO).
       FD  NOT-ANT3 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REG-NOT-ANT3.
           02 NF-CHAVE-V3  PIC X(13).
           02 FILLER       PIC X(69).

      * NOTAS.DAT ANTIGO (135): JA COM O PAGAMENTO PELA CONTA DA
      * LOJA, ANTES DO SEGURO, DOS IMPOSTOS NAO RECUPERAVEIS E DO
      * CRITERIO DE RATEIO.
       FD  NOT-ANT4 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REG-NOT-ANT4.
           02 NF-CHAVE-V4  PIC X(13).
           02 FILLER       PIC X(122).

       FD  NOT-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAS.NEW".

       COPY notas.

      * CRDPARC.DAT ANTIGO (44): ANTES DOS ENCARGOS DE ATRASO.
       FD  CPR-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CRDPARC.DAT".
       01  REG-CPR-ANT.
           02 CP-CHAVE-V   PIC X(19).
           02 FILLER       PIC X(25).

       FD  CPR-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CRDPARC.NEW".

       COPY crdparc.

      * FORNECEDOR.DAT ANTIGO (68): ANTES DOS DADOS BANCARIOS.
       FD  FOR-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FORNECEDOR.DAT".
       01  REG-FOR-ANT.
           02 FO-CODIGO-V  PIC 9(4).
           02 FILLER       PIC X(64).

       FD  FOR-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FORNECEDOR.NEW".

       COPY fornecedor.

      * ESCALA.DAT ANTIGO (28): ANTES DO HORARIO-ALVO DO PASSO.
       FD  ESC-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ESCALA.DAT".
       01  REG-ESC-ANT.
           02 EJ-SEQ-V     PIC 9(2).
           02 FILLER       PIC X(26).

       FD  ESC-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ESCALA.NEW".

       COPY escala.

      * MUNICIP.DAT ANTIGO (21): ANTES DO CODIGO IBGE.
       FD  MUN-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MUNICIP.DAT".
       01  REG-MUN-ANT.
           02 MU-CHAVE-V   PIC X(21).

       FD  MUN-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MUNICIP.NEW".

       COPY municarq.

      * CEPFAIX.DAT ANTIGO (37): ANTES DO CODIGO IBGE.
       FD  CEP-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CEPFAIX.DAT".
       01  REG-CEP-ANT.
           02 FX-CHAVE-V   PIC X(21).
           02 FILLER       PIC X(16).

       FD  CEP-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CEPFAIX.NEW".

       COPY cepfaix.

      * CLIENTE.DAT ANTIGO (124): ANTES DA DATA DO OBITO E DOS
      * ALERTAS.
       FD  CLI-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CLIENTE.DAT".
       01  REG-CLI-ANT.
           02 CL-CPF-V     PIC 9(11).
           02 FILLER       PIC X(113).

      * CLIENTE.DAT ANTIGO (132): COM A DATA DO OBITO, ANTES DO
      * CONTATO E DAS PREFERENCIAS DE ALERTA.
       FD  CLI-ANT2 LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CLIENTE.DAT".
       01  REG-CLI-ANT2.
           02 CL-CPF-V2    PIC 9(11).
           02 FILLER       PIC X(121).

       FD  CLI-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CLIENTE.NEW".

       COPY cliente.

      * FUNCIONARIO.DAT ANTIGO (82): ANTES DA ADMISSAO, DA SITUACAO
      * E DO DESLIGAMENTO.
       FD  FUN-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNCIONARIO.DAT".
       01  REG-FUN-ANT.
           02 FU-CODIGO-V  PIC 9(4).
           02 FILLER       PIC X(78).

       FD  FUN-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNCIONARIO.NEW".

       COPY funcionario.

      * LIMPROP.DAT ANTIGO (64): ANTES DO SCORE NA PROPOSTA.
       FD  LIM-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LIMPROP.DAT".
       01  REG-LIM-ANT.
           02 LP-CONTA-V   PIC 9(5).
           02 FILLER       PIC X(59).

       FD  LIM-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LIMPROP.NEW".

       COPY limprop.

      * OFERTAS.DAT ANTIGO (27): ANTES DA ORIGEM DA OFERTA.
       FD  OFE-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OFERTAS.DAT".
       01  REG-OFE-ANT.
           02 OF-CODIGO-V  PIC 9(4).
           02 FILLER       PIC X(23).

       FD  OFE-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "OFERTAS.NEW".

       COPY ofertas.

      * LOTES.DAT ANTIGO (26): QUANTIDADE EM 4 DIGITOS.
       FD  LOT-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOTES.DAT".
       01  REG-LOT-ANT.
           02 LT-CHAVE-V   PIC X(22).
           02 LT-QTDE-V    PIC 9(4).

       FD  LOT-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOTES.NEW".

       COPY lotes.

      * SALDOLOC.DAT ANTIGO (10): QUANTIDADE EM 4 DIGITOS.
       FD  SLC-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOLOC.DAT".
       01  REG-SLC-ANT.
           02 SL-CHAVE-V   PIC X(6).
           02 SL-QTDE-V    PIC 9(4).

       FD  SLC-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOLOC.NEW".

       COPY saldoloc.

      * SALDOMES.DAT ANTIGO (41): QUANTIDADES NA LARGURA ANTIGA.
       FD  SMS-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOMES.DAT".
       01  REG-SMS-ANT.
           02 SM-CHAVE-V.
               03 SM-ANOMES-V      PIC 9(6).
               03 FILLER           PIC X(4).
           02 SM-QTDE-ABERTURA-V   PIC S9(5).
           02 SM-ENTRADAS-V        PIC 9(6).
           02 SM-SAIDAS-V          PIC 9(6).
           02 SM-QTDE-FECHA-V      PIC 9(4).
           02 SM-VALOR-FECHA-V     PIC 9(8)V99.

       FD  SMS-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALDOMES.NEW".

       COPY saldomes.

      * ARQUIVO MORTO MOVARQ_AAAAMM.DAT DE UM MES FECHADO, NA IMAGEM
      * DE 63 DO MOVIMENT.DAT, E A COPIA NOVA MOVARQ_AAAAMM.NEW.
       FD  ARQ-ANT.
       01  REG-ARQ-ANT PIC X(63).

       FD  ARQ-NOVO.
       01  REG-ARQ-NOVO PIC X(69).

      * INVSNAP.DAT ANTIGO (13): QUANTIDADES EM 4 DIGITOS.
       FD  INV-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INVSNAP.DAT".
       01  REG-INV-ANT.
           02 IS-CODIGO-V          PIC 9(4).
           02 IS-QTDE-LIVRO-V      PIC 9(4).
           02 IS-QTDE-CONTADA-V    PIC 9(4).
           02 IS-SITUACAO-V        PIC X(1).

       FD  INV-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INVSNAP.NEW".

       COPY invsnap.

      * REMARCA.DAT ANTIGO (81): QUANTIDADES EM 4 DIGITOS.
       FD  RMC-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMARCA.DAT".
       01  REG-RMC-ANT.
           02 RM-CHAVE-V           PIC X(22).
           02 RM-DATA-INI-V        PIC 9(8).
           02 RM-QTDE-INI-V        PIC 9(4).
           02 RM-PRECOS-V          PIC X(23).
           02 RM-DATA-FIM-V        PIC 9(8).
           02 RM-QTDE-VENDIDA-V    PIC 9(4).
           02 RM-QTDE-BAIXADA-V    PIC 9(4).
           02 RM-QTDE-DEVFORN-V    PIC 9(4).
           02 RM-QTDE-SOBRA-V      PIC 9(4).

       FD  RMC-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMARCA.NEW".

       COPY remarca.

      * NOTAITEM.DAT ANTIGO (72): QUANTIDADES EM 4 DIGITOS.
       FD  NIT-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAITEM.DAT".
       01  REG-NIT-ANT.
           02 NI-CHAVE-V           PIC X(16).
           02 NI-PEDIDO-V          PIC 9(6).
           02 NI-CODIGO-V          PIC 9(4).
           02 NI-QTDE-V            PIC 9(4).
           02 NI-PRECOS-V          PIC X(34).
           02 NI-QTDE-RECEBIDA-V   PIC 9(4).
           02 NI-QTDE-AJUSTADA-V   PIC 9(4).

       FD  NIT-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAITEM.NEW".

       COPY notaitem.

      * DEVFORN.DAT ANTIGO (126): QUANTIDADE EM 4 DIGITOS.
       FD  DVF-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEVFORN.DAT".
       01  REG-DVF-ANT.
           02 DF-NUMERO-V          PIC 9(6).
           02 DF-FORNEC-V          PIC 9(4).
           02 DF-ORIGEM-V          PIC X(19).
           02 DF-QTDE-V            PIC 9(4).
           02 DF-RESTO-V           PIC X(93).

       FD  DVF-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEVFORN.NEW".

       COPY devforn.

      * RESERVAS.DAT ANTIGO (51): QUANTIDADE EM 4 DIGITOS.
       FD  RSV-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01  REG-RSV-ANT.
           02 RV-CHAVE-V           PIC X(8).
           02 RV-CLIENTE-V         PIC X(30).
           02 RV-QTDE-V            PIC 9(4).
           02 RV-VALIDADE-V        PIC 9(8).
           02 RV-STATUS-V          PIC X(1).

       FD  RSV-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESERVAS.NEW".

       COPY reservas.

      * VENDCOM.DAT ANTIGO (44): QUANTIDADES EM 5 DIGITOS.
       FD  VCM-ANT LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDCOM.DAT".
       01  REG-VCM-ANT.
           02 VC-CHAVE-V           PIC X(16).
           02 VC-QTDE-V            PIC 9(5).
           02 VC-RECEITA-V         PIC 9(7)V99.
           02 VC-QTDE-DEVOL-V      PIC 9(5).
           02 VC-ESTORNO-V         PIC 9(7)V99.

       FD  VCM-NOVO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VENDCOM.NEW".

       COPY vendcom.

       WORKING-STORAGE SECTION.
      * CONVERSAO UNICA DOS ARQUIVOS INDEXADOS QUE CRESCERAM DE
      * LAYOUT, NOS MOLDES DO CONVERTE-PRODUTOS: CADA ARQUIVO E LIDO

       77 NVST PIC X(2).

       77 ARST PIC X(2).
           88 AR-OK        VALUE "00".

       77 WS-QT-REGISTROS PIC 9(6) VALUE ZEROS.
       77 WS-QT-ARQUIVOS  PIC 9(2) VALUE ZEROS.
       77 WS-QT-MORTOS    PIC 9(3) VALUE ZEROS.
       77 WS-QT-LINHAS    PIC 9(6) VALUE ZEROS.
       77 WS-ANOMES-ARQ   PIC 9(6) VALUE ZEROS.
       77 WS-NOME-ARQ-ANT  PIC X(20) VALUE SPACES.
       77 WS-NOME-ARQ-NOVO PIC X(20) VALUE SPACES.

      * MOVIMENTO NA IMAGEM DE 63 (QUANTIDADES EM 4 DIGITOS), DE ONDE
      * OS CAMPOS VAO UM A UM PARA O LAYOUT NOVO - A QUANTIDADE
      * CRESCEU NO MEIO DO REGISTRO.  A IMAGEM DE 51 ENTRA AQUI SEM
      * DEPOSITO E SEM LOTE.
       01 WS-MOV-ANTIGO.
           02 MV-CHAVE-A        PIC X(20).
           02 MV-TIPO-A         PIC X(1).
           02 MV-QUANTIDADE-A   PIC 9(4).
           02 MV-QTDADE-APOS-A  PIC 9(4).
           02 MV-MOTIVO-A       PIC X(15).
           02 MV-CUSTO-UNIT-A   PIC 9(5)V99.
           02 MV-DEPOSITO-A     PIC 9(2).
           02 MV-LOTE-A         PIC X(10).

      * VENDAS NA IMAGEM DE 108 (QUANTIDADES EM 5 DIGITOS) E PEDIDO
      * NA DE 42 (QUANTIDADES EM 4), PELO MESMO MOTIVO: AS IMAGENS
      * MAIS ANTIGAS ENTRAM AQUI COM OS CAMPOS QUE NAO TINHAM
      * ZERADOS E OS CAMPOS VAO UM A UM PARA O LAYOUT NOVO.
       01 WS-VEN-ANTIGO.
           02 VD-CHAVE-A        PIC X(12).
           02 VD-QTDE-A         PIC 9(5).
           02 VD-RECEITA-A      PIC 9(7)V99.
           02 VD-CUSTO-A        PIC 9(7)V99.
           02 VD-QTDE-PROMO-A   PIC 9(5).
           02 VD-RECEITA-PROMO-A PIC 9(7)V99.
           02 VD-RECEITA-PRAZO-A PIC 9(7)V99.
           02 VD-BASE-ICMS-A    PIC 9(7)V99.
           02 VD-ICMS-A         PIC 9(7)V99.
           02 VD-QTDE-DEVOL-A   PIC 9(5).
           02 VD-RECEITA-DEVOL-A PIC 9(7)V99.
           02 VD-DESC-OFERTA-A  PIC 9(7)V99.
           02 VD-DESC-PONTOS-A  PIC 9(7)V99.

       01 WS-PED-ANTIGO.
           02 PD-CHAVE-A        PIC X(9).
           02 PD-FORNEC-A       PIC 9(4).
           02 PD-CODIGO-A       PIC 9(4).
           02 PD-QTDE-PEDIDA-A  PIC 9(4).
           02 PD-QTDE-RECEBIDA-A PIC 9(4).
           02 PD-DATA-A         PIC 9(8).
           02 PD-DATA-RECEB-A   PIC 9(8).
           02 PD-STATUS-A       PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTE-CAIXAMOV THRU FIM-CONVERTE-CAIXAMOV
           PERFORM CONVERTE-PEDIDO THRU FIM-CONVERTE-PEDIDO
           PERFORM CONVERTE-AGENCIAS THRU FIM-CONVERTE-AGENCIAS
           PERFORM CONVERTE-OPERADOR THRU FIM-CONVERTE-OPERADOR
           PERFORM CONVERTE-NOTAS THRU FIM-CONVERTE-NOTAS
           PERFORM CONVERTE-CRDPARC THRU FIM-CONVERTE-CRDPARC
           PERFORM CONVERTE-FORNECEDOR THRU FIM-CONVERTE-FORNECEDOR
           PERFORM CONVERTE-ESCALA THRU FIM-CONVERTE-ESCALA
           PERFORM CONVERTE-MUNICIP THRU FIM-CONVERTE-MUNICIP
           PERFORM CONVERTE-CEPFAIX THRU FIM-CONVERTE-CEPFAIX
           PERFORM CONVERTE-CLIENTE THRU FIM-CONVERTE-CLIENTE
           PERFORM CONVERTE-FUNCIONARIO THRU FIM-CONVERTE-FUNCIONARIO
           PERFORM CONVERTE-LIMPROP THRU FIM-CONVERTE-LIMPROP
           PERFORM CONVERTE-OFERTAS THRU FIM-CONVERTE-OFERTAS
           PERFORM CONVERTE-LOTES THRU FIM-CONVERTE-LOTES
           PERFORM CONVERTE-SALDOLOC THRU FIM-CONVERTE-SALDOLOC
           PERFORM CONVERTE-SALDOMES THRU FIM-CONVERTE-SALDOMES
           PERFORM CONVERTE-INVSNAP THRU FIM-CONVERTE-INVSNAP
           PERFORM CONVERTE-REMARCA THRU FIM-CONVERTE-REMARCA
           PERFORM CONVERTE-NOTAITEM THRU FIM-CONVERTE-NOTAITEM
           PERFORM CONVERTE-DEVFORN THRU FIM-CONVERTE-DEVFORN
           PERFORM CONVERTE-RESERVAS THRU FIM-CONVERTE-RESERVAS
           PERFORM CONVERTE-VENDCOM THRU FIM-CONVERTE-VENDCOM
           DISPLAY "CONVERSAO CONCLUIDA - " WS-QT-ARQUIVOS
               " ARQUIVO(S) GERADO(S) EM .NEW"
           DISPLAY "CONFIRA E TROQUE CADA .NEW PELO ARQUIVO VIVO"
       CONVERTE-MOVIMENTO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT MOV-ANT
           IF AN-DIVERGE
               PERFORM CONVERTE-MOVIMENTO-63 THRU
                   FIM-CONVERTE-MOVIMENTO-63
               GO FIM-CONVERTE-MOVIMENTO
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "MOVIMENT.DAT PULADO"
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO WS-MOV-ANTIGO
               MOVE REG-MOV-ANT TO WS-MOV-ANTIGO(1:51)
      *        DEPOSITO 0 = SALDO LEGADO/CONSOLIDADO; SEM LOTE.
               MOVE ZEROS TO MV-DEPOSITO-A
               MOVE SPACES TO MV-LOTE-A
               PERFORM MONTA-MOVIMENTO
               WRITE REG-MOVIMENTO
                   INVALID KEY
                       CONTINUE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COM DEPOSITO E LOTE, FALTAM AS QUANTIDADES LARGAS.
       CONVERTE-MOVIMENTO-63.
           OPEN INPUT MOV-ANT2
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "MOVIMENT.DAT PULADO"
               GO FIM-CONVERTE-MOVIMENTO-63
           END-IF
           OPEN OUTPUT MOV-NOVO
           PERFORM COPIA-MOVIMENTO-63 UNTIL AN-FIM
           CLOSE MOV-ANT2 MOV-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "MOVIMENT.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-MOVIMENTO-63.
           EXIT.

       COPIA-MOVIMENTO-63.
           READ MOV-ANT2 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-MOV-ANT2 TO WS-MOV-ANTIGO
               PERFORM MONTA-MOVIMENTO
               WRITE REG-MOVIMENTO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       MONTA-MOVIMENTO.
           MOVE SPACES TO REG-MOVIMENTO
           MOVE MV-CHAVE-A TO MV-CHAVE
           MOVE MV-TIPO-A TO MV-TIPO
           MOVE MV-QUANTIDADE-A TO MV-QUANTIDADE
           MOVE MV-QTDADE-APOS-A TO MV-QTDADE-APOS
           MOVE MV-MOTIVO-A TO MV-MOTIVO
           MOVE MV-CUSTO-UNIT-A TO MV-CUSTO-UNIT
           MOVE MV-DEPOSITO-A TO MV-DEPOSITO
           MOVE MV-LOTE-A TO MV-LOTE.

       CONVERTE-VENDAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT VEN-ANT
           IF AN-DIVERGE
               PERFORM CONVERTE-VENDAS-58 THRU FIM-CONVERTE-VENDAS-58
               GO FIM-CONVERTE-VENDAS
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "VENDAS.DAT PULADO"
               GO FIM-CONVERTE-VENDAS
           END-IF
           OPEN OUTPUT VEN-NOVO
           PERFORM COPIA-VENDAS UNTIL AN-FIM
           CLOSE VEN-ANT VEN-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "VENDAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-VENDAS.
           EXIT.

       COPIA-VENDAS.
           READ VEN-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO WS-VEN-ANTIGO
               MOVE REG-VEN-ANT TO WS-VEN-ANTIGO(1:35)
               MOVE ZEROS TO VD-QTDE-PROMO-A VD-RECEITA-PROMO-A
                   VD-RECEITA-PRAZO-A
               MOVE ZEROS TO VD-BASE-ICMS-A VD-ICMS-A
               MOVE ZEROS TO VD-QTDE-DEVOL-A VD-RECEITA-DEVOL-A
                   VD-DESC-OFERTA-A VD-DESC-PONTOS-A
               PERFORM MONTA-VENDAS
               WRITE REG-VENDA-DIA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COM PROMO E A PRAZO, FALTA O ICMS.
       CONVERTE-VENDAS-58.
           OPEN INPUT VEN-ANT2
           IF AN-DIVERGE
               PERFORM CONVERTE-VENDAS-76 THRU FIM-CONVERTE-VENDAS-76
               GO FIM-CONVERTE-VENDAS-58
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "VENDAS.DAT PULADO"
               GO FIM-CONVERTE-VENDAS-58
           END-IF
           OPEN OUTPUT VEN-NOVO
           PERFORM COPIA-VENDAS-58 UNTIL AN-FIM
           CLOSE VEN-ANT2 VEN-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "VENDAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-VENDAS-58.
           EXIT.

       COPIA-VENDAS-58.
           READ VEN-ANT2 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO WS-VEN-ANTIGO
               MOVE REG-VEN-ANT2 TO WS-VEN-ANTIGO(1:58)
      *        VENDA ANTERIOR AO CADASTRO FISCAL NAO DESTACOU ICMS.
               MOVE ZEROS TO VD-BASE-ICMS-A VD-ICMS-A
               MOVE ZEROS TO VD-QTDE-DEVOL-A VD-RECEITA-DEVOL-A
                   VD-DESC-OFERTA-A VD-DESC-PONTOS-A
               PERFORM MONTA-VENDAS
               WRITE REG-VENDA-DIA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COM ICMS, FALTAM DEVOLUCOES E DESCONTOS.
       CONVERTE-VENDAS-76.
           OPEN INPUT VEN-ANT3
           IF AN-DIVERGE
               PERFORM CONVERTE-VENDAS-108 THRU FIM-CONVERTE-VENDAS-108
               GO FIM-CONVERTE-VENDAS-76
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "VENDAS.DAT PULADO"
               GO FIM-CONVERTE-VENDAS-76
           END-IF
           OPEN OUTPUT VEN-NOVO
           PERFORM COPIA-VENDAS-76 UNTIL AN-FIM
           CLOSE VEN-ANT3 VEN-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "VENDAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-VENDAS-76.
           EXIT.

       COPIA-VENDAS-76.
           READ VEN-ANT3 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO WS-VEN-ANTIGO
               MOVE REG-VEN-ANT3 TO WS-VEN-ANTIGO(1:76)
      *        DIA ANTIGO JA ESTA LIQUIDO: SEM DEVOLUCAO NEM DESCONTO
      *        SEPARADOS, A VENDA BRUTA FICA IGUAL A RECEITA.
               MOVE ZEROS TO VD-QTDE-DEVOL-A VD-RECEITA-DEVOL-A
                   VD-DESC-OFERTA-A VD-DESC-PONTOS-A
               PERFORM MONTA-VENDAS
               WRITE REG-VENDA-DIA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COMPLETA, FALTAM AS QUANTIDADES LARGAS.
       CONVERTE-VENDAS-108.
           OPEN INPUT VEN-ANT4
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "VENDAS.DAT PULADO"
               GO FIM-CONVERTE-VENDAS-108
           END-IF
           OPEN OUTPUT VEN-NOVO
           PERFORM COPIA-VENDAS-108 UNTIL AN-FIM
           CLOSE VEN-ANT4 VEN-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "VENDAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-VENDAS-108.
           EXIT.

       COPIA-VENDAS-108.
           READ VEN-ANT4 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-VEN-ANT4 TO WS-VEN-ANTIGO
               PERFORM MONTA-VENDAS
               WRITE REG-VENDA-DIA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       MONTA-VENDAS.
           MOVE SPACES TO REG-VENDA-DIA
           MOVE VD-CHAVE-A TO VD-CHAVE
           MOVE VD-QTDE-A TO VD-QTDE
           MOVE VD-RECEITA-A TO VD-RECEITA
           MOVE VD-CUSTO-A TO VD-CUSTO
           MOVE VD-QTDE-PROMO-A TO VD-QTDE-PROMO
           MOVE VD-RECEITA-PROMO-A TO VD-RECEITA-PROMO
           MOVE VD-RECEITA-PRAZO-A TO VD-RECEITA-PRAZO
           MOVE VD-BASE-ICMS-A TO VD-BASE-ICMS
           MOVE VD-ICMS-A TO VD-ICMS
           MOVE VD-QTDE-DEVOL-A TO VD-QTDE-DEVOL
           MOVE VD-RECEITA-DEVOL-A TO VD-RECEITA-DEVOL
           MOVE VD-DESC-OFERTA-A TO VD-DESC-OFERTA
           MOVE VD-DESC-PONTOS-A TO VD-DESC-PONTOS.

       CONVERTE-REMESSA.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT REM-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "REMESSA.DAT PULADO"
               GO FIM-CONVERTE-REMESSA
       CONVERTE-EMPRESTIMO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT EMP-ANT
           IF AN-DIVERGE
               PERFORM CONVERTE-EMPRESTIMO-60
                   THRU FIM-CONVERTE-EMPRESTIMO-60
               GO FIM-CONVERTE-EMPRESTIMO
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "EMPRESTIMO.DAT PULADO"
               MOVE REG-EMP-ANT TO REG-EMPRESTIMO(1:59)
      *        CONTRATO ANTIGO E COMUM, NAO CONSIGNADO.
               MOVE SPACE TO EM-CONSIGNADO
               MOVE SPACE TO EM-ORIGEM
               MOVE SPACE TO EM-SISTEMA
               WRITE REG-EMPRESTIMO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM INTERMEDIARIA: JA TEM O CONSIGNADO, FALTA A ORIGEM.
       CONVERTE-EMPRESTIMO-60.
           OPEN INPUT EMP-ANT2
           IF AN-DIVERGE
               PERFORM CONVERTE-EMPRESTIMO-61
                   THRU FIM-CONVERTE-EMPRESTIMO-61
               GO FIM-CONVERTE-EMPRESTIMO-60
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "EMPRESTIMO.DAT PULADO"
               GO FIM-CONVERTE-EMPRESTIMO-60
           END-IF
           OPEN OUTPUT EMP-NOVO
           PERFORM COPIA-EMPRESTIMO-60 UNTIL AN-FIM
           CLOSE EMP-ANT2 EMP-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "EMPRESTIMO.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-EMPRESTIMO-60.
           EXIT.

       COPIA-EMPRESTIMO-60.
           READ EMP-ANT2 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-EMPRESTIMO
               MOVE REG-EMP-ANT2 TO REG-EMPRESTIMO(1:60)
      *        CONTRATO ANTIGO E ORIGINAL, NAO RENEGOCIADO.
               MOVE SPACE TO EM-ORIGEM
               MOVE SPACE TO EM-SISTEMA
               WRITE REG-EMPRESTIMO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COM A ORIGEM, FALTA O SISTEMA DE AMORTIZACAO.
       CONVERTE-EMPRESTIMO-61.
           OPEN INPUT EMP-ANT3
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "EMPRESTIMO.DAT PULADO"
               GO FIM-CONVERTE-EMPRESTIMO-61
           END-IF
           OPEN OUTPUT EMP-NOVO
           PERFORM COPIA-EMPRESTIMO-61 UNTIL AN-FIM
           CLOSE EMP-ANT3 EMP-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "EMPRESTIMO.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-EMPRESTIMO-61.
           EXIT.

       COPIA-EMPRESTIMO-61.
           READ EMP-ANT3 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-EMPRESTIMO
               MOVE REG-EMP-ANT3 TO REG-EMPRESTIMO(1:61)
      *        CONTRATO ANTIGO E TABELA PRICE.
               MOVE SPACE TO EM-SISTEMA
               WRITE REG-EMPRESTIMO
                   INVALID KEY
                       CONTINUE
       CONVERTE-PEDIDO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT PED-ANT
           IF AN-DIVERGE
               PERFORM CONVERTE-PEDIDO-42 THRU FIM-CONVERTE-PEDIDO-42
               GO FIM-CONVERTE-PEDIDO
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PEDIDO.DAT PULADO"
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO WS-PED-ANTIGO
      *        A DATA DE RECEBIMENTO ENTROU ANTES DO STATUS: O
      *        PREFIXO ATE PD-DATA VAI EM BLOCO, A DATA NOVA SAI
      *        ZERADA (ITEM ANTIGO FICA FORA DA MEDIA DE LEAD TIME)
      *        E O STATUS ANTIGO E REPOSICIONADO.
               MOVE REG-PED-ANT(1:33) TO WS-PED-ANTIGO(1:33)
               MOVE ZEROS TO PD-DATA-RECEB-A
               MOVE PD-STATUS-V TO PD-STATUS-A
               PERFORM MONTA-PEDIDO
               WRITE REG-PEDIDO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COM A DATA DE RECEBIMENTO, FALTAM AS QUANTIDADES
      * LARGAS.
       CONVERTE-PEDIDO-42.
           OPEN INPUT PED-ANT2
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "PEDIDO.DAT PULADO"
               GO FIM-CONVERTE-PEDIDO-42
           END-IF
           OPEN OUTPUT PED-NOVO
           PERFORM COPIA-PEDIDO-42 UNTIL AN-FIM
           CLOSE PED-ANT2 PED-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "PEDIDO.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-PEDIDO-42.
           EXIT.

       COPIA-PEDIDO-42.
           READ PED-ANT2 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE REG-PED-ANT2 TO WS-PED-ANTIGO
               PERFORM MONTA-PEDIDO
               WRITE REG-PEDIDO
                   INVALID KEY
                       CONTINUE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       MONTA-PEDIDO.
           MOVE SPACES TO REG-PEDIDO
           MOVE PD-CHAVE-A TO PD-CHAVE
           MOVE PD-FORNEC-A TO PD-FORNEC
           MOVE PD-CODIGO-A TO PD-CODIGO
           MOVE PD-QTDE-PEDIDA-A TO PD-QTDE-PEDIDA
           MOVE PD-QTDE-RECEBIDA-A TO PD-QTDE-RECEBIDA
           MOVE PD-DATA-A TO PD-DATA
           MOVE PD-DATA-RECEB-A TO PD-DATA-RECEB
           MOVE PD-STATUS-A TO PD-STATUS.

       CONVERTE-AGENCIAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT AGM-ANT
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-OPERADOR.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT OPE-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "OPERADOR.DAT PULADO"
               GO FIM-CONVERTE-OPERADOR
           END-IF
           OPEN OUTPUT OPE-NOVO
           PERFORM COPIA-OPERADOR UNTIL AN-FIM
           CLOSE OPE-ANT OPE-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "OPERADOR.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-OPERADOR.
           EXIT.

       COPIA-OPERADOR.
           READ OPE-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-OPERADOR
               MOVE REG-OPE-ANT TO REG-OPERADOR(1:63)
      *        SEM LOTACAO ATE O GERENTE INFORMAR A AGENCIA NA TELA
      *        DE OPERADORES.
               MOVE ZEROS TO OP-AGENCIA
               WRITE REG-OPERADOR
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-NOTAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT NOT-ANT
           IF AN-DIVERGE
               PERFORM CONVERTE-NOTAS-81 THRU FIM-CONVERTE-NOTAS-81
               GO FIM-CONVERTE-NOTAS
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "NOTAS.DAT PULADO"
               GO FIM-CONVERTE-NOTAS
           END-IF
           OPEN OUTPUT NOT-NOVO
           PERFORM COPIA-NOTAS UNTIL AN-FIM
           CLOSE NOT-ANT NOT-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "NOTAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-NOTAS.
           EXIT.

       COPIA-NOTAS.
           READ NOT-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-NOTA
               MOVE REG-NOT-ANT TO REG-NOTA(1:62)
      *        NOTA ANTIGA ENTRA SEM CREDITO DE ICMS.
               MOVE ZEROS TO NF-BASE-ICMS NF-ICMS
               MOVE 'M' TO NF-TIPO
               MOVE ZEROS TO NF-REM-DATA NF-REM-SEQ NF-ABATIDO
               MOVE ZEROS TO NF-SEGURO NF-IMPOSTOS
               WRITE REG-NOTA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COM ICMS, FALTA O TIPO DA NOTA.
       CONVERTE-NOTAS-81.
           OPEN INPUT NOT-ANT2
           IF AN-DIVERGE
               PERFORM CONVERTE-NOTAS-82 THRU FIM-CONVERTE-NOTAS-82
               GO FIM-CONVERTE-NOTAS-81
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "NOTAS.DAT PULADO"
               GO FIM-CONVERTE-NOTAS-81
           END-IF
           OPEN OUTPUT NOT-NOVO
           PERFORM COPIA-NOTAS-81 UNTIL AN-FIM
           CLOSE NOT-ANT2 NOT-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "NOTAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-NOTAS-81.
           EXIT.

       COPIA-NOTAS-81.
           READ NOT-ANT2 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-NOTA
               MOVE REG-NOT-ANT2 TO REG-NOTA(1:81)
      *        NOTA ANTIGA E DE MERCADORIA; DESPESA SO DAQUI EM DIANTE.
               MOVE 'M' TO NF-TIPO
               MOVE ZEROS TO NF-REM-DATA NF-REM-SEQ NF-ABATIDO
               MOVE ZEROS TO NF-SEGURO NF-IMPOSTOS
               WRITE REG-NOTA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COM O TIPO, FALTAM OS CAMPOS DO PAGAMENTO PELA CONTA
      * DA LOJA.
       CONVERTE-NOTAS-82.
           OPEN INPUT NOT-ANT3
           IF AN-DIVERGE
               PERFORM CONVERTE-NOTAS-135 THRU FIM-CONVERTE-NOTAS-135
               GO FIM-CONVERTE-NOTAS-82
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "NOTAS.DAT PULADO"
               GO FIM-CONVERTE-NOTAS-82
           END-IF
           OPEN OUTPUT NOT-NOVO
           PERFORM COPIA-NOTAS-82 UNTIL AN-FIM
           CLOSE NOT-ANT3 NOT-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "NOTAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-NOTAS-82.
           EXIT.

       COPIA-NOTAS-82.
           READ NOT-ANT3 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-NOTA
               MOVE REG-NOT-ANT3 TO REG-NOTA(1:82)
               MOVE ZEROS TO NF-REM-DATA NF-REM-SEQ NF-ABATIDO
               MOVE ZEROS TO NF-SEGURO NF-IMPOSTOS
               WRITE REG-NOTA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * IMAGEM COM O PAGAMENTO PELA CONTA DA LOJA, FALTAM OS CUSTOS
      * ACESSORIOS DA NOTA.
       CONVERTE-NOTAS-135.
           OPEN INPUT NOT-ANT4
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "NOTAS.DAT PULADO"
               GO FIM-CONVERTE-NOTAS-135
           END-IF
           OPEN OUTPUT NOT-NOVO
           PERFORM COPIA-NOTAS-135 UNTIL AN-FIM
           CLOSE NOT-ANT4 NOT-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "NOTAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-NOTAS-135.
           EXIT.

       COPIA-NOTAS-135.
           READ NOT-ANT4 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-NOTA
               MOVE REG-NOT-ANT4 TO REG-NOTA(1:135)
      *        NOTA ANTIGA FICA SEM SEGURO NEM IMPOSTO NO CUSTO.
               MOVE ZEROS TO NF-SEGURO NF-IMPOSTOS
               WRITE REG-NOTA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-CRDPARC.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CPR-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CRDPARC.DAT PULADO"
               GO FIM-CONVERTE-CRDPARC
           END-IF
           OPEN OUTPUT CPR-NOVO
           PERFORM COPIA-CRDPARC UNTIL AN-FIM
           CLOSE CPR-ANT CPR-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "CRDPARC.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-CRDPARC.
           EXIT.

       COPIA-CRDPARC.
           READ CPR-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-CRDPARC
               MOVE REG-CPR-ANT TO REG-CRDPARC(1:44)
      *        PARCELA JA PAGA ANTES DOS ENCARGOS FICA SEM MULTA/JUROS.
               MOVE ZEROS TO CP-MULTA CP-JUROS
               WRITE REG-CRDPARC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * FORNECEDOR SEM DADOS BANCARIOS: NOTA DELE SO SE PAGA PELA
      * BAIXA MANUAL ATE O CADASTRO SER COMPLETADO.
       CONVERTE-FORNECEDOR.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT FOR-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "FORNECEDOR.DAT PULADO"
               GO FIM-CONVERTE-FORNECEDOR
           END-IF
           OPEN OUTPUT FOR-NOVO
           PERFORM COPIA-FORNECEDOR UNTIL AN-FIM
           CLOSE FOR-ANT FOR-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "FORNECEDOR.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-FORNECEDOR.
           EXIT.

       COPIA-FORNECEDOR.
           READ FOR-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-FORNECEDOR
               MOVE REG-FOR-ANT TO REG-FORNECEDOR(1:68)
               MOVE ZEROS TO FO-CONTA-BANCOPEL FO-BANCO FO-AGENCIA
                   FO-CONTA
               WRITE REG-FORNECEDOR
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-ESCALA.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT ESC-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "ESCALA.DAT PULADO"
               GO FIM-CONVERTE-ESCALA
           END-IF
           OPEN OUTPUT ESC-NOVO
           PERFORM COPIA-ESCALA UNTIL AN-FIM
           CLOSE ESC-ANT ESC-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "ESCALA.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-ESCALA.
           EXIT.

       COPIA-ESCALA.
           READ ESC-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-ESCALA
               MOVE REG-ESC-ANT TO REG-ESCALA(1:28)
      *        SEM HORARIO-ALVO ATE O OPERADOR INFORMAR NO
      *        MANTEM-ESCALA.
               MOVE ZEROS TO EJ-HORA-LIMITE
               WRITE REG-ESCALA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-MUNICIP.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT MUN-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "MUNICIP.DAT PULADO"
               GO FIM-CONVERTE-MUNICIP
           END-IF
           OPEN OUTPUT MUN-NOVO
           PERFORM COPIA-MUNICIP UNTIL AN-FIM
           CLOSE MUN-ANT MUN-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "MUNICIP.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-MUNICIP.
           EXIT.

       COPIA-MUNICIP.
           READ MUN-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-MUNICIPIO-ARQ
               MOVE REG-MUN-ANT TO REG-MUNICIPIO-ARQ(1:21)
      *        SEM CODIGO IBGE ATE A PRIMEIRA CARGA DO IMPORTA-IBGE.
               MOVE ZEROS TO MU-IBGE
               WRITE REG-MUNICIPIO-ARQ
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-CEPFAIX.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CEP-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CEPFAIX.DAT PULADO"
               GO FIM-CONVERTE-CEPFAIX
           END-IF
           OPEN OUTPUT CEP-NOVO
           PERFORM COPIA-CEPFAIX UNTIL AN-FIM
           CLOSE CEP-ANT CEP-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "CEPFAIX.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-CEPFAIX.
           EXIT.

       COPIA-CEPFAIX.
           READ CEP-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-CEPFAIX
               MOVE REG-CEP-ANT TO REG-CEPFAIX(1:37)
               MOVE ZEROS TO FX-IBGE
               WRITE REG-CEPFAIX
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * CLIENTE: A IMAGEM DE 124 NAO TEM A DATA DO OBITO; A DE 132
      * TEM.  NENHUMA DAS DUAS TEM CONTATO NEM ALERTAS - CLIENTE
      * CONVERTIDO FICA SEM ALERTA ATE SE CADASTRAR NO ATENDIMENTO.
       CONVERTE-CLIENTE.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT CLI-ANT
           IF AN-DIVERGE
               PERFORM CONVERTE-CLIENTE-132 THRU
                   FIM-CONVERTE-CLIENTE-132
               GO FIM-CONVERTE-CLIENTE
           END-IF
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CLIENTE.DAT PULADO"
               GO FIM-CONVERTE-CLIENTE
           END-IF
           OPEN OUTPUT CLI-NOVO
           PERFORM COPIA-CLIENTE UNTIL AN-FIM
           CLOSE CLI-ANT CLI-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "CLIENTE.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-CLIENTE.
           EXIT.

       COPIA-CLIENTE.
           READ CLI-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-CLIENTE
               MOVE REG-CLI-ANT TO REG-CLIENTE(1:124)
               MOVE ZEROS TO CL-DATA-OBITO
               PERFORM ZERA-CONTATO-CLIENTE
               WRITE REG-CLIENTE
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-CLIENTE-132.
           OPEN INPUT CLI-ANT2
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "CLIENTE.DAT PULADO"
               GO FIM-CONVERTE-CLIENTE-132
           END-IF
           OPEN OUTPUT CLI-NOVO
           PERFORM COPIA-CLIENTE-132 UNTIL AN-FIM
           CLOSE CLI-ANT2 CLI-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "CLIENTE.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-CLIENTE-132.
           EXIT.

       COPIA-CLIENTE-132.
           READ CLI-ANT2 NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-CLIENTE
               MOVE REG-CLI-ANT2 TO REG-CLIENTE(1:132)
               PERFORM ZERA-CONTATO-CLIENTE
               WRITE REG-CLIENTE
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       ZERA-CONTATO-CLIENTE.
           MOVE ZEROS TO CL-CELULAR
           MOVE SPACES TO CL-EMAIL
           SET CL-SEM-ALERTA TO TRUE
           MOVE ZEROS TO CL-ALERTA-DEBITO
           MOVE "N" TO CL-ALERTA-CHEQUE
           MOVE "N" TO CL-ALERTA-AGENDA
           MOVE ZEROS TO CL-ALERTA-DESDE.

      * FUNCIONARIO: SEM DATA DE ADMISSAO CONHECIDA (ZERO) E ATIVO.
       CONVERTE-FUNCIONARIO.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT FUN-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "FUNCIONARIO.DAT PULADO"
               GO FIM-CONVERTE-FUNCIONARIO
           END-IF
           OPEN OUTPUT FUN-NOVO
           PERFORM COPIA-FUNCIONARIO UNTIL AN-FIM
           CLOSE FUN-ANT FUN-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "FUNCIONARIO.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-FUNCIONARIO.
           EXIT.

       COPIA-FUNCIONARIO.
           READ FUN-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-FUNCIONARIO
               MOVE REG-FUN-ANT TO REG-FUNCIONARIO(1:82)
               MOVE ZEROS TO FU-DATA-ADMISSAO
               MOVE "A" TO FU-SITUACAO
               MOVE ZEROS TO FU-DATA-DESLIGA
               WRITE REG-FUNCIONARIO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * LIMPROP: PROPOSTA ANTIGA FICA MARCADA SEM SCORE CONSULTADO.
       CONVERTE-LIMPROP.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT LIM-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "LIMPROP.DAT PULADO"
               GO FIM-CONVERTE-LIMPROP
           END-IF
           OPEN OUTPUT LIM-NOVO
           PERFORM COPIA-LIMPROP UNTIL AN-FIM
           CLOSE LIM-ANT LIM-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "LIMPROP.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-LIMPROP.
           EXIT.

       COPIA-LIMPROP.
           READ LIM-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-LIMPROP
               MOVE REG-LIM-ANT TO REG-LIMPROP(1:64)
               MOVE ZEROS TO LP-SCORE
               MOVE "S" TO LP-SEM-SCORE
               WRITE REG-LIMPROP
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * OFERTAS: TODA OFERTA ANTIGA FOI CADASTRADA A MAO.
       CONVERTE-OFERTAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT OFE-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "OFERTAS.DAT PULADO"
               GO FIM-CONVERTE-OFERTAS
           END-IF
           OPEN OUTPUT OFE-NOVO
           PERFORM COPIA-OFERTAS UNTIL AN-FIM
           CLOSE OFE-ANT OFE-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "OFERTAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-OFERTAS.
           EXIT.

       COPIA-OFERTAS.
           READ OFE-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SPACES TO REG-OFERTA
               MOVE REG-OFE-ANT TO REG-OFERTA(1:27)
               SET OF-MANUAL TO TRUE
               WRITE REG-OFERTA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * LOTES, SALDOLOC, INVSNAP E REMARCA: AS QUANTIDADES PASSARAM
      * A 7 DIGITOS (GRAMAS DO PESAVEL); OS CAMPOS VAO UM A UM.
       CONVERTE-LOTES.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT LOT-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "LOTES.DAT PULADO"
               GO FIM-CONVERTE-LOTES
           END-IF
           OPEN OUTPUT LOT-NOVO
           PERFORM COPIA-LOTES UNTIL AN-FIM
           CLOSE LOT-ANT LOT-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "LOTES.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-LOTES.
           EXIT.

       COPIA-LOTES.
           READ LOT-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE LT-CHAVE-V TO LT-CHAVE
               MOVE LT-QTDE-V TO LT-QTDE
               WRITE REG-LOTE
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-SALDOLOC.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT SLC-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "SALDOLOC.DAT PULADO"
               GO FIM-CONVERTE-SALDOLOC
           END-IF
           OPEN OUTPUT SLC-NOVO
           PERFORM COPIA-SALDOLOC UNTIL AN-FIM
           CLOSE SLC-ANT SLC-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "SALDOLOC.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-SALDOLOC.
           EXIT.

       COPIA-SALDOLOC.
           READ SLC-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE SL-CHAVE-V TO SL-CHAVE
               MOVE SL-QTDE-V TO SL-QTDE
               WRITE REG-SALDO-LOC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * SALDOMES: A CADA COMPETENCIA NOVA LIDA (O ARQUIVO VEM EM ORDEM
      * DE ANOMES) CONVERTE TAMBEM O ARQUIVO MORTO MOVARQ_AAAAMM.DAT
      * DAQUELE MES PARA MOVARQ_AAAAMM.NEW, NA IMAGEM NOVA DO
      * MOVIMENT.DAT.  MES SEM ARQUIVO MORTO E IGNORADO.
       CONVERTE-SALDOMES.
           MOVE ZEROS TO WS-QT-REGISTROS
           MOVE ZEROS TO WS-QT-MORTOS
           MOVE ZEROS TO WS-ANOMES-ARQ
           OPEN INPUT SMS-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "SALDOMES.DAT PULADO"
               GO FIM-CONVERTE-SALDOMES
           END-IF
           OPEN OUTPUT SMS-NOVO
           PERFORM COPIA-SALDOMES UNTIL AN-FIM
           CLOSE SMS-ANT SMS-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "SALDOMES.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)"
           DISPLAY "MOVARQ_AAAAMM.NEW GRAVADOS - " WS-QT-MORTOS
               " ARQUIVO(S) MORTO(S)".
       FIM-CONVERTE-SALDOMES.
           EXIT.

       COPIA-SALDOMES.
           READ SMS-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               IF SM-ANOMES-V NOT = WS-ANOMES-ARQ
                   MOVE SM-ANOMES-V TO WS-ANOMES-ARQ
                   PERFORM CONVERTE-MOVARQ THRU FIM-CONVERTE-MOVARQ
               END-IF
               MOVE SM-CHAVE-V TO SM-CHAVE
               MOVE SM-QTDE-ABERTURA-V TO SM-QTDE-ABERTURA
               MOVE SM-ENTRADAS-V TO SM-ENTRADAS
               MOVE SM-SAIDAS-V TO SM-SAIDAS
               MOVE SM-QTDE-FECHA-V TO SM-QTDE-FECHA
               MOVE SM-VALOR-FECHA-V TO SM-VALOR-FECHA
               WRITE REG-SALDO-MES
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-MOVARQ.
           MOVE SPACES TO WS-NOME-ARQ-ANT WS-NOME-ARQ-NOVO
           STRING "MOVARQ_" WS-ANOMES-ARQ ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-ANT
           STRING "MOVARQ_" WS-ANOMES-ARQ ".NEW"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-NOVO
           OPEN INPUT ARQ-ANT
           IF NOT AR-OK
               GO FIM-CONVERTE-MOVARQ
           END-IF
           OPEN OUTPUT ARQ-NOVO
           MOVE ZEROS TO WS-QT-LINHAS
           PERFORM COPIA-MOVARQ UNTIL NOT AR-OK
           CLOSE ARQ-ANT ARQ-NOVO
           ADD 1 TO WS-QT-MORTOS
           DISPLAY WS-NOME-ARQ-NOVO " GRAVADO - " WS-QT-LINHAS
               " REGISTRO(S)".
       FIM-CONVERTE-MOVARQ.
           EXIT.

      * LINHA CURTA (IMAGEM DE 51, SEM DEPOSITO E LOTE) VEM COMPLETADA
      * COM BRANCOS PELA LEITURA - DEPOSITO 0, SEM LOTE.
       COPIA-MOVARQ.
           READ ARQ-ANT
               AT END
                   MOVE "10" TO ARST
           END-READ
           IF AR-OK
               MOVE REG-ARQ-ANT TO WS-MOV-ANTIGO
               IF REG-ARQ-ANT(52:2) = SPACES
                   MOVE ZEROS TO MV-DEPOSITO-A
               END-IF
               PERFORM MONTA-MOVIMENTO
               MOVE REG-MOVIMENTO TO REG-ARQ-NOVO
               WRITE REG-ARQ-NOVO
               ADD 1 TO WS-QT-LINHAS
           END-IF.

       CONVERTE-INVSNAP.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT INV-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "INVSNAP.DAT PULADO"
               GO FIM-CONVERTE-INVSNAP
           END-IF
           OPEN OUTPUT INV-NOVO
           PERFORM COPIA-INVSNAP UNTIL AN-FIM
           CLOSE INV-ANT INV-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "INVSNAP.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-INVSNAP.
           EXIT.

       COPIA-INVSNAP.
           READ INV-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE IS-CODIGO-V TO IS-CODIGO
               MOVE IS-QTDE-LIVRO-V TO IS-QTDE-LIVRO
               MOVE IS-QTDE-CONTADA-V TO IS-QTDE-CONTADA
               MOVE IS-SITUACAO-V TO IS-SITUACAO
               WRITE REG-INVSNAP
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-REMARCA.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT RMC-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "REMARCA.DAT PULADO"
               GO FIM-CONVERTE-REMARCA
           END-IF
           OPEN OUTPUT RMC-NOVO
           PERFORM COPIA-REMARCA UNTIL AN-FIM
           CLOSE RMC-ANT RMC-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "REMARCA.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-REMARCA.
           EXIT.

      * PRECOS, JANELA E SITUACAO (23 BYTES) NAO MUDARAM DE FORMATO.
       COPIA-REMARCA.
           READ RMC-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE RM-CHAVE-V OF REG-RMC-ANT
                   TO RM-CHAVE OF REG-REMARCA
               MOVE RM-DATA-INI-V TO RM-DATA-INI
               MOVE RM-QTDE-INI-V TO RM-QTDE-INI
               MOVE RM-PRECOS-V TO REG-REMARCA(38:23)
               MOVE RM-DATA-FIM-V TO RM-DATA-FIM
               MOVE RM-QTDE-VENDIDA-V TO RM-QTDE-VENDIDA
               MOVE RM-QTDE-BAIXADA-V TO RM-QTDE-BAIXADA
               MOVE RM-QTDE-DEVFORN-V TO RM-QTDE-DEVFORN
               MOVE RM-QTDE-SOBRA-V TO RM-QTDE-SOBRA
               WRITE REG-REMARCA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-NOTAITEM.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT NIT-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "NOTAITEM.DAT PULADO"
               GO FIM-CONVERTE-NOTAITEM
           END-IF
           OPEN OUTPUT NIT-NOVO
           PERFORM COPIA-NOTAITEM UNTIL AN-FIM
           CLOSE NIT-ANT NIT-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "NOTAITEM.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-NOTAITEM.
           EXIT.

      * PRECO, VALOR, RATEIO E CUSTO FINAL (34 BYTES) NAO MUDARAM DE
      * FORMATO.
       COPIA-NOTAITEM.
           READ NIT-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE NI-CHAVE-V TO NI-CHAVE
               MOVE NI-PEDIDO-V TO NI-PEDIDO
               MOVE NI-CODIGO-V TO NI-CODIGO
               MOVE NI-QTDE-V TO NI-QTDE
               MOVE NI-PRECOS-V TO REG-NOTA-ITEM(34:34)
               MOVE NI-QTDE-RECEBIDA-V TO NI-QTDE-RECEBIDA
               MOVE NI-QTDE-AJUSTADA-V TO NI-QTDE-AJUSTADA
               WRITE REG-NOTA-ITEM
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-DEVFORN.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT DVF-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "DEVFORN.DAT PULADO"
               GO FIM-CONVERTE-DEVFORN
           END-IF
           OPEN OUTPUT DVF-NOVO
           PERFORM COPIA-DEVFORN UNTIL AN-FIM
           CLOSE DVF-ANT DVF-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "DEVFORN.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-DEVFORN.
           EXIT.

      * NOTA, PEDIDO E PRODUTO (19 BYTES) ANTES DA QUANTIDADE E DO
      * CUSTO UNITARIO AO FIM DO CREDITO (93 BYTES) DEPOIS DELA NAO
      * MUDARAM DE FORMATO.
       COPIA-DEVFORN.
           READ DVF-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE DF-NUMERO-V TO DF-NUMERO
               MOVE DF-FORNEC-V TO DF-FORNEC
               MOVE DF-ORIGEM-V TO REG-DEVFORN(11:19)
               MOVE DF-QTDE-V TO DF-QTDE
               MOVE DF-RESTO-V TO REG-DEVFORN(37:93)
               WRITE REG-DEVFORN
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-RESERVAS.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT RSV-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "RESERVAS.DAT PULADO"
               GO FIM-CONVERTE-RESERVAS
           END-IF
           OPEN OUTPUT RSV-NOVO
           PERFORM COPIA-RESERVAS UNTIL AN-FIM
           CLOSE RSV-ANT RSV-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "RESERVAS.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-RESERVAS.
           EXIT.

       COPIA-RESERVAS.
           READ RSV-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE RV-CHAVE-V TO RV-CHAVE
               MOVE RV-CLIENTE-V TO RV-CLIENTE
               MOVE RV-QTDE-V TO RV-QTDE
               MOVE RV-VALIDADE-V TO RV-VALIDADE
               MOVE RV-STATUS-V TO RV-STATUS
               WRITE REG-RESERVA
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

       CONVERTE-VENDCOM.
           MOVE ZEROS TO WS-QT-REGISTROS
           OPEN INPUT VCM-ANT
           IF NOT AN-OK
               PERFORM MOTIVO-PULO
               DISPLAY "VENDCOM.DAT PULADO"
               GO FIM-CONVERTE-VENDCOM
           END-IF
           OPEN OUTPUT VCM-NOVO
           PERFORM COPIA-VENDCOM UNTIL AN-FIM
           CLOSE VCM-ANT VCM-NOVO
           ADD 1 TO WS-QT-ARQUIVOS
           DISPLAY "VENDCOM.NEW GRAVADO - " WS-QT-REGISTROS
               " REGISTRO(S)".
       FIM-CONVERTE-VENDCOM.
           EXIT.

       COPIA-VENDCOM.
           READ VCM-ANT NEXT RECORD
               AT END
                   SET AN-FIM TO TRUE
           END-READ
           IF AN-OK
               MOVE VC-CHAVE-V TO VC-CHAVE
               MOVE VC-QTDE-V TO VC-QTDE
               MOVE VC-RECEITA-V TO VC-RECEITA
               MOVE VC-QTDE-DEVOL-V TO VC-QTDE-DEVOL
               MOVE VC-ESTORNO-V TO VC-ESTORNO
               WRITE REG-VENDCOM
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-QT-REGISTROS
           END-IF.

      * POR QUE O ARQUIVO FOI PULADO: VAZIO/AUSENTE, JA NO LAYOUT
      * NOVO (A IMAGEM ANTIGA NAO CASA - STATUS 39) OU INDISPONIVEL.
       MOTIVO-PULO.
