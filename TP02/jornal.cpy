      ******************************************************************
      * Layout of REG-JORNAL, uma linha do jornal de atualizacoes
      * (JORNAL.DAT), gravada pelo JORNAL a cada WRITE, REWRITE ou
      * DELETE que o BANCOPEL e o INDICE fazem nos arquivos mestres de
      * dinheiro, credito e estoque, com a imagem do registro antes e
      * depois.
      * Cada execucao dos programas de tela e uma sessao (programa +
      * hora de inicio); as atualizacoes de uma sessao vao juntando
      * na transacao aberta ate a gravacao da auditoria, que fecha a
      * transacao com uma linha 'F'.  O BACKUP-DIARIO vira o jornal
      * a cada backup (JORNAL_<DATA>.DAT, catalogado no BKPCAT.DAT)
      * e o RECUPERA-JORNAL reaplica as transacoes completas por cima
      * do backup restaurado.
      ******************************************************************
       01 REG-JORNAL.
           02 JN-DATAHORA.
               03 JN-DATA      PIC 9(8).
               03 JN-HORA      PIC 9(8).
           02 JN-SESSAO.
               03 JN-PROGRAMA  PIC X(8).
               03 JN-INICIO    PIC 9(16).
           02 JN-TRANSACAO     PIC 9(6).
           02 JN-TIPO          PIC X(1).
               88 JN-GRAVACAO     VALUE 'W'.
               88 JN-REGRAVACAO   VALUE 'R'.
               88 JN-EXCLUSAO     VALUE 'D'.
               88 JN-FIM-TRANS    VALUE 'F'.
           02 JN-ARQUIVO       PIC X(10).
           02 JN-TAMANHO       PIC 9(3).
      * SITUACAO DA IMAGEM ANTERIOR: 'S' LIDA DO ARQUIVO, 'N' O
      * REGISTRO NAO EXISTIA, 'I' NAO FOI POSSIVEL LER (REGISTRO
      * PRESO OU ARQUIVO INDISPONIVEL).
           02 JN-TEM-ANTES     PIC X(1).
               88 JN-ANTES-LIDO   VALUE 'S'.
               88 JN-ANTES-NOVO   VALUE 'N'.
               88 JN-ANTES-INDISP VALUE 'I'.
      * IMAGENS DO REGISTRO, NO TAMANHO DO ARQUIVO (JN-TAMANHO).  NA
      * EXCLUSAO JN-DEPOIS LEVA A AREA DO PROGRAMA, QUE TEM A CHAVE.
           02 JN-ANTES         PIC X(220).
           02 JN-DEPOIS        PIC X(220).
