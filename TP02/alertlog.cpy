      ******************************************************************
      * Layout of REG-ALERTLOG, o registro de cada alerta SMS/e-mail
      * ja entregue ao provedor de mensagens (ALERTLOG.DAT), gravado
      * pelo GERA-ALERTAS.  A chave e o tipo do fato mais a chave do
      * registro de origem (EX-CHAVE do Extrato.dat, CQ-CHAVE do
      * CHEQUES.DAT, AG-CHAVE do AGENDA.DAT, CF-CHAVE do CONVFAT.DAT),
      * entao o mesmo fato nunca sai duas vezes, por mais que o batch
      * rode no dia.  O registro de tipo "00" e o controle: guarda em
      * AL-DATA-ENVIO a data da ultima rodada, de onde a proxima
      * recomeca a ler o Extrato.dat.
      ******************************************************************
       01 REG-ALERTLOG.
           02 AL-CHAVE.
               03 AL-TIPO          PIC X(2).
                   88 AL-CONTROLE     VALUE "00".
                   88 AL-DEBITO       VALUE "DB".
                   88 AL-CHEQUE       VALUE "CH".
                   88 AL-AGENDA       VALUE "AG".
                   88 AL-CONVENIO     VALUE "CV".
               03 AL-REFERENCIA    PIC X(29).
           02 AL-CPF               PIC 9(11).
           02 AL-CANAL             PIC X(1).
           02 AL-DATA-ENVIO        PIC 9(8).
           02 AL-HORA-ENVIO        PIC 9(6).
           02 AL-ARQUIVO           PIC X(30).
