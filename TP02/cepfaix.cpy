      * MUNICIP.DAT.  Mantida pela acao F do modo de municipios do
      * SIGLA-ESTADOS; o BANCOPEL confere DS-CEP contra a faixa da
      * DS-CIDADE/DS-UF no cadastro e o VARRE-CEP aponta os enderecos
      * antigos cujo CEP contradiz a cidade.  O IMPORTA-IBGE renova as
      * faixas a partir da tabela oficial.
      ******************************************************************
       01 REG-CEPFAIX.
           02 FX-CHAVE.
               03 FX-NOME    PIC X(19).
           02 FX-CEP-INI     PIC 9(8).
           02 FX-CEP-FIM     PIC 9(8).
      * CODIGO IBGE DO MUNICIPIO DA FAIXA (O MESMO DE MU-IBGE).
           02 FX-IBGE        PIC 9(7).
