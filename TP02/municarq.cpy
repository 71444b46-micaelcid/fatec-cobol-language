      * Layout of REG-MUNICIPIO-ARQ, o cadastro de municipios em
      * arquivo (MUNICIP.DAT), um registro por municipio - sem o teto
      * de 5 por estado da antiga tabela MUNICIPIO-E, que agora so
      * serve de carga inicial.  Mantido pelo modo M do SIGLA-ESTADOS
      * e renovado pelo IMPORTA-IBGE a partir da tabela oficial.
      ******************************************************************
       01 REG-MUNICIPIO-ARQ.
           02 MU-CHAVE.
               03 MU-SIGLA PIC X(2).
               03 MU-NOME  PIC X(19).
      * CODIGO DO MUNICIPIO NO IBGE (7 DIGITOS, OS 2 PRIMEIROS SAO A
      * UF), GRAVADO PELO IMPORTA-IBGE.  ZEROS = MUNICIPIO INCLUIDO A
      * MAO QUE AINDA NAO FOI CASADO COM A TABELA OFICIAL.
           02 MU-IBGE      PIC 9(7).
