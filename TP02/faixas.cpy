      *             ultima faixa e o teto de contribuicao)
      *             'R' = IRRF (aliquota sobre a base cheia menos a
      *             parcela a deduzir da faixa onde a base cai)
      *             'C' = comissao de venda por grupo de produto:
      *             FA-SEQ e o capitulo do NCM (99 = demais grupos)
      *             e FA-ALIQUOTA o percentual sobre a venda liquida
      *             'M' = metas de venda do mes: FA-TETO e a meta de
      *             venda liquida do vendedor e FA-ALIQUOTA o bonus
      *             sobre a venda liquida (vale a maior meta batida)
      * FA-TETO e o limite superior da faixa; FA-DEDUZIR so e usado
      * no IRRF.  Mantida pelo modo T da FOLHA-PAGAMENTO, semeada na
      * primeira execucao com a tabela historica - quando o governo
