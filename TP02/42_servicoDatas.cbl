      *   "EU" 1 SE LK-DATA-1 E DIA UTIL, 0 SE FIM DE SEMANA/FERIADO
      *   "PU" PROXIMO DIA UTIL APOS LK-DATA-1 (EM LK-RESULTADO)
      *   "QU" DIAS UTEIS ENTRE LK-DATA-1 (EXCLUSIVE) E LK-DATA-2
      *   "SD" LK-DATA-1 MAIS LK-DATA-2 DIAS CORRIDOS (EM
      *        LK-RESULTADO); AQUI LK-DATA-2 E A QUANTIDADE DE DIAS
      *   "LF" FIXA A PRACA DO CHAMADOR (UF + MUNICIPIO NO SEXTO
      *        PARAMETRO LK-LOCAL) PARA AS CHAMADAS SEGUINTES DE
      *        EU/PU/QU CONTAREM OS FERIADOS ESTADUAIS E MUNICIPAIS
                   PERFORM PROXIMO-DIA-UTIL
               WHEN "QU"
                   PERFORM DIAS-UTEIS-ENTRE
               WHEN "SD"
                   PERFORM AVANCA-UM-DIA LK-DATA-2 TIMES
                   MOVE WS-DATA-W TO LK-RESULTADO
               WHEN OTHER
                   MOVE '1' TO LK-RETORNO
           END-EVALUATE
