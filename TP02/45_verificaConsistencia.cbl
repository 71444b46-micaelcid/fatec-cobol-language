      * MESMA REGRA DO VALIDA-CPF, CD-TIPO-CONTA E CD-STATUS DENTRO
      * DOS DOMINIOS DOS NIVEIS 88, DT-NASCIMENTO VALIDA PELO
      * DATAS-SERVICO, VL-SALDO DENTRO DE -VL-LIMITE) E PRODUTOS.DAT
      * (TOTAL-P = QTDADE-P X UNIT-P - POR QUILO NO PESAVEL -,
      * PTO-RESSUP-P DENTRO DO RAZOAVEL, INDICADOR DE VENDA POR PESO
      * E CODIGO DE BALANCA DO PESAVEL), APONTANDO CHAVE E MOTIVO DE
      * CADA EXCECAO EM CONSISTE.TXT.  REGISTROS ANTIGOS, ANTERIORES
      * AOS CAMPOS NOVOS, APARECEM AQUI ATE SEREM CORRIGIDOS NO
      * ALTERA.
       77 FFSALV PIC 9(02).
           88 FS-OK        VALUE 00.
           88 FS-EMPTY     VALUE 35.
       77 WS-CONTAS-LIDAS    PIC 9(6) VALUE ZEROS.
       77 WS-PRODUTOS-LIDOS  PIC 9(6) VALUE ZEROS.
       77 WS-EXCECOES        PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-CALC      PIC 9(12)V99 VALUE ZEROS.

      * TETO DE BOM SENSO PARA O PONTO DE RESSUPRIMENTO - ACIMA
      * DISSO E ERRO DE DIGITACAO, NAO POLITICA DE COMPRA.

           IF NOT CONTA-ATIVA AND NOT CONTA-BLOQUEADA
               AND NOT CONTA-DORMENTE AND NOT CONTA-PENDENTE
               AND NOT CONTA-RECUSADA AND NOT CONTA-ENCERRADA
               AND NOT CONTA-ESPOLIO
               MOVE "STATUS FORA DO DOMINIO (A/B/D/P/R/E/O)"
                   TO LE-MOTIVO
               PERFORM EXCECAO-CONTA
           END-IF

      * CONTA ANONIMIZADA PELO ANONIMIZA-CLIENTES FICA SEM DATA DE
      * NASCIMENTO DE PROPOSITO.
           MOVE '0' TO WS-SV-RETORNO
           IF NM-USER NOT = "ANONIMIZADO LGPD"
               MOVE "VD" TO WS-SV-FUNCAO
               MOVE DT-NASC-ANO TO WS-SV-DATA-1(1:4)
               MOVE DT-NASC-MES TO WS-SV-DATA-1(5:2)
               MOVE DT-NASC-DIA TO WS-SV-DATA-1(7:2)
               CALL "DATAS-SERVICO" USING WS-SV-FUNCAO WS-SV-DATA-1
                   WS-SV-DATA-2 WS-SV-RESULTADO WS-SV-RETORNO
           END-IF
           IF WS-SV-RETORNO = '1'
               MOVE "DATA DE NASCIMENTO INVALIDA" TO LE-MOTIVO
               PERFORM EXCECAO-CONTA
           END-IF
           ADD 1 TO WS-PRODUTOS-LIDOS

           IF PRODUTO-PESAVEL
               COMPUTE WS-TOTAL-CALC ROUNDED = QTDADE-P * UNIT-P / 1000
           ELSE
               COMPUTE WS-TOTAL-CALC = QTDADE-P * UNIT-P
           END-IF
           IF TOTAL-P NOT = WS-TOTAL-CALC
               MOVE "TOTAL-P DIFERENTE DE QTDADE X UNITARIO"
                   TO LE-MOTIVO
               MOVE "PONTO DE RESSUPRIMENTO FORA DO RAZOAVEL"
                   TO LE-MOTIVO
               PERFORM EXCECAO-PRODUTO
           END-IF

           IF NOT VENDA-PESO-VALIDA
               MOVE "INDICADOR DE VENDA POR PESO INVALIDO"
                   TO LE-MOTIVO
               PERFORM EXCECAO-PRODUTO
           END-IF

           IF PRODUTO-PESAVEL AND COD-BALANCA-P = ZEROS
               MOVE "PESAVEL SEM CODIGO DE BALANCA" TO LE-MOTIVO
               PERFORM EXCECAO-PRODUTO
           END-IF.
       END-VERIFICA-PRODUTO.

