       COPY saldomes.

       FD  MOVARQ.
       01  REG-MOVARQ PIC X(69).

       WORKING-STORAGE SECTION.
      * FECHAMENTO MENSAL DO ESTOQUE - PARA CADA PRODUTO, TOTALIZA

       01 WS-QT-PRODUTOS  PIC 9(5) VALUE ZEROS.
       01 WS-QT-EXPURGADOS PIC 9(7) VALUE ZEROS.
       01 WS-ENTRADAS-MES PIC 9(8) VALUE ZEROS.
       01 WS-SAIDAS-MES   PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE CODIG-P TO SM-CODIGO
           COMPUTE SM-QTDE-ABERTURA = QTDADE-P
               - WS-ENTRADAS-MES + WS-SAIDAS-MES
               ON SIZE ERROR
                   DISPLAY "PRODUTO " CODIG-P
                       " - ABERTURA FORA DO CAMPO, GRAVADA ZERADA"
                   MOVE ZEROS TO SM-QTDE-ABERTURA
           END-COMPUTE
           MOVE WS-ENTRADAS-MES TO SM-ENTRADAS
           MOVE WS-SAIDAS-MES TO SM-SAIDAS
           MOVE QTDADE-P TO SM-QTDE-FECHA
           IF PRODUTO-PESAVEL
               COMPUTE SM-VALOR-FECHA ROUNDED =
                   QTDADE-P * UNIT-P / 1000
                   ON SIZE ERROR
                       DISPLAY "PRODUTO " CODIG-P
                           " - VALOR DE FECHAMENTO FORA DO CAMPO, "
                           "GRAVADO ZERADO"
                       MOVE ZEROS TO SM-VALOR-FECHA
               END-COMPUTE
           ELSE
               COMPUTE SM-VALOR-FECHA = QTDADE-P * UNIT-P
                   ON SIZE ERROR
                       DISPLAY "PRODUTO " CODIG-P
                           " - VALOR DE FECHAMENTO FORA DO CAMPO, "
                           "GRAVADO ZERADO"
                       MOVE ZEROS TO SM-VALOR-FECHA
               END-COMPUTE
           END-IF
           WRITE REG-SALDO-MES
               INVALID KEY
                   REWRITE REG-SALDO-MES
