           IF WS-MOTIVO = SPACES AND CONTA-BLOQUEADA
               MOVE "CONTA ORIGEM BLOQUEADA" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES AND CONTA-ESPOLIO
               MOVE "CONTA ORIGEM EM ESPOLIO" TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               AND (CONTA-PENDENTE OR CONTA-RECUSADA)
               MOVE "CONTA ORIGEM NAO APROVADA" TO WS-MOTIVO
               IF WS-MOTIVO = SPACES AND CONTA-BLOQUEADA
                   MOVE "CONTA DESTINO BLOQUEADA" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO = SPACES AND CONTA-ESPOLIO
                   MOVE "CONTA DESTINO EM ESPOLIO" TO WS-MOTIVO
               END-IF
               IF WS-MOTIVO = SPACES
                   AND (CONTA-PENDENTE OR CONTA-RECUSADA)
                   MOVE "CONTA DESTINO NAO APROVADA" TO WS-MOTIVO
