                          AND REC-DEP-NRO = 0
                          AND (REC-MED-EFECTIVO OR REC-MED-CHEQUE)
                           COMPUTE WS-MONTO-CASH =
                               REC-MONTO - REC-MONTO-NC - REC-MONTO-BONO
                           IF WS-MONTO-CASH > 0
                               ADD 1 TO WS-CANT-RECIBOS
                               IF REC-MED-EFECTIVO
                          AND REC-DEP-NRO = 0
                          AND (REC-MED-EFECTIVO OR REC-MED-CHEQUE)
                           COMPUTE WS-MONTO-CASH =
                               REC-MONTO - REC-MONTO-NC - REC-MONTO-BONO
                           IF WS-MONTO-CASH > 0
                               MOVE WS-DEP-NRO TO REC-DEP-NRO
                               REWRITE RECIBO-REG
                       IF REC-FECHA = W-FECHA AND NOT REC-ANULADO
                          AND (REC-MED-EFECTIVO OR REC-MED-CHEQUE)
                           COMPUTE WS-MONTO-CASH =
                               REC-MONTO - REC-MONTO-NC - REC-MONTO-BONO
                           ADD WS-MONTO-CASH TO WS-TOT-RECAUDADO
                       END-IF
               END-READ
