      *> ANULAR-MEDIOS-PAGO.cpy - marca como anulados los medios de pago
      *> del documento WS-MPG-TIPO-DOC / WS-MPG-DOC-NRO que se esta
      *> anulando, para que no cuenten en la sesion de caja ni esperen
      *> liquidacion. Los vouchers que el adquirente ya liquido no se
      *> tocan: se cuentan en WS-MPG-LIQUIDADOS para que el programa
      *> avise que el reverso se hace en el datafono. Se copia dentro de
      *> un parrafo ANULAR-MEDIOS-PAGO (requiere TARJETA.cpy y
      *> MEDIOS-PAGO abierto I-O).
           MOVE 0 TO WS-MPG-LIQUIDADOS
           SET NO-FIN-MPG TO TRUE
           MOVE WS-MPG-TIPO-DOC TO MPG-TIPO-DOC
           MOVE WS-MPG-DOC-NRO  TO MPG-DOC-NRO
           MOVE 0               TO MPG-SEC
           START MEDIOS-PAGO KEY IS NOT LESS THAN MPG-CLAVE
               INVALID KEY SET FIN-MPG TO TRUE
           END-START
           PERFORM UNTIL FIN-MPG
               READ MEDIOS-PAGO NEXT RECORD
                   AT END SET FIN-MPG TO TRUE
                   NOT AT END
                       IF MPG-TIPO-DOC NOT = WS-MPG-TIPO-DOC
                          OR MPG-DOC-NRO NOT = WS-MPG-DOC-NRO
                           SET FIN-MPG TO TRUE
                       ELSE
                           IF MPG-CONC-CONCILIADO OR MPG-CONC-DIFERENCIA
                               ADD 1 TO WS-MPG-LIQUIDADOS
                           ELSE
                               SET MPG-CONC-ANULADO TO TRUE
                               REWRITE MEDIO-PAGO-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
