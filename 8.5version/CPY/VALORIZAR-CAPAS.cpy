      *> VALORIZAR-CAPAS.cpy - valor de la existencia propia de un
      *> producto segun su metodo de costeo: en promedio ponderado
      *> WS-CPA-PROPIA * PRD-COSTO; en FIFO lo que queda en las capas
      *> mas nuevas a su costo, y lo propio sin capa al PRD-COSTO. Si
      *> las capas suman mas que la existencia (salidas que no son
      *> venta) se descuenta la diferencia de las mas antiguas. Se
      *> copia dentro de un parrafo VALORIZAR-CAPAS (requiere CAPAS.cpy,
      *> PRODUCTO-REG leido, CATEGORIAS y CAPAS-COSTO abiertos y
      *> WS-CPA-PROPIA cargado); deja el resultado en WS-CPA-VALOR.
           MOVE 0 TO WS-CPA-VALOR
           IF WS-CPA-PROPIA <= 0
               EXIT PARAGRAPH
           END-IF
           SET PRODUCTO-PROMEDIO TO TRUE
           MOVE PRD-CATEGORIA TO CAT-CODIGO
           READ CATEGORIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAT-COSTO-FIFO
                       SET PRODUCTO-FIFO TO TRUE
                   END-IF
           END-READ
           IF PRODUCTO-PROMEDIO
               COMPUTE WS-CPA-VALOR ROUNDED = WS-CPA-PROPIA * PRD-COSTO
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CPA-SUMA
           SET NO-FIN-CPA TO TRUE
           MOVE PRD-CODIGO TO CPA-PROD-ID
           MOVE 0 TO CPA-FECHA CPA-SECUENCIA
           START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY SET FIN-CPA TO TRUE
           END-START
           PERFORM UNTIL FIN-CPA
               READ CAPAS-COSTO NEXT RECORD
                   AT END SET FIN-CPA TO TRUE
                   NOT AT END
                       IF CPA-PROD-ID NOT = PRD-CODIGO
                           SET FIN-CPA TO TRUE
                       ELSE
                           ADD CPA-RESTANTE TO WS-CPA-SUMA
                       END-IF
               END-READ
           END-PERFORM

      *> Lo propio sin capa va al promedio; el exceso de capas sobre la
      *> existencia se salta desde la capa mas antigua
           MOVE 0 TO WS-CPA-PENDIENTE
           IF WS-CPA-SUMA < WS-CPA-PROPIA
               COMPUTE WS-CPA-VALOR ROUNDED =
                   (WS-CPA-PROPIA - WS-CPA-SUMA) * PRD-COSTO
           ELSE
               COMPUTE WS-CPA-PENDIENTE = WS-CPA-SUMA - WS-CPA-PROPIA
           END-IF

           SET NO-FIN-CPA TO TRUE
           MOVE PRD-CODIGO TO CPA-PROD-ID
           MOVE 0 TO CPA-FECHA CPA-SECUENCIA
           START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY SET FIN-CPA TO TRUE
           END-START
           PERFORM UNTIL FIN-CPA
               READ CAPAS-COSTO NEXT RECORD
                   AT END SET FIN-CPA TO TRUE
                   NOT AT END
                       IF CPA-PROD-ID NOT = PRD-CODIGO
                           SET FIN-CPA TO TRUE
                       ELSE
                           MOVE CPA-RESTANTE TO WS-CPA-TOMA
                           IF WS-CPA-PENDIENTE > 0
                               IF WS-CPA-PENDIENTE >= WS-CPA-TOMA
                                   SUBTRACT WS-CPA-TOMA FROM WS-CPA-PENDIENTE
                                   MOVE 0 TO WS-CPA-TOMA
                               ELSE
                                   SUBTRACT WS-CPA-PENDIENTE FROM WS-CPA-TOMA
                                   MOVE 0 TO WS-CPA-PENDIENTE
                               END-IF
                           END-IF
                           COMPUTE WS-CPA-VALOR ROUNDED = WS-CPA-VALOR
                               + WS-CPA-TOMA * CPA-COSTO-UNIT
                       END-IF
               END-READ
           END-PERFORM.
