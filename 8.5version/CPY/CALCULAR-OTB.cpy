      *> CALCULAR-OTB.cpy - open-to-buy de WS-OTB-CATEGORIA en el
      *> periodo WS-OTB-PERIODO (AAAAMM). Lee el presupuesto de
      *> PRESCOMP.DAT y recorre las ordenes de compra no anuladas
      *> fechadas en el periodo: lo pendiente de recibir es
      *> comprometido y lo recibido es recibido, ambos al precio de
      *> la orden; disponible = presupuesto - comprometido - recibido.
      *> Se copia dentro de un parrafo CALCULAR-OTB; requiere OTB.cpy,
      *> prescomp, compra, compradet y producto abiertos. Deja
      *> cambiados los registros en memoria de COMPRAS, COMPRASDET y
      *> PRODUCTOS.
           MOVE 0 TO WS-OTB-PRESUPUESTO WS-OTB-COMPROMETIDO
                     WS-OTB-RECIBIDO WS-OTB-DISPONIBLE
           MOVE WS-OTB-CATEGORIA TO PCO-CATEGORIA
           MOVE WS-OTB-PERIODO   TO PCO-PERIODO
           READ PRESUPUESTO-COMPRAS
               INVALID KEY MOVE 0 TO PCO-MONTO
           END-READ
           MOVE PCO-MONTO TO WS-OTB-PRESUPUESTO

           SET NO-FIN-OTB-COM TO TRUE
           MOVE 0 TO COM-NRO
           START COMPRAS KEY IS NOT LESS THAN COM-NRO
               INVALID KEY SET FIN-OTB-COM TO TRUE
           END-START
           PERFORM UNTIL FIN-OTB-COM
               READ COMPRAS NEXT RECORD
                   AT END SET FIN-OTB-COM TO TRUE
                   NOT AT END
                       IF COM-FECHA(1:6) = WS-OTB-PERIODO
                          AND NOT COM-ANULADA
                           MOVE COM-NRO TO WS-OTB-COM-NRO
                           SET NO-FIN-OTB-DET TO TRUE
                           MOVE WS-OTB-COM-NRO TO CDT-COM-NRO
                           START COMPRASDET
                               KEY IS NOT LESS THAN CDT-COM-NRO
                               INVALID KEY SET FIN-OTB-DET TO TRUE
                           END-START
                           PERFORM UNTIL FIN-OTB-DET
                               READ COMPRASDET NEXT RECORD
                                   AT END SET FIN-OTB-DET TO TRUE
                                   NOT AT END
                                       IF CDT-COM-NRO NOT = WS-OTB-COM-NRO
                                           SET FIN-OTB-DET TO TRUE
                                       ELSE
                                           MOVE CDT-PROD-ID TO PRD-CODIGO
                                           READ PRODUCTOS
                                               INVALID KEY
                                                   MOVE SPACES
                                                       TO PRD-CATEGORIA
                                           END-READ
                                           IF PRD-CATEGORIA
                                                  = WS-OTB-CATEGORIA
                                               COMPUTE WS-OTB-RECIBIDO =
                                                   WS-OTB-RECIBIDO
                                                   + CDT-CANT-RECIBIDA
                                                   * CDT-PRECIO
                                               IF NOT COM-RECIBIDA
                                                  AND CDT-CANT
                                                    > CDT-CANT-RECIBIDA
                                                   COMPUTE
                                                     WS-OTB-COMPROMETIDO
                                                     = WS-OTB-COMPROMETIDO
                                                     + (CDT-CANT
                                                     - CDT-CANT-RECIBIDA)
                                                     * CDT-PRECIO
                                               END-IF
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-OTB-DISPONIBLE =
               WS-OTB-PRESUPUESTO - WS-OTB-COMPROMETIDO - WS-OTB-RECIBIDO.
