      *> ACUMULAR-CONSIGNACION.cpy - despues de descontar una salida de
      *> STOCK-REG (y de su REWRITE): la salida consume primero las
      *> unidades propias, de modo que si STK-CONSIGNADA quedo por
      *> encima de STK-CANTIDAD la diferencia son unidades de
      *> proveedores vendidas. Las baja de STK-CONSIGNADA y las reparte
      *> entre los saldos de CONSIG-PROV del producto (en orden de
      *> proveedor) como vendidas pendientes de liquidar. Se copia
      *> dentro de un parrafo ACUMULAR-CONSIGNACION (requiere
      *> PROVCSG.cpy, STOCK abierto I-O con el registro leido y
      *> CONSIG-PROV abierto I-O).
           IF STK-CONSIGNADA > STK-CANTIDAD
               COMPUTE WS-PCS-EXCESO = STK-CONSIGNADA - STK-CANTIDAD
               MOVE STK-CANTIDAD TO STK-CONSIGNADA
               REWRITE STOCK-REG

               SET NO-FIN-PCS TO TRUE
               MOVE STK-CODIGO TO PCS-PRODUCTO
               START CONSIG-PROV KEY IS EQUAL TO PCS-PRODUCTO
                   INVALID KEY SET FIN-PCS TO TRUE
               END-START
               PERFORM UNTIL FIN-PCS OR WS-PCS-EXCESO = 0
                   READ CONSIG-PROV NEXT RECORD
                       AT END SET FIN-PCS TO TRUE
                       NOT AT END
                           IF PCS-PRODUCTO NOT = STK-CODIGO
                               SET FIN-PCS TO TRUE
                           ELSE
                               IF PCS-SALDO > 0
                                   IF PCS-SALDO < WS-PCS-EXCESO
                                       MOVE PCS-SALDO TO WS-PCS-TOMA
                                   ELSE
                                       MOVE WS-PCS-EXCESO TO WS-PCS-TOMA
                                   END-IF
                                   SUBTRACT WS-PCS-TOMA FROM PCS-SALDO
                                                             WS-PCS-EXCESO
                                   ADD WS-PCS-TOMA TO PCS-VEND-PEND
                                                      PCS-TOT-VEND
                                   REWRITE CONSIG-PROV-REG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
