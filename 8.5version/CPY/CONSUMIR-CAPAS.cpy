      *> CONSUMIR-CAPAS.cpy - despues de descontar una venta de
      *> STOCK-REG (y de ACUMULAR-CONSIGNACION): si la categoria del
      *> producto se costea FIFO, la salida consume las capas de costo
      *> de la mas antigua a la mas nueva. Las unidades propias que no
      *> tienen capa (existencia anterior al metodo) se toman como las
      *> mas viejas y salen primero, de modo que solo se consume de
      *> capas lo que estas excedan a la existencia propia que queda.
      *> Deja en CONSUMO-CAPAS, por producto y referencia del kardex,
      *> lo que salio y su costo (lo no cubierto por capas al
      *> PRD-COSTO del momento). Se copia dentro de un parrafo
      *> CONSUMIR-CAPAS (requiere CAPAS.cpy, PRODUCTO-REG y STOCK-REG
      *> del producto leidos, CATEGORIAS abierto, CAPAS-COSTO y
      *> CONSUMO-CAPAS abiertos I-O y WS-CPA-CANTIDAD,
      *> WS-CPA-REFERENCIA y WS-CPA-FAC-NRO cargados).
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
           IF PRODUCTO-FIFO AND WS-CPA-CANTIDAD > 0
               MOVE 0 TO WS-CPA-SUMA
               SET NO-FIN-CPA TO TRUE
               MOVE STK-CODIGO TO CPA-PROD-ID
               MOVE 0 TO CPA-FECHA CPA-SECUENCIA
               START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
                   INVALID KEY SET FIN-CPA TO TRUE
               END-START
               PERFORM UNTIL FIN-CPA
                   READ CAPAS-COSTO NEXT RECORD
                       AT END SET FIN-CPA TO TRUE
                       NOT AT END
                           IF CPA-PROD-ID NOT = STK-CODIGO
                               SET FIN-CPA TO TRUE
                           ELSE
                               ADD CPA-RESTANTE TO WS-CPA-SUMA
                           END-IF
                   END-READ
               END-PERFORM

               COMPUTE WS-CPA-PROPIA = STK-CANTIDAD - STK-CONSIGNADA
               IF WS-CPA-PROPIA < 0
                   MOVE 0 TO WS-CPA-PROPIA
               END-IF
               MOVE 0 TO WS-CPA-A-CONSUMIR
               IF WS-CPA-SUMA > WS-CPA-PROPIA
                   COMPUTE WS-CPA-A-CONSUMIR = WS-CPA-SUMA - WS-CPA-PROPIA
               END-IF
               IF WS-CPA-A-CONSUMIR > WS-CPA-CANTIDAD
                   MOVE WS-CPA-CANTIDAD TO WS-CPA-A-CONSUMIR
               END-IF

               MOVE 0 TO WS-CPA-COSTO-TOMADO
               MOVE WS-CPA-A-CONSUMIR TO WS-CPA-PENDIENTE
               SET NO-FIN-CPA TO TRUE
               MOVE STK-CODIGO TO CPA-PROD-ID
               MOVE 0 TO CPA-FECHA CPA-SECUENCIA
               START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
                   INVALID KEY SET FIN-CPA TO TRUE
               END-START
               PERFORM UNTIL FIN-CPA OR WS-CPA-PENDIENTE = 0
                   READ CAPAS-COSTO NEXT RECORD
                       AT END SET FIN-CPA TO TRUE
                       NOT AT END
                           IF CPA-PROD-ID NOT = STK-CODIGO
                               SET FIN-CPA TO TRUE
                           ELSE
                               IF CPA-RESTANTE > 0
                                   IF CPA-RESTANTE < WS-CPA-PENDIENTE
                                       MOVE CPA-RESTANTE TO WS-CPA-TOMA
                                   ELSE
                                       MOVE WS-CPA-PENDIENTE TO WS-CPA-TOMA
                                   END-IF
                                   SUBTRACT WS-CPA-TOMA FROM CPA-RESTANTE
                                                             WS-CPA-PENDIENTE
                                   COMPUTE WS-CPA-COSTO-TOMADO ROUNDED =
                                       WS-CPA-COSTO-TOMADO
                                       + WS-CPA-TOMA * CPA-COSTO-UNIT
                                   IF CPA-RESTANTE = 0
                                       SET CPA-AGOTADA TO TRUE
                                   END-IF
                                   REWRITE CAPA-COSTO-REG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SUBTRACT WS-CPA-PENDIENTE FROM WS-CPA-A-CONSUMIR

               MOVE STK-CODIGO        TO CCP-PROD-ID
               MOVE WS-CPA-REFERENCIA TO CCP-REFERENCIA
               READ CONSUMO-CAPAS
                   INVALID KEY
                       MOVE "N" TO WS-CPA-EXISTE
                       MOVE WS-CPA-FAC-NRO TO CCP-FAC-NRO
                       MOVE STK-CODIGO     TO CCP-ALT-PROD-ID
                       MOVE 0 TO CCP-CANT-SALIDA CCP-CANT-CAPAS
                                 CCP-COSTO-CAPAS CCP-COSTO-TOTAL
                   NOT INVALID KEY
                       MOVE "S" TO WS-CPA-EXISTE
               END-READ
               MOVE FUNCTION CURRENT-DATE(1:8) TO CCP-FECHA
               ADD WS-CPA-CANTIDAD     TO CCP-CANT-SALIDA
               ADD WS-CPA-A-CONSUMIR   TO CCP-CANT-CAPAS
               ADD WS-CPA-COSTO-TOMADO TO CCP-COSTO-CAPAS
               COMPUTE CCP-COSTO-TOTAL ROUNDED = CCP-COSTO-TOTAL
                   + WS-CPA-COSTO-TOMADO
                   + (WS-CPA-CANTIDAD - WS-CPA-A-CONSUMIR) * PRD-COSTO
               IF WS-CPA-EXISTE = "S"
                   REWRITE CONSUMO-CAPA-REG
               ELSE
                   WRITE CONSUMO-CAPA-REG
               END-IF
           END-IF.
