      *> CREAR-CAPA.cpy - abre una capa de costo PEPS para una entrada
      *> de mercancia de un producto cuya categoria se costea FIFO; en
      *> promedio ponderado no hace nada. Se copia dentro de un parrafo
      *> CREAR-CAPA (requiere CAPAS.cpy, SESION.cpy, PRODUCTO-REG leido,
      *> CATEGORIAS abierto, CAPAS-COSTO abierto I-O y WS-CPA-CANTIDAD,
      *> WS-CPA-COSTO-UNIT, WS-CPA-COM-NRO y WS-CPA-ORIGEN cargados).
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
      *> Varias capas del mismo dia se distinguen por secuencia
               MOVE 0 TO WS-CPA-SECUENCIA
               SET NO-FIN-CPA TO TRUE
               MOVE PRD-CODIGO TO CPA-PROD-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO CPA-FECHA
               MOVE 0 TO CPA-SECUENCIA
               START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
                   INVALID KEY SET FIN-CPA TO TRUE
               END-START
               PERFORM UNTIL FIN-CPA
                   READ CAPAS-COSTO NEXT RECORD
                       AT END SET FIN-CPA TO TRUE
                       NOT AT END
                           IF CPA-PROD-ID NOT = PRD-CODIGO
                              OR CPA-FECHA NOT = FUNCTION CURRENT-DATE(1:8)
                               SET FIN-CPA TO TRUE
                           ELSE
                               MOVE CPA-SECUENCIA TO WS-CPA-SECUENCIA
                           END-IF
                   END-READ
               END-PERFORM

               INITIALIZE CAPA-COSTO-REG
               MOVE PRD-CODIGO TO CPA-PROD-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO CPA-FECHA
               COMPUTE CPA-SECUENCIA = WS-CPA-SECUENCIA + 1
               MOVE WS-CPA-COM-NRO    TO CPA-COM-NRO
               MOVE WS-CPA-ORIGEN     TO CPA-ORIGEN
               MOVE WS-CPA-CANTIDAD   TO CPA-INICIAL CPA-RESTANTE
               MOVE WS-CPA-COSTO-UNIT TO CPA-COSTO-UNIT
               SET CPA-ABIERTA TO TRUE
               MOVE WS-USUARIO-SESION TO CPA-USUARIO
               WRITE CAPA-COSTO-REG
           END-IF.
