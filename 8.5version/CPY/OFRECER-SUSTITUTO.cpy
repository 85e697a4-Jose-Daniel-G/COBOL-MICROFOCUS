      *> OFRECER-SUSTITUTO.cpy - cuando no alcanza el stock de
      *> WS-SUS-PROD-ID para WS-SUS-CANT, muestra desde la linea
      *> WS-SUS-LINEA sus equivalentes activos (hasta 4, en orden de
      *> prioridad) con el disponible (cantidad menos reservado) y el
      *> precio de lista, y pide cual usar; deja WS-SUS-ELEGIDO (en
      *> blanco = no sustituye) y anota en la bitacora si se acepto o
      *> se rechazo. Si el producto no tiene equivalentes no pregunta.
      *> Ocupa hasta 6 lineas y las limpia al salir. Lee PRODUCTOS y
      *> STOCK: el llamador debe releer su producto al volver. Se copia
      *> dentro de un parrafo OFRECER-SUSTITUTO (requiere SUSTITUTO.cpy,
      *> SESION.cpy, WS-PAUSA, SUSTITUTOS y PRODUCTOS/STOCK abiertos y
      *> SUSTITUCIONES-LOG abierto I-O).
           MOVE SPACES TO WS-SUS-ELEGIDO WS-SUS-TABLA
           MOVE 0 TO WS-SUS-CANT-OPC
           SET NO-FIN-SUS TO TRUE
           MOVE WS-SUS-PROD-ID TO SUS-PROD-ID
           MOVE 0              TO SUS-PRIORIDAD
           START SUSTITUTOS KEY IS NOT LESS THAN SUS-CLAVE
               INVALID KEY SET FIN-SUS TO TRUE
           END-START
           PERFORM UNTIL FIN-SUS OR WS-SUS-CANT-OPC = 4
               READ SUSTITUTOS NEXT RECORD
                   AT END SET FIN-SUS TO TRUE
                   NOT AT END
                       IF SUS-PROD-ID NOT = WS-SUS-PROD-ID
                           SET FIN-SUS TO TRUE
                           EXIT PERFORM
                       END-IF
                       IF NOT SUS-ACTIVO
                           EXIT PERFORM CYCLE
                       END-IF
                       MOVE SUS-EQUIVALENTE TO PRD-CODIGO
                       READ PRODUCTOS
                           INVALID KEY
                               EXIT PERFORM CYCLE
                       END-READ
      *> Una cantidad con decimales solo la puede tomar un equivalente
      *> que tambien se venda por peso o medida
                       IF NOT PRD-ACTIVO
                          OR (WS-SUS-CANT NOT =
                                  FUNCTION INTEGER-PART(WS-SUS-CANT)
                              AND (NOT PRD-VENTA-FRACCION
                                   OR PRD-CON-SERIE))
                           EXIT PERFORM CYCLE
                       END-IF
                       ADD 1 TO WS-SUS-CANT-OPC
                       MOVE SUS-EQUIVALENTE
                         TO WS-SUS-OPC-COD(WS-SUS-CANT-OPC)
                       MOVE PRD-DESCRIPCION
                         TO WS-SUS-OPC-DESC(WS-SUS-CANT-OPC)
                       MOVE PRD-PRECIO
                         TO WS-SUS-OPC-PRECIO(WS-SUS-CANT-OPC)
                       MOVE 0 TO WS-SUS-OPC-DISP(WS-SUS-CANT-OPC)
                       MOVE SUS-EQUIVALENTE TO STK-CODIGO
                       READ STOCK
                           NOT INVALID KEY
                               COMPUTE WS-SUS-OPC-DISP(WS-SUS-CANT-OPC) =
                                   STK-CANTIDAD - STK-RESERVADA
                       END-READ
               END-READ
           END-PERFORM
           IF WS-SUS-CANT-OPC = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUS-LINEA TO WS-SUS-FILA
           DISPLAY " " LINE WS-SUS-FILA COL 01 ERASE EOL
           DISPLAY "EQUIVALENTES:" LINE WS-SUS-FILA COL 01
           DISPLAY "CODIGO"        LINE WS-SUS-FILA COL 17
           DISPLAY "DESCRIPCION"   LINE WS-SUS-FILA COL 28
           DISPLAY "DISPONIBLE"    LINE WS-SUS-FILA COL 57
           DISPLAY "PRECIO"        LINE WS-SUS-FILA COL 74
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-CANT-OPC
               ADD 1 TO WS-SUS-FILA
               MOVE WS-SUS-OPC-DISP(WS-SUS-IDX)   TO WS-SUS-EDIT-CANT
               MOVE WS-SUS-OPC-PRECIO(WS-SUS-IDX) TO WS-SUS-EDIT-PRECIO
               DISPLAY " " LINE WS-SUS-FILA COL 01 ERASE EOL
               DISPLAY WS-SUS-IDX LINE WS-SUS-FILA COL 14
               DISPLAY WS-SUS-OPC-COD(WS-SUS-IDX)  LINE WS-SUS-FILA COL 17
               DISPLAY WS-SUS-OPC-DESC(WS-SUS-IDX) LINE WS-SUS-FILA COL 28
               DISPLAY WS-SUS-EDIT-CANT   LINE WS-SUS-FILA COL 54
               DISPLAY WS-SUS-EDIT-PRECIO LINE WS-SUS-FILA COL 68
           END-PERFORM
           ADD 1 TO WS-SUS-FILA
           PERFORM UNTIL 1 = 2
               MOVE 0 TO WS-SUS-OPCION
               DISPLAY " " LINE WS-SUS-FILA COL 01 ERASE EOL
               DISPLAY "SUSTITUIR POR (1-  , 0=NO): " LINE WS-SUS-FILA COL 10
               DISPLAY WS-SUS-CANT-OPC LINE WS-SUS-FILA COL 27
               ACCEPT WS-SUS-OPCION LINE WS-SUS-FILA COL 39
               IF WS-SUS-OPCION = 0
                   EXIT PERFORM
               END-IF
               IF WS-SUS-OPCION <= WS-SUS-CANT-OPC
                   IF WS-SUS-OPC-DISP(WS-SUS-OPCION) >= WS-SUS-CANT
                       MOVE WS-SUS-OPC-COD(WS-SUS-OPCION)
                         TO WS-SUS-ELEGIDO
                       EXIT PERFORM
                   END-IF
                   DISPLAY "SIN STOCK SUFICIENTE" LINE WS-SUS-FILA COL 42
                   ACCEPT WS-PAUSA LINE WS-SUS-FILA COL 63
               END-IF
           END-PERFORM

      *> Bitacora: siguiente numero = el mayor grabado + 1
           MOVE 0 TO WS-SUS-NRO-MAX
           SET NO-FIN-SUS TO TRUE
           MOVE 0 TO SSL-NRO
           START SUSTITUCIONES-LOG KEY IS NOT LESS THAN SSL-NRO
               INVALID KEY SET FIN-SUS TO TRUE
           END-START
           PERFORM UNTIL FIN-SUS
               READ SUSTITUCIONES-LOG NEXT RECORD
                   AT END SET FIN-SUS TO TRUE
                   NOT AT END MOVE SSL-NRO TO WS-SUS-NRO-MAX
               END-READ
           END-PERFORM
           INITIALIZE SUSTLOG-REG
           COMPUTE SSL-NRO = WS-SUS-NRO-MAX + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO SSL-FECHA
           MOVE WS-SUS-PROGRAMA   TO SSL-PROGRAMA
           MOVE WS-USUARIO-SESION TO SSL-USUARIO
           MOVE WS-SUS-PROD-ID    TO SSL-PROD-ID
           MOVE WS-SUS-ELEGIDO    TO SSL-EQUIVALENTE
           MOVE WS-SUS-CANT       TO SSL-CANT
           IF WS-SUS-ELEGIDO = SPACES
               SET SSL-RECHAZADA TO TRUE
           ELSE
               SET SSL-ACEPTADA TO TRUE
           END-IF
           WRITE SUSTLOG-REG
               INVALID KEY CONTINUE
           END-WRITE

           PERFORM VARYING WS-SUS-FILA FROM WS-SUS-LINEA BY 1
                   UNTIL WS-SUS-FILA > WS-SUS-LINEA + 5
               DISPLAY " " LINE WS-SUS-FILA COL 01 ERASE EOL
           END-PERFORM.
