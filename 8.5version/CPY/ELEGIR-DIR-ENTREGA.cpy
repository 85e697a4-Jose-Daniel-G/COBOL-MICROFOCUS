      *> ELEGIR-DIR-ENTREGA.cpy - muestra en la linea WS-DEN-LINEA los
      *> puntos de entrega activos del cliente WS-DEN-CLI-ID y pide en la
      *> linea siguiente el codigo a usar; deja WS-DEN-CODIGO (en blanco
      *> = direccion de facturacion). Si el cliente no tiene puntos de
      *> entrega no pregunta. Se copia dentro de un parrafo
      *> ELEGIR-DIR-ENTREGA (requiere DIRENTREGA.cpy y
      *> DIRECCIONES-ENTREGA abierto).
           MOVE SPACES TO WS-DEN-CODIGO WS-DEN-LISTA
           MOVE 0 TO WS-DEN-CANT
           MOVE "PUNTOS DE ENTREGA:" TO WS-DEN-LISTA
           SET NO-FIN-DEN TO TRUE
           MOVE WS-DEN-CLI-ID TO DEN-CLI-ID
           MOVE LOW-VALUES    TO DEN-CODIGO
           START DIRECCIONES-ENTREGA KEY IS NOT LESS THAN DEN-CLAVE
               INVALID KEY SET FIN-DEN TO TRUE
           END-START
           PERFORM UNTIL FIN-DEN
               READ DIRECCIONES-ENTREGA NEXT RECORD
                   AT END SET FIN-DEN TO TRUE
                   NOT AT END
                       IF DEN-CLI-ID NOT = WS-DEN-CLI-ID
                           SET FIN-DEN TO TRUE
                       ELSE
                           IF DEN-ACTIVO
                               ADD 1 TO WS-DEN-CANT
                               IF WS-DEN-CANT <= 11
                                   MOVE DEN-CODIGO
                                     TO WS-DEN-LISTA(15 + WS-DEN-CANT * 5:4)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEN-CANT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " " LINE WS-DEN-LINEA COL 01 ERASE EOL
           DISPLAY WS-DEN-LISTA LINE WS-DEN-LINEA COL 02
           ADD 1 TO WS-DEN-LINEA
           PERFORM UNTIL 1 = 2
               MOVE SPACES TO WS-DEN-CODIGO
               DISPLAY " " LINE WS-DEN-LINEA COL 01 ERASE EOL
               DISPLAY "PUNTO DE ENTREGA (VACIO=DIRECCION DEL CLIENTE): "
                       LINE WS-DEN-LINEA COL 10
               ACCEPT WS-DEN-CODIGO LINE WS-DEN-LINEA COL 58
               IF WS-DEN-CODIGO = SPACES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-DEN-CODIGO) TO WS-DEN-CODIGO
               MOVE WS-DEN-CLI-ID TO DEN-CLI-ID
               MOVE WS-DEN-CODIGO TO DEN-CODIGO
               READ DIRECCIONES-ENTREGA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEN-ACTIVO
                           DISPLAY DEN-NOMBRE(1:17) LINE WS-DEN-LINEA COL 63
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           SUBTRACT 1 FROM WS-DEN-LINEA.
