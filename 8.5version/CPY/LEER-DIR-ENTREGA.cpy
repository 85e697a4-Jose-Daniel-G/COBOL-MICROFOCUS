      *> LEER-DIR-ENTREGA.cpy - resuelve la direccion de despacho del
      *> punto WS-DEN-CODIGO del cliente WS-DEN-CLI-ID en WS-DEN-DIRECCION,
      *> WS-DEN-CIUDAD, WS-DEN-CONTACTO, WS-DEN-TELEFONO, WS-DEN-HORARIO,
      *> WS-DEN-ZONA y WS-DEN-MUNICIPIO.
      *> Sin punto de entrega (o si ya no existe) usa la direccion y el
      *> contacto del cliente, que debe estar leido en CLIENTES-REG. Se
      *> copia dentro de un parrafo LEER-DIR-ENTREGA (requiere
      *> DIRENTREGA.cpy y DIRECCIONES-ENTREGA abierto).
           MOVE CLI-DIRECCION    TO WS-DEN-DIRECCION
           MOVE SPACES           TO WS-DEN-CIUDAD WS-DEN-HORARIO
           MOVE CLI-CON-NOMBRE   TO WS-DEN-CONTACTO
           MOVE CLI-CON-TELEFONO TO WS-DEN-TELEFONO
           MOVE CLI-ZONA         TO WS-DEN-ZONA
           MOVE CLI-MUNICIPIO    TO WS-DEN-MUNICIPIO
           IF WS-DEN-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEN-CLI-ID TO DEN-CLI-ID
           MOVE WS-DEN-CODIGO TO DEN-CODIGO
           READ DIRECCIONES-ENTREGA
               INVALID KEY
                   MOVE SPACES TO DEN-NOMBRE
                   EXIT PARAGRAPH
           END-READ
           MOVE DEN-DIRECCION TO WS-DEN-DIRECCION
           MOVE DEN-CIUDAD    TO WS-DEN-CIUDAD
           MOVE DEN-CONTACTO  TO WS-DEN-CONTACTO
           MOVE DEN-TELEFONO  TO WS-DEN-TELEFONO
           MOVE DEN-HORARIO   TO WS-DEN-HORARIO
           IF DEN-ZONA NOT = SPACES
               MOVE DEN-ZONA  TO WS-DEN-ZONA
           END-IF
           IF DEN-MUNICIPIO NOT = SPACES
               MOVE DEN-MUNICIPIO TO WS-DEN-MUNICIPIO
           END-IF.
