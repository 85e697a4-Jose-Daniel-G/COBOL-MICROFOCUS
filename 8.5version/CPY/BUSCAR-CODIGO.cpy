      *> BUSCAR-CODIGO.cpy - abre la ventana de busqueda (BUSCA01) para
      *> el maestro indicado en WS-BUS-TIPO y deja el resultado en
      *> WS-BUSQUEDA. La ventana usa las lineas 4 a 23 y las limpia al
      *> salir: el llamador redibuja lo que necesite. Se copia dentro
      *> de un parrafo BUSCAR-CODIGO (requiere BUSQUEDA.cpy).
           SET BUS-SIN-CODIGO TO TRUE
           MOVE SPACES TO WS-BUS-CODIGO
           MOVE 0      TO WS-BUS-CODIGO-NUM
           CALL "BUSCA01" USING WS-BUSQUEDA
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE ENCONTRO BUSCA01" LINE 24 COL 10
           END-CALL
           CANCEL "BUSCA01".
