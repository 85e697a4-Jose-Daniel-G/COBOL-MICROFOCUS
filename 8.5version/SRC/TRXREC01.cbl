           COPY "kardex.sel".
           COPY "lote.sel".
           COPY "serie.sel".
           COPY "colacont.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "kardex.fd".
           COPY "lote.fd".
           COPY "serie.fd".
           COPY "colacont.fd".

       WORKING-STORAGE SECTION.

       01 ST-KARDEX         PIC XX.
       01 ST-LOTES          PIC XX.
       01 ST-SERIES         PIC XX.
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".

       01 WS-PAUSA          PIC X.
       01 WS-FECHA-HOY      PIC 9(08).
                   SET FAC-ANULADA TO TRUE
                   REWRITE FACTURA-REG
           END-READ
           *> Si la factura alcanzo a pedir su asiento, queda pedido el
           *> reverso (sin asiento previo la solicitud se cierra sola)
           MOVE "F" TO WS-CLC-TIPO-DOC
           MOVE WS-FAC-AFECTADA TO WS-CLC-DOC-NRO
           MOVE "R" TO WS-CLC-ACCION
           MOVE "TRXREC01" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO
           *> 4. Marca la transaccion como reversada
           MOVE WS-TRX-PENDIENTE TO TRX-NRO
           MOVE 0 TO TRX-ITEM
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       RESTAURAR-IMAGENES.
           *> Se recorren los items de mayor a menor aplicando cada
           *> imagen: la ultima aplicada (item 1, la primera grabada)
