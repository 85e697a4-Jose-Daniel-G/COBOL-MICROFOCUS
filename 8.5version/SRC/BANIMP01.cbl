           COPY "recctrl.sel".
           COPY "cuota.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "bloqueo.sel".

       DATA DIVISION.
           COPY "recctrl.fd".
           COPY "cuota.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "bloqueo.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
           COPY "BLOQUEO.cpy".

       01 ST-SESION         PIC XX.
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

           SET REC-ACTIVO TO TRUE
           MOVE 0 TO REC-NCR-NRO REC-MONTO-NC REC-DEP-NRO
                     REC-SESION-CAJA REC-ANT-NRO REC-MONTO-ANT
                     REC-PUNTOS REC-BONO-NRO REC-MONTO-BONO
           SET REC-MED-TRANSFER TO TRUE
           WRITE RECIBO-REG
           MOVE "R" TO WS-CLC-TIPO-DOC
           MOVE REC-NRO TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "BANIMP01" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           MOVE WS-REC-NRO     TO RECD-REC-NRO
           MOVE 1              TO RECD-ITEM
