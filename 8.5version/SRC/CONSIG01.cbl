           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".

       WORKING-STORAGE SECTION.
       COPY "PERIODO.cpy".
       COPY "RESOLUCION.cpy".
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "BLOQUEO.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CONSIG         PIC XX.
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

           SET FAC-ENT-MOSTRADOR TO TRUE
           MOVE 0 TO FAC-SESION-CAJA FAC-COMIS-LIQ
           MOVE "N" TO FAC-COMIS-REV
           MOVE SPACES TO FAC-MONEDA FAC-DIR-ENTREGA
           MOVE 0 TO FAC-TASA FAC-TOTAL-ME
           WRITE FACTURA-REG

           MOVE FAC-TOTAL TO FAC-SALDO-PEND
           REWRITE FACTURA-REG

           MOVE "F" TO WS-CLC-TIPO-DOC
           MOVE FAC-NRO TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "CONSIG01" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           IF FAC-CREDITO
               PERFORM GENERAR-CUOTAS
           END-IF
           MOVE PRD-PRECIO TO DET-PRECIO
           COMPUTE DET-SUBTOTAL = W-CANT * PRD-PRECIO
           MOVE 0 TO DET-PROMO
           MOVE 0 TO DET-ESCALA
           MOVE PRD-IVA TO DET-IVA-PCT
           WRITE DETALLE-REG

