      *> *           aduana, seguro) contra una orden recibida, aun de
      *> *           otro proveedor, prorrateo por valor o por cantidad
      *> *           entre las lineas recibidas subiendo el PRD-COSTO
      *> *           efectivo (y el de las capas FIFO que abrio la
      *> *           orden), y resumen base + cargos al spool
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "capacosto.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "capacosto.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "CAPAS.cpy".
       01 ST-SESION         PIC XX.
       01 ST-COSTADIC       PIC XX.
       01 ST-COMPRAS        PIC XX.
               OPEN OUTPUT PROVEEDORES
               CLOSE PROVEEDORES
               OPEN INPUT PROVEEDORES
           END-IF
           OPEN I-O CAPAS-COSTO
           IF ST-CAPAS = "35"
               OPEN OUTPUT CAPAS-COSTO
               CLOSE CAPAS-COSTO
               OPEN I-O CAPAS-COSTO
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE COMPRASDET
           CLOSE PRODUCTOS
           CLOSE STOCK
           CLOSE PROVEEDORES
           CLOSE CAPAS-COSTO.

       CAPTURAR-CARGO.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
               COMPUTE PRD-COSTO ROUNDED = PRD-COSTO + WS-EXTRA-UNIT
           END-IF
           MOVE WS-FECHA-HOY TO PRD-FECHA-COSTO
           REWRITE PRODUCTO-REG
           PERFORM SUMAR-EXTRA-CAPAS.

      *> En FIFO el cargo sube el costo de las capas que abrio esta
      *> orden; lo ya vendido de esas capas quedo al costo anterior
       SUMAR-EXTRA-CAPAS.
           SET NO-FIN-CPA TO TRUE
           MOVE CDT-PROD-ID TO CPA-PROD-ID
           MOVE 0 TO CPA-FECHA CPA-SECUENCIA
           START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY SET FIN-CPA TO TRUE
           END-START
           PERFORM UNTIL FIN-CPA
               READ CAPAS-COSTO NEXT RECORD
                   AT END SET FIN-CPA TO TRUE
                   NOT AT END
                       IF CPA-PROD-ID NOT = CDT-PROD-ID
                           SET FIN-CPA TO TRUE
                       ELSE
                           IF CPA-COM-NRO = W-COM-NRO
                               COMPUTE CPA-COSTO-UNIT ROUNDED =
                                   CPA-COSTO-UNIT + WS-EXTRA-UNIT
                               REWRITE CAPA-COSTO-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-CARGOS-ASIGNADOS.
           SET NO-FIN-SCAN TO TRUE
