      *> *           lineas y estado, listado por proveedor y rango de
      *> *           fechas con exportacion F9/F10, y anulacion (con
      *> *           reverso de stock/kardex si ya se recibio), con
      *> *           permiso y auditoria como la anulacion de facturas;
      *> *           si la orden se recibio en consignacion el reverso
      *> *           baja tambien el saldo consignado del proveedor;
      *> *           la opcion 4 lleva al envio electronico de ordenes y
      *> *           a la confirmacion/ASN del proveedor (COMPRA12).
      *> *           No se anula una orden con lotes aun en inspeccion
      *> *           de calidad (COMPRA13)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "compradet.sel".
           COPY "proveedor.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "kardex.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "permiso.sel".
           COPY "producto.sel".
           COPY "lote.sel".
           COPY "serie.sel".
           COPY "inspec.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "compradet.fd".
           COPY "proveedor.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "kardex.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "permiso.fd".
           COPY "producto.fd".
           COPY "lote.fd".
           COPY "serie.fd".
           COPY "inspec.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
           COPY "PROVCSG.cpy".
       01 ST-PRODUCTOS      PIC XX.
       01 ST-LOTES          PIC XX.
       01 ST-SERIES         PIC XX.
       01 ST-INSPEC         PIC XX.
       01 WS-INSP-ABIERTA   PIC X.
       01 WS-REF-COM        PIC X(10).
       01 WS-SW-KARREV      PIC X VALUE "N".
          88 FIN-KARREV        VALUE "S".
       01 WS-FILA           PIC 99.

       01 W-COM-NRO         PIC 9(07).
       01 WS-ERA-RECIBIDA   PIC X.
       01 W-PROV-ID         PIC 9(07).
       01 W-FECHA-DESDE     PIC 9(08).
       01 W-FECHA-HASTA     PIC 9(08).
               DISPLAY "1. CONSULTAR UNA ORDEN" LINE 05 COL 10
               DISPLAY "2. LISTADO POR PROVEEDOR/FECHAS" LINE 06 COL 10
               DISPLAY "3. ANULAR ORDEN" LINE 07 COL 10
               DISPLAY "4. ENVIO ELECTRONICO / CONFIRMACIONES" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM LISTAR-ORDENES
                   WHEN "3"
                       PERFORM ANULAR-ORDEN
                   WHEN "4"
      *> COMPRA12 regraba ordenes y lineas: se le dejan los archivos
                       PERFORM CERRAR-ARCHIVOS
                       CALL "COMPRA12"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "COMPRA12"
                       PERFORM ABRIR-ARCHIVOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

           OPEN I-O COMPRASDET
           OPEN INPUT PROVEEDORES
           OPEN I-O STOCK
           OPEN I-O CONSIG-PROV
           IF ST-PROVCSG = "35"
               OPEN OUTPUT CONSIG-PROV
               CLOSE CONSIG-PROV
               OPEN I-O CONSIG-PROV
           END-IF
           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN I-O SERIES
           END-IF

           OPEN INPUT INSPECCION
           IF ST-INSPEC = "35"
               OPEN OUTPUT INSPECCION
               CLOSE INSPECCION
               OPEN INPUT INSPECCION
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE COMPRASDET
           CLOSE PROVEEDORES
           CLOSE STOCK
           CLOSE CONSIG-PROV
           CLOSE KARDEX
           CLOSE PRODUCTOS
           CLOSE LOTES
           CLOSE SERIES
           CLOSE INSPECCION
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

               EXIT PARAGRAPH
           END-IF

      *> Lo retenido en inspeccion no esta en stock: primero se
      *> inspecciona y se devuelve el rechazo
           PERFORM BUSCAR-INSPECCION-ABIERTA
           IF WS-INSP-ABIERTA = "S"
               DISPLAY "LA ORDEN TIENE LOTES EN INSPECCION (COMPRA13)"
                   LINE 13 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 13 COL 57
               EXIT PARAGRAPH
           END-IF

           IF COM-RECIBIDA OR COM-PARCIAL
               DISPLAY "LA ORDEN TIENE MERCANCIA RECIBIDA - SE REVERSA"
                   LINE 13 COL 10 WITH REVERSE-VIDEO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ERA-RECIBIDA
           IF COM-RECIBIDA
               MOVE "S" TO WS-ERA-RECIBIDA
           END-IF

           IF COM-RECIBIDA OR COM-PARCIAL
               PERFORM REVERSAR-RECIBIDO
           END-IF
           SET COM-ANULADA TO TRUE
           REWRITE COMPRA-REG

      *> Solo la orden recibida completa habia pedido su asiento
      *> (la consignacion no lo pide)
           IF WS-ERA-RECIBIDA = "S" AND NOT COM-EN-CONSIGNACION
               MOVE "C" TO WS-CLC-TIPO-DOC
               MOVE COM-NRO TO WS-CLC-DOC-NRO
               MOVE "R" TO WS-CLC-ACCION
               MOVE "COMPRA08" TO WS-CLC-PROGRAMA
               PERFORM ENCOLAR-ASIENTO
           END-IF

           MOVE "ANULA-COM" TO WS-AUD-ACCION
           MOVE W-COM-NRO TO WS-AUD-REG-CLAVE
           MOVE COM-TOTAL TO WS-AUD-MONTO-DISP
           DISPLAY "ORDEN ANULADA" LINE 16 COL 10
           ACCEPT WS-PAUSA LINE 16 COL 25.

       BUSCAR-INSPECCION-ABIERTA.
           MOVE "N" TO WS-INSP-ABIERTA
           SET NO-FIN-SCAN TO TRUE
           MOVE COM-NRO TO INS-COM-NRO
           START INSPECCION KEY IS NOT LESS THAN INS-COM-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ INSPECCION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF INS-COM-NRO NOT = COM-NRO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF NOT INS-CERRADA
                               MOVE "S" TO WS-INSP-ABIERTA
                               SET FIN-SCAN TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVERSAR-RECIBIDO.
           SET NO-FIN-DET TO TRUE
           MOVE W-COM-NRO TO CDT-COM-NRO
               END-READ
           END-PERFORM.

       REVERSAR-CONSIGNACION.
           IF STK-CONSIGNADA >= CDT-CANT-RECIBIDA
               SUBTRACT CDT-CANT-RECIBIDA FROM STK-CONSIGNADA
           ELSE
               MOVE 0 TO STK-CONSIGNADA
           END-IF
           IF STK-CONSIGNADA > STK-CANTIDAD
               MOVE STK-CANTIDAD TO STK-CONSIGNADA
           END-IF
           MOVE COM-PROV-ID TO PCS-PROV-ID
           MOVE CDT-PROD-ID TO PCS-PROD-ID
           READ CONSIG-PROV
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PCS-SALDO >= CDT-CANT-RECIBIDA
               SUBTRACT CDT-CANT-RECIBIDA FROM PCS-SALDO
           ELSE
               MOVE 0 TO PCS-SALDO
           END-IF
           REWRITE CONSIG-PROV-REG.

       REVERSAR-LINEA.
           MOVE CDT-PROD-ID TO STK-CODIGO
           READ STOCK
           ELSE
               MOVE 0 TO STK-CANTIDAD
           END-IF
           IF COM-EN-CONSIGNACION
               PERFORM REVERSAR-CONSIGNACION
           END-IF
           REWRITE STOCK-REG

           PERFORM GRABAR-KARDEX-REVERSO
