           COPY "serie.sel".
           COPY "producto.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "bloqueo.sel".
           COPY "remision.sel".
           COPY "remisiondet.sel".
           COPY "lote.sel".
           COPY "liqruta.sel".
       DATA DIVISION.
       FILE SECTION.
           COPY "cuarent.fd".
           COPY "serie.fd".
           COPY "producto.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "bloqueo.fd".
           COPY "remision.fd".
           COPY "remisiondet.fd".
           COPY "lote.fd".
           COPY "liqruta.fd".

       WORKING-STORAGE SECTION.
       01 ST-CUARENT        PIC XX.
          88 NO-FIN-CUA        VALUE "N".
           COPY "FEVARS.cpy".
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
           COPY "BLOQUEO.cpy".
       01 ST-SESION        PIC XX.
       01 ST-SERIES        PIC XX.
       01 ST-PRODUCTOS     PIC XX.
       01 WS-SERIE-CAPT    PIC X(20).
       01 WS-SERIE-IDX     PIC 9(03).
       01 ST-LIQRUTAS      PIC XX.
       01 ST-LIQPARADAS    PIC XX.
       01 ST-LIQRECHAZOS   PIC XX.
       01 WS-CANT-RECH-RUTA PIC 9(05)V999.
       01 WS-SW-LQR        PIC X VALUE "N".
          88 FIN-LQR          VALUE "S".
          88 NO-FIN-LQR       VALUE "N".
       01 WS-SERIE-OK      PIC X.

       01 ST-FACTURAS       PIC XX.
       01 WS-RESPUESTA      PIC X.
       01 WS-MAS            PIC X VALUE "S".
       01 WS-ITEM-DEV       PIC 9(3).
       01 WS-CANT-DEV       PIC 9(05)V999.
       01 W-CANT-DEV-TXT    PIC X(10).
       01 WS-CANT-DISP      PIC Z(4)9.999.
       01 WS-NCR-NRO        PIC 9(7).
       01 WS-NCR-ITEM       PIC 9(3) VALUE 0.
       01 WS-NCR-TOTAL      PIC S9(9)V99 VALUE 0.
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".

       01 WS-CANT-YA-DEV    PIC 9(05)V999 VALUE 0.
       01 WS-CANT-DISPONIBLE PIC 9(05)V999 VALUE 0.
       01 ST-REMISIONES     PIC XX.
       01 ST-REMISIONDET    PIC XX.
       01 ST-LOTES          PIC XX.
       01 WS-CANT-DESPACHADA PIC 9(09)V999.
       01 WS-LOTE-DEV       PIC X(10).
       01 WS-VENCE-DEV      PIC 9(08).
       01 WS-SW-REMDET      PIC X VALUE "N".
           END-IF
           PERFORM ABRIR-BLOQUEOS

           OPEN I-O LIQ-RECHAZOS
           IF ST-LIQRECHAZOS = "35"
               OPEN OUTPUT LIQ-RECHAZOS
               CLOSE LIQ-RECHAZOS
               OPEN I-O LIQ-RECHAZOS
           END-IF

           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
                           DISPLAY "PRODUCTO : " LINE 12 COL 03
                           DISPLAY DET-DESCRIP  LINE 12 COL 15
                           DISPLAY "CANT.FACTURADA: " LINE 13 COL 03
                           MOVE DET-CANT TO WS-CANT-DISP
                           DISPLAY WS-CANT-DISP  LINE 13 COL 20

                           PERFORM CALCULAR-CANT-YA-DEVUELTA
      *> De una factura a domicilio solo se puede devolver lo que
                               MOVE 0 TO WS-CANT-DISPONIBLE
                           END-IF
                           DISPLAY "CANT.DISPONIBLE P/DEVOLVER: " LINE 13 COL 40
                           MOVE WS-CANT-DISPONIBLE TO WS-CANT-DISP
                           DISPLAY WS-CANT-DISP                   LINE 13 COL 69

                           PERFORM SUMAR-RECHAZO-RUTA
                           IF WS-CANT-RECH-RUTA > 0
                               DISPLAY "RECHAZADO EN RUTA: " LINE 14 COL 40
                               MOVE WS-CANT-RECH-RUTA TO WS-CANT-DISP
                               DISPLAY WS-CANT-DISP LINE 14 COL 59
                           END-IF

                           MOVE 0 TO WS-CANT-DEV
                           MOVE SPACES TO W-CANT-DEV-TXT
                           DISPLAY "CANTIDAD A DEVOLVER: " LINE 14 COL 03
                           ACCEPT W-CANT-DEV-TXT LINE 14 COL 25
                           IF FUNCTION TEST-NUMVAL(W-CANT-DEV-TXT) = 0
                               COMPUTE WS-CANT-DEV =
                                   FUNCTION NUMVAL(W-CANT-DEV-TXT)
                           END-IF

      *> Solo lo que se vende por peso o medida admite decimales
                           MOVE DET-PROD-ID TO PRD-CODIGO
                           READ PRODUCTOS
                               INVALID KEY INITIALIZE PRODUCTO-REG
                           END-READ
                           EVALUATE TRUE
                               WHEN WS-CANT-DEV = 0
                                 OR WS-CANT-DEV > WS-CANT-DISPONIBLE
                                   DISPLAY "CANTIDAD INVALIDA" LINE 16 COL 03
                                   ACCEPT WS-PAUSA LINE 16 COL 25
                               WHEN WS-CANT-DEV NOT =
                                        FUNCTION INTEGER-PART(WS-CANT-DEV)
                                    AND (NOT PRD-VENTA-FRACCION
                                         OR PRD-CON-SERIE)
                                   DISPLAY "PRODUCTO SE DEVUELVE POR UNIDAD ENTERA"
                                       LINE 16 COL 03
                                   ACCEPT WS-PAUSA LINE 16 COL 43
                               WHEN OTHER
                                   PERFORM GRABAR-LINEA-DEVOLUCION
                           END-EVALUATE
                   END-READ

                   DISPLAY "¿OTRO ITEM? (S/N): " LINE 18 COL 03
           MOVE DET-DESCRIP TO NCD-DESCRIP
           MOVE WS-CANT-DEV TO NCD-CANT
           MOVE DET-PRECIO  TO NCD-PRECIO
           COMPUTE NCD-SUBTOTAL ROUNDED = WS-CANT-DEV * DET-PRECIO
           MOVE DET-IVA-PCT TO NCD-IVA-PCT
           WRITE NOTACREDDET-REG

           ADD NCD-SUBTOTAL TO WS-NCR-TOTAL

           IF WS-CANT-RECH-RUTA > 0
               PERFORM CERRAR-RECHAZOS-RUTA
           END-IF

           PERFORM DEVOLVER-SERIES

      *> La mercancia devuelta ya no regresa directo al stock
                   LINE 16 COL 03
           ACCEPT WS-PAUSA LINE 16 COL 50.

      *> Mercancia rechazada en la entrega que la liquidacion de la
      *> ruta (VENRUT02) dejo pendiente para esta linea de la factura
       SUMAR-RECHAZO-RUTA.
           MOVE 0 TO WS-CANT-RECH-RUTA
           SET NO-FIN-LQR TO TRUE
           MOVE FAC-NRO TO LQR-FAC-NRO
           START LIQ-RECHAZOS KEY IS NOT LESS THAN LQR-FAC-NRO
               INVALID KEY SET FIN-LQR TO TRUE
           END-START
           PERFORM UNTIL FIN-LQR
               READ LIQ-RECHAZOS NEXT RECORD
                   AT END SET FIN-LQR TO TRUE
                   NOT AT END
                       IF LQR-FAC-NRO NOT = FAC-NRO
                           SET FIN-LQR TO TRUE
                       ELSE
                           IF LQR-DET-ITEM = DET-ITEM AND LQR-PENDIENTE
                               ADD LQR-CANT TO WS-CANT-RECH-RUTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CERRAR-RECHAZOS-RUTA.
           SET NO-FIN-LQR TO TRUE
           MOVE FAC-NRO TO LQR-FAC-NRO
           START LIQ-RECHAZOS KEY IS NOT LESS THAN LQR-FAC-NRO
               INVALID KEY SET FIN-LQR TO TRUE
           END-START
           PERFORM UNTIL FIN-LQR
               READ LIQ-RECHAZOS NEXT RECORD
                   AT END SET FIN-LQR TO TRUE
                   NOT AT END
                       IF LQR-FAC-NRO NOT = FAC-NRO
                           SET FIN-LQR TO TRUE
                       ELSE
                           IF LQR-DET-ITEM = DET-ITEM AND LQR-PENDIENTE
                               SET LQR-PROCESADO TO TRUE
                               REWRITE LIQ-RECHAZO-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ENVIAR-A-CUARENTENA.
           MOVE 0 TO WS-CUA-NRO-MAX
           SET NO-FIN-CUA TO TRUE
       SOLTAR-BLOQUEO.
           COPY "SOLTAR-BLOQUEO.cpy".

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

                   MOVE NCR-NRO TO WS-FE-NRO
                   MOVE NCR-FECHA TO WS-FE-FECHA
                   PERFORM ENCOLAR-FE
                   MOVE "N" TO WS-CLC-TIPO-DOC
                   MOVE NCR-NRO TO WS-CLC-DOC-NRO
                   MOVE "P" TO WS-CLC-ACCION
                   MOVE "VENFAC05" TO WS-CLC-PROGRAMA
                   PERFORM ENCOLAR-ASIENTO
           END-READ

           DISPLAY "NOTA DE CREDITO " LINE 20 COL 03
           CLOSE REMISIONDET
           CLOSE LOTES
           CLOSE CUARENTENA
           CLOSE LIQ-RECHAZOS
           CLOSE BLOQUEOS.

       END PROGRAM VENFAC05.
