      *> * Purpose:  Devolucion a Proveedor - devuelve mercancia de una
      *> *           orden recibida (tope: lo recibido menos lo ya
      *> *           devuelto), baja stock con kardex, imprime la nota
      *> *           debito y rebaja la cuenta por pagar si existe;
      *> *           llamado desde un reclamo de garantia (SERGAR02)
      *> *           toma su orden de compra y le anota la devolucion;
      *> *           llamado desde la inspeccion de calidad (COMPRA13)
      *> *           devuelve solo el rechazo de esa linea, sin bajar
      *> *           stock porque lo rechazado nunca entro
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "producto.sel".
           COPY "lote.sel".
           COPY "serie.sel".
           COPY "reclgar.sel".
           COPY "inspec.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "producto.fd".
           COPY "lote.fd".
           COPY "serie.fd".
           COPY "reclgar.fd".
           COPY "inspec.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
       01 ST-STOCK          PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-RECLGAR        PIC XX VALUE SPACES.
       01 ST-RECLGARDET     PIC XX.
       01 WS-ENV-RECLAMO    PIC X(07).
       01 WS-RCG-NRO        PIC 9(07) VALUE 0.
       01 ST-INSPEC         PIC XX VALUE SPACES.
       01 WS-ENV-INSPEC     PIC X(07).
       01 WS-INS-NRO        PIC 9(07) VALUE 0.

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 WS-DVP-NRO        PIC 9(07).
       01 WS-ITEM-DVP       PIC 9(03).
       01 WS-CANT-DEV       PIC 9(03).
       01 WS-CANT-KARDEX    PIC 9(09).
       01 WS-YA-DEVUELTO    PIC 9(05).
       01 WS-TOPE-DEV       PIC S9(05).
       01 WS-TOTAL-DVP      PIC S9(11)V99.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           MOVE SPACES TO WS-ENV-RECLAMO
           ACCEPT WS-ENV-RECLAMO FROM ENVIRONMENT "RECLAMOGAR"
           IF WS-ENV-RECLAMO IS NUMERIC
               MOVE WS-ENV-RECLAMO TO WS-RCG-NRO
           END-IF
           MOVE SPACES TO WS-ENV-INSPEC
           ACCEPT WS-ENV-INSPEC FROM ENVIRONMENT "INSPECCION"
           IF WS-ENV-INSPEC IS NUMERIC
               MOVE WS-ENV-INSPEC TO WS-INS-NRO
           END-IF
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN.
           DISPLAY "DEVOLUCION A PROVEEDOR" LINE 02 COL 10
                   WITH REVERSE-VIDEO
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN I-O FACTURAS-PROV
           END-IF

           IF WS-RCG-NRO > 0
               OPEN I-O RECLAMOS-GARANTIA
               IF ST-RECLGAR > "07"
                   MOVE SPACES TO ST-RECLGAR
                   MOVE 0 TO WS-RCG-NRO
               ELSE
                   MOVE WS-RCG-NRO TO RCG-NRO
                   READ RECLAMOS-GARANTIA
                       INVALID KEY MOVE 0 TO WS-RCG-NRO
                   END-READ
               END-IF
           END-IF

           IF WS-INS-NRO > 0
               OPEN I-O INSPECCION
               IF ST-INSPEC > "07"
                   MOVE SPACES TO ST-INSPEC
                   MOVE 0 TO WS-INS-NRO
               ELSE
                   MOVE WS-INS-NRO TO INS-NRO
                   READ INSPECCION
                       INVALID KEY MOVE 0 TO WS-INS-NRO
                   END-READ
                   IF WS-INS-NRO > 0 AND NOT INS-POR-DEVOLVER
                       MOVE 0 TO WS-INS-NRO
                   END-IF
               END-IF
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS-PROV
           CLOSE PRODUCTOS
           CLOSE LOTES
           CLOSE SERIES
           IF ST-RECLGAR NOT = SPACES
               CLOSE RECLAMOS-GARANTIA
           END-IF
           IF ST-INSPEC NOT = SPACES
               CLOSE INSPECCION
           END-IF.

       BUSCAR-COMPRA.
           MOVE "N" TO WS-COMPRA-OK
           MOVE 0 TO W-COM-NRO
           DISPLAY "ORDEN DE COMPRA A DEVOLVER: " LINE 04 COL 10
           EVALUATE TRUE
               WHEN WS-RCG-NRO > 0
                   MOVE RCG-COM-NRO TO W-COM-NRO
                   DISPLAY W-COM-NRO LINE 04 COL 39
                   DISPLAY "RECLAMO GARANTIA " LINE 04 COL 50
                   DISPLAY WS-RCG-NRO LINE 04 COL 67
               WHEN WS-INS-NRO > 0
                   MOVE INS-COM-NRO TO W-COM-NRO
                   DISPLAY W-COM-NRO LINE 04 COL 39
                   DISPLAY "RECHAZO INSPECCION " LINE 04 COL 50
                   DISPLAY WS-INS-NRO LINE 04 COL 69
               WHEN OTHER
                   ACCEPT W-COM-NRO LINE 04 COL 39
           END-EVALUATE

           MOVE W-COM-NRO TO COM-NRO
           READ COMPRAS
                   EXIT PARAGRAPH
           END-READ

      *> El rechazo de una inspeccion se devuelve aunque la orden siga
      *> parcial
           IF NOT COM-RECIBIDA
              AND NOT (WS-INS-NRO > 0 AND COM-PARCIAL)
               DISPLAY "LA ORDEN NO ESTA RECIBIDA" LINE 06 COL 10
               ACCEPT WS-PAUSA LINE 06 COL 37
               EXIT PARAGRAPH
               REWRITE DEVPROV-REG
               PERFORM REBAJAR-CUENTA-POR-PAGAR
               PERFORM IMPRIMIR-NOTA-DEBITO
               IF WS-RCG-NRO > 0
                   MOVE WS-DVP-NRO TO RCG-DVP-NRO
                   REWRITE RECLGAR-REG
               END-IF
               DISPLAY "DEVOLUCION " LINE 20 COL 10
               DISPLAY WS-DVP-NRO LINE 20 COL 22
               IF WS-INS-NRO > 0
                   MOVE WS-DVP-NRO TO INS-DVP-NRO
                   IF INS-CANT-DEVUELTA >= INS-CANT-RECHAZADA
                       SET INS-CERRADA TO TRUE
                   END-IF
                   REWRITE INSPECCION-REG
                   DISPLAY " REGISTRADA - RECHAZO DE INSPECCION"
                           LINE 20 COL 30
               ELSE
                   DISPLAY " REGISTRADA - STOCK REBAJADO" LINE 20 COL 30
               END-IF
           ELSE
               DISPLAY "NO SE DEVOLVIO NINGUNA CANTIDAD" LINE 20 COL 10
           END-IF
           *> Solo puede devolverse lo efectivamente recibido de la
           *> linea (recepciones parciales incluidas), menos lo ya
           *> devuelto en notas de debito anteriores
           IF WS-INS-NRO > 0 AND CDT-ITEM NOT = INS-CDT-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM SUMAR-YA-DEVUELTO
           COMPUTE WS-TOPE-DEV = CDT-CANT-RECIBIDA - WS-YA-DEVUELTO
      *> Desde una inspeccion el tope es lo rechazado aun sin devolver
           IF WS-INS-NRO > 0
              AND WS-TOPE-DEV > INS-CANT-RECHAZADA - INS-CANT-DEVUELTA
               COMPUTE WS-TOPE-DEV =
                   INS-CANT-RECHAZADA - INS-CANT-DEVUELTA
           END-IF
           IF WS-TOPE-DEV <= 0
               EXIT PARAGRAPH
           END-IF
           WRITE DEVPROVDET-REG
           ADD DVD-SUBTOTAL TO WS-TOTAL-DVP

      *> Lo rechazado en inspeccion no esta en stock, lotes ni series;
      *> solo deja el kardex de la salida para la contabilidad
           IF WS-INS-NRO > 0
               ADD WS-CANT-DEV TO INS-CANT-DEVUELTA
               IF INS-CONSIGNACION NOT = "S"
                   PERFORM KARDEX-DEVOLUCION-INSPECCION
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE CDT-PROD-ID TO STK-CODIGO
           READ STOCK
               INVALID KEY
           END-READ
           SUBTRACT WS-CANT-DEV FROM STK-CANTIDAD
           REWRITE STOCK-REG
           MOVE WS-CANT-DEV TO WS-CANT-KARDEX
           PERFORM GRABAR-KARDEX-DEVOLUCION

           MOVE CDT-PROD-ID TO PRD-CODIGO
               PERFORM RETIRAR-SERIES-DEV
           END-IF.

       KARDEX-DEVOLUCION-INSPECCION.
           *> La compra ya debito al inventario todo lo recibido; la
           *> salida de lo rechazado (en unidad de venta) se registra
           *> con el saldo del stock sin cambio, porque nunca entro a el
           MOVE CDT-PROD-ID TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   MOVE 0 TO STK-CANTIDAD
                   MOVE INS-BODEGA TO STK-BODEGA
           END-READ
           IF INS-FACTOR > 1
               COMPUTE WS-CANT-KARDEX = WS-CANT-DEV * INS-FACTOR
           ELSE
               MOVE WS-CANT-DEV TO WS-CANT-KARDEX
           END-IF
           PERFORM GRABAR-KARDEX-DEVOLUCION.

       DESCONTAR-LOTE-DEV.
           *> El operador indica de que lote salen las unidades que
           *> regresan al proveedor
           MOVE WS-KAR-SECUENCIA TO KAR-SECUENCIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO KAR-FECHA
           SET KAR-SALIDA TO TRUE
           MOVE WS-CANT-KARDEX   TO KAR-CANTIDAD
           MOVE STK-CANTIDAD     TO KAR-SALDO
           MOVE STK-BODEGA       TO KAR-BODEGA
           MOVE SPACES TO KAR-REFERENCIA
