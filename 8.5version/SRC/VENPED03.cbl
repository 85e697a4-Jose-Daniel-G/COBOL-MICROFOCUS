      *> * Purpose:  Facturar un Pedido de Venta - consume la reserva de
      *> *           stock (STK-RESERVADA) y genera la factura real;
      *> *           las cantidades en backorder quedan registradas
      *> *           El IVA sigue el regimen del cliente (exento, excluido
      *> *           o diferencial) mientras el certificado este vigente
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "periodo.sel".
           COPY "cuota.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "categoria.sel".
           COPY "capacosto.sel".
           COPY "kardex.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "cajases.sel".
           COPY "resolucion.sel".
           COPY "feoutbox.sel".
           COPY "periodo.fd".
           COPY "cuota.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "categoria.fd".
           COPY "capacosto.fd".
           COPY "kardex.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "cajases.fd".
           COPY "resolucion.fd".
           COPY "feoutbox.fd".
           COPY "bloqueo.fd".

       WORKING-STORAGE SECTION.
       COPY "PROVCSG.cpy".
       COPY "CAPAS.cpy".

       01 ST-PEDIDOS       PIC XX.
       01 ST-PEDIDOSDET    PIC XX.
       01 ST-NEXT-FAC      PIC XX.
       01 ST-CUOTAS        PIC XX.
       01 ST-STOCK         PIC XX.
       01 ST-CATEGORIAS    PIC XX.
       01 ST-KARDEX        PIC XX.
       01 ST-SESION        PIC XX.
       01 ST-LOTES         PIC XX.
       01 WS-SERIE-CAPT    PIC X(20).
       01 WS-SERIE-IDX     PIC 9(03).
       01 WS-SERIE-OK      PIC X.
       01 WS-CANT-FALTANTE PIC S9(09)V999.
       01 WS-CANT-TOMADA   PIC 9(09)V999.
       01 WS-LOTE-ELEGIDO  PIC X(10).
       01 WS-VENCE-ELEGIDO PIC 9(08).
       01 WS-SW-LOTES      PIC X VALUE "N".
       COPY "PARAMETROS.cpy".
       COPY "PERIODO.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "CAJASES.cpy".
       COPY "RESOLUCION.cpy".
       COPY "FEVARS.cpy".
       COPY "BLOQUEO.cpy".
       COPY "REGIMEN-IVA.cpy".

       SCREEN SECTION.
       01 PANTALLA-BASE.
       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".


           DISPLAY "CLIENTE: " LINE 07 COL 03
           DISPLAY CLI-NOMBRE  LINE 07 COL 12
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RGI-FECHA
           PERFORM DETERMINAR-REGIMEN
           MOVE 8 TO WS-RGI-LINEA
           PERFORM AVISAR-REGIMEN
           MOVE "S" TO WS-PED-OK.

       REVISAR-RESERVAS.
           MOVE WS-FAC-NRO-ACTUAL TO WS-FE-NRO
           MOVE FAC-FECHA TO WS-FE-FECHA
           PERFORM ENCOLAR-FE
           MOVE "F" TO WS-CLC-TIPO-DOC
           MOVE WS-FAC-NRO-ACTUAL TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "VENPED03" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           DISPLAY "FACTURA " LINE 14 COL 03
           DISPLAY WS-FAC-NRO-ACTUAL LINE 14 COL 12
           SET FAC-NO-PAGADA TO TRUE
           MOVE PED-VENDEDOR      TO FAC-VENDEDOR
           MOVE WS-TIPO-PAGO      TO FAC-TIPO-PAGO
      *> El pedido a domicilio sale facturado a domicilio, con su
      *> punto de entrega; el stock sigue reservado hasta la remision
           IF PED-ENT-DOMICILIO
               SET FAC-ENT-DOMICILIO TO TRUE
           ELSE
               SET FAC-ENT-MOSTRADOR TO TRUE
           END-IF
           MOVE WS-CJS-NRO-ACTIVA TO FAC-SESION-CAJA
           MOVE 0 TO FAC-COMIS-LIQ
           MOVE "N" TO FAC-COMIS-REV
           MOVE SPACES TO FAC-MONEDA
           MOVE PED-DIR-ENTREGA TO FAC-DIR-ENTREGA
           IF NOT PED-ENT-DOMICILIO
               MOVE SPACES TO FAC-DIR-ENTREGA
           END-IF
           MOVE 0 TO FAC-TASA FAC-TOTAL-ME
           MOVE WS-RGI-REGIMEN    TO FAC-REGIMEN
           MOVE WS-RGI-CERT       TO FAC-CERT-EXENCION
           WRITE FACTURA-REG

           IF ST-FACTURAS NOT = "00"
           MOVE PDD-PRECIO        TO DET-PRECIO
           MOVE WS-SUB-LINEA      TO DET-SUBTOTAL
           MOVE 0                 TO DET-PROMO
           MOVE PDD-ESCALA        TO DET-ESCALA
           MOVE PRD-IVA           TO WS-RGI-PCT
           PERFORM AJUSTAR-IVA-REGIMEN
           MOVE WS-RGI-PCT        TO DET-IVA-PCT
           WRITE DETALLE-REG

      *> A domicilio la mercancia sale con la remision (VENREM01), que
      *> consume la reserva, los lotes y las series al despachar
           IF PED-ENT-DOMICILIO
               MOVE 0 TO PDD-CANT-RESERV
               REWRITE PEDIDODET-REG
               EXIT PARAGRAPH
           END-IF

           MOVE PDD-PROD-ID TO STK-CODIGO
           READ STOCK
               INVALID KEY
               MOVE 0 TO STK-RESERVADA
           END-IF
           REWRITE STOCK-REG
           PERFORM ACUMULAR-CONSIGNACION
           MOVE PDD-CANT-RESERV TO WS-CPA-CANTIDAD
           MOVE SPACES TO WS-CPA-REFERENCIA
           STRING "FAC" WS-FAC-NRO-ACTUAL DELIMITED BY SIZE
               INTO WS-CPA-REFERENCIA
           MOVE WS-FAC-NRO-ACTUAL TO WS-CPA-FAC-NRO
           PERFORM CONSUMIR-CAPAS

           IF PRD-CON-LOTE
               PERFORM CONSUMIR-LOTES-FEFO
           MOVE WS-LOTE-ELEGIDO  TO KAR-LOTE
           WRITE KARDEX-REG.

       DETERMINAR-REGIMEN.
           COPY "DETERMINAR-REGIMEN.cpy".

       AJUSTAR-IVA-REGIMEN.
           COPY "AJUSTAR-IVA-REGIMEN.cpy".

       AVISAR-REGIMEN.
           COPY "AVISAR-REGIMEN.cpy".

       GRABAR-KARDEX-DET.
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE PDD-PROD-ID TO KAR-PROD-ID
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF
           OPEN I-O CONSIG-PROV
           IF ST-PROVCSG = "35"
               OPEN OUTPUT CONSIG-PROV
               CLOSE CONSIG-PROV
               OPEN I-O CONSIG-PROV
           END-IF
           OPEN INPUT CATEGORIAS
           IF ST-CATEGORIAS = "35"
               OPEN OUTPUT CATEGORIAS
               CLOSE CATEGORIAS
               OPEN INPUT CATEGORIAS
           END-IF
           OPEN I-O CAPAS-COSTO
           IF ST-CAPAS = "35"
               OPEN OUTPUT CAPAS-COSTO
               CLOSE CAPAS-COSTO
               OPEN I-O CAPAS-COSTO
           END-IF
           OPEN I-O CONSUMO-CAPAS
           IF ST-CONSUMO-CAPAS = "35"
               OPEN OUTPUT CONSUMO-CAPAS
               CLOSE CONSUMO-CAPAS
               OPEN I-O CONSUMO-CAPAS
           END-IF

           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
           CLOSE NEXT-FAC-NRO
           CLOSE PERIODOS-CONTABLES
           CLOSE CUOTAS
           CLOSE CONSIG-PROV
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO
           CLOSE CONSUMO-CAPAS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE SESIONES-CAJA
           CLOSE ANTICIPOS
           CLOSE BLOQUEOS.

       ACUMULAR-CONSIGNACION.
           COPY "ACUMULAR-CONSIGNACION.cpy".

       CONSUMIR-CAPAS.
           COPY "CONSUMIR-CAPAS.cpy".

       END PROGRAM VENPED03.
