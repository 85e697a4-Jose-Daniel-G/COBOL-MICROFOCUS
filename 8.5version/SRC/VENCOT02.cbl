      *> * Purpose:  Consultar una Cotizacion aceptada y convertirla en
      *> *           Factura real con las validaciones normales de la
      *> *           facturacion (periodo, credito, stock, kardex, cuotas)
      *> *           y copia del ticket por correo al contacto del cliente
      *> *           El IVA se recalcula con el regimen del cliente vigente
      *> *           al momento de facturar (certificado de exencion)
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
           COPY "correo.sel".
           COPY "corctrl.sel".
           COPY "lote.sel".
           COPY "serie.sel".
           COPY "bloqueo.sel".
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
           COPY "correo.fd".
           COPY "corctrl.fd".
           COPY "lote.fd".
           COPY "serie.fd".
           COPY "bloqueo.fd".

       WORKING-STORAGE SECTION.
       COPY "PROVCSG.cpy".
       COPY "CAPAS.cpy".

       01 ST-COTIZA        PIC XX.
       01 ST-COTIZADET     PIC XX.
       01 ST-VENDEDORES    PIC XX.
       01 ST-CUOTAS        PIC XX.
       01 ST-STOCK         PIC XX.
       01 ST-CATEGORIAS    PIC XX.
       01 ST-KARDEX        PIC XX.
       01 ST-SESION        PIC XX.
       01 ST-LOTES         PIC XX.
       01 WS-SW-KARDEX     PIC X VALUE "N".
          88 FIN-KARDEX       VALUE "S".
          88 NO-FIN-KARDEX    VALUE "N".
       01 WS-STOCK-DISPONIBLE PIC S9(09)V999.
       01 WS-IVA-CONV      PIC 9(9)V99.
       01 WS-IVA-LINEA-CONV PIC 9(9)V99.

       01 WS-SERIE-CAPT    PIC X(20).
       01 WS-SERIE-IDX     PIC 9(03).
       01 WS-SERIE-OK      PIC X.
       01 WS-CANT-FALTANTE PIC S9(09)V999.
       01 WS-CANT-TOMADA   PIC 9(09)V999.
       01 WS-LOTE-ELEGIDO  PIC X(10).
       01 WS-VENCE-ELEGIDO PIC 9(08).
       01 WS-SW-LOTES      PIC X VALUE "N".
       01 WS-MONTO-TICKET-DISP PIC -(9)9.99.
       01 WS-PRECIO-TICKET-DISP PIC Z(9)9.99.
       01 WS-SUBTOT-TICKET-DISP PIC Z(9)9.99.
       01 WS-CANT-TICKET-DISP PIC Z(4)9.999.
       01 WS-ESCALA-TICKET-DISP PIC Z(4)9.
       01 WS-EDIT-MONTO    PIC -(7)9.99.

       COPY "PARAMETROS.cpy".
       COPY "PERIODO.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "CAJASES.cpy".
       COPY "RESOLUCION.cpy".
       COPY "FEVARS.cpy".
       COPY "CORREOVARS.cpy".
       01 WS-ENVIA-CORREO   PIC X VALUE "N".
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

       ENCOLAR-FE.
           COPY "ENCOLAR-FE.cpy".

       ENCOLAR-CORREO.
           COPY "ENCOLAR-CORREO.cpy".

       VALIDAR-CORREO.
           COPY "VALIDAR-CORREO.cpy".

       BUSCAR-SESION-CAJA.
           COPY "BUSCAR-SESION-CAJA.cpy".

           DISPLAY "TOTAL: "   LINE 08 COL 03
           MOVE COT-TOTAL TO WS-EDIT-MONTO
           DISPLAY WS-EDIT-MONTO LINE 08 COL 12
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RGI-FECHA
           PERFORM DETERMINAR-REGIMEN
           MOVE 9 TO WS-RGI-LINEA
           PERFORM AVISAR-REGIMEN
           MOVE "S" TO WS-COT-OK.

       VALIDAR-LIMITE-CREDITO.
           PERFORM OBTENER-NRO-FACTURA
           PERFORM GRABAR-FACTURA
           PERFORM COPIAR-DETALLES
           PERFORM AJUSTAR-TOTALES-REGIMEN
           IF FAC-CREDITO
               PERFORM GENERAR-CUOTAS
           END-IF
           MOVE WS-FAC-NRO-ACTUAL TO WS-FE-NRO
           MOVE FAC-FECHA TO WS-FE-FECHA
           PERFORM ENCOLAR-FE
           MOVE "F" TO WS-CLC-TIPO-DOC
           MOVE WS-FAC-NRO-ACTUAL TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "VENCOT02" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO
           PERFORM IMPRIMIR-FACTURA

           DISPLAY "FACTURA " LINE 19 COL 03
           MOVE WS-CJS-NRO-ACTIVA TO FAC-SESION-CAJA
           MOVE 0 TO FAC-COMIS-LIQ
           MOVE "N" TO FAC-COMIS-REV
           MOVE SPACES TO FAC-MONEDA FAC-DIR-ENTREGA
           MOVE 0 TO FAC-TASA FAC-TOTAL-ME
           MOVE WS-RGI-REGIMEN    TO FAC-REGIMEN
           MOVE WS-RGI-CERT       TO FAC-CERT-EXENCION
           WRITE FACTURA-REG

           IF ST-FACTURAS NOT = "00"
           END-IF.

       COPIAR-DETALLES.
           MOVE 0 TO WS-IVA-CONV
           SET NO-FIN-DETALLES TO TRUE
           MOVE W-COT-NRO TO CTD-COT-NRO
           START COTIZADET KEY IS NOT LESS THAN CTD-COT-NRO
           MOVE CTD-PRECIO        TO DET-PRECIO
           MOVE CTD-SUBTOTAL      TO DET-SUBTOTAL
           MOVE 0                 TO DET-PROMO
           MOVE CTD-ESCALA        TO DET-ESCALA
           MOVE PRD-IVA           TO WS-RGI-PCT
           PERFORM AJUSTAR-IVA-REGIMEN
           MOVE WS-RGI-PCT        TO DET-IVA-PCT
           COMPUTE WS-IVA-LINEA-CONV ROUNDED =
               CTD-SUBTOTAL * WS-RGI-PCT / 100
           ADD WS-IVA-LINEA-CONV TO WS-IVA-CONV
           WRITE DETALLE-REG

           MOVE CTD-PROD-ID TO STK-CODIGO
           END-READ
           SUBTRACT CTD-CANT FROM STK-CANTIDAD
           REWRITE STOCK-REG
           PERFORM ACUMULAR-CONSIGNACION
           MOVE CTD-CANT TO WS-CPA-CANTIDAD
           MOVE SPACES TO WS-CPA-REFERENCIA
           STRING "FAC" WS-FAC-NRO-ACTUAL DELIMITED BY SIZE
               INTO WS-CPA-REFERENCIA
           MOVE WS-FAC-NRO-ACTUAL TO WS-CPA-FAC-NRO
           PERFORM CONSUMIR-CAPAS

           IF PRD-CON-LOTE
               PERFORM CONSUMIR-LOTES-FEFO
               DISPLAY "AVISO: STOCK POR DEBAJO DEL MINIMO" LINE 21 COL 03
           END-IF.

      *> La cotizacion pudo hacerse con otro regimen (certificado vencido
      *> o renovado despues); la factura lleva el IVA de hoy.
       AJUSTAR-TOTALES-REGIMEN.
           IF WS-IVA-CONV = FAC-IVA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IVA-CONV TO FAC-IVA
           COMPUTE FAC-TOTAL = FAC-SUBTOTAL + FAC-IVA
           MOVE FAC-TOTAL TO FAC-SALDO-PEND
           REWRITE FACTURA-REG.

       DETERMINAR-REGIMEN.
           COPY "DETERMINAR-REGIMEN.cpy".

       AJUSTAR-IVA-REGIMEN.
           COPY "AJUSTAR-IVA-REGIMEN.cpy".

       AVISAR-REGIMEN.
           COPY "AVISAR-REGIMEN.cpy".

       GRABAR-KARDEX-DET.
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE CTD-PROD-ID TO KAR-PROD-ID
                       ELSE
                           MOVE DET-PRECIO    TO WS-PRECIO-TICKET-DISP
                           MOVE DET-SUBTOTAL  TO WS-SUBTOT-TICKET-DISP
                           MOVE DET-CANT      TO WS-CANT-TICKET-DISP
                           MOVE SPACES TO WS-LINEA-TICKET
                           STRING DET-PROD-ID   " "
                                  DET-DESCRIP   " "
                                  WS-CANT-TICKET-DISP " "
                                  WS-PRECIO-TICKET-DISP " "
                                  WS-SUBTOT-TICKET-DISP
                               DELIMITED BY SIZE INTO WS-LINEA-TICKET
                           WRITE REG-TICKET FROM WS-LINEA-TICKET
                           IF DET-ESCALA > 0
                               MOVE DET-ESCALA TO WS-ESCALA-TICKET-DISP
                               MOVE SPACES TO WS-LINEA-TICKET
                               STRING "            PRECIO POR CANTIDAD DESDE "
                                      WS-ESCALA-TICKET-DISP " UNIDADES"
                                   DELIMITED BY SIZE INTO WS-LINEA-TICKET
                               WRITE REG-TICKET FROM WS-LINEA-TICKET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FACTURA-TICKET

           DISPLAY "TICKET GENERADO: factura_ticket.txt" LINE 22 COL 03
           PERFORM ENVIAR-FACTURA-CORREO.

       ENVIAR-FACTURA-CORREO.
      *> Copia del ticket al correo de contacto del cliente (la
      *> entrega la hace CORREO01 en la corrida nocturna)
           MOVE FAC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CLI-CON-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ENVIA-CORREO
           DISPLAY "ENVIAR COPIA POR CORREO (S/N)? " LINE 23 COL 03
           ACCEPT WS-ENVIA-CORREO LINE 23 COL 35
           IF FUNCTION UPPER-CASE(WS-ENVIA-CORREO) NOT = "S"
               DISPLAY " " LINE 23 COL 01 ERASE EOL
               EXIT PARAGRAPH
           END-IF
           MOVE CLI-ID TO WS-COR-CLI-ID
           MOVE "F" TO WS-COR-TIPO
           MOVE FAC-NRO TO WS-COR-DOC-NRO
           MOVE CLI-CON-EMAIL TO WS-COR-PARA
           MOVE SPACES TO WS-COR-ASUNTO WS-COR-CUERPO
           STRING "FACTURA " FAC-NRO
               DELIMITED BY SIZE INTO WS-COR-ASUNTO
           STRING "ADJUNTAMOS COPIA DE SU FACTURA " FAC-NRO " DEL "
                  FAC-FECHA ". GRACIAS POR SU COMPRA."
               DELIMITED BY SIZE INTO WS-COR-CUERPO
           MOVE "factura_ticket.txt" TO WS-COR-ORIGEN
           PERFORM ENCOLAR-CORREO
           EVALUATE WS-COR-RESULTADO
               WHEN "P"
                   DISPLAY "COPIA ENCOLADA PARA ENVIO POR CORREO    "
                           LINE 23 COL 03
               WHEN "N"
                   DISPLAY "CLIENTE SIN AUTORIZACION DE DATOS - SIN ENVIO"
                           LINE 23 COL 03
               WHEN OTHER
                   DISPLAY "CORREO DEL CLIENTE NO VALIDO - SIN ENVIO"
                           LINE 23 COL 03
           END-EVALUATE.

       ABRIR-ARCHIVOS.
           OPEN I-O COTIZACIONES
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
           CLOSE VENDEDORES
           CLOSE PERIODOS-CONTABLES
           CLOSE CUOTAS
           CLOSE CONSIG-PROV
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO
           CLOSE CONSUMO-CAPAS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE SESIONES-CAJA
           CLOSE SERIES
           CLOSE BLOQUEOS.

       ACUMULAR-CONSIGNACION.
           COPY "ACUMULAR-CONSIGNACION.cpy".

       CONSUMIR-CAPAS.
           COPY "CONSUMIR-CAPAS.cpy".

       END PROGRAM VENCOT02.
