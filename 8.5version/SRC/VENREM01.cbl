           COPY "remimp.sel".
           COPY "pickimp.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "categoria.sel".
           COPY "capacosto.sel".
           COPY "kardex.sel".
           COPY "parametros.sel".
           COPY "producto.sel".
           COPY "serie.sel".
           COPY "envase.sel".
           COPY "envmov.sel".
           COPY "direntrega.sel".
       DATA DIVISION.
       FILE SECTION.
           COPY "factura.fd".
           COPY "remimp.fd".
           COPY "pickimp.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "categoria.fd".
           COPY "capacosto.fd".
           COPY "kardex.fd".
           COPY "parametros.fd".
           COPY "producto.fd".
           COPY "serie.fd".
           COPY "envase.fd".
           COPY "envmov.fd".
           COPY "direntrega.fd".

       WORKING-STORAGE SECTION.
           COPY "PROVCSG.cpy".
           COPY "CAPAS.cpy".
           COPY "SESION.cpy".
           COPY "DIRENTREGA.cpy".
       01 ST-PRODUCTOS     PIC XX.
       01 ST-LOTES         PIC XX.
       01 ST-SERIES        PIC XX.
       01 WS-SERIE-CAPT    PIC X(20).
       01 WS-SERIE-IDX     PIC 9(03).
       01 WS-SERIE-OK      PIC X.
       01 WS-CANT-FALTANTE PIC S9(09)V999.
       01 WS-CANT-TOMADA   PIC 9(09)V999.
       01 WS-LOTE-ELEGIDO  PIC X(10).
       01 WS-VENCE-ELEGIDO PIC 9(08).
       01 WS-SW-LOTES      PIC X VALUE "N".
       01 ST-REMISIONDET   PIC XX.
       01 ST-NEXT-REM      PIC XX.
       01 ST-STOCK         PIC XX.
       01 ST-CATEGORIAS    PIC XX.
       01 ST-KARDEX        PIC XX.

       01 W-FAC-NRO        PIC 9(07).
       01 WS-FAC-OK        PIC X VALUE "N".
       01 WS-REM-NRO       PIC 9(07).
       01 WS-ITEM-REM      PIC 9(03).
       01 WS-CANT-DESP     PIC 9(05)V999.
       01 W-CANT-DESP-TXT  PIC X(10).
       01 WS-CANT-DESP-OK  PIC X.
       01 WS-CANT-DISP     PIC Z(4)9.999.
       01 WS-HAY-DESPACHO  PIC X VALUE "N".

       01 WS-SW-DETALLES   PIC X VALUE "N".
             10 T-DET-ITEM   PIC 9(03).
             10 T-PROD-ID    PIC X(10).
             10 T-DESCRIP    PIC X(30).
             10 T-CANT-FACT  PIC 9(05)V999.
             10 T-CANT-REMIT PIC 9(05)V999.
             10 T-PENDIENTE  PIC 9(05)V999.

       01 WS-TOT-PICK      PIC 99 VALUE 0.
       01 WS-PK-I          PIC 99.
             10 T-PK-UBICACION PIC X(08).
             10 T-PK-PROD-ID   PIC X(10).
             10 T-PK-DESCRIP   PIC X(30).
             10 T-PK-CANT      PIC 9(05)V999.
       01 WS-PK-TEMP.
          05 WS-PK-UBICACION PIC X(08).
          05 WS-PK-PROD-ID   PIC X(10).
          05 WS-PK-DESCRIP   PIC X(30).
          05 WS-PK-CANT      PIC 9(05)V999.
       01 WS-LINEA-PICK    PIC X(80).

       COPY "PARAMETROS.cpy".
           END-READ
           DISPLAY "CLIENTE: " LINE 06 COL 03
           DISPLAY CLI-NOMBRE  LINE 06 COL 12
           MOVE FAC-CLI-ID      TO WS-DEN-CLI-ID
           MOVE FAC-DIR-ENTREGA TO WS-DEN-CODIGO
           PERFORM LEER-DIR-ENTREGA
           DISPLAY "ENTREGA: " LINE 06 COL 44
           DISPLAY WS-DEN-DIRECCION(1:27) LINE 06 COL 53
           MOVE "S" TO WS-FAC-OK.

       LEER-DIR-ENTREGA.
           COPY "LEER-DIR-ENTREGA.cpy".

       CARGAR-PENDIENTES.
           MOVE 0 TO WS-TOT-LINEAS
           SET NO-FIN-DETALLES TO TRUE
           END-PERFORM.

       MOSTRAR-PENDIENTES.
           DISPLAY "ITEM PRODUCTO   DESCRIPCION                       FACT     REMIT      PEND"
                   LINE 08 COL 03
           MOVE 9 TO WS-FILA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               DISPLAY T-DET-ITEM(WS-IDX)   LINE WS-FILA COL 03
               DISPLAY T-PROD-ID(WS-IDX)    LINE WS-FILA COL 08
               DISPLAY T-DESCRIP(WS-IDX)    LINE WS-FILA COL 19
               MOVE T-CANT-FACT(WS-IDX)  TO WS-CANT-DISP
               DISPLAY WS-CANT-DISP         LINE WS-FILA COL 48
               MOVE T-CANT-REMIT(WS-IDX) TO WS-CANT-DISP
               DISPLAY WS-CANT-DISP         LINE WS-FILA COL 58
               MOVE T-PENDIENTE(WS-IDX)  TO WS-CANT-DISP
               DISPLAY WS-CANT-DISP         LINE WS-FILA COL 68
               ADD 1 TO WS-FILA
           END-PERFORM.

                   DISPLAY "CANTIDAD A DESPACHAR DE " LINE 18 COL 03
                   DISPLAY T-PROD-ID(WS-IDX) LINE 18 COL 28
                   DISPLAY "(0=OMITIR, MAX " LINE 18 COL 40
                   MOVE T-PENDIENTE(WS-IDX) TO WS-CANT-DISP
                   DISPLAY WS-CANT-DISP LINE 18 COL 55
                   DISPLAY "): " LINE 18 COL 64
                   MOVE "N" TO WS-CANT-DESP-OK
                   PERFORM UNTIL WS-CANT-DESP-OK = "S"
                       MOVE 0 TO WS-CANT-DESP
                       MOVE SPACES TO W-CANT-DESP-TXT
                       ACCEPT W-CANT-DESP-TXT LINE 18 COL 67
                       IF FUNCTION TEST-NUMVAL(W-CANT-DESP-TXT) = 0
                           COMPUTE WS-CANT-DESP =
                               FUNCTION NUMVAL(W-CANT-DESP-TXT)
                       END-IF
                       IF WS-CANT-DESP > T-PENDIENTE(WS-IDX)
                           MOVE T-PENDIENTE(WS-IDX) TO WS-CANT-DESP
                       END-IF
                       PERFORM VALIDAR-CANT-DESPACHO
                   END-PERFORM
                   IF WS-CANT-DESP > 0
                       PERFORM DESPACHAR-LINEA
                   END-IF
           SET REM-NO-EN-RUTA TO TRUE
           WRITE REMISION-REG.

       VALIDAR-CANT-DESPACHO.
           *> Solo lo que se vende por peso o medida admite decimales;
           *> lo serializado se despacha siempre por unidad entera
           MOVE "S" TO WS-CANT-DESP-OK
           IF WS-CANT-DESP = FUNCTION INTEGER-PART(WS-CANT-DESP)
               DISPLAY " " LINE 19 COL 01 ERASE EOL
               EXIT PARAGRAPH
           END-IF
           MOVE T-PROD-ID(WS-IDX) TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY INITIALIZE PRODUCTO-REG
           END-READ
           IF NOT PRD-VENTA-FRACCION OR PRD-CON-SERIE
               MOVE "N" TO WS-CANT-DESP-OK
               DISPLAY "PRODUCTO SE DESPACHA POR UNIDAD ENTERA"
                   LINE 19 COL 03 ERASE EOL
           ELSE
               DISPLAY " " LINE 19 COL 01 ERASE EOL
           END-IF.

       DESPACHAR-LINEA.
           MOVE "S" TO WS-HAY-DESPACHO
           ADD 1 TO WS-ITEM-REM
               MOVE 0 TO STK-RESERVADA
           END-IF
           REWRITE STOCK-REG
           PERFORM ACUMULAR-CONSIGNACION

           MOVE RMD-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-CANT-DESP TO WS-CPA-CANTIDAD
           MOVE SPACES TO WS-CPA-REFERENCIA
           STRING "REM" WS-REM-NRO DELIMITED BY SIZE
               INTO WS-CPA-REFERENCIA
           MOVE W-FAC-NRO TO WS-CPA-FAC-NRO
           PERFORM CONSUMIR-CAPAS
           IF PRD-CON-LOTE
               PERFORM CONSUMIR-LOTES-FEFO
           ELSE
               TO WS-LINEA-PICK
           WRITE REG-PICK-TICKET FROM WS-LINEA-PICK
           PERFORM VARYING WS-PK-I FROM 1 BY 1 UNTIL WS-PK-I > WS-TOT-PICK
               MOVE T-PK-CANT(WS-PK-I) TO WS-CANT-DISP
               MOVE SPACES TO WS-LINEA-PICK
               STRING T-PK-UBICACION(WS-PK-I) "  "
                      T-PK-PROD-ID(WS-PK-I) " "
                      T-PK-DESCRIP(WS-PK-I) " "
                      WS-CANT-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-PICK
               WRITE REG-PICK-TICKET FROM WS-LINEA-PICK
           END-PERFORM
               INTO WS-LINEA-TICKET
           WRITE REG-REM-TICKET FROM WS-LINEA-TICKET

      *> Se despacha al punto de entrega elegido en la factura (o a la
      *> direccion del cliente si no tiene)
           IF FAC-DIR-ENTREGA NOT = SPACES
               MOVE SPACES TO WS-LINEA-TICKET
               STRING "PUNTO ENTREGA: " FAC-DIR-ENTREGA " " DEN-NOMBRE
                   DELIMITED BY SIZE INTO WS-LINEA-TICKET
               WRITE REG-REM-TICKET FROM WS-LINEA-TICKET
           END-IF

           MOVE SPACES TO WS-LINEA-TICKET
           STRING "DIRECCION    : " WS-DEN-DIRECCION DELIMITED BY SIZE
               INTO WS-LINEA-TICKET
           WRITE REG-REM-TICKET FROM WS-LINEA-TICKET

           IF WS-DEN-CIUDAD NOT = SPACES
               MOVE SPACES TO WS-LINEA-TICKET
               STRING "CIUDAD       : " WS-DEN-CIUDAD DELIMITED BY SIZE
                   INTO WS-LINEA-TICKET
               WRITE REG-REM-TICKET FROM WS-LINEA-TICKET
           END-IF

           MOVE SPACES TO WS-LINEA-TICKET
           STRING "CONTACTO     : " WS-DEN-CONTACTO " TEL " WS-DEN-TELEFONO
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           WRITE REG-REM-TICKET FROM WS-LINEA-TICKET

           IF WS-DEN-HORARIO NOT = SPACES
               MOVE SPACES TO WS-LINEA-TICKET
               STRING "HORARIO      : " WS-DEN-HORARIO DELIMITED BY SIZE
                   INTO WS-LINEA-TICKET
               WRITE REG-REM-TICKET FROM WS-LINEA-TICKET
           END-IF

           MOVE ALL "-" TO WS-LINEA-TICKET
           WRITE REG-REM-TICKET FROM WS-LINEA-TICKET

                       IF RMD-REM-NRO NOT = WS-REM-NRO
                           SET FIN-REMDET TO TRUE
                       ELSE
                           MOVE RMD-CANT TO WS-CANT-DISP
                           MOVE SPACES TO WS-LINEA-TICKET
                           STRING RMD-PROD-ID   " "
                                  RMD-DESCRIP   " "
                                  WS-CANT-DISP
                               DELIMITED BY SIZE INTO WS-LINEA-TICKET
                           WRITE REG-REM-TICKET FROM WS-LINEA-TICKET
                       END-IF
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
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN I-O SERIES
           END-IF

           OPEN INPUT DIRECCIONES-ENTREGA
           IF ST-DIRENTREGA = "35"
               OPEN OUTPUT DIRECCIONES-ENTREGA
               CLOSE DIRECCIONES-ENTREGA
               OPEN INPUT DIRECCIONES-ENTREGA
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE REMISIONES
           CLOSE REMISIONDET
           CLOSE NEXT-REM-NRO
           CLOSE CONSIG-PROV
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO
           CLOSE CONSUMO-CAPAS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE PRODUCTOS
           CLOSE LOTES
           CLOSE SERIES
           CLOSE DIRECCIONES-ENTREGA.

       ACUMULAR-CONSIGNACION.
           COPY "ACUMULAR-CONSIGNACION.cpy".

       CONSUMIR-CAPAS.
           COPY "CONSUMIR-CAPAS.cpy".

       END PROGRAM VENREM01.
