      *> *           una o varias sesiones (parciales), actualiza stock,
      *> *           kardex y costo promedio, cierra la orden cuando
      *> *           todas las lineas quedan completas, y lista las
      *> *           ordenes abiertas con su antiguedad por proveedor.
      *> *           La orden puede recibirse en consignacion del
      *> *           proveedor: el stock entra marcado como consignado
      *> *           (STK-CONSIGNADA y CONSIG-PROV) sin tocar el costo
      *> *           promedio; la liquidacion de lo vendido y las
      *> *           devoluciones van por CSGPRV01 (opcion 3).
      *> *           Los productos de categoria FIFO abren ademas una
      *> *           capa de costo por cada recepcion.
      *> *           Si el proveedor confirmo la orden o envio su aviso
      *> *           de despacho (ASN, COMPRA12) se propone por linea la
      *> *           cantidad despachada.
      *> *           Los productos o proveedores marcados para inspeccion
      *> *           no entran al stock vendible: lo recibido queda
      *> *           retenido en INSPECCION hasta que la inspeccion de
      *> *           calidad (COMPRA13, opcion 4) lo acepte o rechace
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRA06.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "compra.sel".
           COPY "proveedor.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "bodega.sel".
           COPY "kardex.sel".
           COPY "prodprov.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "categoria.sel".
           COPY "capacosto.sel".
           COPY "inspec.sel".

           SELECT ASIGNA-PLANO
               ASSIGN TO "asignaciones.txt"
           COPY "proveedor.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "bodega.fd".
           COPY "kardex.fd".
           COPY "prodprov.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "categoria.fd".
           COPY "capacosto.fd".
           COPY "inspec.fd".

       FD  ASIGNA-PLANO.
       01  REG-ASIGNA-PLANO   PIC X(200).
       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "PROVCSG.cpy".
       COPY "CAPAS.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CATEGORIAS     PIC XX.
       01 ST-PEDIDOS        PIC XX.
       01 ST-PEDIDOSDET     PIC XX.
       01 ST-INSPEC         PIC XX.
       01 WS-PROV-INSPECCION PIC X VALUE "N".
       01 WS-A-INSPECCION   PIC X VALUE "N".
       01 WS-INS-NRO-MAX    PIC 9(07).
       01 WS-SW-BACKORD     PIC X VALUE "N".
          88 FIN-BACKORD       VALUE "S".
          88 NO-FIN-BACKORD    VALUE "N".
       01 W-COM-NRO         PIC 9(07).
       01 WS-COMPRA-OK      PIC X VALUE "N".
       01 WS-BODEGA-RECEPCION PIC X(04).
       01 WS-EN-CONSIGNACION PIC X.
       01 WS-CON-ASN        PIC X VALUE "N".
       01 WS-CANT-RECIBIR   PIC 9(03).
       01 WS-FACTOR-REC     PIC 9(05).
       01 WS-CANT-VENTA     PIC 9(09).
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".
       COPY "TECLAS.cpy".
       01 WS-KEY           PIC 9(4).
       COPY "BUSQUEDA.cpy".

       PROCEDURE DIVISION.

                       WITH REVERSE-VIDEO
               DISPLAY "1. RECIBIR ORDEN (TOTAL O PARCIAL)" LINE 05 COL 10
               DISPLAY "2. ORDENES DE COMPRA ABIERTAS" LINE 06 COL 10
               DISPLAY "3. CONSIGNACION DE PROVEEDORES" LINE 07 COL 10
               DISPLAY "4. INSPECCION DE CALIDAD" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM RECIBIR-ORDEN
                   WHEN "2"
                       PERFORM LISTAR-ORDENES-ABIERTAS
                   WHEN "3"
                       CALL "CSGPRV01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                       LINE 20 COL 10
                               ACCEPT WS-PAUSA LINE 20 COL 38
                       END-CALL
                       CANCEL "CSGPRV01"
                   WHEN "4"
      *> COMPRA13 mueve stock, kardex, lotes y series: se le dejan
      *> los archivos
                       PERFORM CERRAR-ARCHIVOS
                       CALL "COMPRA13"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                       LINE 20 COL 10
                               ACCEPT WS-PAUSA LINE 20 COL 38
                       END-CALL
                       CANCEL "COMPRA13"
                       PERFORM ABRIR-ARCHIVOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF
           OPEN I-O CONSIG-PROV
           IF ST-PROVCSG = "35"
               OPEN OUTPUT CONSIG-PROV
               CLOSE CONSIG-PROV
               OPEN I-O CONSIG-PROV
           END-IF
           OPEN INPUT BODEGAS
           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN I-O SERIES
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
           OPEN I-O INSPECCION
           IF ST-INSPEC = "35"
               OPEN OUTPUT INSPECCION
               CLOSE INSPECCION
               OPEN I-O INSPECCION
           END-IF.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

           CLOSE PROVEEDORES
           CLOSE PRODUCTOS
           CLOSE STOCK
           CLOSE CONSIG-PROV
           CLOSE BODEGAS
           CLOSE KARDEX
           CLOSE PRODPROV
           CLOSE PEDIDOS
           CLOSE PEDIDOSDET
           CLOSE LOTES
           CLOSE SERIES
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO
           CLOSE INSPECCION.

       RECIBIR-ORDEN.
           MOVE "N" TO WS-COMPRA-OK
               EXIT PARAGRAPH
           END-IF

      *> Confirmacion/ASN del proveedor aun sin recibir: sus
      *> cantidades se proponen en cada linea
           MOVE "N" TO WS-CON-ASN
           IF COM-CONFIRMADA OR COM-CON-ASN
               MOVE "S" TO WS-CON-ASN
               DISPLAY "ASN " LINE 11 COL 48
               DISPLAY COM-CONF-DOC LINE 11 COL 52
               IF COM-CONF-CON-DIF
                   DISPLAY "*DIF*" LINE 11 COL 68 WITH REVERSE-VIDEO
               END-IF
           END-IF

           MOVE "N" TO WS-PROV-INSPECCION
           MOVE COM-PROV-ID TO PROV-ID
           READ PROVEEDORES
               NOT INVALID KEY
                   IF PROV-CON-INSPECCION
                       MOVE "S" TO WS-PROV-INSPECCION
                   END-IF
           END-READ

           PERFORM INGRESO-BODEGA-RECEPCION
           PERFORM INGRESO-CONSIGNACION
           MOVE "N" TO WS-HAY-RECEPCION

           SET NO-FIN-DETALLES TO TRUE

       INGRESO-BODEGA-RECEPCION.
           DISPLAY "BODEGA DE RECEPCION: " LINE 12 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-BODEGA-RECEPCION LINE 12 COL 32
               IF WS-KEY = KEY-F2
                   SET BUS-BODEGAS TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY "ORDEN DE COMPRA A RECIBIR: " LINE 11 COL 10
                   DISPLAY W-COM-NRO LINE 11 COL 38
                   DISPLAY "BODEGA DE RECEPCION: " LINE 12 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO TO WS-BODEGA-RECEPCION
                       DISPLAY WS-BODEGA-RECEPCION LINE 12 COL 32
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-BODEGA-RECEPCION TO BOD-CODIGO
           READ BODEGAS
                   GO TO INGRESO-BODEGA-RECEPCION
           END-READ.

       INGRESO-CONSIGNACION.
      *> La primera recepcion decide si la orden es consignacion del
      *> proveedor; las parciales siguientes la heredan
           IF COM-EN-CONSIGNACION
               MOVE "S" TO WS-EN-CONSIGNACION
               DISPLAY "ORDEN EN CONSIGNACION DEL PROVEEDOR" LINE 13 COL 10
               EXIT PARAGRAPH
           END-IF
           IF COM-CONSIGNACION = "N"
               MOVE "N" TO WS-EN-CONSIGNACION
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EN-CONSIGNACION
           DISPLAY "RECEPCION EN CONSIGNACION DEL PROVEEDOR (S/N): "
                   LINE 13 COL 10
           ACCEPT WS-EN-CONSIGNACION LINE 13 COL 58
           MOVE FUNCTION UPPER-CASE(WS-EN-CONSIGNACION)
             TO WS-EN-CONSIGNACION
           IF WS-EN-CONSIGNACION NOT = "S"
               MOVE "N" TO WS-EN-CONSIGNACION
           END-IF.

       RECIBIR-LINEA-PARCIAL.
           COMPUTE WS-PENDIENTE = CDT-CANT - CDT-CANT-RECIBIDA
           IF WS-PENDIENTE <= 0
           DISPLAY WS-PENDIENTE LINE 14 COL 43
           DISPLAY "RECIBIR (0=OMITIR): " LINE 14 COL 50
           MOVE 0 TO WS-CANT-RECIBIR
           IF WS-CON-ASN = "S"
               IF CDT-CANT-CONF < WS-PENDIENTE
                   MOVE CDT-CANT-CONF TO WS-CANT-RECIBIR
               ELSE
                   MOVE WS-PENDIENTE TO WS-CANT-RECIBIR
               END-IF
               ACCEPT WS-CANT-RECIBIR LINE 14 COL 71 WITH UPDATE
           ELSE
               ACCEPT WS-CANT-RECIBIR LINE 14 COL 71
           END-IF
           IF WS-CANT-RECIBIR = 0
               EXIT PARAGRAPH
           END-IF
      *> Conversion de unidades: la orden viene en unidad de compra
      *> (cajas); el stock, kardex y lotes quedan en unidad de venta
           MOVE 1 TO WS-FACTOR-REC
           MOVE WS-PROV-INSPECCION TO WS-A-INSPECCION
           MOVE CDT-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   IF PRD-FACTOR-COMPRA > 1
                       MOVE PRD-FACTOR-COMPRA TO WS-FACTOR-REC
                   END-IF
                   IF PRD-CON-INSPECCION
                       MOVE "S" TO WS-A-INSPECCION
                   END-IF
           END-READ
           COMPUTE WS-CANT-VENTA = WS-CANT-RECIBIR * WS-FACTOR-REC
           COMPUTE WS-COSTO-UNIT-REC ROUNDED =
               CDT-PRECIO / WS-FACTOR-REC

           PERFORM CAPTURAR-LOTE

      *> Mercancia a inspeccion: la orden la da por recibida pero el
      *> stock, el costo, las series y los backorders esperan a que
      *> COMPRA13 acepte las unidades
           IF WS-A-INSPECCION = "S"
               PERFORM ENVIAR-A-INSPECCION
               ADD WS-CANT-RECIBIR TO CDT-CANT-RECIBIDA
               REWRITE COMPRADET-REG
               PERFORM ACTUALIZAR-CATALOGO-PROV
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURAR-SERIES

           MOVE CDT-PROD-ID TO STK-CODIGO
                   CONTINUE
           END-READ

      *> La mercancia consignada sigue siendo del proveedor: no entra
      *> al costo promedio y queda aparte en STK-CONSIGNADA
           IF WS-EN-CONSIGNACION = "S"
               ADD WS-CANT-VENTA TO STK-CONSIGNADA
               PERFORM REGISTRAR-CONSIGNACION-PROV
           ELSE
               PERFORM ACTUALIZAR-COSTO-PROMEDIO
               PERFORM ABRIR-CAPA-RECEPCION
           END-IF

           ADD WS-CANT-VENTA TO STK-CANTIDAD
           MOVE WS-BODEGA-RECEPCION TO STK-BODEGA
           MOVE 0 TO WS-LOTE-VENCE
           DISPLAY "VENCE (AAAAMMDD): " LINE 16 COL 40
           ACCEPT WS-LOTE-VENCE LINE 16 COL 59
      *> En inspeccion el lote se anota y entra a LOTES al aceptarse
           IF WS-A-INSPECCION = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE CDT-PROD-ID         TO LOT-PROD-ID
           MOVE WS-BODEGA-RECEPCION TO LOT-BODEGA
               END-READ
           END-PERFORM.

       ENVIAR-A-INSPECCION.
           MOVE 0 TO WS-INS-NRO-MAX
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO INS-NRO
           START INSPECCION KEY IS NOT LESS THAN INS-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ INSPECCION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE INS-NRO TO WS-INS-NRO-MAX
               END-READ
           END-PERFORM

           INITIALIZE INSPECCION-REG
           ADD 1 TO WS-INS-NRO-MAX
           MOVE WS-INS-NRO-MAX      TO INS-NRO
           MOVE W-COM-NRO           TO INS-COM-NRO
           MOVE CDT-ITEM            TO INS-CDT-ITEM
           MOVE COM-PROV-ID         TO INS-PROV-ID
           MOVE CDT-PROD-ID         TO INS-PROD-ID
           MOVE WS-BODEGA-RECEPCION TO INS-BODEGA
           MOVE FUNCTION CURRENT-DATE(1:8) TO INS-FECHA
           MOVE WS-CANT-RECIBIR     TO INS-CANT
           MOVE WS-FACTOR-REC       TO INS-FACTOR
           MOVE WS-COSTO-UNIT-REC   TO INS-COSTO-UNIT
           MOVE WS-EN-CONSIGNACION  TO INS-CONSIGNACION
           MOVE WS-LOTE-ACTUAL      TO INS-LOTE
           IF WS-LOTE-ACTUAL NOT = SPACES
               MOVE WS-LOTE-VENCE   TO INS-LOTE-VENCE
           END-IF
           MOVE WS-USUARIO-SESION   TO INS-USUARIO
           SET INS-PENDIENTE TO TRUE
           WRITE INSPECCION-REG

           DISPLAY " " LINE 18 COL 01 ERASE EOL
           DISPLAY "RETENIDO EN INSPECCION NRO " LINE 18 COL 10
           DISPLAY INS-NRO LINE 18 COL 37
           DISPLAY "(NO DISPONIBLE HASTA INSPECCIONAR)" LINE 18 COL 45.

       REGISTRAR-CONSIGNACION-PROV.
      *> Saldo del proveedor en el producto, al costo pactado en la
      *> orden (en unidad de venta)
           MOVE COM-PROV-ID TO PCS-PROV-ID
           MOVE CDT-PROD-ID TO PCS-PROD-ID
           READ CONSIG-PROV
               INVALID KEY
                   INITIALIZE CONSIG-PROV-REG
                   MOVE COM-PROV-ID TO PCS-PROV-ID
                   MOVE CDT-PROD-ID TO PCS-PROD-ID
                   MOVE CDT-PROD-ID TO PCS-PRODUCTO
                   WRITE CONSIG-PROV-REG
           END-READ
           MOVE WS-COSTO-UNIT-REC TO PCS-COSTO
           ADD WS-CANT-VENTA TO PCS-SALDO PCS-TOT-RECIB
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCS-FECHA-REC
           REWRITE CONSIG-PROV-REG.

       ACTUALIZAR-COSTO-PROMEDIO.
           *> Promedio ponderado con el costo de la linea (CDT-PRECIO)
           MOVE CDT-PROD-ID TO PRD-CODIGO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRD-FECHA-COSTO
           REWRITE PRODUCTO-REG.

      *> Producto de categoria FIFO: la recepcion abre su capa de
      *> costo; COSTIM01 le suma despues los costos de importacion
       ABRIR-CAPA-RECEPCION.
           MOVE CDT-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CANT-VENTA     TO WS-CPA-CANTIDAD
           MOVE WS-COSTO-UNIT-REC TO WS-CPA-COSTO-UNIT
           MOVE W-COM-NRO         TO WS-CPA-COM-NRO
           MOVE SPACES TO WS-CPA-ORIGEN
           STRING "OC" W-COM-NRO DELIMITED BY SIZE
               INTO WS-CPA-ORIGEN
           PERFORM CREAR-CAPA.

       CREAR-CAPA.
           COPY "CREAR-CAPA.cpy".

       GRABAR-KARDEX-RECEPCION.
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE CDT-PROD-ID TO KAR-PROD-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-EN-CONSIGNACION TO COM-CONSIGNACION
           IF WS-CON-ASN = "S"
               SET COM-CONF-RECIBIDA TO TRUE
           END-IF
           IF WS-ORDEN-COMPLETA = "S"
               SET COM-RECIBIDA TO TRUE
               DISPLAY "ORDEN COMPLETA - MARCADA RECIBIDA" LINE 19 COL 10
      *> La mercancia en consignacion no es del almacen: no genera
      *> cuenta por pagar hasta que se vende y se liquida al proveedor
               IF NOT COM-EN-CONSIGNACION
                   MOVE "C" TO WS-CLC-TIPO-DOC
                   MOVE COM-NRO TO WS-CLC-DOC-NRO
                   MOVE "P" TO WS-CLC-ACCION
                   MOVE "COMPRA06" TO WS-CLC-PROGRAMA
                   PERFORM ENCOLAR-ASIENTO
               END-IF
           ELSE
               SET COM-PARCIAL TO TRUE
               DISPLAY "ORDEN QUEDA PARCIAL - FALTAN CANTIDADES" LINE 19 COL 10
           DISPLAY WS-CANT-ABIERTAS LINE 23 COL 29
           ACCEPT WS-PAUSA LINE 23 COL 40.

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       END PROGRAM COMPRA06.
