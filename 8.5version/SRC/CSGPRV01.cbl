       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Consignacion de Proveedores: mercancia del
      *> *           proveedor en nuestras bodegas (recibida por COMPRA06
      *> *           en consignacion). Consulta del saldo por proveedor,
      *> *           devolucion al proveedor de lo no vendido (stock y
      *> *           kardex) y liquidacion periodica: genera la factura
      *> *           de proveedor (FACTURAS-PROV) por lo vendido al
      *> *           costo pactado y lista lo devuelto, al spool. Se
      *> *           llama desde COMPRA06
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSGPRV01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "provcsg.sel".
           COPY "proveedor.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "kardex.sel".
           COPY "provfac.sel".
           COPY "pfcctrl.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "provcsg.fd".
           COPY "proveedor.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "kardex.fd".
           COPY "provfac.fd".
           COPY "pfcctrl.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "PROVCSG.cpy".
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       01 ST-PROVEEDORES    PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-NEXT-PFC       PIC XX.
       01 ST-SESION         PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESP           PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".

      *> Captura
       01 W-PROV-ID         PIC 9(07).
       01 W-PROD            PIC X(10).
       01 W-CANT            PIC 9(07)V999.
       01 W-DIAS-PLAZO      PIC 9(03).

      *> Liquidacion
       01 WS-PROV-CORTE     PIC 9(07).
       01 WS-HAY-PROV       PIC X.
       01 WS-BASE-PROV      PIC S9(9)V99.
       01 WS-IVA-PROV       PIC S9(9)V99.
       01 WS-VALOR-LINEA    PIC S9(9)V99.
       01 WS-IVA-LINEA      PIC S9(9)V99.
       01 WS-TOT-FACTURAS   PIC 9(05).
       01 WS-TOT-LIQUIDADO  PIC S9(11)V99.
       01 WS-PFC-NRO        PIC 9(07).
       01 WS-VENCE-INT      PIC 9(09).
       01 WS-DESC           PIC X(25).

      *> Kardex
       01 WS-KAR-SECUENCIA  PIC 9(05).
       01 WS-REFERENCIA     PIC X(10).

       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-EDIT-CANT      PIC Z(8)9.999.
       01 WS-EDIT-COSTO     PIC Z(8)9.99.
       01 WS-EDIT-VALOR     PIC -(9)9.99.
       01 WS-EDIT-NRO       PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CONSIGNACION DE PROVEEDORES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. SALDO CONSIGNADO DE UN PROVEEDOR" LINE 04 COL 10
               DISPLAY "2. DEVOLUCION AL PROVEEDOR" LINE 05 COL 10
               DISPLAY "3. LIQUIDACION DE LO VENDIDO (FACTURAS PROV)"
                       LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM CONSULTAR-SALDO
                       IF W-PROV-ID NOT = 0
                           ACCEPT WS-PAUSA LINE 23 COL 10
                       END-IF
                   WHEN "2"
                       PERFORM DEVOLVER-PROVEEDOR
                   WHEN "3"
                       PERFORM LIQUIDAR-CONSIGNACION
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ACUMULAR-CONSIGNACION.
           COPY "ACUMULAR-CONSIGNACION.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O CONSIG-PROV
           IF ST-PROVCSG = "35"
               OPEN OUTPUT CONSIG-PROV
               CLOSE CONSIG-PROV
               OPEN I-O CONSIG-PROV
           END-IF

           OPEN INPUT PROVEEDORES
           OPEN INPUT PRODUCTOS

           OPEN I-O STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF

           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF

           OPEN I-O FACTURAS-PROV
           IF ST-PROVFAC = "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN I-O FACTURAS-PROV
           END-IF

           OPEN I-O NEXT-PFC-NRO
           IF ST-NEXT-PFC = "35"
               OPEN OUTPUT NEXT-PFC-NRO
               CLOSE NEXT-PFC-NRO
               OPEN I-O NEXT-PFC-NRO
               MOVE "1" TO PNC-CLAVE
               MOVE 0   TO PNC-ULTIMO-NRO
               WRITE NEXT-PFC-NRO-REG
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CONSIG-PROV
           CLOSE PROVEEDORES
           CLOSE PRODUCTOS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE FACTURAS-PROV
           CLOSE NEXT-PFC-NRO.

      *> ------------------------------------------------------------
      *> Saldo del proveedor: lo que sigue en bodega, lo vendido y lo
      *> devuelto pendientes de liquidar, al costo pactado
      *> ------------------------------------------------------------
       CONSULTAR-SALDO.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-PROV-ID
           DISPLAY "PROVEEDOR (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-PROV-ID LINE 11 COL 33
           IF W-PROV-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "PROVEEDOR NO EXISTE" LINE 22 COL 10
                   MOVE 0 TO W-PROV-ID
                   ACCEPT WS-PAUSA LINE 22 COL 31
                   EXIT PARAGRAPH
           END-READ
           DISPLAY PROV-NOMBRE LINE 11 COL 42

           DISPLAY "PRODUCTO   EN BODEGA      VENDIDO PEND   DEVUELTO PEND   COSTO"
                   LINE 13 COL 05
           MOVE 14 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE W-PROV-ID TO PCS-PROV-ID
           MOVE LOW-VALUES TO PCS-PROD-ID
           START CONSIG-PROV KEY IS NOT LESS THAN PCS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 21
               READ CONSIG-PROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF PCS-PROV-ID NOT = W-PROV-ID
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF PCS-SALDO > 0 OR PCS-VEND-PEND > 0
                              OR PCS-DEV-PEND > 0
                               DISPLAY PCS-PROD-ID LINE WS-FILA COL 05
                               MOVE PCS-SALDO TO WS-EDIT-CANT
                               DISPLAY WS-EDIT-CANT LINE WS-FILA COL 15
                               MOVE PCS-VEND-PEND TO WS-EDIT-CANT
                               DISPLAY WS-EDIT-CANT LINE WS-FILA COL 30
                               MOVE PCS-DEV-PEND TO WS-EDIT-CANT
                               DISPLAY WS-EDIT-CANT LINE WS-FILA COL 46
                               MOVE PCS-COSTO TO WS-EDIT-COSTO
                               DISPLAY WS-EDIT-COSTO LINE WS-FILA COL 62
                               ADD 1 TO WS-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Devolucion de lo no vendido: sale del stock (de la parte
      *> consignada) con kardex y queda pendiente de listar en la
      *> proxima liquidacion
      *> ------------------------------------------------------------
       DEVOLVER-PROVEEDOR.
           PERFORM CONSULTAR-SALDO
           IF W-PROV-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-PROD
           DISPLAY "PRODUCTO A DEVOLVER: " LINE 22 COL 05
           ACCEPT W-PROD LINE 22 COL 27
           IF W-PROD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE W-PROD TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   DISPLAY "PRODUCTO NO EXISTE" LINE 23 COL 05
                   ACCEPT WS-PAUSA LINE 23 COL 25
                   EXIT PARAGRAPH
           END-READ
           MOVE W-PROV-ID  TO PCS-PROV-ID
           MOVE PRD-CODIGO TO PCS-PROD-ID
           READ CONSIG-PROV
               INVALID KEY
                   DISPLAY "EL PROVEEDOR NO TIENE ESE PRODUCTO EN CONSIGNACION"
                           LINE 23 COL 05
                   ACCEPT WS-PAUSA LINE 23 COL 57
                   EXIT PARAGRAPH
           END-READ

           MOVE 0 TO W-CANT
           DISPLAY "CANTIDAD: " LINE 22 COL 40
           ACCEPT W-CANT LINE 22 COL 51
           IF W-CANT = 0
               EXIT PARAGRAPH
           END-IF
           IF W-CANT > PCS-SALDO
               MOVE PCS-SALDO TO WS-EDIT-CANT
               DISPLAY "SOLO QUEDAN EN BODEGA: " LINE 23 COL 05
               DISPLAY WS-EDIT-CANT LINE 23 COL 28
               ACCEPT WS-PAUSA LINE 23 COL 45
               EXIT PARAGRAPH
           END-IF

           MOVE PCS-PROD-ID TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   DISPLAY "SIN REGISTRO DE STOCK" LINE 23 COL 05
                   ACCEPT WS-PAUSA LINE 23 COL 28
                   EXIT PARAGRAPH
           END-READ
           IF W-CANT > STK-CONSIGNADA
               DISPLAY "EL STOCK CONSIGNADO NO ALCANZA" LINE 23 COL 05
               ACCEPT WS-PAUSA LINE 23 COL 37
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RESP
           DISPLAY "CONFIRMA LA DEVOLUCION (S/N): " LINE 23 COL 05
           ACCEPT WS-RESP LINE 23 COL 36
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           SUBTRACT W-CANT FROM STK-CANTIDAD STK-CONSIGNADA
           MOVE FUNCTION CURRENT-DATE(1:8) TO STK-FECHA-ACT
           REWRITE STOCK-REG

           MOVE SPACES TO WS-REFERENCIA
           STRING "DCP" W-PROV-ID DELIMITED BY SIZE INTO WS-REFERENCIA
           PERFORM GRABAR-KARDEX-DEVOLUCION

           SUBTRACT W-CANT FROM PCS-SALDO
           ADD W-CANT TO PCS-DEV-PEND PCS-TOT-DEV
           REWRITE CONSIG-PROV-REG

           DISPLAY " " LINE 23 COL 01 ERASE EOL
           DISPLAY "DEVOLUCION REGISTRADA" LINE 23 COL 05
           ACCEPT WS-PAUSA LINE 23 COL 28.

       GRABAR-KARDEX-DEVOLUCION.
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE STK-CODIGO TO KAR-PROD-ID
           MOVE 0 TO KAR-SECUENCIA
           SET NO-FIN-KARDEX TO TRUE
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-KARDEX TO TRUE
           END-START
           PERFORM UNTIL FIN-KARDEX
               READ KARDEX NEXT RECORD
                   AT END SET FIN-KARDEX TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = STK-CODIGO
                           SET FIN-KARDEX TO TRUE
                       ELSE
                           MOVE KAR-SECUENCIA TO WS-KAR-SECUENCIA
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-KAR-SECUENCIA
           MOVE STK-CODIGO       TO KAR-PROD-ID
           MOVE WS-KAR-SECUENCIA TO KAR-SECUENCIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO KAR-FECHA
           MOVE "S"              TO KAR-TIPO
           MOVE W-CANT           TO KAR-CANTIDAD
           MOVE STK-CANTIDAD     TO KAR-SALDO
           MOVE STK-BODEGA       TO KAR-BODEGA
           MOVE WS-REFERENCIA    TO KAR-REFERENCIA
           MOVE SPACES           TO KAR-LOTE
           WRITE KARDEX-REG.

      *> ------------------------------------------------------------
      *> Liquidacion: primero recoge las salidas que aun no se habian
      *> atribuido (STK-CONSIGNADA por encima de la existencia); luego,
      *> por proveedor, factura lo vendido al costo pactado mas IVA y
      *> lista lo devuelto, y deja los pendientes en cero
      *> ------------------------------------------------------------
       LIQUIDAR-CONSIGNACION.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 30 TO W-DIAS-PLAZO
           DISPLAY "DIAS DE PLAZO DE LAS FACTURAS: " LINE 11 COL 10
           ACCEPT W-DIAS-PLAZO LINE 11 COL 42
           IF W-DIAS-PLAZO = 0
               MOVE 30 TO W-DIAS-PLAZO
           END-IF
           MOVE "N" TO WS-RESP
           DISPLAY "CONFIRMA LA LIQUIDACION (S/N): " LINE 12 COL 10
           ACCEPT WS-RESP LINE 12 COL 42
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM BARRER-STOCK-CONSIGNADO

           OPEN OUTPUT PROVCSG-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-FACTURAS WS-TOT-LIQUIDADO
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION
           MOVE SPACES TO WS-LINEA-REP
           STRING "LIQUIDACION DE CONSIGNACION DE PROVEEDORES AL "
                  FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION

           MOVE 0 TO WS-PROV-CORTE
           MOVE "N" TO WS-HAY-PROV
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO PCS-CLAVE
           START CONSIG-PROV KEY IS NOT LESS THAN PCS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CONSIG-PROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF PCS-VEND-PEND > 0 OR PCS-DEV-PEND > 0
                           IF WS-HAY-PROV = "S"
                              AND PCS-PROV-ID NOT = WS-PROV-CORTE
                               PERFORM CERRAR-PROVEEDOR
                           END-IF
                           IF WS-HAY-PROV = "N"
                               PERFORM ABRIR-PROVEEDOR
                           END-IF
                           PERFORM LIQUIDAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HAY-PROV = "S"
               PERFORM CERRAR-PROVEEDOR
           END-IF

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION
           MOVE WS-TOT-FACTURAS TO WS-EDIT-NRO
           MOVE WS-TOT-LIQUIDADO TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           STRING "FACTURAS GENERADAS: " WS-EDIT-NRO
                  "   TOTAL LIQUIDADO: " WS-EDIT-VALOR
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION
           CLOSE PROVCSG-PLANO

           MOVE "LIQCONSIG" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "liqconsig.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "FACTURAS DE PROVEEDOR GENERADAS: " LINE 14 COL 10
           DISPLAY WS-EDIT-NRO LINE 14 COL 44
           DISPLAY "TOTAL LIQUIDADO: " LINE 15 COL 10
           DISPLAY WS-EDIT-VALOR LINE 15 COL 28
           DISPLAY "REPORTE 'liqconsig.txt' ENVIADO AL SPOOL"
                   LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 52.

       BARRER-STOCK-CONSIGNADO.
      *> Salidas de stock que no pasan por la venta (despachos,
      *> armado de kits, ajustes) tambien consumen lo consignado
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO STK-CODIGO
           START STOCK KEY IS NOT LESS THAN STK-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ STOCK NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF STK-CONSIGNADA > STK-CANTIDAD
                           PERFORM ACUMULAR-CONSIGNACION
                       END-IF
               END-READ
           END-PERFORM.

       ABRIR-PROVEEDOR.
           MOVE PCS-PROV-ID TO WS-PROV-CORTE
           MOVE "S" TO WS-HAY-PROV
           MOVE 0 TO WS-BASE-PROV WS-IVA-PROV
           MOVE PCS-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY MOVE SPACES TO PROV-NOMBRE
           END-READ
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION
           MOVE SPACES TO WS-LINEA-REP
           STRING "PROVEEDOR " PCS-PROV-ID " " PROV-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION
           MOVE "  PRODUCTO   DESCRIPCION                   VENDIDO      COSTO PACT          VALOR       DEVUELTO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION.

       LIQUIDAR-LINEA.
           MOVE PCS-PROD-ID TO PRD-CODIGO
           MOVE SPACES TO WS-DESC
           MOVE 0 TO PRD-IVA
           READ PRODUCTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PRD-DESCRIPCION TO WS-DESC
           END-READ
           COMPUTE WS-VALOR-LINEA ROUNDED = PCS-VEND-PEND * PCS-COSTO
           COMPUTE WS-IVA-LINEA ROUNDED = WS-VALOR-LINEA * PRD-IVA / 100
           ADD WS-VALOR-LINEA TO WS-BASE-PROV
           ADD WS-IVA-LINEA   TO WS-IVA-PROV

           MOVE SPACES TO WS-LINEA-REP
           MOVE PCS-VEND-PEND TO WS-EDIT-CANT
           MOVE PCS-COSTO     TO WS-EDIT-COSTO
           MOVE WS-VALOR-LINEA TO WS-EDIT-VALOR
           STRING "  " PCS-PROD-ID " " WS-DESC " " WS-EDIT-CANT " "
                  WS-EDIT-COSTO " " WS-EDIT-VALOR
               DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE PCS-DEV-PEND TO WS-EDIT-CANT
           MOVE WS-EDIT-CANT TO WS-LINEA-REP(93:13)
           PERFORM ESCRIBIR-LIQUIDACION

           MOVE 0 TO PCS-VEND-PEND PCS-DEV-PEND
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCS-FECHA-LIQ
           REWRITE CONSIG-PROV-REG.

       CERRAR-PROVEEDOR.
           MOVE "N" TO WS-HAY-PROV
           IF WS-BASE-PROV = 0
               MOVE "  SOLO DEVOLUCIONES - SIN FACTURA" TO WS-LINEA-REP
               PERFORM ESCRIBIR-LIQUIDACION
               EXIT PARAGRAPH
           END-IF

           MOVE "1" TO PNC-CLAVE
           READ NEXT-PFC-NRO KEY IS PNC-CLAVE
               INVALID KEY
                   MOVE 0 TO PNC-ULTIMO-NRO
           END-READ
           ADD 1 TO PNC-ULTIMO-NRO
           MOVE PNC-ULTIMO-NRO TO WS-PFC-NRO
           REWRITE NEXT-PFC-NRO-REG

           INITIALIZE FACTURA-PROV-REG
           MOVE WS-PFC-NRO     TO PFC-NRO
           MOVE WS-PROV-CORTE  TO PFC-PROV-ID
           MOVE 0              TO PFC-COM-NRO
           STRING "CSG" FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO PFC-NRO-FACT-PROV
           MOVE FUNCTION CURRENT-DATE(1:8) TO PFC-FECHA
           COMPUTE WS-VENCE-INT = FUNCTION INTEGER-OF-DATE(PFC-FECHA)
               + W-DIAS-PLAZO
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENCE-INT) TO PFC-FECHA-VENCE
           COMPUTE PFC-TOTAL = WS-BASE-PROV + WS-IVA-PROV
           MOVE PFC-TOTAL      TO PFC-SALDO-PEND
           SET PFC-VIGENTE     TO TRUE
           MOVE WS-USUARIO-SESION TO PFC-USUARIO
           MOVE WS-BASE-PROV   TO PFC-BASE
           MOVE WS-IVA-PROV    TO PFC-IVA
           WRITE FACTURA-PROV-REG

           ADD 1 TO WS-TOT-FACTURAS
           ADD PFC-TOTAL TO WS-TOT-LIQUIDADO
           MOVE WS-PFC-NRO TO WS-EDIT-NRO
           MOVE PFC-TOTAL  TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           STRING "  FACTURA PROV NRO " WS-EDIT-NRO "  "
                  PFC-NRO-FACT-PROV "  VENCE " PFC-FECHA-VENCE
                  "  TOTAL CON IVA " WS-EDIT-VALOR
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LIQUIDACION.

       ESCRIBIR-LIQUIDACION.
           WRITE REG-PROVCSG-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM CSGPRV01.
