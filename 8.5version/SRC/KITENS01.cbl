       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Ordenes de Armado y Desarme de Kits: el armado
      *> *           consume el stock de los componentes (KITDEF01) y
      *> *           produce unidades del kit en STOCK, con el costo de
      *> *           los componentes promediado en el PRD-COSTO del kit;
      *> *           el desarme devuelve los kits no vendidos a sus
      *> *           componentes. Ambos lados quedan en KARDEX. La orden
      *> *           nace pendiente con su lista de picking y se completa
      *> *           o anula despues. Reporte de armados/desarmados por
      *> *           periodo (spool). Se llama desde KITDEF01
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITENS01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ensamble.sel".
           COPY "kit.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "kardex.sel".
           COPY "bodega.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

           SELECT ENSAMBLE-PICKING
               ASSIGN TO "picking_ensamble.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENSAMBLE-PLANO
               ASSIGN TO "ensambles.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "ensamble.fd".
           COPY "kit.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "kardex.fd".
           COPY "bodega.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       FD  ENSAMBLE-PICKING.
       01  REG-ENSAMBLE-PICKING   PIC X(132).

       FD  ENSAMBLE-PLANO.
       01  REG-ENSAMBLE-PLANO     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       01 ST-ENSAMBLES      PIC XX.
       01 ST-KITS           PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-BODEGAS        PIC XX.
       01 ST-SESION         PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESP           PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-KIT         PIC X VALUE "N".
          88 FIN-KIT           VALUE "S".
          88 NO-FIN-KIT        VALUE "N".
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".

      *> Captura
       01 W-TIPO            PIC X.
       01 W-KIT             PIC X(10).
       01 W-CANTIDAD        PIC 9(05).
       01 W-BODEGA          PIC X(04).
       01 W-NRO             PIC 9(07).
       01 W-DESDE           PIC 9(08).
       01 W-HASTA           PIC 9(08).

      *> Orden en curso
       01 WS-ORDEN-OK       PIC X.
       01 WS-FALTA          PIC X.
       01 WS-NECESARIO      PIC 9(09)V999.
       01 WS-DISPONIBLE     PIC S9(09)V999.
       01 WS-COSTO-KIT      PIC 9(9)V99.
       01 WS-REFERENCIA     PIC X(10).
       01 WS-DESC-KIT       PIC X(25).

      *> Kardex
       01 WS-KAR-SECUENCIA  PIC 9(05).
       01 WS-KAR-PROD       PIC X(10).
       01 WS-KAR-TIPO       PIC X.
       01 WS-KAR-CANT       PIC 9(09)V999.

      *> Reporte por periodo
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-COSTO-TOTAL    PIC 9(11)V99.
       01 WS-TOT-UNI-ARM    PIC 9(07).
       01 WS-TOT-UNI-DES    PIC 9(07).
       01 WS-TOT-VAL-ARM    PIC 9(11)V99.
       01 WS-TOT-VAL-DES    PIC 9(11)V99.
       01 WS-EDIT-NRO       PIC Z(6)9.
       01 WS-EDIT-CANT      PIC Z(6)9.
       01 WS-EDIT-CANT3     PIC Z(8)9.999.
       01 WS-EDIT-DISP      PIC -(8)9.999.
       01 WS-EDIT-COSTO     PIC Z(8)9.99.
       01 WS-EDIT-TOTAL     PIC Z(10)9.99.
       01 WS-TIPO-TXT       PIC X(08).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ORDENES DE ARMADO / DESARME DE KITS" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. NUEVA ORDEN DE ARMADO" LINE 04 COL 10
               DISPLAY "2. NUEVA ORDEN DE DESARME" LINE 05 COL 10
               DISPLAY "3. ORDENES PENDIENTES" LINE 06 COL 10
               DISPLAY "4. LISTA DE PICKING DE UNA ORDEN" LINE 07 COL 10
               DISPLAY "5. COMPLETAR ORDEN" LINE 08 COL 10
               DISPLAY "6. ANULAR ORDEN PENDIENTE" LINE 09 COL 10
               DISPLAY "7. REPORTE DE ARMADOS POR PERIODO (SPOOL)"
                       LINE 10 COL 10
               DISPLAY "S. SALIR" LINE 11 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 13 COL 10
               ACCEPT WS-OPCION LINE 13 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       MOVE "A" TO W-TIPO
                       PERFORM CREAR-ORDEN
                   WHEN "2"
                       MOVE "D" TO W-TIPO
                       PERFORM CREAR-ORDEN
                   WHEN "3"
                       PERFORM LISTAR-PENDIENTES
                   WHEN "4"
                       PERFORM PEDIR-ORDEN
                       IF WS-ORDEN-OK = "S"
                           PERFORM GENERAR-PICKING
                       END-IF
                   WHEN "5"
                       PERFORM COMPLETAR-ORDEN
                   WHEN "6"
                       PERFORM ANULAR-ORDEN
                   WHEN "7"
                       PERFORM REPORTE-PERIODO
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

       ABRIR-ARCHIVOS.
           OPEN I-O ENSAMBLES
           IF ST-ENSAMBLES = "35"
               OPEN OUTPUT ENSAMBLES
               CLOSE ENSAMBLES
               OPEN I-O ENSAMBLES
           END-IF

           OPEN INPUT KITS
           IF ST-KITS = "35"
               OPEN OUTPUT KITS
               CLOSE KITS
               OPEN INPUT KITS
           END-IF

           OPEN I-O PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN I-O PRODUCTOS
           END-IF

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

           OPEN INPUT BODEGAS
           IF ST-BODEGAS = "35"
               OPEN OUTPUT BODEGAS
               CLOSE BODEGAS
               OPEN INPUT BODEGAS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ENSAMBLES
           CLOSE KITS
           CLOSE PRODUCTOS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE BODEGAS.

      *> ------------------------------------------------------------
      *> Alta de una orden pendiente de armado (W-TIPO = "A") o de
      *> desarme ("D"); al grabarla se genera su lista de picking
      *> ------------------------------------------------------------
       CREAR-ORDEN.
           DISPLAY " " LINE 15 COL 01 ERASE EOS
           MOVE SPACES TO W-KIT
           DISPLAY "KIT (VACIO=VOLVER): " LINE 15 COL 10
           ACCEPT W-KIT LINE 15 COL 31
           IF W-KIT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE W-KIT TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   DISPLAY "EL KIT NO EXISTE EN PRODUCTOS" LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 41
                   EXIT PARAGRAPH
           END-READ
           DISPLAY PRD-DESCRIPCION LINE 15 COL 43
           MOVE PRD-CODIGO TO W-KIT

           SET NO-FIN-KIT TO TRUE
           MOVE W-KIT TO KIT-PADRE
           MOVE 0 TO KIT-ITEM
           START KITS KEY IS NOT LESS THAN KIT-CLAVE
               INVALID KEY SET FIN-KIT TO TRUE
           END-START
           IF NO-FIN-KIT
               READ KITS NEXT RECORD
                   AT END SET FIN-KIT TO TRUE
               END-READ
           END-IF
           IF FIN-KIT OR KIT-PADRE NOT = W-KIT
               DISPLAY "EL KIT NO TIENE COMPONENTES DEFINIDOS" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 48
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-CANTIDAD
           DISPLAY "CANTIDAD DE KITS: " LINE 16 COL 10
           ACCEPT W-CANTIDAD LINE 16 COL 31
           IF W-CANTIDAD = 0
               EXIT PARAGRAPH
           END-IF

      *> Bodega donde entra (o de donde sale) el kit: por defecto la
      *> de su registro de stock
           MOVE SPACES TO W-BODEGA
           MOVE W-KIT TO STK-CODIGO
           READ STOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE STK-BODEGA TO W-BODEGA
           END-READ
           DISPLAY "BODEGA DEL KIT: " LINE 17 COL 10
           ACCEPT W-BODEGA LINE 17 COL 31
           MOVE FUNCTION UPPER-CASE(W-BODEGA) TO W-BODEGA
           MOVE W-BODEGA TO BOD-CODIGO
           READ BODEGAS
               INVALID KEY
                   DISPLAY "BODEGA NO EXISTE" LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 28
                   EXIT PARAGRAPH
           END-READ
           IF NOT BOD-ACTIVA
               DISPLAY "BODEGA INACTIVA" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 27
               EXIT PARAGRAPH
           END-IF

           PERFORM BUSCAR-ULTIMO-NRO
           INITIALIZE ENSAMBLE-REG
           MOVE W-NRO         TO ENS-NRO
           MOVE W-TIPO        TO ENS-TIPO
           MOVE W-KIT         TO ENS-KIT
           MOVE W-CANTIDAD    TO ENS-CANTIDAD
           MOVE W-BODEGA      TO ENS-BODEGA
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENS-FECHA
           MOVE WS-USUARIO-SESION TO ENS-USUARIO
           SET ENS-PENDIENTE  TO TRUE
           WRITE ENSAMBLE-REG
           IF ST-ENSAMBLES NOT = "00"
               DISPLAY "ERROR AL GRABAR LA ORDEN: " LINE 22 COL 10
               DISPLAY ST-ENSAMBLES LINE 22 COL 37
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF

           MOVE ENS-NRO TO WS-EDIT-NRO
           DISPLAY "ORDEN PENDIENTE NRO " LINE 19 COL 10
           DISPLAY WS-EDIT-NRO LINE 19 COL 30
           PERFORM GENERAR-PICKING.

       BUSCAR-ULTIMO-NRO.
           MOVE 0 TO W-NRO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO ENS-NRO
           START ENSAMBLES KEY IS NOT LESS THAN ENS-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ENSAMBLES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE ENS-NRO TO W-NRO
               END-READ
           END-PERFORM
           ADD 1 TO W-NRO.

       PEDIR-ORDEN.
           MOVE "N" TO WS-ORDEN-OK
           DISPLAY " " LINE 15 COL 01 ERASE EOS
           MOVE 0 TO W-NRO
           DISPLAY "NRO DE ORDEN: " LINE 15 COL 10
           ACCEPT W-NRO LINE 15 COL 25
           IF W-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-NRO TO ENS-NRO
           READ ENSAMBLES
               INVALID KEY
                   DISPLAY "LA ORDEN NO EXISTE" LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 30
                   EXIT PARAGRAPH
           END-READ
           MOVE ENS-KIT TO PRD-CODIGO
           MOVE SPACES TO WS-DESC-KIT
           READ PRODUCTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PRD-DESCRIPCION TO WS-DESC-KIT
           END-READ
           PERFORM ARMAR-TIPO-TXT
           DISPLAY WS-TIPO-TXT LINE 15 COL 35
           DISPLAY ENS-KIT     LINE 15 COL 44
           DISPLAY WS-DESC-KIT LINE 15 COL 55
           MOVE ENS-CANTIDAD TO WS-EDIT-CANT
           DISPLAY "CANTIDAD: " LINE 16 COL 10
           DISPLAY WS-EDIT-CANT LINE 16 COL 20
           DISPLAY "BODEGA: " LINE 16 COL 35
           DISPLAY ENS-BODEGA LINE 16 COL 43
           DISPLAY "ESTADO: " LINE 16 COL 55
           DISPLAY ENS-ESTADO LINE 16 COL 63
           MOVE "S" TO WS-ORDEN-OK.

       ARMAR-TIPO-TXT.
           IF ENS-ARMADO
               MOVE "ARMADO" TO WS-TIPO-TXT
           ELSE
               MOVE "DESARME" TO WS-TIPO-TXT
           END-IF.

       LISTAR-PENDIENTES.
           DISPLAY " " LINE 15 COL 01 ERASE EOS
           DISPLAY "NRO     TIPO     KIT        CANTIDAD BODEGA FECHA"
                   LINE 15 COL 05
           MOVE 16 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO ENS-NRO
           START ENSAMBLES KEY IS NOT LESS THAN ENS-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 22
               READ ENSAMBLES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF ENS-PENDIENTE
                           PERFORM ARMAR-TIPO-TXT
                           MOVE ENS-NRO      TO WS-EDIT-NRO
                           MOVE ENS-CANTIDAD TO WS-EDIT-CANT
                           DISPLAY WS-EDIT-NRO  LINE WS-FILA COL 05
                           DISPLAY WS-TIPO-TXT  LINE WS-FILA COL 13
                           DISPLAY ENS-KIT      LINE WS-FILA COL 22
                           DISPLAY WS-EDIT-CANT LINE WS-FILA COL 33
                           DISPLAY ENS-BODEGA   LINE WS-FILA COL 42
                           DISPLAY ENS-FECHA    LINE WS-FILA COL 49
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM
           ACCEPT WS-PAUSA LINE 23 COL 10.

      *> ------------------------------------------------------------
      *> Lista de picking: componentes a retirar (armado) o kits a
      *> retirar y componentes a reubicar (desarme), con la ubicacion
      *> y el disponible de cada uno
      *> ------------------------------------------------------------
       GENERAR-PICKING.
           OPEN OUTPUT ENSAMBLE-PICKING
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           WRITE REG-ENSAMBLE-PICKING FROM WS-LINEA-REP
           PERFORM ARMAR-TIPO-TXT
           MOVE ENS-NRO TO WS-EDIT-NRO
           MOVE ENS-CANTIDAD TO WS-EDIT-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "LISTA DE PICKING - ORDEN DE " WS-TIPO-TXT
                  " NRO " WS-EDIT-NRO "  FECHA " ENS-FECHA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           WRITE REG-ENSAMBLE-PICKING FROM WS-LINEA-REP
           MOVE ENS-KIT TO PRD-CODIGO
           MOVE SPACES TO WS-DESC-KIT
           READ PRODUCTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PRD-DESCRIPCION TO WS-DESC-KIT
           END-READ
           MOVE SPACES TO WS-LINEA-REP
           STRING "KIT " ENS-KIT " " WS-DESC-KIT "  CANTIDAD "
                  WS-EDIT-CANT "  BODEGA " ENS-BODEGA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           WRITE REG-ENSAMBLE-PICKING FROM WS-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           WRITE REG-ENSAMBLE-PICKING FROM WS-LINEA-REP

           IF ENS-DESARME
               MOVE ENS-KIT TO STK-CODIGO
               MOVE ENS-CANTIDAD TO WS-NECESARIO
               PERFORM ESCRIBIR-LINEA-PICKING
               MOVE "COMPONENTES QUE VUELVEN AL STOCK:" TO WS-LINEA-REP
               WRITE REG-ENSAMBLE-PICKING FROM WS-LINEA-REP
           END-IF
           MOVE "PRODUCTO   DESCRIPCION                  CANTIDAD   UBICACION    DISPONIBLE"
               TO WS-LINEA-REP
           WRITE REG-ENSAMBLE-PICKING FROM WS-LINEA-REP

           SET NO-FIN-KIT TO TRUE
           MOVE ENS-KIT TO KIT-PADRE
           MOVE 0 TO KIT-ITEM
           START KITS KEY IS NOT LESS THAN KIT-CLAVE
               INVALID KEY SET FIN-KIT TO TRUE
           END-START
           PERFORM UNTIL FIN-KIT
               READ KITS NEXT RECORD
                   AT END SET FIN-KIT TO TRUE
                   NOT AT END
                       IF KIT-PADRE NOT = ENS-KIT
                           SET FIN-KIT TO TRUE
                       ELSE
                           MOVE KIT-COMPONENTE TO PRD-CODIGO
                           MOVE PRD-CODIGO TO STK-CODIGO
                           COMPUTE WS-NECESARIO =
                               KIT-CANTIDAD * ENS-CANTIDAD
                           PERFORM ESCRIBIR-LINEA-PICKING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENSAMBLE-PICKING

           DISPLAY "LISTA DE PICKING 'picking_ensamble.txt' GENERADA"
                   LINE 21 COL 10
           ACCEPT WS-PAUSA LINE 21 COL 60.

       ESCRIBIR-LINEA-PICKING.
      *> STK-CODIGO trae el producto a listar y WS-NECESARIO su cantidad
           MOVE STK-CODIGO TO PRD-CODIGO
           MOVE SPACES TO WS-DESC-KIT
           READ PRODUCTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PRD-DESCRIPCION TO WS-DESC-KIT
           END-READ
           MOVE 0 TO WS-DISPONIBLE
           READ STOCK
               INVALID KEY
                   MOVE SPACES TO STK-UBICACION
               NOT INVALID KEY
                   COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
           END-READ
           MOVE WS-NECESARIO  TO WS-EDIT-CANT3
           MOVE WS-DISPONIBLE TO WS-EDIT-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING STK-CODIGO " " WS-DESC-KIT " " WS-EDIT-CANT3 "  "
                  STK-UBICACION "  " WS-EDIT-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           WRITE REG-ENSAMBLE-PICKING FROM WS-LINEA-REP.

      *> ------------------------------------------------------------
      *> Completar: verifica el disponible, mueve el stock y el kardex
      *> de los dos lados y cierra la orden
      *> ------------------------------------------------------------
       COMPLETAR-ORDEN.
           PERFORM PEDIR-ORDEN
           IF WS-ORDEN-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT ENS-PENDIENTE
               DISPLAY "LA ORDEN NO ESTA PENDIENTE" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 38
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REFERENCIA
           MOVE ENS-NRO TO WS-EDIT-NRO
           STRING "ENS" ENS-NRO DELIMITED BY SIZE INTO WS-REFERENCIA

           IF ENS-ARMADO
               PERFORM VERIFICAR-COMPONENTES
           ELSE
               PERFORM VERIFICAR-KITS-ARMADOS
           END-IF
           IF WS-FALTA = "S"
               DISPLAY "STOCK INSUFICIENTE - LA ORDEN SIGUE PENDIENTE"
                       LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 57
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RESP
           DISPLAY "CONFIRMA COMPLETAR LA ORDEN (S/N): " LINE 21 COL 10
           ACCEPT WS-RESP LINE 21 COL 46
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF ENS-ARMADO
               PERFORM CONSUMIR-COMPONENTES
               PERFORM PRODUCIR-KITS
           ELSE
               PERFORM RETIRAR-KITS
               PERFORM DEVOLVER-COMPONENTES
           END-IF

           MOVE W-NRO TO ENS-NRO
           READ ENSAMBLES
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-COSTO-KIT TO ENS-COSTO-UNIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENS-FECHA-CIERRE
           SET ENS-COMPLETADA TO TRUE
           REWRITE ENSAMBLE-REG

           MOVE WS-COSTO-KIT TO WS-EDIT-COSTO
           DISPLAY "ORDEN COMPLETADA - COSTO UNITARIO DEL KIT: "
                   LINE 22 COL 10
           DISPLAY WS-EDIT-COSTO LINE 22 COL 53
           ACCEPT WS-PAUSA LINE 22 COL 70.

       VERIFICAR-COMPONENTES.
      *> Disponible (existencia menos reservado) de cada componente
      *> contra lo que pide la orden; de paso suma el costo del kit
           MOVE "N" TO WS-FALTA
           MOVE 0 TO WS-COSTO-KIT
           MOVE 17 TO WS-FILA
           SET NO-FIN-KIT TO TRUE
           MOVE ENS-KIT TO KIT-PADRE
           MOVE 0 TO KIT-ITEM
           START KITS KEY IS NOT LESS THAN KIT-CLAVE
               INVALID KEY SET FIN-KIT TO TRUE
           END-START
           PERFORM UNTIL FIN-KIT
               READ KITS NEXT RECORD
                   AT END SET FIN-KIT TO TRUE
                   NOT AT END
                       IF KIT-PADRE NOT = ENS-KIT
                           SET FIN-KIT TO TRUE
                       ELSE
                           MOVE KIT-COMPONENTE TO PRD-CODIGO
                           READ PRODUCTOS
                               INVALID KEY MOVE 0 TO PRD-COSTO
                           END-READ
                           COMPUTE WS-COSTO-KIT =
                               WS-COSTO-KIT + PRD-COSTO * KIT-CANTIDAD
                           COMPUTE WS-NECESARIO =
                               KIT-CANTIDAD * ENS-CANTIDAD
                           MOVE 0 TO WS-DISPONIBLE
                           MOVE KIT-COMPONENTE TO PRD-CODIGO
                           MOVE PRD-CODIGO TO STK-CODIGO
                           READ STOCK
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   COMPUTE WS-DISPONIBLE =
                                       STK-CANTIDAD - STK-RESERVADA
                           END-READ
                           IF WS-DISPONIBLE < WS-NECESARIO
                               MOVE "S" TO WS-FALTA
                               IF WS-FILA < 21
                                   MOVE WS-DISPONIBLE TO WS-EDIT-DISP
                                   DISPLAY "FALTA " LINE WS-FILA COL 10
                                   DISPLAY KIT-COMPONENTE
                                           LINE WS-FILA COL 16
                                   DISPLAY "DISPONIBLE" LINE WS-FILA COL 28
                                   DISPLAY WS-EDIT-DISP LINE WS-FILA COL 39
                                   ADD 1 TO WS-FILA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-KITS-ARMADOS.
           MOVE "N" TO WS-FALTA
           MOVE 0 TO WS-DISPONIBLE
           MOVE ENS-KIT TO STK-CODIGO
           READ STOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
           END-READ
           IF WS-DISPONIBLE < ENS-CANTIDAD
               MOVE "S" TO WS-FALTA
               MOVE WS-DISPONIBLE TO WS-EDIT-DISP
               DISPLAY "KITS ARMADOS DISPONIBLES: " LINE 17 COL 10
               DISPLAY WS-EDIT-DISP LINE 17 COL 37
           END-IF
           MOVE ENS-KIT TO PRD-CODIGO
           MOVE 0 TO WS-COSTO-KIT
           READ PRODUCTOS
               NOT INVALID KEY
                   MOVE PRD-COSTO TO WS-COSTO-KIT
           END-READ.

       CONSUMIR-COMPONENTES.
           SET NO-FIN-KIT TO TRUE
           MOVE ENS-KIT TO KIT-PADRE
           MOVE 0 TO KIT-ITEM
           START KITS KEY IS NOT LESS THAN KIT-CLAVE
               INVALID KEY SET FIN-KIT TO TRUE
           END-START
           PERFORM UNTIL FIN-KIT
               READ KITS NEXT RECORD
                   AT END SET FIN-KIT TO TRUE
                   NOT AT END
                       IF KIT-PADRE NOT = ENS-KIT
                           SET FIN-KIT TO TRUE
                       ELSE
                           COMPUTE WS-NECESARIO =
                               KIT-CANTIDAD * ENS-CANTIDAD
                           MOVE KIT-COMPONENTE TO PRD-CODIGO
                           MOVE PRD-CODIGO TO STK-CODIGO
                           READ STOCK
                               INVALID KEY EXIT PERFORM CYCLE
                           END-READ
                           SUBTRACT WS-NECESARIO FROM STK-CANTIDAD
                           MOVE FUNCTION CURRENT-DATE(1:8)
                             TO STK-FECHA-ACT
                           REWRITE STOCK-REG
                           MOVE STK-CODIGO     TO WS-KAR-PROD
                           MOVE "S"            TO WS-KAR-TIPO
                           MOVE WS-NECESARIO   TO WS-KAR-CANT
                           PERFORM GRABAR-KARDEX
                       END-IF
               END-READ
           END-PERFORM.

       PRODUCIR-KITS.
      *> Costo promedio ponderado del kit: lo que habia en stock a su
      *> costo anterior mas lo armado al costo de los componentes
           MOVE ENS-KIT TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   INITIALIZE STOCK-REG
                   MOVE ENS-KIT    TO STK-CODIGO
                   MOVE ENS-BODEGA TO STK-BODEGA
                   SET STK-ACTIVO  TO TRUE
                   WRITE STOCK-REG
           END-READ

           MOVE ENS-KIT TO PRD-CODIGO
           READ PRODUCTOS
               NOT INVALID KEY
                   IF STK-CANTIDAD = 0 OR PRD-COSTO = 0
                       MOVE WS-COSTO-KIT TO PRD-COSTO
                   ELSE
                       COMPUTE PRD-COSTO ROUNDED =
                           ((STK-CANTIDAD * PRD-COSTO)
                            + (ENS-CANTIDAD * WS-COSTO-KIT))
                           / (STK-CANTIDAD + ENS-CANTIDAD)
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:8) TO PRD-FECHA-COSTO
                   REWRITE PRODUCTO-REG
           END-READ

           ADD ENS-CANTIDAD TO STK-CANTIDAD
           MOVE FUNCTION CURRENT-DATE(1:8) TO STK-FECHA-ACT
           REWRITE STOCK-REG
           MOVE ENS-KIT      TO WS-KAR-PROD
           MOVE "E"          TO WS-KAR-TIPO
           MOVE ENS-CANTIDAD TO WS-KAR-CANT
           PERFORM GRABAR-KARDEX.

       RETIRAR-KITS.
           MOVE ENS-KIT TO STK-CODIGO
           READ STOCK
               INVALID KEY EXIT PARAGRAPH
           END-READ
           SUBTRACT ENS-CANTIDAD FROM STK-CANTIDAD
           MOVE FUNCTION CURRENT-DATE(1:8) TO STK-FECHA-ACT
           REWRITE STOCK-REG
           MOVE ENS-KIT      TO WS-KAR-PROD
           MOVE "S"          TO WS-KAR-TIPO
           MOVE ENS-CANTIDAD TO WS-KAR-CANT
           PERFORM GRABAR-KARDEX.

       DEVOLVER-COMPONENTES.
      *> Los componentes vuelven a su registro de stock (si no tienen,
      *> se crea en la bodega de la orden) a su costo vigente
           SET NO-FIN-KIT TO TRUE
           MOVE ENS-KIT TO KIT-PADRE
           MOVE 0 TO KIT-ITEM
           START KITS KEY IS NOT LESS THAN KIT-CLAVE
               INVALID KEY SET FIN-KIT TO TRUE
           END-START
           PERFORM UNTIL FIN-KIT
               READ KITS NEXT RECORD
                   AT END SET FIN-KIT TO TRUE
                   NOT AT END
                       IF KIT-PADRE NOT = ENS-KIT
                           SET FIN-KIT TO TRUE
                       ELSE
                           COMPUTE WS-NECESARIO =
                               KIT-CANTIDAD * ENS-CANTIDAD
                           MOVE KIT-COMPONENTE TO PRD-CODIGO
                           MOVE PRD-CODIGO TO STK-CODIGO
                           READ STOCK
                               INVALID KEY
                                   INITIALIZE STOCK-REG
                                   MOVE PRD-CODIGO     TO STK-CODIGO
                                   MOVE ENS-BODEGA     TO STK-BODEGA
                                   SET STK-ACTIVO      TO TRUE
                                   WRITE STOCK-REG
                           END-READ
                           ADD WS-NECESARIO TO STK-CANTIDAD
                           MOVE FUNCTION CURRENT-DATE(1:8)
                             TO STK-FECHA-ACT
                           REWRITE STOCK-REG
                           MOVE STK-CODIGO     TO WS-KAR-PROD
                           MOVE "E"            TO WS-KAR-TIPO
                           MOVE WS-NECESARIO   TO WS-KAR-CANT
                           PERFORM GRABAR-KARDEX
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-KARDEX.
      *> STOCK-REG trae el saldo ya actualizado del producto
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE WS-KAR-PROD TO KAR-PROD-ID
           MOVE 0 TO KAR-SECUENCIA
           SET NO-FIN-KARDEX TO TRUE
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-KARDEX TO TRUE
           END-START
           PERFORM UNTIL FIN-KARDEX
               READ KARDEX NEXT RECORD
                   AT END SET FIN-KARDEX TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = WS-KAR-PROD
                           SET FIN-KARDEX TO TRUE
                       ELSE
                           MOVE KAR-SECUENCIA TO WS-KAR-SECUENCIA
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-KAR-SECUENCIA
           MOVE WS-KAR-PROD      TO KAR-PROD-ID
           MOVE WS-KAR-SECUENCIA TO KAR-SECUENCIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO KAR-FECHA
           MOVE WS-KAR-TIPO      TO KAR-TIPO
           MOVE WS-KAR-CANT      TO KAR-CANTIDAD
           MOVE STK-CANTIDAD     TO KAR-SALDO
           MOVE STK-BODEGA       TO KAR-BODEGA
           MOVE WS-REFERENCIA    TO KAR-REFERENCIA
           MOVE SPACES           TO KAR-LOTE
           WRITE KARDEX-REG.

       ANULAR-ORDEN.
           PERFORM PEDIR-ORDEN
           IF WS-ORDEN-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT ENS-PENDIENTE
               DISPLAY "SOLO SE ANULA UNA ORDEN PENDIENTE" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 45
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RESP
           DISPLAY "CONFIRMA ANULAR LA ORDEN (S/N): " LINE 21 COL 10
           ACCEPT WS-RESP LINE 21 COL 43
           IF FUNCTION UPPER-CASE(WS-RESP) = "S"
               SET ENS-ANULADA TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO ENS-FECHA-CIERRE
               REWRITE ENSAMBLE-REG
               DISPLAY "ORDEN ANULADA" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 25
           END-IF.

      *> ------------------------------------------------------------
      *> Reporte de ordenes completadas en el periodo (por fecha de
      *> cierre): unidades y costo armados y desarmados
      *> ------------------------------------------------------------
       REPORTE-PERIODO.
           DISPLAY " " LINE 15 COL 01 ERASE EOS
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-DESDE(1:6)
           MOVE "01" TO W-DESDE(7:2)
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HASTA
           DISPLAY "FECHA DESDE (AAAAMMDD): " LINE 15 COL 10
           ACCEPT W-DESDE LINE 15 COL 35
           DISPLAY "FECHA HASTA (AAAAMMDD): " LINE 16 COL 10
           ACCEPT W-HASTA LINE 16 COL 35
           IF W-HASTA < W-DESDE
               MOVE W-DESDE TO W-HASTA
           END-IF

           MOVE 0 TO WS-TOT-UNI-ARM WS-TOT-UNI-DES
                     WS-TOT-VAL-ARM WS-TOT-VAL-DES
           OPEN OUTPUT ENSAMBLE-PLANO
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "ARMADOS Y DESARMADOS DE KITS DEL " W-DESDE " AL "
                  W-HASTA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "  ORDEN  CIERRE   TIPO     KIT        DESCRIPCION               CANTIDAD  COSTO UNIT    COSTO TOTAL"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO ENS-NRO
           START ENSAMBLES KEY IS NOT LESS THAN ENS-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ENSAMBLES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF ENS-COMPLETADA
                          AND ENS-FECHA-CIERRE >= W-DESDE
                          AND ENS-FECHA-CIERRE <= W-HASTA
                           PERFORM ESCRIBIR-LINEA-PERIODO
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-UNI-ARM TO WS-EDIT-CANT
           MOVE WS-TOT-VAL-ARM TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL ARMADO    UNIDADES " WS-EDIT-CANT
                  "   COSTO " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-UNI-DES TO WS-EDIT-CANT
           MOVE WS-TOT-VAL-DES TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL DESARMADO UNIDADES " WS-EDIT-CANT
                  "   COSTO " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE ENSAMBLE-PLANO

           MOVE "ENSAMBLES" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-DESDE "-" W-HASTA DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "ensambles.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           MOVE WS-TOT-UNI-ARM TO WS-EDIT-CANT
           DISPLAY "KITS ARMADOS   : " LINE 18 COL 10
           DISPLAY WS-EDIT-CANT LINE 18 COL 28
           MOVE WS-TOT-UNI-DES TO WS-EDIT-CANT
           DISPLAY "KITS DESARMADOS: " LINE 19 COL 10
           DISPLAY WS-EDIT-CANT LINE 19 COL 28
           DISPLAY "REPORTE 'ensambles.txt' ENVIADO AL SPOOL"
                   LINE 21 COL 10
           ACCEPT WS-PAUSA LINE 21 COL 52.

       ESCRIBIR-LINEA-PERIODO.
           PERFORM ARMAR-TIPO-TXT
           MOVE ENS-KIT TO PRD-CODIGO
           MOVE SPACES TO WS-DESC-KIT
           READ PRODUCTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PRD-DESCRIPCION TO WS-DESC-KIT
           END-READ
           COMPUTE WS-COSTO-TOTAL = ENS-CANTIDAD * ENS-COSTO-UNIT
           IF ENS-ARMADO
               ADD ENS-CANTIDAD   TO WS-TOT-UNI-ARM
               ADD WS-COSTO-TOTAL TO WS-TOT-VAL-ARM
           ELSE
               ADD ENS-CANTIDAD   TO WS-TOT-UNI-DES
               ADD WS-COSTO-TOTAL TO WS-TOT-VAL-DES
           END-IF
           MOVE ENS-NRO        TO WS-EDIT-NRO
           MOVE ENS-CANTIDAD   TO WS-EDIT-CANT
           MOVE ENS-COSTO-UNIT TO WS-EDIT-COSTO
           MOVE WS-COSTO-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EDIT-NRO " " ENS-FECHA-CIERRE " " WS-TIPO-TXT " "
                  ENS-KIT " " WS-DESC-KIT " " WS-EDIT-CANT " "
                  WS-EDIT-COSTO " " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       ESCRIBIR-REPORTE.
           WRITE REG-ENSAMBLE-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM KITENS01.
