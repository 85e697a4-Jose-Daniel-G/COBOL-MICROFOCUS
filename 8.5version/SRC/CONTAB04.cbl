       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Libro Mayor y Libro Diario desde los ASIENTOS:
      *> *           consulta del movimiento de una cuenta por rango de
      *> *           periodos (saldo inicial, cada linea con saldo
      *> *           corrido, saldo final) con acceso al documento que
      *> *           origino la linea; libro mayor impreso por rango de
      *> *           cuentas y libro diario oficial del periodo, al spool
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAB04.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cuentas.sel".
           COPY "asiento.sel".
           COPY "factura.sel".
           COPY "detalle.sel".
           COPY "notacred.sel".
           COPY "notacreddet.sel".
           COPY "recibo.sel".
           COPY "recibodet.sel".
           COPY "compra.sel".
           COPY "compradet.sel".
           COPY "cliente.sel".
           COPY "proveedor.sel".
           COPY "cruce.sel".
           COPY "libros.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "cuentas.fd".
           COPY "asiento.fd".
           COPY "factura.fd".
           COPY "detalle.fd".
           COPY "notacred.fd".
           COPY "notacreddet.fd".
           COPY "recibo.fd".
           COPY "recibodet.fd".
           COPY "compra.fd".
           COPY "compradet.fd".
           COPY "cliente.fd".
           COPY "proveedor.fd".
           COPY "cruce.fd".
           COPY "libros.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CUENTAS        PIC XX.
       01 ST-ASIENTOS       PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-DETALLES       PIC XX.
       01 ST-NOTASCRED      PIC XX.
       01 ST-NOTASCREDDET   PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-RECIBODET      PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-COMPRASDET     PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-CRUCES         PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".
       01 WS-SW-CTAS        PIC X VALUE "N".
          88 FIN-CTAS          VALUE "S".
          88 NO-FIN-CTAS       VALUE "N".

       01 W-CTA-DESDE       PIC X(08).
       01 W-CTA-HASTA       PIC X(08).
       01 W-PER-DESDE       PIC 9(06).
       01 W-PER-HASTA       PIC 9(06).
       01 WS-CTA-ACTUAL     PIC X(08).
       01 WS-CTA-NOMBRE     PIC X(30).

      *> Movimiento de una cuenta en el rango de periodos, ordenado
      *> por fecha y numero de asiento
       01 WS-MAX-MOV        PIC 9(03) VALUE 500.
       01 WS-TOT-MOV        PIC 9(03) VALUE 0.
       01 WS-MOV-EXCEDIDO   PIC X VALUE "N".
       01 WS-TABLA-MOV.
          05 T-MOV OCCURS 500 TIMES.
             10 TM-ORDEN.
                15 TM-FECHA    PIC 9(08).
                15 TM-AST-NRO  PIC 9(07).
                15 TM-ITEM     PIC 9(02).
             10 TM-TIPO      PIC X(01).
             10 TM-DOC       PIC 9(07).
             10 TM-DEBE      PIC S9(11)V99.
             10 TM-HABER     PIC S9(11)V99.
             10 TM-DETALLE   PIC X(30).
             10 TM-CCOSTO    PIC X(04).
       01 WS-TMP-MOV        PIC X(90).
       01 WS-IDX            PIC 9(03).
       01 WS-IDX2           PIC 9(03).

       01 WS-SALDO-INI      PIC S9(11)V99.
       01 WS-SALDO          PIC S9(11)V99.
       01 WS-TOT-DEBE       PIC S9(11)V99.
       01 WS-TOT-HABER      PIC S9(11)V99.
       01 WS-GRAN-DEBE      PIC S9(11)V99.
       01 WS-GRAN-HABER     PIC S9(11)V99.

      *> Paginacion de la consulta
       01 WS-PAG-INI        PIC 9(03).
       01 WS-PAG-FIN        PIC 9(03).
       01 WS-LINEAS-PAG     PIC 99 VALUE 12.
       01 WS-SALIR          PIC X.
       01 W-ACCION          PIC X(03).
       01 WS-SEL            PIC 9(03).
       01 WS-SEL-PAG        PIC 9(03).
       01 WS-NRO-FILA       PIC 99.

       01 WS-EDIT-MONTO     PIC -(8)9.99.
       01 WS-EDIT-MONTO2    PIC -(8)9.99.
       01 WS-EDIT-SALDO     PIC -(9)9.99.
       01 WS-EDIT-CANT      PIC Z(4)9.999.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-CANT-CUENTAS   PIC 9(05).
       01 WS-AST-ANT        PIC 9(07).
       01 WS-CANT-ASIENTOS  PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "LIBRO MAYOR Y LIBRO DIARIO" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CONSULTA DE MOVIMIENTO DE UNA CUENTA"
                       LINE 05 COL 10
               DISPLAY "2. LIBRO MAYOR (RANGO DE CUENTAS)" LINE 06 COL 10
               DISPLAY "3. LIBRO DIARIO DEL PERIODO" LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM CONSULTA-CUENTA
                   WHEN "2"
                       PERFORM LIBRO-MAYOR
                   WHEN "3"
                       PERFORM LIBRO-DIARIO
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
           OPEN INPUT PLAN-CUENTAS
           IF ST-CUENTAS = "35"
               OPEN OUTPUT PLAN-CUENTAS
               CLOSE PLAN-CUENTAS
               OPEN INPUT PLAN-CUENTAS
           END-IF
           OPEN INPUT ASIENTOS
           IF ST-ASIENTOS = "35"
               OPEN OUTPUT ASIENTOS
               CLOSE ASIENTOS
               OPEN INPUT ASIENTOS
           END-IF
           OPEN INPUT FACTURAS
           OPEN INPUT DETALLES
           OPEN INPUT NOTASCREDITO
           OPEN INPUT NOTASCREDDET
           OPEN INPUT RECIBOS
           OPEN INPUT RECIBODET
           OPEN INPUT COMPRAS
           OPEN INPUT COMPRASDET
           OPEN INPUT CLIENTES
           OPEN INPUT PROVEEDORES
           OPEN INPUT CRUCES.

       CERRAR-ARCHIVOS.
           CLOSE PLAN-CUENTAS
           CLOSE ASIENTOS
           CLOSE FACTURAS
           CLOSE DETALLES
           CLOSE NOTASCREDITO
           CLOSE NOTASCREDDET
           CLOSE RECIBOS
           CLOSE RECIBODET
           CLOSE COMPRAS
           CLOSE COMPRASDET
           CLOSE CLIENTES
           CLOSE PROVEEDORES
           CLOSE CRUCES.

       PEDIR-PERIODOS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PER-DESDE W-PER-HASTA
           DISPLAY "PERIODO DESDE (AAAAMM): " LINE 13 COL 10
           ACCEPT W-PER-DESDE LINE 13 COL 35
           DISPLAY "PERIODO HASTA (AAAAMM): " LINE 14 COL 10
           ACCEPT W-PER-HASTA LINE 14 COL 35
           IF W-PER-HASTA < W-PER-DESDE
               MOVE W-PER-DESDE TO W-PER-HASTA
           END-IF.

      *> ------------------------------------------------------------
      *> Movimiento de una cuenta
      *> ------------------------------------------------------------
       CARGAR-MOVIMIENTOS-CUENTA.
           *> Lo anterior al periodo inicial forma el saldo inicial;
           *> lo del rango va a la tabla
           MOVE 0 TO WS-TOT-MOV WS-SALDO-INI WS-TOT-DEBE WS-TOT-HABER
           MOVE "N" TO WS-MOV-EXCEDIDO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO AST-PERIODO
           START ASIENTOS KEY IS NOT LESS THAN AST-PERIODO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AST-PERIODO > W-PER-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF AST-CUENTA = WS-CTA-ACTUAL
                               PERFORM TOMAR-LINEA-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           *> Orden por fecha / asiento / item
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= WS-TOT-MOV
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-TOT-MOV - WS-IDX
                   IF TM-ORDEN(WS-IDX2) > TM-ORDEN(WS-IDX2 + 1)
                       MOVE T-MOV(WS-IDX2)     TO WS-TMP-MOV
                       MOVE T-MOV(WS-IDX2 + 1) TO T-MOV(WS-IDX2)
                       MOVE WS-TMP-MOV         TO T-MOV(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       TOMAR-LINEA-CUENTA.
           IF AST-PERIODO < W-PER-DESDE
               ADD AST-DEBE TO WS-SALDO-INI
               SUBTRACT AST-HABER FROM WS-SALDO-INI
               EXIT PARAGRAPH
           END-IF
           ADD AST-DEBE  TO WS-TOT-DEBE
           ADD AST-HABER TO WS-TOT-HABER
           IF WS-TOT-MOV >= WS-MAX-MOV
               MOVE "S" TO WS-MOV-EXCEDIDO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-MOV
           MOVE AST-FECHA    TO TM-FECHA(WS-TOT-MOV)
           MOVE AST-NRO      TO TM-AST-NRO(WS-TOT-MOV)
           MOVE AST-ITEM     TO TM-ITEM(WS-TOT-MOV)
           MOVE AST-TIPO-DOC TO TM-TIPO(WS-TOT-MOV)
           MOVE AST-DOC-NRO  TO TM-DOC(WS-TOT-MOV)
           MOVE AST-DEBE     TO TM-DEBE(WS-TOT-MOV)
           MOVE AST-HABER    TO TM-HABER(WS-TOT-MOV)
           MOVE AST-DETALLE  TO TM-DETALLE(WS-TOT-MOV)
           MOVE AST-CCOSTO   TO TM-CCOSTO(WS-TOT-MOV).

       CONSULTA-CUENTA.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE SPACES TO WS-CTA-ACTUAL
           DISPLAY "CUENTA: " LINE 12 COL 10
           ACCEPT WS-CTA-ACTUAL LINE 12 COL 19
           IF WS-CTA-ACTUAL = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-PERIODOS

           MOVE WS-CTA-ACTUAL TO CTA-CODIGO
           READ PLAN-CUENTAS
               INVALID KEY MOVE "(NO ESTA EN EL PLAN DE CUENTAS)"
                               TO CTA-NOMBRE
           END-READ
           MOVE CTA-NOMBRE TO WS-CTA-NOMBRE

           PERFORM CARGAR-MOVIMIENTOS-CUENTA

           MOVE 1 TO WS-PAG-INI
           MOVE "N" TO WS-SALIR
           PERFORM UNTIL WS-SALIR = "S"
               PERFORM MOSTRAR-PAGINA-CUENTA
               PERFORM PEDIR-ACCION-PAGINA
           END-PERFORM.

       MOSTRAR-PAGINA-CUENTA.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "MOVIMIENTO DE CUENTA" LINE 01 COL 02 WITH REVERSE-VIDEO
           DISPLAY WS-CTA-ACTUAL LINE 02 COL 02
           DISPLAY WS-CTA-NOMBRE LINE 02 COL 12
           DISPLAY "PERIODOS" LINE 02 COL 45
           DISPLAY W-PER-DESDE LINE 02 COL 54
           DISPLAY "-" LINE 02 COL 61
           DISPLAY W-PER-HASTA LINE 02 COL 63
           DISPLAY "SALDO INICIAL:" LINE 04 COL 02
           MOVE WS-SALDO-INI TO WS-EDIT-SALDO
           DISPLAY WS-EDIT-SALDO LINE 04 COL 17
           IF WS-MOV-EXCEDIDO = "S"
               DISPLAY "DEMASIADAS LINEAS - USE EL LIBRO MAYOR IMPRESO"
                       LINE 04 COL 33 WITH REVERSE-VIDEO
           END-IF
           DISPLAY "NR FECHA    T DOCUM.  DETALLE        CC          DEBE       HABER         SALDO"
                   LINE 06 COL 01

           *> El saldo corrido se rehace desde el inicio hasta la
           *> primera linea de la pagina
           MOVE WS-SALDO-INI TO WS-SALDO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= WS-PAG-INI
               ADD TM-DEBE(WS-IDX) TO WS-SALDO
               SUBTRACT TM-HABER(WS-IDX) FROM WS-SALDO
           END-PERFORM

           COMPUTE WS-PAG-FIN = WS-PAG-INI + WS-LINEAS-PAG - 1
           IF WS-PAG-FIN > WS-TOT-MOV
               MOVE WS-TOT-MOV TO WS-PAG-FIN
           END-IF
           MOVE 7 TO WS-FILA
           MOVE 0 TO WS-NRO-FILA
           PERFORM VARYING WS-IDX FROM WS-PAG-INI BY 1
                   UNTIL WS-IDX > WS-PAG-FIN
               ADD 1 TO WS-NRO-FILA
               ADD TM-DEBE(WS-IDX) TO WS-SALDO
               SUBTRACT TM-HABER(WS-IDX) FROM WS-SALDO
               DISPLAY WS-NRO-FILA         LINE WS-FILA COL 01
               DISPLAY TM-FECHA(WS-IDX)    LINE WS-FILA COL 04
               DISPLAY TM-TIPO(WS-IDX)     LINE WS-FILA COL 13
               DISPLAY TM-DOC(WS-IDX)      LINE WS-FILA COL 15
               DISPLAY TM-DETALLE(WS-IDX)(1:14) LINE WS-FILA COL 23
               DISPLAY TM-CCOSTO(WS-IDX)   LINE WS-FILA COL 38
               MOVE TM-DEBE(WS-IDX) TO WS-EDIT-MONTO
               DISPLAY WS-EDIT-MONTO       LINE WS-FILA COL 43
               MOVE TM-HABER(WS-IDX) TO WS-EDIT-MONTO
               DISPLAY WS-EDIT-MONTO       LINE WS-FILA COL 55
               MOVE WS-SALDO TO WS-EDIT-SALDO
               DISPLAY WS-EDIT-SALDO       LINE WS-FILA COL 67
               ADD 1 TO WS-FILA
           END-PERFORM

           IF WS-PAG-FIN >= WS-TOT-MOV
               DISPLAY "TOTALES" LINE 20 COL 23
               MOVE WS-TOT-DEBE TO WS-EDIT-MONTO
               DISPLAY WS-EDIT-MONTO LINE 20 COL 43
               MOVE WS-TOT-HABER TO WS-EDIT-MONTO
               DISPLAY WS-EDIT-MONTO LINE 20 COL 55
               COMPUTE WS-SALDO = WS-SALDO-INI + WS-TOT-DEBE
                                  - WS-TOT-HABER
               MOVE WS-SALDO TO WS-EDIT-SALDO
               DISPLAY "SALDO FINAL" LINE 21 COL 55
               DISPLAY WS-EDIT-SALDO LINE 21 COL 67
           END-IF.

       PEDIR-ACCION-PAGINA.
           MOVE SPACES TO W-ACCION
           DISPLAY "NR=VER DOCUMENTO  ENTER=SIGUIENTE  A=ANTERIOR  S=SALIR: "
                   LINE 23 COL 02
           ACCEPT W-ACCION LINE 23 COL 59
           MOVE FUNCTION UPPER-CASE(W-ACCION) TO W-ACCION

           EVALUATE TRUE
               WHEN W-ACCION = "S"
                   MOVE "S" TO WS-SALIR
               WHEN W-ACCION = "A"
                   IF WS-PAG-INI > WS-LINEAS-PAG
                       SUBTRACT WS-LINEAS-PAG FROM WS-PAG-INI
                   ELSE
                       MOVE 1 TO WS-PAG-INI
                   END-IF
               WHEN W-ACCION = SPACES
                   IF WS-PAG-FIN >= WS-TOT-MOV
                       MOVE "S" TO WS-SALIR
                   ELSE
                       ADD WS-LINEAS-PAG TO WS-PAG-INI
                   END-IF
               WHEN FUNCTION TRIM(W-ACCION) IS NUMERIC
                   MOVE FUNCTION NUMVAL(W-ACCION) TO WS-SEL-PAG
                   COMPUTE WS-SEL = WS-PAG-INI + WS-SEL-PAG - 1
                   IF WS-SEL-PAG > 0 AND WS-SEL <= WS-PAG-FIN
                       PERFORM MOSTRAR-DOCUMENTO
                   END-IF
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Documento que origino la linea (segun AST-TIPO-DOC)
      *> ------------------------------------------------------------
       MOSTRAR-DOCUMENTO.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "DOCUMENTO DE ORIGEN" LINE 01 COL 02 WITH REVERSE-VIDEO
           DISPLAY "ASIENTO" LINE 01 COL 30
           DISPLAY TM-AST-NRO(WS-SEL) LINE 01 COL 38
           DISPLAY "TIPO" LINE 01 COL 48
           DISPLAY TM-TIPO(WS-SEL) LINE 01 COL 53

           EVALUATE TM-TIPO(WS-SEL)
               WHEN "F"
                   PERFORM MOSTRAR-FACTURA
               WHEN "N"
                   PERFORM MOSTRAR-NOTA-CREDITO
               WHEN "R"
                   PERFORM MOSTRAR-RECIBO
               WHEN "C"
                   PERFORM MOSTRAR-COMPRA
               WHEN "Z"
                   PERFORM MOSTRAR-CRUCE
               WHEN OTHER
                   *> Ajustes manuales, depreciacion, castigos y
                   *> movimientos de inventario: el asiento completo
                   PERFORM MOSTRAR-ASIENTO
           END-EVALUATE

           DISPLAY "ENTER PARA VOLVER" LINE 23 COL 02
           ACCEPT WS-PAUSA LINE 23 COL 20.

       MOSTRAR-FACTURA.
           MOVE TM-DOC(WS-SEL) TO FAC-NRO
           READ FACTURAS
               INVALID KEY
                   DISPLAY "FACTURA NO ENCONTRADA (ARCHIVADA?)"
                           LINE 03 COL 02
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "FACTURA NRO" LINE 03 COL 02
           DISPLAY FAC-NRO LINE 03 COL 14
           DISPLAY "FECHA" LINE 03 COL 24
           DISPLAY FAC-FECHA LINE 03 COL 30
           DISPLAY "ESTADO" LINE 03 COL 42
           DISPLAY FAC-ESTADO LINE 03 COL 49
           MOVE FAC-CLI-ID TO CLI-ID
           MOVE SPACES TO CLI-NOMBRE
           READ CLIENTES
               INVALID KEY CONTINUE
           END-READ
           DISPLAY "CLIENTE" LINE 04 COL 02
           DISPLAY FAC-CLI-ID LINE 04 COL 14
           DISPLAY CLI-NOMBRE LINE 04 COL 24
           MOVE FAC-SUBTOTAL TO WS-EDIT-MONTO
           DISPLAY "SUBTOTAL" LINE 05 COL 02
           DISPLAY WS-EDIT-MONTO LINE 05 COL 11
           MOVE FAC-IVA TO WS-EDIT-MONTO
           DISPLAY "IVA" LINE 05 COL 25
           DISPLAY WS-EDIT-MONTO LINE 05 COL 29
           MOVE FAC-TOTAL TO WS-EDIT-MONTO
           DISPLAY "TOTAL" LINE 05 COL 43
           DISPLAY WS-EDIT-MONTO LINE 05 COL 49
           MOVE FAC-SALDO-PEND TO WS-EDIT-MONTO
           DISPLAY "SALDO" LINE 06 COL 43
           DISPLAY WS-EDIT-MONTO LINE 06 COL 49

           DISPLAY "IT PRODUCTO   DESCRIPCION                       CANT.    SUBTOTAL"
                   LINE 08 COL 02
           MOVE 9 TO WS-FILA
           SET NO-FIN-DET TO TRUE
           MOVE FAC-NRO TO DET-FAC-NRO
           START DETALLES KEY IS NOT LESS THAN DET-FAC-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET OR WS-FILA > 21
               READ DETALLES NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF DET-FAC-NRO NOT = FAC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           DISPLAY DET-ITEM    LINE WS-FILA COL 02
                           DISPLAY DET-PROD-ID LINE WS-FILA COL 06
                           DISPLAY DET-DESCRIP LINE WS-FILA COL 17
                           MOVE DET-CANT TO WS-EDIT-CANT
                           DISPLAY WS-EDIT-CANT LINE WS-FILA COL 49
                           MOVE DET-SUBTOTAL TO WS-EDIT-MONTO
                           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 59
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-NOTA-CREDITO.
           MOVE TM-DOC(WS-SEL) TO NCR-NRO
           READ NOTASCREDITO
               INVALID KEY
                   DISPLAY "NOTA CREDITO NO ENCONTRADA" LINE 03 COL 02
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "NOTA CREDITO NRO" LINE 03 COL 02
           DISPLAY NCR-NRO LINE 03 COL 19
           DISPLAY "FECHA" LINE 03 COL 29
           DISPLAY NCR-FECHA LINE 03 COL 35
           DISPLAY "FACTURA" LINE 03 COL 47
           DISPLAY NCR-FAC-NRO LINE 03 COL 55
           MOVE NCR-CLI-ID TO CLI-ID
           MOVE SPACES TO CLI-NOMBRE
           READ CLIENTES
               INVALID KEY CONTINUE
           END-READ
           DISPLAY "CLIENTE" LINE 04 COL 02
           DISPLAY NCR-CLI-ID LINE 04 COL 19
           DISPLAY CLI-NOMBRE LINE 04 COL 29
           MOVE NCR-TOTAL TO WS-EDIT-MONTO
           DISPLAY "TOTAL" LINE 05 COL 02
           DISPLAY WS-EDIT-MONTO LINE 05 COL 19
           MOVE NCR-SALDO TO WS-EDIT-MONTO
           DISPLAY "SALDO" LINE 05 COL 35
           DISPLAY WS-EDIT-MONTO LINE 05 COL 41

           DISPLAY "IT PRODUCTO   DESCRIPCION                       CANT.    SUBTOTAL"
                   LINE 08 COL 02
           MOVE 9 TO WS-FILA
           SET NO-FIN-DET TO TRUE
           MOVE NCR-NRO TO NCD-NCR-NRO
           START NOTASCREDDET KEY IS NOT LESS THAN NCD-NCR-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET OR WS-FILA > 21
               READ NOTASCREDDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF NCD-NCR-NRO NOT = NCR-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           DISPLAY NCD-ITEM    LINE WS-FILA COL 02
                           DISPLAY NCD-PROD-ID LINE WS-FILA COL 06
                           DISPLAY NCD-DESCRIP LINE WS-FILA COL 17
                           MOVE NCD-CANT TO WS-EDIT-CANT
                           DISPLAY WS-EDIT-CANT LINE WS-FILA COL 49
                           MOVE NCD-SUBTOTAL TO WS-EDIT-MONTO
                           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 59
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-RECIBO.
           MOVE TM-DOC(WS-SEL) TO REC-NRO
           READ RECIBOS
               INVALID KEY
                   DISPLAY "RECIBO NO ENCONTRADO" LINE 03 COL 02
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "RECIBO NRO" LINE 03 COL 02
           DISPLAY REC-NRO LINE 03 COL 14
           DISPLAY "FECHA" LINE 03 COL 24
           DISPLAY REC-FECHA LINE 03 COL 30
           DISPLAY "MEDIO" LINE 03 COL 42
           DISPLAY REC-MEDIO LINE 03 COL 48
           IF REC-ANULADO
               DISPLAY "ANULADO" LINE 03 COL 52 WITH REVERSE-VIDEO
           END-IF
           MOVE REC-CLI-ID TO CLI-ID
           MOVE SPACES TO CLI-NOMBRE
           READ CLIENTES
               INVALID KEY CONTINUE
           END-READ
           DISPLAY "CLIENTE" LINE 04 COL 02
           DISPLAY REC-CLI-ID LINE 04 COL 14
           DISPLAY CLI-NOMBRE LINE 04 COL 24
           MOVE REC-MONTO TO WS-EDIT-MONTO
           DISPLAY "MONTO" LINE 05 COL 02
           DISPLAY WS-EDIT-MONTO LINE 05 COL 14
           DISPLAY "USUARIO" LINE 05 COL 30
           DISPLAY REC-USUARIO LINE 05 COL 38

           DISPLAY "IT FACTURA      APLICADO" LINE 08 COL 02
           MOVE 9 TO WS-FILA
           SET NO-FIN-DET TO TRUE
           MOVE REC-NRO TO RECD-REC-NRO
           START RECIBODET KEY IS NOT LESS THAN RECD-REC-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET OR WS-FILA > 21
               READ RECIBODET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF RECD-REC-NRO NOT = REC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           DISPLAY RECD-ITEM    LINE WS-FILA COL 02
                           DISPLAY RECD-FAC-NRO LINE WS-FILA COL 06
                           MOVE RECD-MONTO-APLIC TO WS-EDIT-MONTO
                           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 14
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-COMPRA.
           MOVE TM-DOC(WS-SEL) TO COM-NRO
           READ COMPRAS
               INVALID KEY
                   DISPLAY "ORDEN DE COMPRA NO ENCONTRADA" LINE 03 COL 02
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "ORDEN DE COMPRA" LINE 03 COL 02
           DISPLAY COM-NRO LINE 03 COL 18
           DISPLAY "FECHA" LINE 03 COL 28
           DISPLAY COM-FECHA LINE 03 COL 34
           DISPLAY "ESTADO" LINE 03 COL 46
           DISPLAY COM-ESTADO LINE 03 COL 53
           MOVE COM-PROV-ID TO PROV-ID
           MOVE SPACES TO PROV-NOMBRE
           READ PROVEEDORES
               INVALID KEY CONTINUE
           END-READ
           DISPLAY "PROVEEDOR" LINE 04 COL 02
           DISPLAY COM-PROV-ID LINE 04 COL 18
           DISPLAY PROV-NOMBRE LINE 04 COL 28
           MOVE COM-SUBTOTAL TO WS-EDIT-MONTO
           DISPLAY "SUBTOTAL" LINE 05 COL 02
           DISPLAY WS-EDIT-MONTO LINE 05 COL 11
           MOVE COM-IVA TO WS-EDIT-MONTO
           DISPLAY "IVA" LINE 05 COL 25
           DISPLAY WS-EDIT-MONTO LINE 05 COL 29
           MOVE COM-TOTAL TO WS-EDIT-MONTO
           DISPLAY "TOTAL" LINE 05 COL 43
           DISPLAY WS-EDIT-MONTO LINE 05 COL 49

           DISPLAY "IT PRODUCTO   DESCRIPCION                    PED REC    SUBTOTAL"
                   LINE 08 COL 02
           MOVE 9 TO WS-FILA
           SET NO-FIN-DET TO TRUE
           MOVE COM-NRO TO CDT-COM-NRO
           START COMPRASDET KEY IS NOT LESS THAN CDT-COM-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET OR WS-FILA > 21
               READ COMPRASDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF CDT-COM-NRO NOT = COM-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           DISPLAY CDT-ITEM    LINE WS-FILA COL 02
                           DISPLAY CDT-PROD-ID LINE WS-FILA COL 06
                           DISPLAY CDT-DESCRIP LINE WS-FILA COL 17
                           DISPLAY CDT-CANT    LINE WS-FILA COL 48
                           DISPLAY CDT-CANT-RECIBIDA LINE WS-FILA COL 52
                           MOVE CDT-SUBTOTAL TO WS-EDIT-MONTO
                           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 59
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-CRUCE.
           MOVE TM-DOC(WS-SEL) TO CRZ-NRO
           READ CRUCES
               INVALID KEY
                   DISPLAY "CRUCE NO ENCONTRADO" LINE 03 COL 02
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CRUCE DE CUENTAS NRO" LINE 03 COL 02
           DISPLAY CRZ-NRO LINE 03 COL 23
           DISPLAY "FECHA" LINE 03 COL 33
           DISPLAY CRZ-FECHA LINE 03 COL 39
           IF CRZ-ANULADO
               DISPLAY "ANULADO" LINE 03 COL 50 WITH REVERSE-VIDEO
           END-IF
           MOVE CRZ-CLI-ID TO CLI-ID
           MOVE SPACES TO CLI-NOMBRE
           READ CLIENTES
               INVALID KEY CONTINUE
           END-READ
           DISPLAY "TERCERO" LINE 04 COL 02
           DISPLAY CLI-NOMBRE LINE 04 COL 23
           MOVE CRZ-MONTO TO WS-EDIT-MONTO
           DISPLAY "VALOR" LINE 05 COL 02
           DISPLAY WS-EDIT-MONTO LINE 05 COL 23
           DISPLAY "RECIBO DE CRUCE" LINE 06 COL 02
           DISPLAY CRZ-REC-NRO LINE 06 COL 23
           DISPLAY "PAGO AL PROVEEDOR" LINE 07 COL 02
           DISPLAY CRZ-PGP-NRO LINE 07 COL 23.

       MOSTRAR-ASIENTO.
           DISPLAY "LINEAS DEL ASIENTO" LINE 03 COL 02
           DISPLAY "IT CUENTA   DETALLE                        CC          DEBE        HABER"
                   LINE 05 COL 02
           MOVE 6 TO WS-FILA
           SET NO-FIN-DET TO TRUE
           MOVE TM-AST-NRO(WS-SEL) TO AST-NRO
           MOVE 0 TO AST-ITEM
           START ASIENTOS KEY IS NOT LESS THAN AST-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET OR WS-FILA > 21
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF AST-NRO NOT = TM-AST-NRO(WS-SEL)
                           SET FIN-DET TO TRUE
                       ELSE
                           DISPLAY AST-ITEM    LINE WS-FILA COL 02
                           DISPLAY AST-CUENTA  LINE WS-FILA COL 05
                           DISPLAY AST-DETALLE LINE WS-FILA COL 14
                           DISPLAY AST-CCOSTO  LINE WS-FILA COL 45
                           MOVE AST-DEBE TO WS-EDIT-MONTO
                           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 50
                           MOVE AST-HABER TO WS-EDIT-MONTO
                           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 63
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Libro mayor impreso
      *> ------------------------------------------------------------
       LIBRO-MAYOR.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE SPACES TO W-CTA-DESDE
           MOVE HIGH-VALUES TO W-CTA-HASTA
           DISPLAY "CUENTA DESDE (VACIO=PRIMERA): " LINE 12 COL 10
           ACCEPT W-CTA-DESDE LINE 12 COL 41
           DISPLAY "CUENTA HASTA (VACIO=ULTIMA) : " LINE 13 COL 10
           ACCEPT W-CTA-HASTA LINE 13 COL 41
           IF W-CTA-HASTA = SPACES
               MOVE HIGH-VALUES TO W-CTA-HASTA
           END-IF
           PERFORM PEDIR-PERIODOS-MAYOR

           MOVE 0 TO WS-CANT-LINEAS WS-CANT-CUENTAS
           MOVE 0 TO WS-GRAN-DEBE WS-GRAN-HABER
           OPEN OUTPUT MAYOR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-MAYOR
           MOVE SPACES TO WS-LINEA-REP
           STRING "LIBRO MAYOR - PERIODOS " W-PER-DESDE " A " W-PER-HASTA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-MAYOR
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-MAYOR

           SET NO-FIN-CTAS TO TRUE
           MOVE W-CTA-DESDE TO CTA-CODIGO
           START PLAN-CUENTAS KEY IS NOT LESS THAN CTA-CODIGO
               INVALID KEY SET FIN-CTAS TO TRUE
           END-START
           PERFORM UNTIL FIN-CTAS
               READ PLAN-CUENTAS NEXT RECORD
                   AT END SET FIN-CTAS TO TRUE
                   NOT AT END
                       IF CTA-CODIGO > W-CTA-HASTA
                           SET FIN-CTAS TO TRUE
                       ELSE
                           MOVE CTA-CODIGO TO WS-CTA-ACTUAL
                           MOVE CTA-NOMBRE TO WS-CTA-NOMBRE
                           PERFORM CARGAR-MOVIMIENTOS-CUENTA
                           IF WS-SALDO-INI NOT = 0 OR WS-TOT-MOV > 0
                               PERFORM IMPRIMIR-CUENTA-MAYOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-MAYOR
           MOVE SPACES TO WS-LINEA-REP
           MOVE "TOTAL MOVIMIENTOS DEL RANGO" TO WS-LINEA-REP(1:30)
           MOVE WS-GRAN-DEBE TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(70:12)
           MOVE WS-GRAN-HABER TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(83:12)
           PERFORM ESCRIBIR-MAYOR
           CLOSE MAYOR-PLANO

           MOVE "LIBROMAYOR" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-PER-DESDE "-" W-PER-HASTA " " W-CTA-DESDE
               DELIMITED BY SIZE INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "mayor.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "CUENTAS IMPRESAS: " LINE 18 COL 10
           DISPLAY WS-CANT-CUENTAS LINE 18 COL 29
           DISPLAY "LIBRO MAYOR EN 'mayor.txt' Y EN EL SPOOL" LINE 19 COL 10
           ACCEPT WS-PAUSA LINE 19 COL 52.

       PEDIR-PERIODOS-MAYOR.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PER-DESDE W-PER-HASTA
           DISPLAY "PERIODO DESDE (AAAAMM): " LINE 14 COL 10
           ACCEPT W-PER-DESDE LINE 14 COL 35
           DISPLAY "PERIODO HASTA (AAAAMM): " LINE 15 COL 10
           ACCEPT W-PER-HASTA LINE 15 COL 35
           IF W-PER-HASTA < W-PER-DESDE
               MOVE W-PER-DESDE TO W-PER-HASTA
           END-IF.

       IMPRIMIR-CUENTA-MAYOR.
           ADD 1 TO WS-CANT-CUENTAS
           ADD WS-TOT-DEBE  TO WS-GRAN-DEBE
           ADD WS-TOT-HABER TO WS-GRAN-HABER
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-MAYOR
           MOVE SPACES TO WS-LINEA-REP
           STRING "CUENTA " WS-CTA-ACTUAL " " WS-CTA-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-MAYOR
           MOVE "FECHA    ASIENTO  T DOCUMEN DETALLE                        CC            DEBE        HABER         SALDO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-MAYOR
           MOVE SPACES TO WS-LINEA-REP
           MOVE "SALDO INICIAL" TO WS-LINEA-REP(28:13)
           MOVE WS-SALDO-INI TO WS-EDIT-SALDO
           MOVE WS-EDIT-SALDO TO WS-LINEA-REP(96:13)
           PERFORM ESCRIBIR-MAYOR

           MOVE WS-SALDO-INI TO WS-SALDO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-MOV
               ADD TM-DEBE(WS-IDX) TO WS-SALDO
               SUBTRACT TM-HABER(WS-IDX) FROM WS-SALDO
               MOVE SPACES TO WS-LINEA-REP
               MOVE TM-FECHA(WS-IDX)   TO WS-LINEA-REP(1:8)
               MOVE TM-AST-NRO(WS-IDX) TO WS-LINEA-REP(10:7)
               MOVE TM-TIPO(WS-IDX)    TO WS-LINEA-REP(19:1)
               MOVE TM-DOC(WS-IDX)     TO WS-LINEA-REP(21:7)
               MOVE TM-DETALLE(WS-IDX) TO WS-LINEA-REP(29:30)
               MOVE TM-CCOSTO(WS-IDX)  TO WS-LINEA-REP(60:4)
               MOVE TM-DEBE(WS-IDX)  TO WS-EDIT-MONTO
               MOVE WS-EDIT-MONTO TO WS-LINEA-REP(70:12)
               MOVE TM-HABER(WS-IDX) TO WS-EDIT-MONTO
               MOVE WS-EDIT-MONTO TO WS-LINEA-REP(83:12)
               MOVE WS-SALDO TO WS-EDIT-SALDO
               MOVE WS-EDIT-SALDO TO WS-LINEA-REP(96:13)
               PERFORM ESCRIBIR-MAYOR
           END-PERFORM
           IF WS-MOV-EXCEDIDO = "S"
               MOVE "*** CUENTA CON MAS LINEAS DE LAS QUE SE DETALLAN - TOTALES COMPLETOS ***"
                   TO WS-LINEA-REP
               PERFORM ESCRIBIR-MAYOR
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           MOVE "TOTAL Y SALDO FINAL" TO WS-LINEA-REP(28:19)
           MOVE WS-TOT-DEBE TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(70:12)
           MOVE WS-TOT-HABER TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(83:12)
           COMPUTE WS-SALDO = WS-SALDO-INI + WS-TOT-DEBE - WS-TOT-HABER
           MOVE WS-SALDO TO WS-EDIT-SALDO
           MOVE WS-EDIT-SALDO TO WS-LINEA-REP(96:13)
           PERFORM ESCRIBIR-MAYOR.

       ESCRIBIR-MAYOR.
           WRITE REG-MAYOR-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

      *> ------------------------------------------------------------
      *> Libro diario del periodo
      *> ------------------------------------------------------------
       LIBRO-DIARIO.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PER-DESDE
           DISPLAY "PERIODO (AAAAMM): " LINE 12 COL 10
           ACCEPT W-PER-DESDE LINE 12 COL 29

           MOVE 0 TO WS-CANT-LINEAS WS-CANT-ASIENTOS WS-AST-ANT
           MOVE 0 TO WS-GRAN-DEBE WS-GRAN-HABER
           OPEN OUTPUT DIARIO-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-DIARIO
           MOVE SPACES TO WS-LINEA-REP
           STRING "LIBRO DIARIO - PERIODO " W-PER-DESDE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-DIARIO
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-DIARIO
           MOVE "ASIENTO  FECHA    T DOCUMEN CUENTA   NOMBRE                         DETALLE                CC          DEBE        HABER"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-DIARIO

           *> Dentro del periodo los asientos quedan en el orden en que
           *> se grabaron, que es el de su numeracion
           SET NO-FIN-SCAN TO TRUE
           MOVE W-PER-DESDE TO AST-PERIODO
           START ASIENTOS KEY IS NOT LESS THAN AST-PERIODO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AST-PERIODO NOT = W-PER-DESDE
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM IMPRIMIR-LINEA-DIARIO
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-DIARIO
           MOVE SPACES TO WS-LINEA-REP
           MOVE "TOTALES DEL PERIODO" TO WS-LINEA-REP(1:19)
           MOVE WS-CANT-ASIENTOS TO WS-LINEA-REP(21:5)
           MOVE "ASIENTOS" TO WS-LINEA-REP(27:8)
           MOVE WS-GRAN-DEBE TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(101:12)
           MOVE WS-GRAN-HABER TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(114:12)
           PERFORM ESCRIBIR-DIARIO
           IF WS-GRAN-DEBE NOT = WS-GRAN-HABER
               MOVE "*** DEBITOS Y CREDITOS DEL PERIODO NO CUADRAN ***"
                   TO WS-LINEA-REP
               PERFORM ESCRIBIR-DIARIO
           END-IF
           CLOSE DIARIO-PLANO

           MOVE "LIBRODIARIO" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE W-PER-DESDE TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "diario.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "ASIENTOS DEL PERIODO: " LINE 14 COL 10
           DISPLAY WS-CANT-ASIENTOS LINE 14 COL 33
           DISPLAY "LIBRO DIARIO EN 'diario.txt' Y EN EL SPOOL"
                   LINE 15 COL 10
           ACCEPT WS-PAUSA LINE 15 COL 54.

       IMPRIMIR-LINEA-DIARIO.
           IF AST-NRO NOT = WS-AST-ANT
               ADD 1 TO WS-CANT-ASIENTOS
               MOVE AST-NRO TO WS-AST-ANT
               MOVE SPACES TO WS-LINEA-REP
               PERFORM ESCRIBIR-DIARIO
           END-IF
           MOVE AST-CUENTA TO CTA-CODIGO
           READ PLAN-CUENTAS
               INVALID KEY MOVE SPACES TO CTA-NOMBRE
           END-READ
           ADD AST-DEBE  TO WS-GRAN-DEBE
           ADD AST-HABER TO WS-GRAN-HABER
           MOVE SPACES TO WS-LINEA-REP
           MOVE AST-NRO      TO WS-LINEA-REP(1:7)
           MOVE AST-FECHA    TO WS-LINEA-REP(10:8)
           MOVE AST-TIPO-DOC TO WS-LINEA-REP(19:1)
           MOVE AST-DOC-NRO  TO WS-LINEA-REP(21:7)
           MOVE AST-CUENTA   TO WS-LINEA-REP(29:8)
           MOVE CTA-NOMBRE   TO WS-LINEA-REP(38:30)
           MOVE AST-DETALLE(1:22) TO WS-LINEA-REP(69:22)
           MOVE AST-CCOSTO   TO WS-LINEA-REP(92:4)
           MOVE AST-DEBE TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(101:12)
           MOVE AST-HABER TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(114:12)
           PERFORM ESCRIBIR-DIARIO.

       ESCRIBIR-DIARIO.
           WRITE REG-DIARIO-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM CONTAB04.
