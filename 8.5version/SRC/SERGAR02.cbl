       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Reclamos de garantia al proveedor: genera desde la
      *> *           orden de servicio reparada en garantia el reclamo
      *> *           al proveedor original de la unidad (por la orden de
      *> *           compra de su serie) con los repuestos al costo y la
      *> *           mano de obra al costo del tecnico, imprime el
      *> *           documento, ofrece devolver la unidad por COMPRA05,
      *> *           lleva el estado (enviado, aceptado, rechazado,
      *> *           acreditado) y reporta al spool lo pendiente de
      *> *           recuperar por proveedor y antiguedad
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERGAR02.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "reclgar.sel".
           COPY "garantia.sel".
           COPY "servord.sel".
           COPY "srvtiempo.sel".
           COPY "tecnico.sel".
           COPY "serie.sel".
           COPY "compra.sel".
           COPY "proveedor.sel".
           COPY "producto.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "reclgar.fd".
           COPY "garantia.fd".
           COPY "servord.fd".
           COPY "srvtiempo.fd".
           COPY "tecnico.fd".
           COPY "serie.fd".
           COPY "compra.fd".
           COPY "proveedor.fd".
           COPY "producto.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-RECLGAR        PIC XX.
       01 ST-RECLGARDET     PIC XX.
       01 ST-GARANTIAS      PIC XX.
       01 ST-SERVORD        PIC XX.
       01 ST-SERVORDDET     PIC XX.
       01 ST-SRVTIEMPO      PIC XX.
       01 ST-TECNICOS       PIC XX.
       01 ST-SERIES         PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-PRODUCTOS      PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-RESPUESTA      PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".

       01 W-SRV-NRO         PIC 9(05).
       01 W-RCG-NRO         PIC 9(07).
       01 W-ESTADO          PIC X(01).
       01 W-NOTAS           PIC X(30).
       01 W-DOC-PROV        PIC X(15).
       01 W-MONTO-TXT       PIC X(12).

       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-HOY-INT        PIC 9(09).
       01 WS-RCG-NRO-MAX    PIC 9(07).
       01 WS-GAR-NRO        PIC 9(07).
       01 WS-YA-RECLAMADA   PIC 9(07).
       01 WS-ITEM-RCD       PIC 9(03).
       01 WS-COSTO-REP      PIC S9(9)V99.
       01 WS-COSTO-MO       PIC S9(9)V99.
       01 WS-ENV-RECLAMO    PIC X(07).

      *> Antiguedad de lo pendiente por proveedor
       01 WS-PROV-ACTUAL    PIC 9(07).
       01 WS-DIAS           PIC 9(05).
       01 WS-TABLA-EDADES.
          05 WS-EDAD-PROV   PIC S9(11)V99 OCCURS 4 TIMES.
          05 WS-EDAD-TOTAL  PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-EX             PIC 9(01).
       01 WS-TOT-PROV       PIC S9(11)V99.
       01 WS-TOT-GENERAL    PIC S9(11)V99.
       01 WS-CANT-PEND      PIC 9(05).

       01 WS-MONTO-DISP     PIC -(9)9.99.
       01 WS-CANT-DISP      PIC ZZZZ9.999.
       01 WS-B1-DISP        PIC -(9)9.99.
       01 WS-B2-DISP        PIC -(9)9.99.
       01 WS-B3-DISP        PIC -(9)9.99.
       01 WS-B4-DISP        PIC -(9)9.99.
       01 WS-DIAS-DISP      PIC ZZZZ9.
       01 WS-LINEA-TICKET   PIC X(80).
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "RECLAMOS DE GARANTIA AL PROVEEDOR" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. GENERAR RECLAMO DESDE UNA ORDEN DE SERVICIO"
                       LINE 05 COL 10
               DISPLAY "2. CAMBIAR ESTADO DE UN RECLAMO" LINE 06 COL 10
               DISPLAY "3. REPORTE DE RECUPERACIONES PENDIENTES"
                       LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM GENERAR-RECLAMO
                   WHEN "2"
                       PERFORM CAMBIAR-ESTADO-RECLAMO
                   WHEN "3"
                       PERFORM REPORTE-PENDIENTES
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O RECLAMOS-GARANTIA
           IF ST-RECLGAR = "35"
               OPEN OUTPUT RECLAMOS-GARANTIA
               CLOSE RECLAMOS-GARANTIA
               OPEN I-O RECLAMOS-GARANTIA
           END-IF
           OPEN I-O RECLAMOS-GARDET
           IF ST-RECLGARDET = "35"
               OPEN OUTPUT RECLAMOS-GARDET
               CLOSE RECLAMOS-GARDET
               OPEN I-O RECLAMOS-GARDET
           END-IF
           OPEN INPUT GARANTIAS
           IF ST-GARANTIAS = "35"
               OPEN OUTPUT GARANTIAS
               CLOSE GARANTIAS
               OPEN INPUT GARANTIAS
           END-IF
           OPEN INPUT ORDENES-SERVICIO
           IF ST-SERVORD = "35"
               OPEN OUTPUT ORDENES-SERVICIO
               CLOSE ORDENES-SERVICIO
               OPEN INPUT ORDENES-SERVICIO
           END-IF
           OPEN INPUT ORDENES-SERVDET
           IF ST-SERVORDDET = "35"
               OPEN OUTPUT ORDENES-SERVDET
               CLOSE ORDENES-SERVDET
               OPEN INPUT ORDENES-SERVDET
           END-IF
           OPEN INPUT TIEMPOS-TALLER
           IF ST-SRVTIEMPO = "35"
               OPEN OUTPUT TIEMPOS-TALLER
               CLOSE TIEMPOS-TALLER
               OPEN INPUT TIEMPOS-TALLER
           END-IF
           OPEN INPUT TECNICOS
           IF ST-TECNICOS = "35"
               OPEN OUTPUT TECNICOS
               CLOSE TECNICOS
               OPEN INPUT TECNICOS
           END-IF
           OPEN INPUT SERIES
           IF ST-SERIES = "35"
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN INPUT SERIES
           END-IF
           OPEN INPUT COMPRAS
           OPEN INPUT PROVEEDORES
           OPEN INPUT PRODUCTOS.

       CERRAR-ARCHIVOS.
           CLOSE RECLAMOS-GARANTIA
           CLOSE RECLAMOS-GARDET
           CLOSE GARANTIAS
           CLOSE ORDENES-SERVICIO
           CLOSE ORDENES-SERVDET
           CLOSE TIEMPOS-TALLER
           CLOSE TECNICOS
           CLOSE SERIES
           CLOSE COMPRAS
           CLOSE PROVEEDORES
           CLOSE PRODUCTOS.

       GENERAR-RECLAMO.
      *> La orden debe ser de una unidad serializada con decision de
      *> reparacion en garantia (SERGAR01) y tener el trabajo hecho
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-SRV-NRO
           DISPLAY "ORDEN DE SERVICIO (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-SRV-NRO LINE 11 COL 41
           IF W-SRV-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-SRV-NRO TO SRV-NRO
           READ ORDENES-SERVICIO
               INVALID KEY
                   DISPLAY "ORDEN NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 27
                   EXIT PARAGRAPH
           END-READ
           IF SRV-SERIE = SPACES
               DISPLAY "LA ORDEN NO ES DE UNA UNIDAD SERIALIZADA"
                       LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 52
               EXIT PARAGRAPH
           END-IF
           IF NOT SRV-LISTA AND NOT SRV-ENTREGADA
               DISPLAY "LA REPARACION AUN NO ESTA TERMINADA" LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 47
               EXIT PARAGRAPH
           END-IF

           PERFORM BUSCAR-RECLAMO-ORDEN
           IF WS-YA-RECLAMADA > 0
               DISPLAY "LA ORDEN YA TIENE EL RECLAMO " LINE 12 COL 10
               DISPLAY WS-YA-RECLAMADA LINE 12 COL 40
               ACCEPT WS-PAUSA LINE 12 COL 50
               EXIT PARAGRAPH
           END-IF

           PERFORM BUSCAR-DECISION-GARANTIA
           IF WS-GAR-NRO = 0
               DISPLAY "LA SERIE NO TIENE DECISION DE REPARACION EN GARANTIA"
                       LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 64
               EXIT PARAGRAPH
           END-IF

      *> El proveedor original es el de la orden de compra con que
      *> entro la unidad
           MOVE SRV-PROD-ID TO SER-PROD-ID
           MOVE SRV-SERIE   TO SER-NUMERO
           READ SERIES
               INVALID KEY
                   MOVE 0 TO SER-COM-NRO
           END-READ
           IF SER-COM-NRO = 0
               DISPLAY "LA SERIE NO TIENE ORDEN DE COMPRA DE ORIGEN"
                       LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 55
               EXIT PARAGRAPH
           END-IF
           MOVE SER-COM-NRO TO COM-NRO
           READ COMPRAS
               INVALID KEY
                   DISPLAY "NO SE ENCONTRO LA ORDEN DE COMPRA DE ORIGEN"
                           LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 55
                   EXIT PARAGRAPH
           END-READ
           MOVE COM-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY MOVE SPACES TO PROV-NOMBRE
           END-READ
           DISPLAY "PROVEEDOR: " LINE 12 COL 10
           DISPLAY PROV-NOMBRE LINE 12 COL 22
           DISPLAY "COMPRA: " LINE 12 COL 55
           DISPLAY SER-COM-NRO LINE 12 COL 63

           MOVE 0 TO WS-RCG-NRO-MAX
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RCG-NRO
           START RECLAMOS-GARANTIA KEY IS NOT LESS THAN RCG-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECLAMOS-GARANTIA NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE RCG-NRO TO WS-RCG-NRO-MAX
               END-READ
           END-PERFORM
           ADD 1 TO WS-RCG-NRO-MAX

           MOVE 0 TO WS-ITEM-RCD WS-COSTO-REP WS-COSTO-MO
           PERFORM CARGAR-REPUESTOS-ORDEN
           PERFORM CARGAR-TIEMPOS-ORDEN
           IF WS-ITEM-RCD = 0
               DISPLAY "LA ORDEN NO TIENE REPUESTOS NI MANO DE OBRA"
                       LINE 13 COL 10
               ACCEPT WS-PAUSA LINE 13 COL 55
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RCG-NRO-MAX TO RCG-NRO
           MOVE WS-FECHA-HOY   TO RCG-FECHA RCG-FECHA-ESTADO
           MOVE W-SRV-NRO      TO RCG-SRV-NRO
           MOVE WS-GAR-NRO     TO RCG-GAR-NRO
           MOVE SRV-PROD-ID    TO RCG-PROD-ID
           MOVE SRV-SERIE      TO RCG-SERIE
           MOVE SER-COM-NRO    TO RCG-COM-NRO
           MOVE COM-PROV-ID    TO RCG-PROV-ID
           MOVE WS-COSTO-REP   TO RCG-COSTO-REP
           MOVE WS-COSTO-MO    TO RCG-COSTO-MO
           COMPUTE RCG-TOTAL = WS-COSTO-REP + WS-COSTO-MO
           SET RCG-ENVIADO TO TRUE
           MOVE 0 TO RCG-MONTO-ACRED RCG-DVP-NRO
           MOVE SPACES TO RCG-DOC-PROV RCG-NOTAS
           MOVE WS-USUARIO-SESION TO RCG-USUARIO
           WRITE RECLGAR-REG

           PERFORM IMPRIMIR-RECLAMO
           MOVE RCG-TOTAL TO WS-MONTO-DISP
           DISPLAY "RECLAMO " LINE 14 COL 10
           DISPLAY RCG-NRO LINE 14 COL 18
           DISPLAY " ENVIADO POR " LINE 14 COL 25
           DISPLAY WS-MONTO-DISP LINE 14 COL 38

           MOVE "N" TO WS-RESPUESTA
           DISPLAY "DEVOLVER LA UNIDAD DEFECTUOSA AL PROVEEDOR [S/N]? "
                   LINE 16 COL 10
           ACCEPT WS-RESPUESTA LINE 16 COL 61
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
               PERFORM DEVOLVER-UNIDAD
           ELSE
               ACCEPT WS-PAUSA LINE 17 COL 10
           END-IF.

       BUSCAR-RECLAMO-ORDEN.
           MOVE 0 TO WS-YA-RECLAMADA
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RCG-NRO
           START RECLAMOS-GARANTIA KEY IS NOT LESS THAN RCG-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECLAMOS-GARANTIA NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RCG-SRV-NRO = W-SRV-NRO
                           MOVE RCG-NRO TO WS-YA-RECLAMADA
                           SET FIN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-DECISION-GARANTIA.
      *> La ultima decision de reparacion en garantia de la serie
           MOVE 0 TO WS-GAR-NRO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO GAR-NRO
           START GARANTIAS KEY IS NOT LESS THAN GAR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ GARANTIAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF GAR-PROD-ID = SRV-PROD-ID
                          AND GAR-SERIE = SRV-SERIE
                          AND GAR-REPARACION
                           MOVE GAR-NRO TO WS-GAR-NRO
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-REPUESTOS-ORDEN.
      *> Repuestos al costo del producto; la mano de obra digitada con
      *> valor (ordenes anteriores a los tiempos de tecnico) va por
      *> ese valor
           SET NO-FIN-DET TO TRUE
           MOVE W-SRV-NRO TO SRD-SRV-NRO
           MOVE 0 TO SRD-ITEM
           START ORDENES-SERVDET KEY IS NOT LESS THAN SRD-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ ORDENES-SERVDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF SRD-SRV-NRO NOT = W-SRV-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           ADD 1 TO WS-ITEM-RCD
                           MOVE WS-RCG-NRO-MAX TO RCD-RCG-NRO
                           MOVE WS-ITEM-RCD TO RCD-ITEM
                           MOVE SRD-PROD-ID TO RCD-PROD-ID
                           MOVE SRD-DESCRIP TO RCD-DESCRIP
                           MOVE SRD-CANT TO RCD-CANT
                           IF SRD-REPUESTO
                               SET RCD-REPUESTO TO TRUE
                               MOVE SRD-PROD-ID TO PRD-CODIGO
                               READ PRODUCTOS
                                   INVALID KEY MOVE 0 TO PRD-COSTO
                               END-READ
                               MOVE PRD-COSTO TO RCD-COSTO-UNIT
                           ELSE
                               SET RCD-MANO-OBRA TO TRUE
                               MOVE SRD-PRECIO TO RCD-COSTO-UNIT
                           END-IF
                           COMPUTE RCD-SUBTOTAL ROUNDED =
                               RCD-CANT * RCD-COSTO-UNIT
                           WRITE RECLGARDET-REG
                           IF RCD-REPUESTO
                               ADD RCD-SUBTOTAL TO WS-COSTO-REP
                           ELSE
                               ADD RCD-SUBTOTAL TO WS-COSTO-MO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-TIEMPOS-ORDEN.
      *> Cada tiempo registrado (cobrable o no al cliente) se reclama
      *> en horas al costo por hora del tecnico
           SET NO-FIN-DET TO TRUE
           MOVE W-SRV-NRO TO STM-SRV-NRO
           MOVE 0 TO STM-SECUENCIA
           START TIEMPOS-TALLER KEY IS NOT LESS THAN STM-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ TIEMPOS-TALLER NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF STM-SRV-NRO NOT = W-SRV-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE STM-TEC-CODIGO TO TEC-CODIGO
                           READ TECNICOS
                               INVALID KEY MOVE 0 TO TEC-COSTO-HORA
                           END-READ
                           ADD 1 TO WS-ITEM-RCD
                           MOVE WS-RCG-NRO-MAX TO RCD-RCG-NRO
                           MOVE WS-ITEM-RCD TO RCD-ITEM
                           SET RCD-MANO-OBRA TO TRUE
                           MOVE SPACES TO RCD-PROD-ID
                           MOVE STM-TAREA TO RCD-DESCRIP
                           COMPUTE RCD-CANT ROUNDED = STM-MINUTOS / 60
                           MOVE TEC-COSTO-HORA TO RCD-COSTO-UNIT
                           COMPUTE RCD-SUBTOTAL ROUNDED =
                               RCD-CANT * RCD-COSTO-UNIT
                           WRITE RECLGARDET-REG
                           ADD RCD-SUBTOTAL TO WS-COSTO-MO
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-RECLAMO.
           OPEN OUTPUT RECLAMO-TICKET
           MOVE 0 TO WS-CANT-LINEAS

           MOVE ALL "-" TO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE SPACES TO WS-LINEA-TICKET
           STRING "RECLAMO DE GARANTIA AL PROVEEDOR NRO " RCG-NRO
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE SPACES TO WS-LINEA-TICKET
           STRING "FECHA: " RCG-FECHA "  ORDEN COMPRA: " RCG-COM-NRO
                  "  ORDEN SERVICIO: " RCG-SRV-NRO
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE SPACES TO WS-LINEA-TICKET
           STRING "PROVEEDOR: " RCG-PROV-ID " " PROV-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE SPACES TO WS-LINEA-TICKET
           STRING "PRODUCTO: " RCG-PROD-ID "  SERIE: " RCG-SERIE
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE SPACES TO WS-LINEA-TICKET
           STRING "FALLA: " SRV-FALLA
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE ALL "-" TO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET

           SET NO-FIN-DET TO TRUE
           MOVE RCG-NRO TO RCD-RCG-NRO
           MOVE 0 TO RCD-ITEM
           START RECLAMOS-GARDET KEY IS NOT LESS THAN RCD-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ RECLAMOS-GARDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF RCD-RCG-NRO NOT = RCG-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE RCD-CANT TO WS-CANT-DISP
                           MOVE RCD-SUBTOTAL TO WS-MONTO-DISP
                           MOVE SPACES TO WS-LINEA-TICKET
                           STRING RCD-TIPO " " RCD-DESCRIP " "
                                  WS-CANT-DISP " " WS-MONTO-DISP
                               DELIMITED BY SIZE INTO WS-LINEA-TICKET
                           PERFORM ESCRIBIR-LINEA-TICKET
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE RCG-COSTO-REP TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-TICKET
           STRING "REPUESTOS (R):    " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE RCG-COSTO-MO TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-TICKET
           STRING "MANO DE OBRA (M): " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           MOVE RCG-TOTAL TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-TICKET
           STRING "TOTAL RECLAMADO:  " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           PERFORM ESCRIBIR-LINEA-TICKET
           CLOSE RECLAMO-TICKET

           MOVE "RECLAMOGAR" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE RCG-NRO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "reclamo_gar.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL
           DISPLAY "RECLAMO GENERADO: reclamo_gar.txt" LINE 13 COL 10.

       ESCRIBIR-LINEA-TICKET.
           WRITE REG-RECLAMO-TICKET FROM WS-LINEA-TICKET
           ADD 1 TO WS-CANT-LINEAS.

       DEVOLVER-UNIDAD.
      *> COMPRA05 toma el reclamo del ambiente: abre la orden de compra
      *> de origen y deja en el reclamo el numero de la devolucion
           MOVE RCG-NRO TO WS-ENV-RECLAMO
           DISPLAY "RECLAMOGAR" UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-RECLAMO UPON ENVIRONMENT-VALUE
           CALL "COMPRA05"
               ON EXCEPTION
                  DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
           END-CALL
           CANCEL "COMPRA05"
           MOVE SPACES TO WS-ENV-RECLAMO
           DISPLAY "RECLAMOGAR" UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-RECLAMO UPON ENVIRONMENT-VALUE.

       CAMBIAR-ESTADO-RECLAMO.
      *> Enviado pasa a aceptado, rechazado o acreditado; aceptado a
      *> rechazado o acreditado. Rechazado y acreditado quedan cerrados
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-RCG-NRO
           DISPLAY "NRO DE RECLAMO (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-RCG-NRO LINE 11 COL 38
           IF W-RCG-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-RCG-NRO TO RCG-NRO
           READ RECLAMOS-GARANTIA
               INVALID KEY
                   DISPLAY "RECLAMO NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 29
                   EXIT PARAGRAPH
           END-READ
           MOVE RCG-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY MOVE SPACES TO PROV-NOMBRE
           END-READ
           MOVE RCG-TOTAL TO WS-MONTO-DISP
           DISPLAY "PROVEEDOR: " LINE 12 COL 10
           DISPLAY PROV-NOMBRE LINE 12 COL 22
           DISPLAY "TOTAL: " LINE 13 COL 10
           DISPLAY WS-MONTO-DISP LINE 13 COL 18
           DISPLAY "ESTADO: " LINE 13 COL 35
           DISPLAY RCG-ESTADO LINE 13 COL 43
           DISPLAY "DESDE: " LINE 13 COL 46
           DISPLAY RCG-FECHA-ESTADO LINE 13 COL 53
           IF NOT RCG-PENDIENTE
               DISPLAY "RECLAMO CERRADO" LINE 14 COL 10
               ACCEPT WS-PAUSA LINE 14 COL 27
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO W-ESTADO
           DISPLAY "NUEVO [A=ACEPTADO R=RECHAZADO C=ACREDITADO]: "
                   LINE 14 COL 10
           ACCEPT W-ESTADO LINE 14 COL 56
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
           EVALUATE TRUE
               WHEN W-ESTADO = "A" AND RCG-ENVIADO
                   SET RCG-ACEPTADO TO TRUE
               WHEN W-ESTADO = "R"
                   MOVE SPACES TO W-NOTAS
                   DISPLAY "MOTIVO DEL RECHAZO: " LINE 15 COL 10
                   ACCEPT W-NOTAS LINE 15 COL 31
                   MOVE W-NOTAS TO RCG-NOTAS
                   SET RCG-RECHAZADO TO TRUE
               WHEN W-ESTADO = "C"
                   MOVE SPACES TO W-MONTO-TXT
                   DISPLAY "VALOR ACREDITADO (ENTER=TOTAL): " LINE 15 COL 10
                   ACCEPT W-MONTO-TXT LINE 15 COL 43
                   IF W-MONTO-TXT = SPACES
                       MOVE RCG-TOTAL TO RCG-MONTO-ACRED
                   ELSE
                       MOVE FUNCTION NUMVAL(W-MONTO-TXT)
                           TO RCG-MONTO-ACRED
                   END-IF
                   MOVE SPACES TO W-DOC-PROV
                   DISPLAY "DOCUMENTO DEL PROVEEDOR: " LINE 16 COL 10
                   ACCEPT W-DOC-PROV LINE 16 COL 36
                   MOVE W-DOC-PROV TO RCG-DOC-PROV
                   SET RCG-ACREDITADO TO TRUE
               WHEN OTHER
                   DISPLAY "CAMBIO DE ESTADO INVALIDO" LINE 17 COL 10
                   ACCEPT WS-PAUSA LINE 17 COL 37
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-FECHA-HOY TO RCG-FECHA-ESTADO
           MOVE WS-USUARIO-SESION TO RCG-USUARIO
           REWRITE RECLGAR-REG
           DISPLAY "ESTADO ACTUALIZADO" LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 30.

       REPORTE-PENDIENTES.
      *> Lo enviado o aceptado y aun no acreditado, por proveedor (clave
      *> alterna) en tramos de antiguedad desde la fecha del reclamo
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "PROCESANDO..." LINE 11 COL 10
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-GENERAL WS-CANT-PEND
                     WS-TOT-PROV WS-PROV-ACTUAL
           PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 4
               MOVE 0 TO WS-EDAD-PROV(WS-EX) WS-EDAD-TOTAL(WS-EX)
           END-PERFORM

           OPEN OUTPUT RECGAR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "RECUPERACIONES DE GARANTIA PENDIENTES POR PROVEEDOR - AL "
                  WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  RECLAMO FECHA    ORDEN PRODUCTO   SERIE               "
                  " E  DIAS         VALOR"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RCG-PROV-ID
           START RECLAMOS-GARANTIA KEY IS NOT LESS THAN RCG-PROV-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECLAMOS-GARANTIA NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RCG-PENDIENTE
                           IF RCG-PROV-ID NOT = WS-PROV-ACTUAL
                               PERFORM CERRAR-PROVEEDOR
                               MOVE RCG-PROV-ID TO WS-PROV-ACTUAL
                               PERFORM ABRIR-PROVEEDOR
                           END-IF
                           PERFORM LISTAR-RECLAMO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CERRAR-PROVEEDOR

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE WS-EDAD-TOTAL(1) TO WS-B1-DISP
           MOVE WS-EDAD-TOTAL(2) TO WS-B2-DISP
           MOVE WS-EDAD-TOTAL(3) TO WS-B3-DISP
           MOVE WS-EDAD-TOTAL(4) TO WS-B4-DISP
           MOVE WS-TOT-GENERAL TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL GENERAL  0-30:" WS-B1-DISP " 31-60:" WS-B2-DISP
                  " 61-90:" WS-B3-DISP " +90:" WS-B4-DISP
                  " TOTAL:" WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           CLOSE RECGAR-PLANO

           MOVE "RECUPGAR" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE WS-FECHA-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "recupera_gar.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "RECLAMOS PENDIENTES: " LINE 12 COL 10
           DISPLAY WS-CANT-PEND LINE 12 COL 32
           DISPLAY "0-30 DIAS:  " LINE 13 COL 10
           DISPLAY WS-B1-DISP LINE 13 COL 22
           DISPLAY "31-60 DIAS: " LINE 14 COL 10
           DISPLAY WS-B2-DISP LINE 14 COL 22
           DISPLAY "61-90 DIAS: " LINE 15 COL 10
           DISPLAY WS-B3-DISP LINE 15 COL 22
           DISPLAY "+90 DIAS:   " LINE 16 COL 10
           DISPLAY WS-B4-DISP LINE 16 COL 22
           DISPLAY "TOTAL:      " LINE 17 COL 10
           DISPLAY WS-MONTO-DISP LINE 17 COL 22
           DISPLAY "REPORTE 'recupera_gar.txt' ENVIADO AL SPOOL"
                   LINE 19 COL 10
           ACCEPT WS-PAUSA LINE 19 COL 55.

       ABRIR-PROVEEDOR.
           MOVE 0 TO WS-TOT-PROV
           PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 4
               MOVE 0 TO WS-EDAD-PROV(WS-EX)
           END-PERFORM
           MOVE WS-PROV-ACTUAL TO PROV-ID
           READ PROVEEDORES
               INVALID KEY MOVE SPACES TO PROV-NOMBRE
           END-READ
           MOVE SPACES TO WS-LINEA-REP
           STRING "PROVEEDOR " WS-PROV-ACTUAL " " PROV-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP.

       LISTAR-RECLAMO.
           COMPUTE WS-DIAS = WS-HOY-INT - FUNCTION INTEGER-OF-DATE(RCG-FECHA)
           EVALUATE TRUE
               WHEN WS-DIAS <= 30
                   MOVE 1 TO WS-EX
               WHEN WS-DIAS <= 60
                   MOVE 2 TO WS-EX
               WHEN WS-DIAS <= 90
                   MOVE 3 TO WS-EX
               WHEN OTHER
                   MOVE 4 TO WS-EX
           END-EVALUATE
           ADD RCG-TOTAL TO WS-EDAD-PROV(WS-EX) WS-EDAD-TOTAL(WS-EX)
           ADD RCG-TOTAL TO WS-TOT-PROV WS-TOT-GENERAL
           ADD 1 TO WS-CANT-PEND

           MOVE WS-DIAS TO WS-DIAS-DISP
           MOVE RCG-TOTAL TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  " RCG-NRO " " RCG-FECHA " " RCG-SRV-NRO " "
                  RCG-PROD-ID " " RCG-SERIE " " RCG-ESTADO " "
                  WS-DIAS-DISP " " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP.

       CERRAR-PROVEEDOR.
           IF WS-PROV-ACTUAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EDAD-PROV(1) TO WS-B1-DISP
           MOVE WS-EDAD-PROV(2) TO WS-B2-DISP
           MOVE WS-EDAD-PROV(3) TO WS-B3-DISP
           MOVE WS-EDAD-PROV(4) TO WS-B4-DISP
           MOVE WS-TOT-PROV TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  SUBTOTAL     0-30:" WS-B1-DISP " 31-60:" WS-B2-DISP
                  " 61-90:" WS-B3-DISP " +90:" WS-B4-DISP
                  " TOTAL:" WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP.

       ESCRIBIR-LINEA-REP.
           WRITE REG-RECGAR-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM SERGAR02.
