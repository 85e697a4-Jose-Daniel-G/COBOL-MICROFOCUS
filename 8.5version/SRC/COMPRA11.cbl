       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Mercancia recibida no facturada a una fecha de
      *> *           corte: cada linea de orden de compra recibida en
      *> *           COMPRA06 que aun no cubre una factura de proveedor
      *> *           (COMPRA02), valorizada al precio de la orden, por
      *> *           proveedor y orden, con su antiguedad en dias.
      *> *           Opcionalmente genera la provision de cierre del
      *> *           periodo y su reverso el primer dia del siguiente
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRA11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "grni.sel".
           COPY "compra.sel".
           COPY "compradet.sel".
           COPY "proveedor.sel".
           COPY "provfac.sel".
           COPY "producto.sel".
           COPY "kardex.sel".
           COPY "asiento.sel".
           COPY "astctrl.sel".
           COPY "cuentas.sel".
           COPY "reglacon.sel".
           COPY "periodo.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "grni.fd".
           COPY "compra.fd".
           COPY "compradet.fd".
           COPY "proveedor.fd".
           COPY "provfac.fd".
           COPY "producto.fd".
           COPY "kardex.fd".
           COPY "asiento.fd".
           COPY "astctrl.fd".
           COPY "cuentas.fd".
           COPY "reglacon.fd".
           COPY "periodo.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       COPY "AUDITORIA.cpy".
       COPY "PERIODO.cpy".
       01 ST-SESION         PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-COMPRASDET     PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-ASIENTOS       PIC XX.
       01 ST-NEXT-AST       PIC XX.
       01 ST-CUENTAS        PIC XX.
       01 ST-REGLACON       PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-RESPUESTA      PIC X.
       01 WS-FECHA-HOY      PIC 9(08).

       01 W-FECHA-CORTE     PIC 9(08).
       01 WS-CORTE-PARTES REDEFINES W-FECHA-CORTE.
          05 WS-CORTE-ANIO     PIC 9(04).
          05 WS-CORTE-MES      PIC 9(02).
          05 WS-CORTE-DIA      PIC 9(02).
       01 WS-CORTE-INT      PIC 9(07).
       01 WS-PERIODO-CORTE  PIC 9(06).
       01 WS-FECHA-REVERSO  PIC 9(08).
       01 WS-REVERSO-PARTES REDEFINES WS-FECHA-REVERSO.
          05 WS-REV-ANIO       PIC 9(04).
          05 WS-REV-MES        PIC 9(02).
          05 WS-REV-DIA        PIC 9(02).
       01 WS-PERIODO-REVERSO PIC 9(06).
       01 W-CTA-PROVISION   PIC X(08).
       01 WS-CTA-INVENT     PIC X(08).

       01 WS-SW-COMPRAS     PIC X VALUE "N".
          88 FIN-COMPRAS       VALUE "S".
          88 NO-FIN-COMPRAS    VALUE "N".
       01 WS-SW-DETALLES    PIC X VALUE "N".
          88 FIN-DETALLES      VALUE "S".
          88 NO-FIN-DETALLES   VALUE "N".
       01 WS-SW-PROVFAC     PIC X VALUE "N".
          88 FIN-PROVFAC       VALUE "S".
          88 NO-FIN-PROVFAC    VALUE "N".
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".
       01 WS-SW-ASIENTOS    PIC X VALUE "N".
          88 FIN-ASIENTOS      VALUE "S".
          88 NO-FIN-ASIENTOS   VALUE "N".

      *> Orden en curso: fecha de la factura que la cubre (0 = sin
      *> factura a la fecha de corte) y si ya esta en el libro
       01 WS-PROV-ACTUAL    PIC 9(07).
       01 WS-OC-REF         PIC X(10).
       01 WS-FECHA-CUBRE    PIC 9(08).
       01 WS-OC-CONTAB      PIC X(01).
       01 WS-OC-CON-LINEAS  PIC X(01).

      *> Lo recibido por producto dentro de la orden ya asignado a
      *> lineas anteriores (el mismo producto puede venir en dos)
       01 WS-TOT-ASG        PIC 9(03).
       01 WS-IDX-ASG        PIC 9(03).
       01 WS-POS-ASG        PIC 9(03).
       01 WS-TABLA-ASIGNADO.
          05 T-ASG OCCURS 100 TIMES.
             10 T-ASG-PROD      PIC X(10).
             10 T-ASG-CANT      PIC 9(09)V999.

       01 WS-FACTOR         PIC 9(05).
       01 WS-CANT-KARDEX    PIC 9(09)V999.
       01 WS-CANT-LINEA     PIC 9(09)V999.
       01 WS-CANT-COMPRA    PIC 9(07)V999.
       01 WS-FECHA-ANTIGUA  PIC 9(08).
       01 WS-DIAS           PIC 9(05).
       01 WS-VALOR-LINEA    PIC S9(11)V99.

       01 WS-TOT-ORDEN      PIC S9(13)V99.
       01 WS-TOT-PROV       PIC S9(13)V99.
       01 WS-TOT-GENERAL    PIC S9(13)V99.
       01 WS-TOT-PROVISION  PIC S9(13)V99.
       01 WS-TOT-EN-LIBRO   PIC S9(13)V99.
       01 WS-CANT-LINEAS-GR PIC 9(05).
       01 WS-CANT-ORDENES   PIC 9(05).

       01 WS-AST-NRO        PIC 9(07).
       01 WS-AST-PROVISION  PIC 9(07).
       01 WS-AST-REVERSO    PIC 9(07).
       01 WS-AST-ITEM       PIC 9(02).
       01 WS-YA-PROVISIONADO PIC X(01).

       01 WS-EDIT-MONTO     PIC -(12)9.99.
       01 WS-EDIT-CANT      PIC Z(6)9.999.
       01 WS-EDIT-DIAS      PIC ZZZZ9.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ABRIR-AUDITORIA
           MOVE "COMPRA11" TO WS-AUD-PROGRAMA

           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "MERCANCIA RECIBIDA NO FACTURADA" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO W-FECHA-CORTE
           DISPLAY "FECHA DE CORTE (AAAAMMDD): " LINE 05 COL 10
           ACCEPT W-FECHA-CORTE LINE 05 COL 38
           IF WS-CORTE-MES < 1 OR WS-CORTE-MES > 12
              OR WS-CORTE-DIA < 1 OR WS-CORTE-DIA > 31
               DISPLAY "FECHA INVALIDA" LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 30
               PERFORM CERRAR-ARCHIVOS
               GOBACK
           END-IF
           COMPUTE WS-CORTE-INT = FUNCTION INTEGER-OF-DATE(W-FECHA-CORTE)
           MOVE W-FECHA-CORTE(1:6) TO WS-PERIODO-CORTE

           PERFORM GENERAR-REPORTE

           DISPLAY "LINEAS PENDIENTES DE FACTURA: " LINE 08 COL 10
           DISPLAY WS-CANT-LINEAS-GR LINE 08 COL 45
           DISPLAY "ORDENES: " LINE 09 COL 10
           DISPLAY WS-CANT-ORDENES LINE 09 COL 45
           MOVE WS-TOT-GENERAL TO WS-EDIT-MONTO
           DISPLAY "VALOR RECIBIDO NO FACTURADO: " LINE 10 COL 10
           DISPLAY WS-EDIT-MONTO LINE 10 COL 41
           MOVE WS-TOT-EN-LIBRO TO WS-EDIT-MONTO
           DISPLAY "  YA RECONOCIDO EN EL LIBRO: " LINE 11 COL 10
           DISPLAY WS-EDIT-MONTO LINE 11 COL 41
           MOVE WS-TOT-PROVISION TO WS-EDIT-MONTO
           DISPLAY "  A PROVISIONAR:             " LINE 12 COL 10
           DISPLAY WS-EDIT-MONTO LINE 12 COL 41
           DISPLAY "REPORTE GENERADO EN 'grni.txt'" LINE 14 COL 10

           IF WS-TOT-PROVISION > 0
               PERFORM OFRECER-PROVISION
           ELSE
               ACCEPT WS-PAUSA LINE 14 COL 45
           END-IF

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       VALIDAR-PERIODO.
           COPY "VALIDAR-PERIODO.cpy".

       ABRIR-ARCHIVOS.
           OPEN INPUT COMPRAS
           IF ST-COMPRAS = "35"
               OPEN OUTPUT COMPRAS
               CLOSE COMPRAS
               OPEN INPUT COMPRAS
           END-IF
           OPEN INPUT COMPRASDET
           IF ST-COMPRASDET = "35"
               OPEN OUTPUT COMPRASDET
               CLOSE COMPRASDET
               OPEN INPUT COMPRASDET
           END-IF
           OPEN INPUT PROVEEDORES
           IF ST-PROVEEDORES = "35"
               OPEN OUTPUT PROVEEDORES
               CLOSE PROVEEDORES
               OPEN INPUT PROVEEDORES
           END-IF
           OPEN INPUT FACTURAS-PROV
           IF ST-PROVFAC = "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN INPUT FACTURAS-PROV
           END-IF
           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF
           OPEN INPUT KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN INPUT KARDEX
           END-IF
           OPEN I-O ASIENTOS
           IF ST-ASIENTOS = "35"
               OPEN OUTPUT ASIENTOS
               CLOSE ASIENTOS
               OPEN I-O ASIENTOS
           END-IF
           OPEN I-O NEXT-AST-NRO
           IF ST-NEXT-AST = "35"
               OPEN OUTPUT NEXT-AST-NRO
               CLOSE NEXT-AST-NRO
               OPEN I-O NEXT-AST-NRO
               MOVE "1" TO ATC-CLAVE
               MOVE 0   TO ATC-ULTIMO-NRO
               WRITE NEXT-AST-NRO-REG
           END-IF
           OPEN INPUT PLAN-CUENTAS
           IF ST-CUENTAS = "35"
               OPEN OUTPUT PLAN-CUENTAS
               CLOSE PLAN-CUENTAS
               OPEN INPUT PLAN-CUENTAS
           END-IF
           OPEN INPUT REGLAS-CONTAB
           IF ST-REGLACON = "35"
               OPEN OUTPUT REGLAS-CONTAB
               CLOSE REGLAS-CONTAB
               OPEN INPUT REGLAS-CONTAB
           END-IF
           OPEN INPUT PERIODOS-CONTABLES
           IF ST-PERIODOS = "35"
               OPEN OUTPUT PERIODOS-CONTABLES
               CLOSE PERIODOS-CONTABLES
               OPEN INPUT PERIODOS-CONTABLES
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE COMPRAS
           CLOSE COMPRASDET
           CLOSE PROVEEDORES
           CLOSE FACTURAS-PROV
           CLOSE PRODUCTOS
           CLOSE KARDEX
           CLOSE ASIENTOS
           CLOSE NEXT-AST-NRO
           CLOSE PLAN-CUENTAS
           CLOSE REGLAS-CONTAB
           CLOSE PERIODOS-CONTABLES
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

      *> ------------------------------------------------------------
      *> Recorrido de ordenes por proveedor (clave alterna)
      *> ------------------------------------------------------------
       GENERAR-REPORTE.
           MOVE 0 TO WS-TOT-GENERAL WS-TOT-PROVISION WS-TOT-EN-LIBRO
           MOVE 0 TO WS-TOT-PROV WS-CANT-LINEAS-GR WS-CANT-ORDENES
           MOVE 0 TO WS-PROV-ACTUAL WS-CANT-LINEAS
           OPEN OUTPUT GRNI-PLANO
           PERFORM ENCABEZADO-REPORTE

           SET NO-FIN-COMPRAS TO TRUE
           MOVE 0 TO COM-PROV-ID
           START COMPRAS KEY IS NOT LESS THAN COM-PROV-ID
               INVALID KEY SET FIN-COMPRAS TO TRUE
           END-START
           PERFORM UNTIL FIN-COMPRAS
               READ COMPRAS NEXT RECORD
                   AT END SET FIN-COMPRAS TO TRUE
                   NOT AT END
                       IF (COM-PARCIAL OR COM-RECIBIDA)
                          AND COM-FECHA <= W-FECHA-CORTE
                          AND NOT COM-EN-CONSIGNACION
                           PERFORM EVALUAR-ORDEN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROV-ACTUAL NOT = 0
               PERFORM TOTAL-PROVEEDOR
           END-IF

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-GENERAL TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL RECIBIDO NO FACTURADO: " WS-EDIT-MONTO
                  "   LINEAS " WS-CANT-LINEAS-GR
                  "   ORDENES " WS-CANT-ORDENES
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-EN-LIBRO TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "  EN ORDENES YA CONTABILIZADAS (LIBRO=SI): "
                  WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-PROVISION TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "  PASIVO NO RECONOCIDO A PROVISIONAR:       "
                  WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE GRNI-PLANO

           MOVE "GRNI" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING "CORTE " W-FECHA-CORTE DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "grni.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL.

       ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "MERCANCIA RECIBIDA NO FACTURADA AL " W-FECHA-CORTE
                  "   (VALOR AL PRECIO DE LA ORDEN)   EMITIDO "
                  WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "  ORDEN    ITEM PRODUCTO   DESCRIPCION                      CANTIDAD           PRECIO            VALOR  DIAS LIBRO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       EVALUAR-ORDEN.
           MOVE SPACES TO WS-OC-REF
           STRING "OC" COM-NRO DELIMITED BY SIZE INTO WS-OC-REF
           PERFORM BUSCAR-FACTURA-ORDEN
           PERFORM VERIFICAR-ORDEN-EN-LIBRO
           MOVE 0 TO WS-TOT-ORDEN WS-TOT-ASG
           MOVE "N" TO WS-OC-CON-LINEAS

           SET NO-FIN-DETALLES TO TRUE
           MOVE COM-NRO TO CDT-COM-NRO
           MOVE 0 TO CDT-ITEM
           START COMPRASDET KEY IS NOT LESS THAN CDT-CLAVE
               INVALID KEY SET FIN-DETALLES TO TRUE
           END-START
           PERFORM UNTIL FIN-DETALLES
               READ COMPRASDET NEXT RECORD
                   AT END SET FIN-DETALLES TO TRUE
                   NOT AT END
                       IF CDT-COM-NRO NOT = COM-NRO
                           SET FIN-DETALLES TO TRUE
                       ELSE
                           IF CDT-CANT-RECIBIDA > 0
                               PERFORM EVALUAR-LINEA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OC-CON-LINEAS = "S"
               ADD 1 TO WS-CANT-ORDENES
               ADD WS-TOT-ORDEN TO WS-TOT-PROV WS-TOT-GENERAL
               IF WS-OC-CONTAB = "S"
                   ADD WS-TOT-ORDEN TO WS-TOT-EN-LIBRO
               ELSE
                   ADD WS-TOT-ORDEN TO WS-TOT-PROVISION
               END-IF
               MOVE WS-TOT-ORDEN TO WS-EDIT-MONTO
               MOVE SPACES TO WS-LINEA-REP
               STRING "                                    TOTAL ORDEN "
                      COM-NRO "                            "
                      WS-EDIT-MONTO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-REPORTE
           END-IF.

       BUSCAR-FACTURA-ORDEN.
      *> La factura de proveedor cubre lo recibido hasta su fecha;
      *> lo que llego despues sigue pendiente
           MOVE 0 TO WS-FECHA-CUBRE
           SET NO-FIN-PROVFAC TO TRUE
           MOVE COM-NRO TO PFC-COM-NRO
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-COM-NRO
               INVALID KEY SET FIN-PROVFAC TO TRUE
           END-START
           PERFORM UNTIL FIN-PROVFAC
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-PROVFAC TO TRUE
                   NOT AT END
                       IF PFC-COM-NRO NOT = COM-NRO
                           SET FIN-PROVFAC TO TRUE
                       ELSE
                           IF NOT PFC-ANULADA
                              AND PFC-FECHA <= W-FECHA-CORTE
                              AND PFC-FECHA > WS-FECHA-CUBRE
                               MOVE PFC-FECHA TO WS-FECHA-CUBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-ORDEN-EN-LIBRO.
      *> Una orden ya contabilizada (regla C) tiene su pasivo en el
      *> libro: se informa pero no se provisiona de nuevo
           MOVE "N" TO WS-OC-CONTAB
           SET NO-FIN-ASIENTOS TO TRUE
           MOVE "C" TO AST-TIPO-DOC
           MOVE COM-NRO TO AST-DOC-NRO
           START ASIENTOS KEY IS NOT LESS THAN AST-DOC-REF
               INVALID KEY SET FIN-ASIENTOS TO TRUE
           END-START
           PERFORM UNTIL FIN-ASIENTOS
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-ASIENTOS TO TRUE
                   NOT AT END
                       IF AST-TIPO-DOC NOT = "C"
                          OR AST-DOC-NRO NOT = COM-NRO
                           SET FIN-ASIENTOS TO TRUE
                       ELSE
                           IF AST-PERIODO <= WS-PERIODO-CORTE
                               MOVE "S" TO WS-OC-CONTAB
                               SET FIN-ASIENTOS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-LINEA.
      *> Lo recibido se toma del kardex de la recepcion (referencia
      *> OC + numero) entre la fecha de la factura y el corte; el
      *> kardex esta en unidad de venta y la orden en unidad de compra
           MOVE 1 TO WS-FACTOR
           MOVE CDT-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               NOT INVALID KEY
                   IF PRD-FACTOR-COMPRA > 1
                       MOVE PRD-FACTOR-COMPRA TO WS-FACTOR
                   END-IF
           END-READ

           MOVE 0 TO WS-CANT-KARDEX WS-FECHA-ANTIGUA
           SET NO-FIN-KARDEX TO TRUE
           MOVE CDT-PROD-ID TO KAR-PROD-ID
           MOVE 0 TO KAR-SECUENCIA
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-KARDEX TO TRUE
           END-START
           PERFORM UNTIL FIN-KARDEX
               READ KARDEX NEXT RECORD
                   AT END SET FIN-KARDEX TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = CDT-PROD-ID
                           SET FIN-KARDEX TO TRUE
                       ELSE
                           IF KAR-ENTRADA AND KAR-REFERENCIA = WS-OC-REF
                              AND KAR-FECHA <= W-FECHA-CORTE
                              AND KAR-FECHA > WS-FECHA-CUBRE
                               ADD KAR-CANTIDAD TO WS-CANT-KARDEX
                               IF WS-FECHA-ANTIGUA = 0
                                  OR KAR-FECHA < WS-FECHA-ANTIGUA
                                   MOVE KAR-FECHA TO WS-FECHA-ANTIGUA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *> Descontar lo ya asignado a otra linea del mismo producto
           MOVE 0 TO WS-POS-ASG
           PERFORM VARYING WS-IDX-ASG FROM 1 BY 1
                   UNTIL WS-IDX-ASG > WS-TOT-ASG
               IF T-ASG-PROD(WS-IDX-ASG) = CDT-PROD-ID
                   MOVE WS-IDX-ASG TO WS-POS-ASG
               END-IF
           END-PERFORM
           IF WS-POS-ASG > 0
               IF T-ASG-CANT(WS-POS-ASG) >= WS-CANT-KARDEX
                   MOVE 0 TO WS-CANT-KARDEX
               ELSE
                   SUBTRACT T-ASG-CANT(WS-POS-ASG) FROM WS-CANT-KARDEX
               END-IF
           END-IF

           COMPUTE WS-CANT-COMPRA ROUNDED = WS-CANT-KARDEX / WS-FACTOR
           IF WS-CANT-COMPRA > CDT-CANT-RECIBIDA
               MOVE CDT-CANT-RECIBIDA TO WS-CANT-COMPRA
           END-IF
           IF WS-CANT-COMPRA = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CANT-LINEA = WS-CANT-COMPRA * WS-FACTOR
           IF WS-POS-ASG > 0
               ADD WS-CANT-LINEA TO T-ASG-CANT(WS-POS-ASG)
           ELSE
               IF WS-TOT-ASG < 100
                   ADD 1 TO WS-TOT-ASG
                   MOVE CDT-PROD-ID TO T-ASG-PROD(WS-TOT-ASG)
                   MOVE WS-CANT-LINEA TO T-ASG-CANT(WS-TOT-ASG)
               END-IF
           END-IF

           COMPUTE WS-VALOR-LINEA ROUNDED = WS-CANT-COMPRA * CDT-PRECIO
           COMPUTE WS-DIAS = WS-CORTE-INT
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-ANTIGUA)

           IF COM-PROV-ID NOT = WS-PROV-ACTUAL
               IF WS-PROV-ACTUAL NOT = 0
                   PERFORM TOTAL-PROVEEDOR
               END-IF
               PERFORM ENCABEZADO-PROVEEDOR
           END-IF
           IF WS-OC-CON-LINEAS = "N"
               MOVE SPACES TO WS-LINEA-REP
               STRING "  ORDEN " COM-NRO " DEL " COM-FECHA
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               IF WS-FECHA-CUBRE NOT = 0
                   STRING "  FACTURADA EL " WS-FECHA-CUBRE
                          " - PENDIENTE LO RECIBIDO DESPUES"
                       DELIMITED BY SIZE INTO WS-LINEA-REP(31:60)
               END-IF
               PERFORM ESCRIBIR-REPORTE
               MOVE "S" TO WS-OC-CON-LINEAS
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           MOVE COM-NRO         TO WS-LINEA-REP(3:7)
           MOVE CDT-ITEM        TO WS-LINEA-REP(12:3)
           MOVE CDT-PROD-ID     TO WS-LINEA-REP(16:10)
           MOVE CDT-DESCRIP     TO WS-LINEA-REP(27:30)
           MOVE WS-CANT-COMPRA  TO WS-EDIT-CANT
           MOVE WS-EDIT-CANT    TO WS-LINEA-REP(59:11)
           MOVE CDT-PRECIO      TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO   TO WS-LINEA-REP(71:16)
           MOVE WS-VALOR-LINEA  TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO   TO WS-LINEA-REP(88:16)
           MOVE WS-DIAS         TO WS-EDIT-DIAS
           MOVE WS-EDIT-DIAS    TO WS-LINEA-REP(105:5)
           IF WS-OC-CONTAB = "S"
               MOVE "SI"        TO WS-LINEA-REP(111:2)
           ELSE
               MOVE "NO"        TO WS-LINEA-REP(111:2)
           END-IF
           PERFORM ESCRIBIR-REPORTE
           ADD WS-VALOR-LINEA TO WS-TOT-ORDEN
           ADD 1 TO WS-CANT-LINEAS-GR.

       ENCABEZADO-PROVEEDOR.
           MOVE COM-PROV-ID TO WS-PROV-ACTUAL
           MOVE 0 TO WS-TOT-PROV
           MOVE COM-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY MOVE "(PROVEEDOR NO REGISTRADO)" TO PROV-NOMBRE
           END-READ
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           STRING "PROVEEDOR " COM-PROV-ID " " PROV-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       TOTAL-PROVEEDOR.
           MOVE WS-TOT-PROV TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "                                    TOTAL PROVEEDOR "
                  WS-PROV-ACTUAL "                        "
                  WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       ESCRIBIR-REPORTE.
           WRITE REG-GRNI-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

      *> ------------------------------------------------------------
      *> Provision de cierre con reverso automatico: debito al
      *> inventario (regla C) y credito a la cuenta de provision en la
      *> fecha de corte; el reverso espejo queda el primer dia del
      *> periodo siguiente. Ambos asientos van con tipo G y el numero
      *> del asiento de provision como documento
      *> ------------------------------------------------------------
       OFRECER-PROVISION.
           DISPLAY "GENERAR PROVISION CON REVERSO AUTOMATICO [S/N]? "
                   LINE 16 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 16 COL 59
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF NOT SESION-SUPERVISOR
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 50
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CTA-INVENT
           MOVE "C" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY MOVE RGL-CTA-DEBE TO WS-CTA-INVENT
           END-READ
           IF WS-CTA-INVENT = SPACES
               DISPLAY "FALTA LA REGLA CONTABLE C (CUENTA DE INVENTARIO)"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 60
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-CTA-PROVISION
           DISPLAY "CUENTA DE PROVISION (PASIVO): " LINE 17 COL 10
           ACCEPT W-CTA-PROVISION LINE 17 COL 41
           MOVE FUNCTION UPPER-CASE(W-CTA-PROVISION) TO W-CTA-PROVISION
           MOVE W-CTA-PROVISION TO CTA-CODIGO
           READ PLAN-CUENTAS
               INVALID KEY
                   DISPLAY "LA CUENTA NO EXISTE EN EL PLAN DE CUENTAS"
                           LINE 22 COL 10 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 55
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-CORTE-ANIO TO WS-REV-ANIO
           MOVE WS-CORTE-MES  TO WS-REV-MES
           MOVE 1 TO WS-REV-DIA
           IF WS-REV-MES = 12
               ADD 1 TO WS-REV-ANIO
               MOVE 1 TO WS-REV-MES
           ELSE
               ADD 1 TO WS-REV-MES
           END-IF
           MOVE WS-FECHA-REVERSO(1:6) TO WS-PERIODO-REVERSO

           MOVE WS-PERIODO-CORTE TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO DEL CORTE CERRADO" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIODO-REVERSO TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO DEL REVERSO CERRADO" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICAR-PROVISION-PREVIA
           IF WS-YA-PROVISIONADO = "S"
               DISPLAY "YA EXISTE PROVISION DE ESTE PERIODO - ASIENTO "
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               DISPLAY WS-AST-PROVISION LINE 22 COL 57 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 66
               EXIT PARAGRAPH
           END-IF

           PERFORM SIGUIENTE-ASIENTO
           MOVE WS-AST-NRO TO WS-AST-PROVISION
           MOVE 0 TO WS-AST-ITEM
           MOVE WS-AST-NRO TO AST-NRO
           MOVE W-FECHA-CORTE TO AST-FECHA
           MOVE WS-PERIODO-CORTE TO AST-PERIODO
           MOVE "PROVISION RECIBIDO NO FACTURAD" TO AST-DETALLE
           MOVE WS-CTA-INVENT TO AST-CUENTA
           MOVE WS-TOT-PROVISION TO AST-DEBE
           MOVE 0 TO AST-HABER
           PERFORM GRABAR-LINEA-PROVISION
           MOVE W-CTA-PROVISION TO AST-CUENTA
           MOVE 0 TO AST-DEBE
           MOVE WS-TOT-PROVISION TO AST-HABER
           PERFORM GRABAR-LINEA-PROVISION

           PERFORM SIGUIENTE-ASIENTO
           MOVE WS-AST-NRO TO WS-AST-REVERSO
           MOVE 0 TO WS-AST-ITEM
           MOVE WS-AST-NRO TO AST-NRO
           MOVE WS-FECHA-REVERSO TO AST-FECHA
           MOVE WS-PERIODO-REVERSO TO AST-PERIODO
           MOVE "REVERSO PROVISION NO FACTURADO" TO AST-DETALLE
           MOVE W-CTA-PROVISION TO AST-CUENTA
           MOVE WS-TOT-PROVISION TO AST-DEBE
           MOVE 0 TO AST-HABER
           PERFORM GRABAR-LINEA-PROVISION
           MOVE WS-CTA-INVENT TO AST-CUENTA
           MOVE 0 TO AST-DEBE
           MOVE WS-TOT-PROVISION TO AST-HABER
           PERFORM GRABAR-LINEA-PROVISION

           MOVE "PROVISION" TO WS-AUD-ACCION
           MOVE WS-AST-PROVISION TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE WS-TOT-PROVISION TO WS-EDIT-MONTO
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "GRNI " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           OPEN EXTEND GRNI-PLANO
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-PROVISION TO WS-EDIT-MONTO
           STRING "PROVISION: ASIENTO " WS-AST-PROVISION " DEL "
                  W-FECHA-CORTE "  DB " WS-CTA-INVENT "  CR "
                  W-CTA-PROVISION "  " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "REVERSO:   ASIENTO " WS-AST-REVERSO " DEL "
                  WS-FECHA-REVERSO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE GRNI-PLANO

           DISPLAY "PROVISION ASIENTO " LINE 19 COL 10
           DISPLAY WS-AST-PROVISION LINE 19 COL 29
           DISPLAY "REVERSO ASIENTO " LINE 20 COL 10
           DISPLAY WS-AST-REVERSO LINE 20 COL 29
           DISPLAY WS-FECHA-REVERSO LINE 20 COL 38
           ACCEPT WS-PAUSA LINE 20 COL 50.

       VERIFICAR-PROVISION-PREVIA.
      *> La provision del periodo lleva su propio numero como
      *> documento; el reverso del periodo anterior lleva el de la
      *> provision que reversa
           MOVE "N" TO WS-YA-PROVISIONADO
           SET NO-FIN-ASIENTOS TO TRUE
           MOVE WS-PERIODO-CORTE TO AST-PERIODO
           START ASIENTOS KEY IS NOT LESS THAN AST-PERIODO
               INVALID KEY SET FIN-ASIENTOS TO TRUE
           END-START
           PERFORM UNTIL FIN-ASIENTOS
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-ASIENTOS TO TRUE
                   NOT AT END
                       IF AST-PERIODO NOT = WS-PERIODO-CORTE
                           SET FIN-ASIENTOS TO TRUE
                       ELSE
                           IF AST-TIPO-DOC = "G"
                              AND AST-DOC-NRO = AST-NRO
                               MOVE "S" TO WS-YA-PROVISIONADO
                               MOVE AST-NRO TO WS-AST-PROVISION
                               SET FIN-ASIENTOS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SIGUIENTE-ASIENTO.
           MOVE "1" TO ATC-CLAVE
           READ NEXT-AST-NRO KEY IS ATC-CLAVE
               INVALID KEY MOVE 0 TO ATC-ULTIMO-NRO
           END-READ
           ADD 1 TO ATC-ULTIMO-NRO
           MOVE ATC-ULTIMO-NRO TO WS-AST-NRO
           REWRITE NEXT-AST-NRO-REG.

       GRABAR-LINEA-PROVISION.
           ADD 1 TO WS-AST-ITEM
           MOVE WS-AST-ITEM TO AST-ITEM
           MOVE "G" TO AST-TIPO-DOC
           MOVE WS-AST-PROVISION TO AST-DOC-NRO
           MOVE SPACES TO AST-CCOSTO
           WRITE ASIENTO-REG.

       END PROGRAM COMPRA11.
