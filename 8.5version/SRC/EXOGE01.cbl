       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Informacion exogena (medios magneticos) del ejercicio:
      *> *           arma los formatos por tercero - 1001 pagos a
      *> *           proveedores, 1003 retenciones que nos practicaron,
      *> *           1007 ingresos, 1008 cuentas por cobrar y 1009 cuentas
      *> *           por pagar al 31/12 - y valida los totales contra el
      *> *           libro (ASIENTOS) antes de presentar. Corre desde
      *> *           pantalla o como paso de BATCH01 (MODOLOTE=S, ejercicio
      *> *           anterior)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXOGE01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cliente.sel".
           COPY "proveedor.sel".
           COPY "factura.sel".
           COPY "notacred.sel".
           COPY "recibo.sel".
           COPY "recibodet.sel".
           COPY "retencion.sel".
           COPY "tasaret.sel".
           COPY "provfac.sel".
           COPY "pagoprov.sel".
           COPY "pagoprovdet.sel".
           COPY "asiento.sel".
           COPY "reglacon.sel".
           COPY "exogena.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

           SELECT FACTURAS-HIST
               ASSIGN TO WS-ARCH-FAC-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FACHIST.

       DATA DIVISION.
       FILE SECTION.
           COPY "cliente.fd".
           COPY "proveedor.fd".
           COPY "factura.fd".
           COPY "notacred.fd".
           COPY "recibo.fd".
           COPY "recibodet.fd".
           COPY "retencion.fd".
           COPY "tasaret.fd".
           COPY "provfac.fd".
           COPY "pagoprov.fd".
           COPY "pagoprovdet.fd".
           COPY "asiento.fd".
           COPY "reglacon.fd".
           COPY "exogena.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       FD  FACTURAS-HIST.
       01  REG-FACTURA-HIST   PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-NOTASCRED      PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-RECIBODET      PIC XX.
       01 ST-RETENCIONES    PIC XX.
       01 ST-TASARET        PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-PAGOSPROV      PIC XX.
       01 ST-PAGOSPROVDET   PIC XX.
       01 ST-ASIENTOS       PIC XX.
       01 ST-REGLACON       PIC XX.
       01 ST-FACHIST        PIC XX.

       01 WS-ARCH-FAC-NOMBRE PIC X(30).

       01 WS-MODOLOTE       PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-CONFIRMA       PIC X.

      *> Conceptos DIAN con que se reporta cada formato; si la
      *> resolucion del anio cambia algun codigo se ajusta aqui
       01 WS-CONCEPTOS-EXO.
          05 WS-CONC-1001      PIC X(04) VALUE "5007".
          05 WS-CONC-1003      PIC X(04) VALUE "1302".
          05 WS-CONC-1007      PIC X(04) VALUE "4001".
          05 WS-CONC-1008      PIC X(04) VALUE "1315".
          05 WS-CONC-1009      PIC X(04) VALUE "2201".

      *> Los terceros sin documento (mostrador, ventas de contado sin
      *> identificar) se reportan agregados como cuantias menores
       01 WS-MENORES-TIPO   PIC X(02) VALUE "43".
       01 WS-MENORES-NRO    PIC X(15) VALUE "222222222".
       01 WS-MENORES-NOMBRE PIC X(30) VALUE "CUANTIAS MENORES".

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DOC         PIC X VALUE "N".
          88 FIN-DOC           VALUE "S".
          88 NO-FIN-DOC        VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".
       01 WS-SW-HIST        PIC X VALUE "N".
          88 FIN-HIST          VALUE "S".
          88 NO-FIN-HIST       VALUE "N".
       01 WS-SW-CUADRA      PIC X VALUE "S".
          88 EXO-CUADRA        VALUE "S".
          88 EXO-NO-CUADRA     VALUE "N".

       01 W-ANIO            PIC 9(04).
       01 WS-FECHA-CORTE    PIC 9(08).
       01 WS-PERIODO-CORTE  PIC 9(06).
       01 WS-TERCERO-ACTUAL PIC 9(07).

      *> Acumulados del tercero en proceso
       01 WS-TER-INGRESO    PIC S9(11)V99.
       01 WS-TER-DEVOL      PIC S9(11)V99.
       01 WS-TER-CXC        PIC S9(11)V99.
       01 WS-TER-RET-BASE   PIC S9(11)V99.
       01 WS-TER-RET        PIC S9(11)V99.
       01 WS-TER-PAGO       PIC S9(11)V99.
       01 WS-TER-IVA        PIC S9(11)V99.
       01 WS-TER-RTE        PIC S9(11)V99.
       01 WS-TER-RIV        PIC S9(11)V99.
       01 WS-TER-CXP        PIC S9(11)V99.

      *> Acumulados de cuantias menores
       01 WS-MEN-INGRESO    PIC S9(11)V99 VALUE 0.
       01 WS-MEN-DEVOL      PIC S9(11)V99 VALUE 0.
       01 WS-MEN-CXC        PIC S9(11)V99 VALUE 0.
       01 WS-MEN-RET-BASE   PIC S9(11)V99 VALUE 0.
       01 WS-MEN-RET        PIC S9(11)V99 VALUE 0.

      *> Totales de cada formato (para cuadrar contra el libro)
       01 WS-TOT-PAGO       PIC S9(13)V99 VALUE 0.
       01 WS-TOT-IVA        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-RTE        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-RIV        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-RET        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-INGRESO    PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DEVOL      PIC S9(13)V99 VALUE 0.
       01 WS-TOT-CXC        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-CXP        PIC S9(13)V99 VALUE 0.

      *> Cuentas del libro segun las reglas contables y sus saldos
       01 WS-CTA-INGRESOS   PIC X(08).
       01 WS-CTA-CXC        PIC X(08).
       01 WS-CTA-DEVOL      PIC X(08).
       01 WS-CTA-COMPRAS    PIC X(08).
       01 WS-CTA-CXP        PIC X(08).
       01 WS-LIB-INGRESO    PIC S9(13)V99 VALUE 0.
       01 WS-LIB-DEVOL      PIC S9(13)V99 VALUE 0.
       01 WS-LIB-COMPRAS    PIC S9(13)V99 VALUE 0.
       01 WS-LIB-CXC        PIC S9(13)V99 VALUE 0.
       01 WS-LIB-CXP        PIC S9(13)V99 VALUE 0.

       01 WS-CANT-1001      PIC 9(05) VALUE 0.
       01 WS-CANT-1003      PIC 9(05) VALUE 0.
       01 WS-CANT-1007      PIC 9(05) VALUE 0.
       01 WS-CANT-1008      PIC 9(05) VALUE 0.
       01 WS-CANT-1009      PIC 9(05) VALUE 0.
       01 WS-CANT-MENORES   PIC 9(05) VALUE 0.
       01 WS-CANT-SIN-DOC   PIC 9(05) VALUE 0.
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       01 WS-HIST-CLI       PIC 9(07).
       01 WS-HIST-SUBT      PIC S9(11)V99.
       01 WS-HIST-ESTADO    PIC X(01).
       01 WS-BASE-RET       PIC S9(11)V99.

      *> Datos del tercero para armar la linea del formato
       01 WS-T-CONCEPTO     PIC X(04).
       01 WS-T-TIPO         PIC X(02).
       01 WS-T-NRO          PIC X(15).
       01 WS-T-DV           PIC X(01).
       01 WS-T-NOMBRE       PIC X(30).
       01 WS-T-DIRECCION    PIC X(30).

       01 WS-LINEA-EXO      PIC X(250).
       01 WS-PTR            PIC 9(03).
       01 WS-VALOR-EXO      PIC 9(13).
       01 WS-MONTO          PIC S9(13)V99.

      *> Renglon del cuadre contra el libro
       01 WS-VAL-CONCEPTO   PIC X(28).
       01 WS-VAL-FORMATO    PIC S9(13)V99.
       01 WS-VAL-LIBRO      PIC S9(13)V99.
       01 WS-VAL-CUENTA     PIC X(08).
       01 WS-VAL-DIFER      PIC S9(13)V99.
       01 WS-FORMATO-DISP   PIC -(12)9.99.
       01 WS-LIBRO-DISP     PIC -(12)9.99.
       01 WS-DIFER-DISP     PIC -(12)9.99.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-FILA           PIC 99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS

           MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANIO
           SUBTRACT 1 FROM W-ANIO

           IF WS-MODOLOTE NOT = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "INFORMACION EXOGENA - MEDIOS MAGNETICOS"
                       LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "EJERCICIO (AAAA): " LINE 04 COL 10
               ACCEPT W-ANIO LINE 04 COL 29
               MOVE "N" TO WS-CONFIRMA
               DISPLAY "GENERAR FORMATOS 1001 1003 1007 1008 1009 (S/N): "
                       LINE 05 COL 10
               ACCEPT WS-CONFIRMA LINE 05 COL 60
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
                   PERFORM CERRAR-ARCHIVOS
                   GOBACK
               END-IF
               DISPLAY "PROCESANDO CLIENTES..." LINE 07 COL 10
           END-IF

           COMPUTE WS-FECHA-CORTE = W-ANIO * 10000 + 1231
           COMPUTE WS-PERIODO-CORTE = W-ANIO * 100 + 12

           PERFORM ABRIR-FORMATOS
           PERFORM PROCESAR-CLIENTES
           PERFORM ESCRIBIR-CUANTIAS-MENORES

           IF WS-MODOLOTE NOT = "S"
               DISPLAY "PROCESANDO PROVEEDORES..." LINE 08 COL 10
           END-IF
           PERFORM PROCESAR-PROVEEDORES
           PERFORM CERRAR-FORMATOS

           IF WS-MODOLOTE NOT = "S"
               DISPLAY "CUADRANDO CONTRA EL LIBRO..." LINE 09 COL 10
           END-IF
           PERFORM CARGAR-CUENTAS-LIBRO
           PERFORM ACUMULAR-LIBRO
           PERFORM ESCRIBIR-VALIDACION

           MOVE "EXOGENA" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE W-ANIO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "exogena_validacion.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           IF WS-MODOLOTE = "S"
               IF EXO-NO-CUADRA
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM MOSTRAR-RESUMEN
           END-IF

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-ARCHIVOS.
           OPEN INPUT CLIENTES
           OPEN INPUT PROVEEDORES
           OPEN INPUT FACTURAS
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN INPUT FACTURAS
           END-IF
           OPEN INPUT NOTASCREDITO
           IF ST-NOTASCRED = "35"
               OPEN OUTPUT NOTASCREDITO
               CLOSE NOTASCREDITO
               OPEN INPUT NOTASCREDITO
           END-IF
           OPEN INPUT RECIBOS
           IF ST-RECIBOS = "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN INPUT RECIBOS
           END-IF
           OPEN INPUT RECIBODET
           IF ST-RECIBODET = "35"
               OPEN OUTPUT RECIBODET
               CLOSE RECIBODET
               OPEN INPUT RECIBODET
           END-IF
           OPEN INPUT RETENCIONES
           IF ST-RETENCIONES = "35"
               OPEN OUTPUT RETENCIONES
               CLOSE RETENCIONES
               OPEN INPUT RETENCIONES
           END-IF
           OPEN INPUT TASAS-RETENCION
           IF ST-TASARET = "35"
               OPEN OUTPUT TASAS-RETENCION
               CLOSE TASAS-RETENCION
               OPEN INPUT TASAS-RETENCION
           END-IF
           OPEN INPUT FACTURAS-PROV
           IF ST-PROVFAC = "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN INPUT FACTURAS-PROV
           END-IF
           OPEN INPUT PAGOSPROV
           IF ST-PAGOSPROV = "35"
               OPEN OUTPUT PAGOSPROV
               CLOSE PAGOSPROV
               OPEN INPUT PAGOSPROV
           END-IF
           OPEN INPUT PAGOSPROVDET
           IF ST-PAGOSPROVDET = "35"
               OPEN OUTPUT PAGOSPROVDET
               CLOSE PAGOSPROVDET
               OPEN INPUT PAGOSPROVDET
           END-IF
           OPEN INPUT ASIENTOS
           IF ST-ASIENTOS = "35"
               OPEN OUTPUT ASIENTOS
               CLOSE ASIENTOS
               OPEN INPUT ASIENTOS
           END-IF
           OPEN INPUT REGLAS-CONTAB
           IF ST-REGLACON = "35"
               OPEN OUTPUT REGLAS-CONTAB
               CLOSE REGLAS-CONTAB
               OPEN INPUT REGLAS-CONTAB
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CLIENTES PROVEEDORES FACTURAS NOTASCREDITO
           CLOSE RECIBOS RECIBODET RETENCIONES TASAS-RETENCION
           CLOSE FACTURAS-PROV PAGOSPROV PAGOSPROVDET
           CLOSE ASIENTOS REGLAS-CONTAB.

       ABRIR-FORMATOS.
           OPEN OUTPUT EXO-1001 EXO-1003 EXO-1007 EXO-1008 EXO-1009

           MOVE SPACES TO WS-LINEA-EXO
           STRING "CONCEPTO;TIPO DOC;NUMERO;DV;RAZON SOCIAL;DIRECCION;"
                  "PAGO O ABONO EN CUENTA;IVA;RETENCION EN LA FUENTE"
                  " PRACTICADA;RETENCION DE IVA PRACTICADA"
               DELIMITED BY SIZE INTO WS-LINEA-EXO
           WRITE REG-EXO-1001 FROM WS-LINEA-EXO

           MOVE SPACES TO WS-LINEA-EXO
           STRING "CONCEPTO;TIPO DOC;NUMERO;DV;RAZON SOCIAL;DIRECCION;"
                  "VALOR BASE;RETENCION QUE LE PRACTICARON"
               DELIMITED BY SIZE INTO WS-LINEA-EXO
           WRITE REG-EXO-1003 FROM WS-LINEA-EXO

           MOVE SPACES TO WS-LINEA-EXO
           STRING "CONCEPTO;TIPO DOC;NUMERO;DV;RAZON SOCIAL;DIRECCION;"
                  "INGRESOS BRUTOS RECIBIDOS;DEVOLUCIONES REBAJAS Y"
                  " DESCUENTOS"
               DELIMITED BY SIZE INTO WS-LINEA-EXO
           WRITE REG-EXO-1007 FROM WS-LINEA-EXO

           MOVE SPACES TO WS-LINEA-EXO
           STRING "CONCEPTO;TIPO DOC;NUMERO;DV;RAZON SOCIAL;DIRECCION;"
                  "SALDO CUENTAS POR COBRAR AL 31-12"
               DELIMITED BY SIZE INTO WS-LINEA-EXO
           WRITE REG-EXO-1008 FROM WS-LINEA-EXO

           MOVE SPACES TO WS-LINEA-EXO
           STRING "CONCEPTO;TIPO DOC;NUMERO;DV;RAZON SOCIAL;DIRECCION;"
                  "SALDO CUENTAS POR PAGAR AL 31-12"
               DELIMITED BY SIZE INTO WS-LINEA-EXO
           WRITE REG-EXO-1009 FROM WS-LINEA-EXO.

       CERRAR-FORMATOS.
           CLOSE EXO-1001 EXO-1003 EXO-1007 EXO-1008 EXO-1009.

      *> ------------------------------------------------------------
      *> Clientes: formatos 1007, 1008 y 1003
      *> ------------------------------------------------------------
       PROCESAR-CLIENTES.
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       PERFORM EXOGENA-CLIENTE
               END-READ
           END-PERFORM.

       EXOGENA-CLIENTE.
           MOVE CLI-ID TO WS-TERCERO-ACTUAL
           MOVE 0 TO WS-TER-INGRESO WS-TER-DEVOL WS-TER-CXC
                     WS-TER-RET-BASE WS-TER-RET

           PERFORM ACUMULAR-FACTURAS-CLIENTE
           PERFORM ACUMULAR-FACTURAS-ARCHIVO
           PERFORM ACUMULAR-RECIBOS-POSTERIORES
           PERFORM ACUMULAR-NOTAS-CLIENTE
           PERFORM ACUMULAR-RETENCIONES-CLIENTE

           IF WS-TER-INGRESO = 0 AND WS-TER-DEVOL = 0
              AND WS-TER-CXC = 0 AND WS-TER-RET = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-TER-INGRESO TO WS-TOT-INGRESO
           ADD WS-TER-DEVOL   TO WS-TOT-DEVOL
           ADD WS-TER-CXC     TO WS-TOT-CXC
           ADD WS-TER-RET     TO WS-TOT-RET

           IF CLI-NRO-DOC = SPACES
               ADD WS-TER-INGRESO  TO WS-MEN-INGRESO
               ADD WS-TER-DEVOL    TO WS-MEN-DEVOL
               ADD WS-TER-CXC      TO WS-MEN-CXC
               ADD WS-TER-RET-BASE TO WS-MEN-RET-BASE
               ADD WS-TER-RET      TO WS-MEN-RET
               ADD 1 TO WS-CANT-MENORES
               EXIT PARAGRAPH
           END-IF

           MOVE CLI-TIPO-DOC  TO WS-T-TIPO
           MOVE CLI-NRO-DOC   TO WS-T-NRO
           MOVE CLI-DV        TO WS-T-DV
           MOVE CLI-NOMBRE    TO WS-T-NOMBRE
           MOVE CLI-DIRECCION TO WS-T-DIRECCION
           PERFORM ESCRIBIR-FORMATOS-CLIENTE.

       ESCRIBIR-FORMATOS-CLIENTE.
           IF WS-TER-INGRESO NOT = 0 OR WS-TER-DEVOL NOT = 0
               MOVE WS-CONC-1007 TO WS-T-CONCEPTO
               PERFORM ARMAR-LINEA-TERCERO
               MOVE WS-TER-INGRESO TO WS-MONTO
               PERFORM AGREGAR-VALOR
               MOVE WS-TER-DEVOL TO WS-MONTO
               PERFORM AGREGAR-VALOR
               WRITE REG-EXO-1007 FROM WS-LINEA-EXO
               ADD 1 TO WS-CANT-1007
           END-IF

           IF WS-TER-CXC NOT = 0
               MOVE WS-CONC-1008 TO WS-T-CONCEPTO
               PERFORM ARMAR-LINEA-TERCERO
               MOVE WS-TER-CXC TO WS-MONTO
               PERFORM AGREGAR-VALOR
               WRITE REG-EXO-1008 FROM WS-LINEA-EXO
               ADD 1 TO WS-CANT-1008
           END-IF

           IF WS-TER-RET NOT = 0
               MOVE WS-CONC-1003 TO WS-T-CONCEPTO
               PERFORM ARMAR-LINEA-TERCERO
               MOVE WS-TER-RET-BASE TO WS-MONTO
               PERFORM AGREGAR-VALOR
               MOVE WS-TER-RET TO WS-MONTO
               PERFORM AGREGAR-VALOR
               WRITE REG-EXO-1003 FROM WS-LINEA-EXO
               ADD 1 TO WS-CANT-1003
           END-IF.

       ESCRIBIR-CUANTIAS-MENORES.
           IF WS-CANT-MENORES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEN-INGRESO  TO WS-TER-INGRESO
           MOVE WS-MEN-DEVOL    TO WS-TER-DEVOL
           MOVE WS-MEN-CXC      TO WS-TER-CXC
           MOVE WS-MEN-RET-BASE TO WS-TER-RET-BASE
           MOVE WS-MEN-RET      TO WS-TER-RET
           MOVE WS-MENORES-TIPO   TO WS-T-TIPO
           MOVE WS-MENORES-NRO    TO WS-T-NRO
           MOVE SPACES            TO WS-T-DV WS-T-DIRECCION
           MOVE WS-MENORES-NOMBRE TO WS-T-NOMBRE
           PERFORM ESCRIBIR-FORMATOS-CLIENTE.

       ACUMULAR-FACTURAS-CLIENTE.
      *> Ingreso del anio = base de las facturas finales del ejercicio;
      *> la cartera al corte parte del saldo pendiente de hoy de las
      *> facturas emitidas hasta el 31/12
           SET NO-FIN-DOC TO TRUE
           MOVE WS-TERCERO-ACTUAL TO FAC-CLI-ID
           START FACTURAS KEY IS NOT LESS THAN FAC-CLI-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF FAC-CLI-ID NOT = WS-TERCERO-ACTUAL
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF FAC-FINAL
                               IF FAC-FECHA(1:4) = W-ANIO
                                   ADD FAC-SUBTOTAL TO WS-TER-INGRESO
                               END-IF
                               IF FAC-FECHA NOT > WS-FECHA-CORTE
                                   ADD FAC-SALDO-PEND TO WS-TER-CXC
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-FACTURAS-ARCHIVO.
      *> El cierre de ejercicio movio las facturas viejas al plano
      *> anual; solo aportan al ingreso (ya estaban canceladas)
           MOVE SPACES TO WS-ARCH-FAC-NOMBRE
           STRING "facturas_hist_" W-ANIO ".txt"
               DELIMITED BY SIZE INTO WS-ARCH-FAC-NOMBRE
           OPEN INPUT FACTURAS-HIST
           IF ST-FACHIST NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET NO-FIN-HIST TO TRUE
           PERFORM UNTIL FIN-HIST
               READ FACTURAS-HIST
                   AT END SET FIN-HIST TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-LINEA-HIST
               END-READ
           END-PERFORM
           CLOSE FACTURAS-HIST.

       PROCESAR-LINEA-HIST.
      *> Formato del plano: NRO | CLI | FECHA | SUBT | IVA | TOTAL |
      *> ESTADO | VENDEDOR (posiciones fijas, montos editados)
           IF REG-FACTURA-HIST(11:7) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE REG-FACTURA-HIST(11:7) TO WS-HIST-CLI
           IF WS-HIST-CLI NOT = WS-TERCERO-ACTUAL
               EXIT PARAGRAPH
           END-IF
           MOVE REG-FACTURA-HIST(80:1) TO WS-HIST-ESTADO
           IF WS-HIST-ESTADO NOT = "F"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HIST-SUBT =
               FUNCTION NUMVAL(REG-FACTURA-HIST(32:13))
           ADD WS-HIST-SUBT TO WS-TER-INGRESO.

       ACUMULAR-RECIBOS-POSTERIORES.
      *> Lo cobrado despues del 31/12 sobre facturas del ejercicio o
      *> anteriores seguia pendiente al corte: se devuelve a la cartera
           SET NO-FIN-DOC TO TRUE
           MOVE WS-TERCERO-ACTUAL TO REC-CLI-ID
           START RECIBOS KEY IS NOT LESS THAN REC-CLI-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ RECIBOS NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF REC-CLI-ID NOT = WS-TERCERO-ACTUAL
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF REC-ACTIVO
                              AND REC-FECHA > WS-FECHA-CORTE
                               PERFORM SUMAR-APLICACIONES-RECIBO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-APLICACIONES-RECIBO.
           SET NO-FIN-DET TO TRUE
           MOVE REC-NRO TO RECD-REC-NRO
           START RECIBODET KEY IS NOT LESS THAN RECD-REC-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ RECIBODET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF RECD-REC-NRO NOT = REC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE RECD-FAC-NRO TO FAC-NRO
                           READ FACTURAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF FAC-FECHA NOT > WS-FECHA-CORTE
                                       ADD RECD-MONTO-APLIC
                                           TO WS-TER-CXC
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-NOTAS-CLIENTE.
           SET NO-FIN-DOC TO TRUE
           MOVE 0 TO NCR-NRO
           START NOTASCREDITO KEY IS NOT LESS THAN NCR-NRO
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ NOTASCREDITO NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF NCR-CLI-ID = WS-TERCERO-ACTUAL
                          AND NCR-FECHA(1:4) = W-ANIO
                           ADD NCR-TOTAL TO WS-TER-DEVOL
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-RETENCIONES-CLIENTE.
      *> La base se reconstruye con el porcentaje del concepto
           SET NO-FIN-DOC TO TRUE
           MOVE WS-TERCERO-ACTUAL TO RET-CLI-ID
           START RETENCIONES KEY IS NOT LESS THAN RET-CLI-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ RETENCIONES NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF RET-CLI-ID NOT = WS-TERCERO-ACTUAL
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF RET-FECHA(1:4) = W-ANIO
                               PERFORM SUMAR-RETENCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-RETENCION.
           ADD RET-MONTO TO WS-TER-RET
           MOVE 0 TO WS-BASE-RET
           MOVE RET-TASA-COD TO TRT-CODIGO
           READ TASAS-RETENCION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF TRT-PORCENTAJE > 0
                       COMPUTE WS-BASE-RET ROUNDED =
                           RET-MONTO * 100 / TRT-PORCENTAJE
                   END-IF
           END-READ
           ADD WS-BASE-RET TO WS-TER-RET-BASE.

      *> ------------------------------------------------------------
      *> Proveedores: formatos 1001 y 1009
      *> ------------------------------------------------------------
       PROCESAR-PROVEEDORES.
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO PROV-ID
           START PROVEEDORES KEY IS NOT LESS THAN PROV-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ PROVEEDORES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       PERFORM EXOGENA-PROVEEDOR
               END-READ
           END-PERFORM.

       EXOGENA-PROVEEDOR.
           MOVE PROV-ID TO WS-TERCERO-ACTUAL
           MOVE 0 TO WS-TER-PAGO WS-TER-IVA WS-TER-RTE WS-TER-RIV
                     WS-TER-CXP

           PERFORM ACUMULAR-FACTURAS-PROVEEDOR
           PERFORM ACUMULAR-PAGOS-POSTERIORES

           IF WS-TER-PAGO = 0 AND WS-TER-CXP = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-TER-PAGO TO WS-TOT-PAGO
           ADD WS-TER-IVA  TO WS-TOT-IVA
           ADD WS-TER-RTE  TO WS-TOT-RTE
           ADD WS-TER-RIV  TO WS-TOT-RIV
           ADD WS-TER-CXP  TO WS-TOT-CXP

      *> Proveedores viejos sin documento: salen con el codigo interno
      *> para que el prevalidador los rechace y se corrijan en PROVEE01
           IF PROV-NRO-DOC = SPACES
               ADD 1 TO WS-CANT-SIN-DOC
               MOVE SPACES TO WS-T-TIPO WS-T-NRO WS-T-DV
               MOVE PROV-ID TO WS-T-NRO
           ELSE
               MOVE PROV-TIPO-DOC TO WS-T-TIPO
               MOVE PROV-NRO-DOC  TO WS-T-NRO
               MOVE PROV-DV       TO WS-T-DV
           END-IF
           MOVE PROV-NOMBRE    TO WS-T-NOMBRE
           MOVE PROV-DIRECCION TO WS-T-DIRECCION

           IF WS-TER-PAGO NOT = 0
               MOVE WS-CONC-1001 TO WS-T-CONCEPTO
               PERFORM ARMAR-LINEA-TERCERO
               MOVE WS-TER-PAGO TO WS-MONTO
               PERFORM AGREGAR-VALOR
               MOVE WS-TER-IVA TO WS-MONTO
               PERFORM AGREGAR-VALOR
               MOVE WS-TER-RTE TO WS-MONTO
               PERFORM AGREGAR-VALOR
               MOVE WS-TER-RIV TO WS-MONTO
               PERFORM AGREGAR-VALOR
               WRITE REG-EXO-1001 FROM WS-LINEA-EXO
               ADD 1 TO WS-CANT-1001
           END-IF

           IF WS-TER-CXP NOT = 0
               MOVE WS-CONC-1009 TO WS-T-CONCEPTO
               PERFORM ARMAR-LINEA-TERCERO
               MOVE WS-TER-CXP TO WS-MONTO
               PERFORM AGREGAR-VALOR
               WRITE REG-EXO-1009 FROM WS-LINEA-EXO
               ADD 1 TO WS-CANT-1009
           END-IF.

       ACUMULAR-FACTURAS-PROVEEDOR.
      *> Las facturas anteriores a la retencion no traen base ni IVA
      *> separados: se reporta el total como pago
           SET NO-FIN-DOC TO TRUE
           MOVE WS-TERCERO-ACTUAL TO PFC-PROV-ID
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-PROV-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF PFC-PROV-ID NOT = WS-TERCERO-ACTUAL
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF NOT PFC-ANULADA
                               PERFORM SUMAR-FACTURA-PROVEEDOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-FACTURA-PROVEEDOR.
           IF PFC-FECHA(1:4) = W-ANIO
               IF PFC-BASE = 0 AND PFC-IVA = 0
                   ADD PFC-TOTAL TO WS-TER-PAGO
               ELSE
                   ADD PFC-BASE TO WS-TER-PAGO
                   ADD PFC-IVA  TO WS-TER-IVA
               END-IF
               ADD PFC-RTE-MONTO TO WS-TER-RTE
               ADD PFC-RIV-MONTO TO WS-TER-RIV
           END-IF
           IF PFC-FECHA NOT > WS-FECHA-CORTE
               ADD PFC-SALDO-PEND TO WS-TER-CXP
           END-IF.

       ACUMULAR-PAGOS-POSTERIORES.
      *> Lo pagado despues del 31/12 sobre facturas hasta el corte
      *> seguia pendiente al cierre: se devuelve a la cuenta por pagar
           SET NO-FIN-DOC TO TRUE
           MOVE WS-TERCERO-ACTUAL TO PGP-PROV-ID
           START PAGOSPROV KEY IS NOT LESS THAN PGP-PROV-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ PAGOSPROV NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF PGP-PROV-ID NOT = WS-TERCERO-ACTUAL
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF PGP-FECHA > WS-FECHA-CORTE
                               PERFORM SUMAR-APLICACIONES-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-APLICACIONES-PAGO.
           SET NO-FIN-DET TO TRUE
           MOVE PGP-NRO TO PGD-PGP-NRO
           START PAGOSPROVDET KEY IS NOT LESS THAN PGD-PGP-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ PAGOSPROVDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF PGD-PGP-NRO NOT = PGP-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE PGD-PFC-NRO TO PFC-NRO
                           READ FACTURAS-PROV
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF PFC-FECHA NOT > WS-FECHA-CORTE
                                      AND NOT PFC-ANULADA
                                       ADD PGD-MONTO-APLIC
                                           TO WS-TER-CXP
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Armado de la linea: CONCEPTO;TIPO;NUMERO;DV;NOMBRE;DIRECCION
      *> seguida de los valores en pesos sin decimales
      *> ------------------------------------------------------------
       ARMAR-LINEA-TERCERO.
           INSPECT WS-T-NOMBRE    REPLACING ALL ";" BY ","
           INSPECT WS-T-DIRECCION REPLACING ALL ";" BY ","
           MOVE SPACES TO WS-LINEA-EXO
           MOVE 1 TO WS-PTR
           STRING WS-T-CONCEPTO  DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  WS-T-TIPO      DELIMITED BY SPACE
                  ";"            DELIMITED BY SIZE
                  WS-T-NRO       DELIMITED BY SPACE
                  ";"            DELIMITED BY SIZE
                  WS-T-DV        DELIMITED BY SPACE
                  ";"            DELIMITED BY SIZE
                  WS-T-NOMBRE    DELIMITED BY "  "
                  ";"            DELIMITED BY SIZE
                  WS-T-DIRECCION DELIMITED BY "  "
               INTO WS-LINEA-EXO
               WITH POINTER WS-PTR
           END-STRING.

       AGREGAR-VALOR.
           IF WS-MONTO < 0
               MOVE 0 TO WS-MONTO
           END-IF
           COMPUTE WS-VALOR-EXO ROUNDED = WS-MONTO
           STRING ";"          DELIMITED BY SIZE
                  WS-VALOR-EXO DELIMITED BY SIZE
               INTO WS-LINEA-EXO
               WITH POINTER WS-PTR
           END-STRING.

      *> ------------------------------------------------------------
      *> Cuadre contra el libro
      *> ------------------------------------------------------------
       CARGAR-CUENTAS-LIBRO.
      *> Las cuentas salen de las mismas reglas con que se contabilizan
      *> las facturas (F), notas credito (N) y compras (C)
           MOVE SPACES TO WS-CTA-INGRESOS WS-CTA-CXC WS-CTA-DEVOL
                          WS-CTA-COMPRAS WS-CTA-CXP
           MOVE "F" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY
                   MOVE RGL-CTA-HABER TO WS-CTA-INGRESOS
                   MOVE RGL-CTA-DEBE  TO WS-CTA-CXC
           END-READ
           MOVE "N" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY
                   MOVE RGL-CTA-DEBE TO WS-CTA-DEVOL
           END-READ
           MOVE "C" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY
                   MOVE RGL-CTA-DEBE  TO WS-CTA-COMPRAS
                   MOVE RGL-CTA-HABER TO WS-CTA-CXP
           END-READ.

       ACUMULAR-LIBRO.
      *> Movimiento del anio para ingresos, devoluciones y compras;
      *> saldo acumulado hasta diciembre para cartera y proveedores
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO AST-PERIODO
           START ASIENTOS KEY IS NOT LESS THAN AST-PERIODO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AST-PERIODO > WS-PERIODO-CORTE
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM ACUMULAR-LINEA-LIBRO
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-LINEA-LIBRO.
           IF AST-CUENTA = SPACES
               EXIT PARAGRAPH
           END-IF
           IF AST-PERIODO(1:4) = W-ANIO
               IF AST-CUENTA = WS-CTA-INGRESOS
                   COMPUTE WS-LIB-INGRESO =
                       WS-LIB-INGRESO + AST-HABER - AST-DEBE
               END-IF
               IF AST-CUENTA = WS-CTA-DEVOL
                   COMPUTE WS-LIB-DEVOL =
                       WS-LIB-DEVOL + AST-DEBE - AST-HABER
               END-IF
               IF AST-CUENTA = WS-CTA-COMPRAS
                   COMPUTE WS-LIB-COMPRAS =
                       WS-LIB-COMPRAS + AST-DEBE - AST-HABER
               END-IF
           END-IF
           IF AST-CUENTA = WS-CTA-CXC
               COMPUTE WS-LIB-CXC = WS-LIB-CXC + AST-DEBE - AST-HABER
           END-IF
           IF AST-CUENTA = WS-CTA-CXP
               COMPUTE WS-LIB-CXP = WS-LIB-CXP + AST-HABER - AST-DEBE
           END-IF.

       ESCRIBIR-VALIDACION.
           MOVE 0 TO WS-CANT-LINEAS
           SET EXO-CUADRA TO TRUE
           OPEN OUTPUT EXO-VALIDA

           MOVE SPACES TO WS-LINEA-REP
           STRING "INFORMACION EXOGENA - CUADRE CONTRA EL LIBRO - "
                  "EJERCICIO " W-ANIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           MOVE SPACES TO WS-LINEA-REP
           MOVE "CONCEPTO"   TO WS-LINEA-REP(1:8)
           MOVE "CUENTA"     TO WS-LINEA-REP(30:6)
           MOVE "FORMATO"    TO WS-LINEA-REP(48:7)
           MOVE "LIBRO"      TO WS-LINEA-REP(67:5)
           MOVE "DIFERENCIA" TO WS-LINEA-REP(79:10)
           MOVE "ESTADO"     TO WS-LINEA-REP(91:6)
           PERFORM ESCRIBIR-LINEA-VALIDA

           MOVE "1007 INGRESOS BRUTOS" TO WS-VAL-CONCEPTO
           MOVE WS-CTA-INGRESOS TO WS-VAL-CUENTA
           MOVE WS-TOT-INGRESO  TO WS-VAL-FORMATO
           MOVE WS-LIB-INGRESO  TO WS-VAL-LIBRO
           PERFORM COMPARAR-CONTRA-LIBRO

           MOVE "1007 DEVOLUCIONES" TO WS-VAL-CONCEPTO
           MOVE WS-CTA-DEVOL   TO WS-VAL-CUENTA
           MOVE WS-TOT-DEVOL   TO WS-VAL-FORMATO
           MOVE WS-LIB-DEVOL   TO WS-VAL-LIBRO
           PERFORM COMPARAR-CONTRA-LIBRO

           MOVE "1008 CUENTAS POR COBRAR" TO WS-VAL-CONCEPTO
           MOVE WS-CTA-CXC     TO WS-VAL-CUENTA
           MOVE WS-TOT-CXC     TO WS-VAL-FORMATO
           MOVE WS-LIB-CXC     TO WS-VAL-LIBRO
           PERFORM COMPARAR-CONTRA-LIBRO

           MOVE "1001 PAGOS A PROVEEDORES" TO WS-VAL-CONCEPTO
           MOVE WS-CTA-COMPRAS TO WS-VAL-CUENTA
           MOVE WS-TOT-PAGO    TO WS-VAL-FORMATO
           MOVE WS-LIB-COMPRAS TO WS-VAL-LIBRO
           PERFORM COMPARAR-CONTRA-LIBRO

           MOVE "1009 CUENTAS POR PAGAR" TO WS-VAL-CONCEPTO
           MOVE WS-CTA-CXP     TO WS-VAL-CUENTA
           MOVE WS-TOT-CXP     TO WS-VAL-FORMATO
           MOVE WS-LIB-CXP     TO WS-VAL-LIBRO
           PERFORM COMPARAR-CONTRA-LIBRO

      *> Las retenciones no tienen cuenta propia en las reglas: se
      *> informan para cotejo con el auxiliar
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           MOVE WS-TOT-RET TO WS-FORMATO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "1003 RETENCIONES QUE NOS PRACTICARON:  "
                  WS-FORMATO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           MOVE WS-TOT-RTE TO WS-FORMATO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "1001 RETEFUENTE PRACTICADA:            "
                  WS-FORMATO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           MOVE WS-TOT-RIV TO WS-FORMATO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "1001 RETEIVA PRACTICADA:               "
                  WS-FORMATO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           MOVE SPACES TO WS-LINEA-REP
           STRING "RENGLONES  1001: " WS-CANT-1001
                  "  1003: " WS-CANT-1003
                  "  1007: " WS-CANT-1007
                  "  1008: " WS-CANT-1008
                  "  1009: " WS-CANT-1009
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           MOVE SPACES TO WS-LINEA-REP
           STRING "CLIENTES SIN DOCUMENTO EN CUANTIAS MENORES: "
                  WS-CANT-MENORES
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           IF WS-CANT-SIN-DOC > 0
               SET EXO-NO-CUADRA TO TRUE
               MOVE SPACES TO WS-LINEA-REP
               STRING "PROVEEDORES SIN DOCUMENTO (COMPLETAR EN "
                      "PROVEEDORES): " WS-CANT-SIN-DOC
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-VALIDA
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-VALIDA
           IF EXO-CUADRA
               MOVE "RESULTADO: FORMATOS CUADRADOS CON EL LIBRO - LISTOS PARA PRESENTAR"
                   TO WS-LINEA-REP
           ELSE
               MOVE "RESULTADO: HAY DIFERENCIAS - NO PRESENTAR HASTA CONCILIAR"
                   TO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-LINEA-VALIDA

           CLOSE EXO-VALIDA.

       COMPARAR-CONTRA-LIBRO.
      *> Los formatos van en pesos enteros: se tolera el redondeo
           COMPUTE WS-VAL-DIFER = WS-VAL-FORMATO - WS-VAL-LIBRO
           MOVE WS-VAL-FORMATO TO WS-FORMATO-DISP
           MOVE WS-VAL-LIBRO   TO WS-LIBRO-DISP
           MOVE WS-VAL-DIFER   TO WS-DIFER-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-VAL-CONCEPTO " " WS-VAL-CUENTA " "
                  WS-FORMATO-DISP " " WS-LIBRO-DISP " "
                  WS-DIFER-DISP "  "
               DELIMITED BY SIZE INTO WS-LINEA-REP
           IF WS-VAL-CUENTA = SPACES
               SET EXO-NO-CUADRA TO TRUE
               MOVE "SIN REGLA" TO WS-LINEA-REP(91:9)
           ELSE
               IF WS-VAL-DIFER > 1 OR WS-VAL-DIFER < -1
                   SET EXO-NO-CUADRA TO TRUE
                   MOVE "DIFERENCIA" TO WS-LINEA-REP(91:10)
               ELSE
                   MOVE "CUADRA" TO WS-LINEA-REP(91:6)
               END-IF
           END-IF
           PERFORM ESCRIBIR-LINEA-VALIDA.

       ESCRIBIR-LINEA-VALIDA.
           WRITE REG-EXO-VALIDA FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       MOSTRAR-RESUMEN.
           DISPLAY "RENGLONES 1001:" LINE 11 COL 10
           DISPLAY WS-CANT-1001 LINE 11 COL 26
           DISPLAY "1003:" LINE 11 COL 33
           DISPLAY WS-CANT-1003 LINE 11 COL 39
           DISPLAY "1007:" LINE 11 COL 46
           DISPLAY WS-CANT-1007 LINE 11 COL 52
           DISPLAY "1008:" LINE 12 COL 20
           DISPLAY WS-CANT-1008 LINE 12 COL 26
           DISPLAY "1009:" LINE 12 COL 33
           DISPLAY WS-CANT-1009 LINE 12 COL 39
           MOVE 14 TO WS-FILA
           IF WS-CANT-SIN-DOC > 0
               DISPLAY "PROVEEDORES SIN DOCUMENTO:" LINE WS-FILA COL 10
               DISPLAY WS-CANT-SIN-DOC LINE WS-FILA COL 37
               ADD 1 TO WS-FILA
           END-IF
           IF EXO-CUADRA
               DISPLAY "FORMATOS CUADRADOS CON EL LIBRO - LISTOS PARA PRESENTAR"
                       LINE WS-FILA COL 10
           ELSE
               DISPLAY "HAY DIFERENCIAS CONTRA EL LIBRO - NO PRESENTAR HASTA CONCILIAR"
                       LINE WS-FILA COL 10 WITH REVERSE-VIDEO
           END-IF
           DISPLAY "ARCHIVOS exogena_NNNN.csv Y CUADRE EN EL SPOOL"
                   LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 58.
