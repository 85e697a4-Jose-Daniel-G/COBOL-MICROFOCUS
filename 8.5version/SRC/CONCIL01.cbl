       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Conciliacion de fin de mes de los auxiliares contra
      *> *           el libro: cartera (facturas pendientes), cuentas por
      *> *           pagar (facturas de proveedor) e inventario (stock
      *> *           valorizado) frente al saldo de la cuenta control que
      *> *           dan las REGLAS-CONTAB, con las partidas que explican
      *> *           la diferencia - documentos sin contabilizar,
      *> *           contabilizados en otro periodo y ajustes manuales a
      *> *           la cuenta control. Corre desde pantalla o como paso
      *> *           de BATCH01 (MODOLOTE=S, mes anterior)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCIL01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cliente.sel".
           COPY "factura.sel".
           COPY "notacred.sel".
           COPY "recibo.sel".
           COPY "recibodet.sel".
           COPY "cruce.sel".
           COPY "factoring.sel".
           COPY "compra.sel".
           COPY "provfac.sel".
           COPY "pagoprov.sel".
           COPY "pagoprovdet.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "kardex.sel".
           COPY "karcont.sel".
           COPY "asiento.sel".
           COPY "reglacon.sel".
           COPY "concilia.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "cliente.fd".
           COPY "factura.fd".
           COPY "notacred.fd".
           COPY "recibo.fd".
           COPY "recibodet.fd".
           COPY "cruce.fd".
           COPY "factoring.fd".
           COPY "compra.fd".
           COPY "provfac.fd".
           COPY "pagoprov.fd".
           COPY "pagoprovdet.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "kardex.fd".
           COPY "karcont.fd".
           COPY "asiento.fd".
           COPY "reglacon.fd".
           COPY "concilia.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-NOTASCRED      PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-RECIBODET      PIC XX.
       01 ST-CRUCES         PIC XX.
       01 ST-FACTORING      PIC XX.
       01 ST-FACTORINGDET   PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-PAGOSPROV      PIC XX.
       01 ST-PAGOSPROVDET   PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-KARCONT        PIC XX.
       01 ST-ASIENTOS       PIC XX.
       01 ST-REGLACON       PIC XX.

       01 WS-MODOLOTE       PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-CONFIRMA       PIC X.

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".
       01 WS-SW-CUADRA      PIC X VALUE "S".
          88 CON-CUADRA        VALUE "S".
          88 CON-NO-CUADRA     VALUE "N".

       01 W-PERIODO         PIC 9(06).
       01 WS-FECHA-CORTE    PIC 9(08).
       01 WS-HOY            PIC 9(08).

      *> Cuentas control segun las reglas contables: cartera es el
      *> debe de la factura (F), proveedores el haber de la compra (C)
      *> e inventario el haber de la salida por venta (V)
       01 WS-CTA-CXC        PIC X(08).
       01 WS-CTA-CXP        PIC X(08).
       01 WS-CTA-INV        PIC X(08).
       01 WS-CTA-COMPRA     PIC X(08).
       01 WS-LIB-CXC        PIC S9(13)V99 VALUE 0.
       01 WS-LIB-CXP        PIC S9(13)V99 VALUE 0.
       01 WS-LIB-INV        PIC S9(13)V99 VALUE 0.

      *> Seccion en proceso: C cartera, P proveedores, I inventario
       01 WS-SECCION        PIC X(01).
       01 WS-CTA-SECCION    PIC X(08).
       01 WS-SIGNO-SECCION  PIC S9 VALUE 1.
       01 WS-AUX-HOY        PIC S9(13)V99.
       01 WS-AUX-CORTE      PIC S9(13)V99.
       01 WS-AUX-POSTERIOR  PIC S9(13)V99.
       01 WS-AUX-OTRO       PIC S9(13)V99.
       01 WS-LIB-SECCION    PIC S9(13)V99.
       01 WS-DIFERENCIA     PIC S9(13)V99.
       01 WS-EXPLICADO      PIC S9(13)V99.
       01 WS-SIN-EXPLICAR   PIC S9(13)V99.
       01 WS-CANT-PARTIDAS  PIC 9(05).

      *> Resumen de las tres secciones para la pantalla
       01 WS-RESUMEN.
          05 WS-RES OCCURS 3 TIMES.
             10 RES-TITULO     PIC X(12).
             10 RES-CUENTA     PIC X(08).
             10 RES-AUXILIAR   PIC S9(13)V99.
             10 RES-LIBRO      PIC S9(13)V99.
             10 RES-SIN-EXPL   PIC S9(13)V99.
       01 WS-IDX-RES        PIC 9.

      *> Documento que se revisa contra el libro
       01 WS-DOC-TIPO       PIC X(01).
       01 WS-DOC-NRO        PIC 9(07).
       01 WS-DOC-FECHA      PIC 9(08).
       01 WS-DOC-EFECTO     PIC S9(11)V99.
       01 WS-DOC-VIGENTE    PIC X(01).
       01 WS-POSTEADO       PIC X(01).
       01 WS-PER-POSTEO     PIC 9(06).

      *> Partida conciliatoria (efecto = auxiliar menos libro)
       01 WS-PTD-CONCEPTO   PIC X(34).
       01 WS-PTD-DOC        PIC X(18).
       01 WS-PTD-FECHA      PIC 9(08).
       01 WS-PTD-PERIODO    PIC 9(06).
       01 WS-PTD-EFECTO     PIC S9(13)V99.
       01 WS-NRO-DISP       PIC 9(07).

      *> Proveedores: pagos que no pasan por el libro
       01 WS-PAG-ANTERIOR   PIC S9(13)V99.
       01 WS-CANT-PAG-ANT   PIC 9(05).
       01 WS-RETENCIONES    PIC S9(13)V99.
       01 WS-TOT-PFC        PIC S9(13)V99.
       01 WS-TOT-COMPRAS    PIC S9(13)V99.
       01 WS-CANT-DISP      PIC Z(4)9.

      *> Pagos generados por cruces de cuentas (los contabiliza la Z)
       01 WS-PAGOS-CRUCE.
          05 WS-PGP-CRUCE OCCURS 500 TIMES PIC 9(07).
       01 WS-TOT-PGP-CRUCE  PIC 9(04) VALUE 0.
       01 WS-IDX            PIC 9(04).
       01 WS-ES-CRUCE       PIC X(01).

      *> Kardex: saldo anterior del producto para el sentido del ajuste
       01 WS-KAR-PROD-ANT   PIC X(10).
       01 WS-KAR-SALDO-ANT  PIC 9(09)V999.
       01 WS-KAR-VALOR      PIC S9(11)V99.
       01 WS-KAR-POSTEABLE  PIC X(01).
       01 WS-KAR-EN-STOCK   PIC X(01).

       01 WS-MONTO-DISP     PIC -(12)9.99.
       01 WS-MONTO-DISP2    PIC -(12)9.99.
       01 WS-MONTO-DISP3    PIC -(12)9.99.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.
       01 WS-FILA           PIC 99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS

      *> Por omision el mes anterior: es el que se esta cerrando
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           MOVE WS-HOY(1:6) TO W-PERIODO
           IF W-PERIODO(5:2) = "01"
               COMPUTE W-PERIODO = W-PERIODO - 89
           ELSE
               SUBTRACT 1 FROM W-PERIODO
           END-IF

           IF WS-MODOLOTE NOT = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CONCILIACION DE AUXILIARES CONTRA EL LIBRO"
                       LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "PERIODO DE CORTE (AAAAMM): " LINE 04 COL 10
               ACCEPT W-PERIODO LINE 04 COL 38
               IF W-PERIODO(5:2) < "01" OR W-PERIODO(5:2) > "12"
                   DISPLAY "PERIODO INVALIDO" LINE 06 COL 10
                   ACCEPT WS-PAUSA LINE 06 COL 40
                   PERFORM CERRAR-ARCHIVOS
                   GOBACK
               END-IF
               MOVE "N" TO WS-CONFIRMA
               DISPLAY "CONCILIAR CARTERA, PROVEEDORES E INVENTARIO (S/N): "
                       LINE 05 COL 10
               ACCEPT WS-CONFIRMA LINE 05 COL 62
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
                   PERFORM CERRAR-ARCHIVOS
                   GOBACK
               END-IF
               DISPLAY "LEYENDO EL LIBRO..." LINE 07 COL 10
           END-IF

           COMPUTE WS-FECHA-CORTE = W-PERIODO * 100 + 31

           PERFORM CARGAR-CUENTAS-CONTROL
           PERFORM ACUMULAR-LIBRO

           OPEN OUTPUT CONCILIA-PLANO
           PERFORM ENCABEZADO-INFORME

           IF WS-MODOLOTE NOT = "S"
               DISPLAY "CONCILIANDO CARTERA..." LINE 08 COL 10
           END-IF
           PERFORM CONCILIAR-CARTERA

           IF WS-MODOLOTE NOT = "S"
               DISPLAY "CONCILIANDO PROVEEDORES..." LINE 09 COL 10
           END-IF
           PERFORM CONCILIAR-PROVEEDORES

           IF WS-MODOLOTE NOT = "S"
               DISPLAY "CONCILIANDO INVENTARIO..." LINE 10 COL 10
           END-IF
           PERFORM CONCILIAR-INVENTARIO

           PERFORM PIE-INFORME
           CLOSE CONCILIA-PLANO

           MOVE "CONCILIAC" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE W-PERIODO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "concilia.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           IF WS-MODOLOTE = "S"
               IF CON-NO-CUADRA
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
           IF ST-CLIENTES = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN INPUT CLIENTES
           END-IF
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
           OPEN INPUT CRUCES
           IF ST-CRUCES = "35"
               OPEN OUTPUT CRUCES
               CLOSE CRUCES
               OPEN INPUT CRUCES
           END-IF
           OPEN INPUT FACTORING
           IF ST-FACTORING = "35"
               OPEN OUTPUT FACTORING
               CLOSE FACTORING
               OPEN INPUT FACTORING
           END-IF
           OPEN INPUT FACTORING-DET
           IF ST-FACTORINGDET = "35"
               OPEN OUTPUT FACTORING-DET
               CLOSE FACTORING-DET
               OPEN INPUT FACTORING-DET
           END-IF
           OPEN INPUT COMPRAS
           IF ST-COMPRAS = "35"
               OPEN OUTPUT COMPRAS
               CLOSE COMPRAS
               OPEN INPUT COMPRAS
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
           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF
           OPEN INPUT STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN INPUT STOCK
           END-IF
           OPEN INPUT KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN INPUT KARDEX
           END-IF
           OPEN INPUT KARDEX-CONTAB
           IF ST-KARCONT = "35"
               OPEN OUTPUT KARDEX-CONTAB
               CLOSE KARDEX-CONTAB
               OPEN INPUT KARDEX-CONTAB
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
           CLOSE CLIENTES FACTURAS NOTASCREDITO RECIBOS RECIBODET
                 CRUCES FACTORING FACTORING-DET
                 COMPRAS FACTURAS-PROV PAGOSPROV PAGOSPROVDET
                 PRODUCTOS STOCK KARDEX KARDEX-CONTAB ASIENTOS
                 REGLAS-CONTAB.

      *> ------------------------------------------------------------
      *> Saldos de las cuentas control en el libro hasta el corte
      *> ------------------------------------------------------------
       CARGAR-CUENTAS-CONTROL.
           MOVE SPACES TO WS-CTA-CXC WS-CTA-CXP WS-CTA-INV WS-CTA-COMPRA
           MOVE "F" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY
                   MOVE RGL-CTA-DEBE TO WS-CTA-CXC
           END-READ
           MOVE "C" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY
                   MOVE RGL-CTA-HABER TO WS-CTA-CXP
                   MOVE RGL-CTA-DEBE  TO WS-CTA-COMPRA
           END-READ
           MOVE "V" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY
                   MOVE RGL-CTA-HABER TO WS-CTA-INV
           END-READ.

       ACUMULAR-LIBRO.
      *> Cartera e inventario son de naturaleza debito, proveedores
      *> credito; el saldo es acumulado desde el primer periodo
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO AST-PERIODO
           START ASIENTOS KEY IS NOT LESS THAN AST-PERIODO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AST-PERIODO > W-PERIODO
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
           IF AST-CUENTA = WS-CTA-CXC
               COMPUTE WS-LIB-CXC = WS-LIB-CXC + AST-DEBE - AST-HABER
           END-IF
           IF AST-CUENTA = WS-CTA-CXP
               COMPUTE WS-LIB-CXP = WS-LIB-CXP + AST-HABER - AST-DEBE
           END-IF
           IF AST-CUENTA = WS-CTA-INV
               COMPUTE WS-LIB-INV = WS-LIB-INV + AST-DEBE - AST-HABER
           END-IF.

      *> ------------------------------------------------------------
      *> Cartera: facturas pendientes emitidas hasta el corte, mas lo
      *> cobrado despues del corte sobre ellas, menos las notas credito
      *> sin aplicar (mismo criterio de la exogena)
      *> ------------------------------------------------------------
       CONCILIAR-CARTERA.
           MOVE "C" TO WS-SECCION
           MOVE 1 TO WS-IDX-RES
           MOVE "CARTERA" TO RES-TITULO(1)
           MOVE WS-CTA-CXC TO WS-CTA-SECCION
           MOVE 1 TO WS-SIGNO-SECCION
           MOVE WS-LIB-CXC TO WS-LIB-SECCION
           PERFORM INICIAR-SECCION

           MOVE SPACES TO WS-LINEA-REP
           STRING "CARTERA - CUENTAS POR COBRAR     CUENTA CONTROL: "
                  WS-CTA-CXC
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           IF WS-CTA-CXC = SPACES
               PERFORM SECCION-SIN-REGLA
               EXIT PARAGRAPH
           END-IF

           PERFORM SALDO-AUXILIAR-CARTERA

           PERFORM ESCRIBIR-SALDOS
           PERFORM TITULO-PARTIDAS

           PERFORM REVISAR-FACTURAS
           PERFORM REVISAR-NOTAS
           PERFORM REVISAR-RECIBOS
           PERFORM REVISAR-CRUCES
           PERFORM REVISAR-CESIONES
           PERFORM LISTAR-MANUALES

           PERFORM CERRAR-SECCION.

       SALDO-AUXILIAR-CARTERA.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO FAC-NRO
           START FACTURAS KEY IS NOT LESS THAN FAC-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FAC-FINAL
                           ADD FAC-SALDO-PEND TO WS-AUX-HOY
                           IF FAC-FECHA NOT > WS-FECHA-CORTE
                               ADD FAC-SALDO-PEND TO WS-AUX-CORTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *> Cobros posteriores al corte sobre facturas hasta el corte
      *> (incluye el lado cliente de los cruces)
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO REC-NRO
           START RECIBOS KEY IS NOT LESS THAN REC-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECIBOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF REC-ACTIVO AND REC-FECHA > WS-FECHA-CORTE
                           PERFORM SUMAR-APLICACIONES-RECIBO
                       END-IF
               END-READ
           END-PERFORM

      *> Cuotas cedidas a un factor despues del corte sobre facturas
      *> hasta el corte: al corte todavia eran cartera
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO FCT-NRO
           START FACTORING KEY IS NOT LESS THAN FCT-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTORING NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FCT-FECHA > WS-FECHA-CORTE
                           PERFORM SUMAR-CUOTAS-CEDIDAS
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-AUX-POSTERIOR TO WS-AUX-CORTE

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO NCR-NRO
           START NOTASCREDITO KEY IS NOT LESS THAN NCR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ NOTASCREDITO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NCR-EMITIDA AND NCR-FECHA NOT > WS-FECHA-CORTE
                           ADD NCR-SALDO TO WS-AUX-OTRO
                       END-IF
               END-READ
           END-PERFORM
           SUBTRACT WS-AUX-OTRO FROM WS-AUX-CORTE

      *> Cotejo interno del auxiliar: saldo de los clientes contra
      *> sus facturas pendientes de hoy
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO WS-PTD-EFECTO
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       ADD CLI-SALDO TO WS-PTD-EFECTO
               END-READ
           END-PERFORM

           MOVE WS-AUX-HOY TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  FACTURAS PENDIENTES HOY               "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-PTD-EFECTO TO WS-MONTO-DISP
           COMPUTE WS-PTD-EFECTO = WS-PTD-EFECTO - WS-AUX-HOY
           MOVE WS-PTD-EFECTO TO WS-MONTO-DISP2
           MOVE SPACES TO WS-LINEA-REP
           STRING "  SALDO DE CLIENTES HOY                 "
                  WS-MONTO-DISP "   DIFERENCIA INTERNA "
                  WS-MONTO-DISP2
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-AUX-POSTERIOR TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  + COBRADO O CEDIDO DESPUES DEL CORTE  "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-AUX-OTRO TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  - NOTAS CREDITO SIN APLICAR           "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA.

       SUMAR-APLICACIONES-RECIBO.
           SET NO-FIN-DET TO TRUE
           MOVE REC-NRO TO RECD-REC-NRO
           MOVE 0 TO RECD-ITEM
           START RECIBODET KEY IS NOT LESS THAN RECD-CLAVE
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
                                           TO WS-AUX-POSTERIOR
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-CUOTAS-CEDIDAS.
           SET NO-FIN-DET TO TRUE
           MOVE FCT-NRO TO FCD-FCT-NRO
           MOVE 0 TO FCD-ITEM
           START FACTORING-DET KEY IS NOT LESS THAN FCD-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ FACTORING-DET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF FCD-FCT-NRO NOT = FCT-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE FCD-FAC-NRO TO FAC-NRO
                           READ FACTURAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF FAC-FECHA NOT > WS-FECHA-CORTE
                                       ADD FCD-MONTO TO WS-AUX-POSTERIOR
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-FACTURAS.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO FAC-NRO
           START FACTURAS KEY IS NOT LESS THAN FAC-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FAC-FINAL OR FAC-ANULADA
                           MOVE "F"       TO WS-DOC-TIPO
                           MOVE FAC-NRO   TO WS-DOC-NRO
                           MOVE FAC-FECHA TO WS-DOC-FECHA
                           MOVE FAC-TOTAL TO WS-DOC-EFECTO
                           MOVE "S" TO WS-DOC-VIGENTE
                           IF FAC-ANULADA
                               MOVE "N" TO WS-DOC-VIGENTE
                           END-IF
                           PERFORM EVALUAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-NOTAS.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO NCR-NRO
           START NOTASCREDITO KEY IS NOT LESS THAN NCR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ NOTASCREDITO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE "N"       TO WS-DOC-TIPO
                       MOVE NCR-NRO   TO WS-DOC-NRO
                       MOVE NCR-FECHA TO WS-DOC-FECHA
                       COMPUTE WS-DOC-EFECTO = 0 - NCR-TOTAL
                       MOVE "S" TO WS-DOC-VIGENTE
                       PERFORM EVALUAR-DOCUMENTO
               END-READ
           END-PERFORM.

       REVISAR-RECIBOS.
      *> El recibo de un cruce se contabiliza con el cruce (Z)
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO REC-NRO
           START RECIBOS KEY IS NOT LESS THAN REC-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECIBOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NOT REC-MED-CRUCE
                           MOVE "R"       TO WS-DOC-TIPO
                           MOVE REC-NRO   TO WS-DOC-NRO
                           MOVE REC-FECHA TO WS-DOC-FECHA
                           COMPUTE WS-DOC-EFECTO = 0 - REC-MONTO
                           MOVE "S" TO WS-DOC-VIGENTE
                           IF REC-ANULADO
                               MOVE "N" TO WS-DOC-VIGENTE
                           END-IF
                           PERFORM EVALUAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-CRUCES.
      *> El cruce baja la cartera y la cuenta por pagar por el mismo
      *> valor: en ambas secciones el efecto es negativo
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CRZ-NRO
           START CRUCES KEY IS NOT LESS THAN CRZ-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CRUCES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE "Z"       TO WS-DOC-TIPO
                       MOVE CRZ-NRO   TO WS-DOC-NRO
                       MOVE CRZ-FECHA TO WS-DOC-FECHA
                       COMPUTE WS-DOC-EFECTO = 0 - CRZ-MONTO
                       MOVE "S" TO WS-DOC-VIGENTE
                       IF CRZ-ANULADO
                           MOVE "N" TO WS-DOC-VIGENTE
                       END-IF
                       PERFORM EVALUAR-DOCUMENTO
               END-READ
           END-PERFORM.

       REVISAR-CESIONES.
      *> La cesion a un factor baja la cartera por el valor cedido
      *> (regla E, documento = operacion * 10)
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO FCT-NRO
           START FACTORING KEY IS NOT LESS THAN FCT-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTORING NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE "E"       TO WS-DOC-TIPO
                       COMPUTE WS-DOC-NRO = FCT-NRO * 10
                       MOVE FCT-FECHA TO WS-DOC-FECHA
                       COMPUTE WS-DOC-EFECTO = 0 - FCT-VALOR-CEDIDO
                       MOVE "S" TO WS-DOC-VIGENTE
                       PERFORM EVALUAR-DOCUMENTO
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Proveedores: facturas de proveedor pendientes hasta el corte
      *> mas lo pagado despues del corte sobre ellas. Las facturas y
      *> los pagos a proveedores no se contabilizan: el libro recibe
      *> la compra recibida (C) y el cruce (Z)
      *> ------------------------------------------------------------
       CONCILIAR-PROVEEDORES.
           MOVE "P" TO WS-SECCION
           MOVE 2 TO WS-IDX-RES
           MOVE "PROVEEDORES" TO RES-TITULO(2)
           MOVE WS-CTA-CXP TO WS-CTA-SECCION
           MOVE -1 TO WS-SIGNO-SECCION
           MOVE WS-LIB-CXP TO WS-LIB-SECCION
           PERFORM INICIAR-SECCION

           MOVE SPACES TO WS-LINEA-REP
           STRING "PROVEEDORES - CUENTAS POR PAGAR  CUENTA CONTROL: "
                  WS-CTA-CXP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           IF WS-CTA-CXP = SPACES
               PERFORM SECCION-SIN-REGLA
               EXIT PARAGRAPH
           END-IF

           PERFORM CARGAR-PAGOS-CRUCE
           PERFORM SALDO-AUXILIAR-PROVEEDORES

           PERFORM ESCRIBIR-SALDOS
           PERFORM TITULO-PARTIDAS

           PERFORM REVISAR-COMPRAS
           PERFORM REVISAR-CRUCES
           PERFORM REVISAR-PAGOS

      *> Lo facturado por los proveedores contra lo recibido y
      *> contabilizado como compra, y las retenciones practicadas que
      *> dejan el saldo del auxiliar neto
           MOVE "FACTURADO VS RECIBIDO (COMPRAS)" TO WS-PTD-CONCEPTO
           MOVE SPACES TO WS-PTD-DOC
           MOVE 0 TO WS-PTD-FECHA WS-PTD-PERIODO
           COMPUTE WS-PTD-EFECTO = WS-TOT-PFC - WS-TOT-COMPRAS
           IF WS-PTD-EFECTO NOT = 0
               PERFORM ESCRIBIR-PARTIDA
           END-IF
           MOVE "RETENCIONES PRACTICADAS"  TO WS-PTD-CONCEPTO
           COMPUTE WS-PTD-EFECTO = 0 - WS-RETENCIONES
           IF WS-PTD-EFECTO NOT = 0
               PERFORM ESCRIBIR-PARTIDA
           END-IF

           PERFORM LISTAR-MANUALES

           PERFORM CERRAR-SECCION.

       CARGAR-PAGOS-CRUCE.
           MOVE 0 TO WS-TOT-PGP-CRUCE
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CRZ-NRO
           START CRUCES KEY IS NOT LESS THAN CRZ-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CRUCES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CRZ-PGP-NRO > 0 AND WS-TOT-PGP-CRUCE < 500
                           ADD 1 TO WS-TOT-PGP-CRUCE
                           MOVE CRZ-PGP-NRO
                               TO WS-PGP-CRUCE(WS-TOT-PGP-CRUCE)
                       END-IF
                       IF CRZ-PGP-REVERSO > 0 AND WS-TOT-PGP-CRUCE < 500
                           ADD 1 TO WS-TOT-PGP-CRUCE
                           MOVE CRZ-PGP-REVERSO
                               TO WS-PGP-CRUCE(WS-TOT-PGP-CRUCE)
                       END-IF
               END-READ
           END-PERFORM.

       SALDO-AUXILIAR-PROVEEDORES.
           MOVE 0 TO WS-TOT-PFC WS-RETENCIONES
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO PFC-NRO
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NOT PFC-ANULADA
                           ADD PFC-SALDO-PEND TO WS-AUX-HOY
                           IF PFC-FECHA NOT > WS-FECHA-CORTE
                               ADD PFC-SALDO-PEND TO WS-AUX-CORTE
                               ADD PFC-TOTAL TO WS-TOT-PFC
                               ADD PFC-RTE-MONTO PFC-RIV-MONTO
                                   PFC-RICA-MONTO TO WS-RETENCIONES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO PGP-NRO
           START PAGOSPROV KEY IS NOT LESS THAN PGP-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ PAGOSPROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF PGP-FECHA > WS-FECHA-CORTE
                           PERFORM SUMAR-APLICACIONES-PAGO
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-AUX-POSTERIOR TO WS-AUX-CORTE

           MOVE WS-AUX-HOY TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  FACTURAS DE PROVEEDOR PENDIENTES HOY  "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-AUX-POSTERIOR TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  + PAGADO DESPUES DEL CORTE            "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA.

       SUMAR-APLICACIONES-PAGO.
           SET NO-FIN-DET TO TRUE
           MOVE PGP-NRO TO PGD-PGP-NRO
           MOVE 0 TO PGD-ITEM
           START PAGOSPROVDET KEY IS NOT LESS THAN PGD-CLAVE
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
                                           TO WS-AUX-POSTERIOR
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-COMPRAS.
      *> Proveedores: la compra abona la cuenta por pagar por el total.
      *> Inventario: si la regla C carga la compra al inventario, lo
      *> que aporta es el subtotal
           MOVE 0 TO WS-TOT-COMPRAS
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO COM-NRO
           START COMPRAS KEY IS NOT LESS THAN COM-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ COMPRAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF COM-RECIBIDA OR COM-ANULADA
                           MOVE "C"       TO WS-DOC-TIPO
                           MOVE COM-NRO   TO WS-DOC-NRO
                           MOVE COM-FECHA TO WS-DOC-FECHA
                           IF WS-SECCION = "P"
                               MOVE COM-TOTAL TO WS-DOC-EFECTO
                           ELSE
                               MOVE COM-SUBTOTAL TO WS-DOC-EFECTO
                           END-IF
                           MOVE "S" TO WS-DOC-VIGENTE
                           IF COM-ANULADA
                               MOVE "N" TO WS-DOC-VIGENTE
                           END-IF
                           IF COM-RECIBIDA
                              AND COM-FECHA NOT > WS-FECHA-CORTE
                               ADD COM-TOTAL TO WS-TOT-COMPRAS
                           END-IF
                           PERFORM EVALUAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-PAGOS.
      *> Los pagos del periodo se listan uno a uno; los de periodos
      *> anteriores van en un solo renglon acumulado
           MOVE 0 TO WS-PAG-ANTERIOR WS-CANT-PAG-ANT
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO PGP-NRO
           START PAGOSPROV KEY IS NOT LESS THAN PGP-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ PAGOSPROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF PGP-FECHA NOT > WS-FECHA-CORTE
                           PERFORM REVISAR-PAGO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CANT-PAG-ANT > 0
               MOVE WS-CANT-PAG-ANT TO WS-CANT-DISP
               MOVE SPACES TO WS-PTD-CONCEPTO
               STRING "PAGOS PERIODOS ANTERIORES (" WS-CANT-DISP ")"
                   DELIMITED BY SIZE INTO WS-PTD-CONCEPTO
               MOVE SPACES TO WS-PTD-DOC
               MOVE 0 TO WS-PTD-FECHA WS-PTD-PERIODO
               COMPUTE WS-PTD-EFECTO = 0 - WS-PAG-ANTERIOR
               PERFORM ESCRIBIR-PARTIDA
           END-IF.

       REVISAR-PAGO.
           MOVE "N" TO WS-ES-CRUCE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-PGP-CRUCE
               IF WS-PGP-CRUCE(WS-IDX) = PGP-NRO
                   MOVE "S" TO WS-ES-CRUCE
               END-IF
           END-PERFORM
           IF WS-ES-CRUCE = "S"
               EXIT PARAGRAPH
           END-IF

           IF PGP-FECHA(1:6) = W-PERIODO
               MOVE "PAGO A PROVEEDOR (NO SE CONTAB.)"
                   TO WS-PTD-CONCEPTO
               MOVE PGP-NRO TO WS-NRO-DISP
               MOVE SPACES TO WS-PTD-DOC
               STRING "PAGO " WS-NRO-DISP
                   DELIMITED BY SIZE INTO WS-PTD-DOC
               MOVE PGP-FECHA TO WS-PTD-FECHA
               MOVE 0 TO WS-PTD-PERIODO
               COMPUTE WS-PTD-EFECTO = 0 - PGP-MONTO
               PERFORM ESCRIBIR-PARTIDA
           ELSE
               ADD PGP-MONTO TO WS-PAG-ANTERIOR
               ADD 1 TO WS-CANT-PAG-ANT
           END-IF.

      *> ------------------------------------------------------------
      *> Inventario: stock valorizado a costo (igual que la valoracion
      *> de inventario) menos lo movido despues del corte. El libro
      *> se valoriza al costo de cada fecha; la diferencia de costo no
      *> se explica documento a documento
      *> ------------------------------------------------------------
       CONCILIAR-INVENTARIO.
           MOVE "I" TO WS-SECCION
           MOVE 3 TO WS-IDX-RES
           MOVE "INVENTARIO" TO RES-TITULO(3)
           MOVE WS-CTA-INV TO WS-CTA-SECCION
           MOVE 1 TO WS-SIGNO-SECCION
           MOVE WS-LIB-INV TO WS-LIB-SECCION
           PERFORM INICIAR-SECCION

           MOVE SPACES TO WS-LINEA-REP
           STRING "INVENTARIO - STOCK VALORIZADO    CUENTA CONTROL: "
                  WS-CTA-INV
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           IF WS-CTA-INV = SPACES
               PERFORM SECCION-SIN-REGLA
               EXIT PARAGRAPH
           END-IF

           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO STK-CODIGO
           START STOCK KEY IS NOT LESS THAN STK-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ STOCK NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF STK-ACTIVO AND STK-CANTIDAD > 0
                           MOVE STK-CODIGO TO PRD-CODIGO
                           READ PRODUCTOS
                               NOT INVALID KEY
                                   COMPUTE WS-AUX-HOY ROUNDED =
                                       WS-AUX-HOY
                                       + STK-CANTIDAD * PRD-COSTO
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

      *> Un solo recorrido del kardex: lo posterior al corte se
      *> devuelve al saldo y lo anterior sin marca de contabilizado
      *> queda como partida
           PERFORM RECORRER-KARDEX
           COMPUTE WS-AUX-CORTE = WS-AUX-HOY - WS-AUX-POSTERIOR

           MOVE WS-AUX-HOY TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  STOCK VALORIZADO HOY (COSTO ACTUAL)   "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-AUX-POSTERIOR TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  - MOVIDO DESPUES DEL CORTE            "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA

           PERFORM ESCRIBIR-SALDOS
           PERFORM TITULO-PARTIDAS

           PERFORM LISTAR-KARDEX-PENDIENTE
           IF WS-CTA-COMPRA = WS-CTA-INV
               PERFORM REVISAR-COMPRAS
           END-IF
           PERFORM LISTAR-MANUALES

           PERFORM CERRAR-SECCION.

       RECORRER-KARDEX.
           MOVE SPACES TO WS-KAR-PROD-ANT
           MOVE 0 TO WS-KAR-SALDO-ANT
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO KAR-CLAVE
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ KARDEX NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = WS-KAR-PROD-ANT
                           MOVE KAR-PROD-ID TO WS-KAR-PROD-ANT
                           MOVE 0 TO WS-KAR-SALDO-ANT
                       END-IF
                       PERFORM VALORIZAR-MOVIMIENTO
                       IF KAR-FECHA > WS-FECHA-CORTE
                          AND WS-KAR-EN-STOCK = "S"
                           ADD WS-KAR-VALOR TO WS-AUX-POSTERIOR
                       END-IF
                       MOVE KAR-SALDO TO WS-KAR-SALDO-ANT
               END-READ
           END-PERFORM.

       VALORIZAR-MOVIMIENTO.
      *> Mismo criterio de la contabilizacion del kardex: el arrastre
      *> de saldos no es movimiento, la entrada por compra la lleva
      *> la regla C y la devolucion de consignacion al proveedor no
      *> tiene asiento
           MOVE 0 TO WS-KAR-VALOR
           MOVE "S" TO WS-KAR-POSTEABLE
           MOVE "S" TO WS-KAR-EN-STOCK
           IF KAR-REFERENCIA = "ARRASTRE"
               MOVE "N" TO WS-KAR-POSTEABLE
               EXIT PARAGRAPH
           END-IF
           IF KAR-REFERENCIA(1:2) = "OC" AND NOT KAR-SALIDA
               MOVE "N" TO WS-KAR-POSTEABLE
           END-IF
           IF KAR-REFERENCIA(1:3) = "DCP"
               MOVE "N" TO WS-KAR-POSTEABLE
           END-IF
      *> La devolucion de lo rechazado en inspeccion sale sin pasar
      *> por el stock (el saldo no cambia): tiene asiento, pero no se
      *> devuelve al stock valorizado
           IF KAR-REFERENCIA(1:3) = "DVP" AND KAR-SALIDA
              AND KAR-SALDO = WS-KAR-SALDO-ANT
               MOVE "N" TO WS-KAR-EN-STOCK
           END-IF
           MOVE KAR-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   MOVE "N" TO WS-KAR-POSTEABLE
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-KAR-VALOR ROUNDED = KAR-CANTIDAD * PRD-COSTO
           EVALUATE TRUE
               WHEN KAR-SALIDA
                   COMPUTE WS-KAR-VALOR = 0 - WS-KAR-VALOR
               WHEN KAR-ENTRADA
                   CONTINUE
               WHEN KAR-SALDO > WS-KAR-SALDO-ANT
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-KAR-VALOR = 0 - WS-KAR-VALOR
           END-EVALUATE.

       LISTAR-KARDEX-PENDIENTE.
           MOVE SPACES TO WS-KAR-PROD-ANT
           MOVE 0 TO WS-KAR-SALDO-ANT
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO KAR-CLAVE
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ KARDEX NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = WS-KAR-PROD-ANT
                           MOVE KAR-PROD-ID TO WS-KAR-PROD-ANT
                           MOVE 0 TO WS-KAR-SALDO-ANT
                       END-IF
                       IF KAR-FECHA NOT > WS-FECHA-CORTE
                           PERFORM REVISAR-MOVIMIENTO-KARDEX
                       END-IF
                       MOVE KAR-SALDO TO WS-KAR-SALDO-ANT
               END-READ
           END-PERFORM.

       REVISAR-MOVIMIENTO-KARDEX.
           PERFORM VALORIZAR-MOVIMIENTO
           IF WS-KAR-POSTEABLE = "N" OR WS-KAR-VALOR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE KAR-CLAVE TO KCO-CLAVE
           READ KARDEX-CONTAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "KARDEX SIN CONTABILIZAR" TO WS-PTD-CONCEPTO
           MOVE SPACES TO WS-PTD-DOC
           STRING KAR-PROD-ID "/" KAR-SECUENCIA
               DELIMITED BY SIZE INTO WS-PTD-DOC
           MOVE KAR-FECHA TO WS-PTD-FECHA
           MOVE 0 TO WS-PTD-PERIODO
           MOVE WS-KAR-VALOR TO WS-PTD-EFECTO
           PERFORM ESCRIBIR-PARTIDA.

      *> ------------------------------------------------------------
      *> Rutinas comunes a las tres secciones
      *> ------------------------------------------------------------
       INICIAR-SECCION.
           MOVE 0 TO WS-AUX-HOY WS-AUX-CORTE WS-AUX-POSTERIOR WS-AUX-OTRO
                     WS-EXPLICADO WS-CANT-PARTIDAS
           MOVE WS-CTA-SECCION TO RES-CUENTA(WS-IDX-RES)
           MOVE 0 TO RES-AUXILIAR(WS-IDX-RES) RES-LIBRO(WS-IDX-RES)
                     RES-SIN-EXPL(WS-IDX-RES)
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA.

       SECCION-SIN-REGLA.
           SET CON-NO-CUADRA TO TRUE
           MOVE "  SIN REGLA CONTABLE PARA LA CUENTA CONTROL - NO SE CONCILIA"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-SALDOS.
           COMPUTE WS-DIFERENCIA = WS-AUX-CORTE - WS-LIB-SECCION
           MOVE WS-AUX-CORTE   TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  SALDO DEL AUXILIAR AL CORTE           "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-LIB-SECCION TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  SALDO DE LA CUENTA CONTROL EN EL LIBRO"
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-DIFERENCIA  TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  DIFERENCIA (AUXILIAR - LIBRO)         "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA.

       TITULO-PARTIDAS.
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REP
           MOVE "  PARTIDAS QUE EXPLICAN LA DIFERENCIA" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REP
           MOVE "CONCEPTO"      TO WS-LINEA-REP(5:8)
           MOVE "DOCUMENTO"     TO WS-LINEA-REP(40:9)
           MOVE "FECHA"         TO WS-LINEA-REP(59:5)
           MOVE "PER.LIBRO"     TO WS-LINEA-REP(69:9)
           MOVE "EFECTO"        TO WS-LINEA-REP(89:6)
           PERFORM ESCRIBIR-LINEA.

       CERRAR-SECCION.
           COMPUTE WS-SIN-EXPLICAR = WS-DIFERENCIA - WS-EXPLICADO
           IF WS-CANT-PARTIDAS = 0
               MOVE "    (SIN PARTIDAS)" TO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-EXPLICADO TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  TOTAL PARTIDAS                        "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-SIN-EXPLICAR TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  DIFERENCIA SIN EXPLICAR               "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           IF WS-SIN-EXPLICAR > 1 OR WS-SIN-EXPLICAR < -1
               SET CON-NO-CUADRA TO TRUE
               MOVE "REVISAR" TO WS-LINEA-REP(60:7)
           END-IF
           PERFORM ESCRIBIR-LINEA

           MOVE WS-AUX-CORTE    TO RES-AUXILIAR(WS-IDX-RES)
           MOVE WS-LIB-SECCION  TO RES-LIBRO(WS-IDX-RES)
           MOVE WS-SIN-EXPLICAR TO RES-SIN-EXPL(WS-IDX-RES).

       EVALUAR-DOCUMENTO.
      *> El efecto del documento va con el signo que tiene sobre el
      *> auxiliar; la partida es lo que el auxiliar tiene y el libro
      *> no (o al reves, con signo contrario)
           MOVE WS-DOC-TIPO TO AST-TIPO-DOC
           MOVE WS-DOC-NRO  TO AST-DOC-NRO
           MOVE "N" TO WS-POSTEADO
           MOVE 0 TO WS-PER-POSTEO
           READ ASIENTOS KEY IS AST-DOC-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-POSTEADO
                   MOVE AST-PERIODO TO WS-PER-POSTEO
           END-READ

           MOVE SPACES TO WS-PTD-CONCEPTO
           MOVE SPACES TO WS-PTD-DOC
           STRING WS-DOC-TIPO " " WS-DOC-NRO
               DELIMITED BY SIZE INTO WS-PTD-DOC
           MOVE WS-DOC-FECHA  TO WS-PTD-FECHA
           MOVE WS-PER-POSTEO TO WS-PTD-PERIODO

           IF WS-DOC-VIGENTE = "S"
               IF WS-DOC-FECHA NOT > WS-FECHA-CORTE
                   IF WS-POSTEADO = "N"
                       MOVE "SIN CONTABILIZAR" TO WS-PTD-CONCEPTO
                       MOVE WS-DOC-EFECTO TO WS-PTD-EFECTO
                       PERFORM ESCRIBIR-PARTIDA
                   ELSE
                       IF WS-PER-POSTEO > W-PERIODO
                           MOVE "CONTABILIZADO EN PERIODO POSTERIOR"
                               TO WS-PTD-CONCEPTO
                           MOVE WS-DOC-EFECTO TO WS-PTD-EFECTO
                           PERFORM ESCRIBIR-PARTIDA
                       END-IF
                   END-IF
               ELSE
                   IF WS-POSTEADO = "S" AND WS-PER-POSTEO NOT > W-PERIODO
                       MOVE "CONTABILIZADO ANTES DE SU FECHA"
                           TO WS-PTD-CONCEPTO
                       COMPUTE WS-PTD-EFECTO = 0 - WS-DOC-EFECTO
                       PERFORM ESCRIBIR-PARTIDA
                   END-IF
               END-IF
           ELSE
               IF WS-POSTEADO = "S" AND WS-PER-POSTEO NOT > W-PERIODO
                   MOVE "ANULADO PERO CONTABILIZADO" TO WS-PTD-CONCEPTO
                   COMPUTE WS-PTD-EFECTO = 0 - WS-DOC-EFECTO
                   PERFORM ESCRIBIR-PARTIDA
               END-IF
           END-IF.

       LISTAR-MANUALES.
      *> Asientos manuales de ajuste (M) que tocan la cuenta control:
      *> el libro los tiene y el auxiliar no
           SET NO-FIN-SCAN TO TRUE
           MOVE "M" TO AST-TIPO-DOC
           MOVE 0 TO AST-DOC-NRO
           START ASIENTOS KEY IS NOT LESS THAN AST-DOC-REF
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AST-TIPO-DOC NOT = "M"
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF AST-CUENTA = WS-CTA-SECCION
                              AND AST-PERIODO NOT > W-PERIODO
                               MOVE "AJUSTE MANUAL A LA CUENTA CONTROL"
                                   TO WS-PTD-CONCEPTO
                               MOVE SPACES TO WS-PTD-DOC
                               STRING "M " AST-NRO
                                   DELIMITED BY SIZE INTO WS-PTD-DOC
                               MOVE AST-FECHA   TO WS-PTD-FECHA
                               MOVE AST-PERIODO TO WS-PTD-PERIODO
                               COMPUTE WS-PTD-EFECTO =
                                   (AST-HABER - AST-DEBE) * WS-SIGNO-SECCION
                               PERFORM ESCRIBIR-PARTIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-PARTIDA.
           ADD WS-PTD-EFECTO TO WS-EXPLICADO
           ADD 1 TO WS-CANT-PARTIDAS
           MOVE WS-PTD-EFECTO TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-PTD-CONCEPTO TO WS-LINEA-REP(5:34)
           MOVE WS-PTD-DOC      TO WS-LINEA-REP(40:18)
           IF WS-PTD-FECHA > 0
               MOVE WS-PTD-FECHA TO WS-LINEA-REP(59:8)
           END-IF
           IF WS-PTD-PERIODO > 0
               MOVE WS-PTD-PERIODO TO WS-LINEA-REP(69:6)
           END-IF
           MOVE WS-MONTO-DISP   TO WS-LINEA-REP(78:16)
           PERFORM ESCRIBIR-LINEA.

       ENCABEZADO-INFORME.
           MOVE SPACES TO WS-LINEA-REP
           STRING "CONCILIACION DE AUXILIARES CONTRA EL LIBRO - CORTE "
                  W-PERIODO "   GENERADO " WS-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REP
           STRING "EFECTO DE CADA PARTIDA = LO QUE EL AUXILIAR TIENE DE "
                  "MAS FRENTE AL LIBRO (NATURALEZA DE LA CUENTA)"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA.

       PIE-INFORME.
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           IF CON-CUADRA
               MOVE "RESULTADO: AUXILIARES CONCILIADOS CON EL LIBRO"
                   TO WS-LINEA-REP
           ELSE
               MOVE "RESULTADO: HAY DIFERENCIAS SIN EXPLICAR - REVISAR ANTES DE CERRAR EL PERIODO"
                   TO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           WRITE REG-CONCILIA-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       MOSTRAR-RESUMEN.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "CONCILIACION DE AUXILIARES CONTRA EL LIBRO - CORTE"
                   LINE 02 COL 10 WITH REVERSE-VIDEO
           DISPLAY W-PERIODO LINE 02 COL 62 WITH REVERSE-VIDEO
           DISPLAY "AUXILIAR         LIBRO      SIN EXPLICAR"
                   LINE 04 COL 32
           MOVE 6 TO WS-FILA
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1 UNTIL WS-IDX-RES > 3
               MOVE RES-AUXILIAR(WS-IDX-RES) TO WS-MONTO-DISP
               MOVE RES-LIBRO(WS-IDX-RES)    TO WS-MONTO-DISP2
               MOVE RES-SIN-EXPL(WS-IDX-RES) TO WS-MONTO-DISP3
               DISPLAY RES-TITULO(WS-IDX-RES) LINE WS-FILA COL 05
               DISPLAY RES-CUENTA(WS-IDX-RES) LINE WS-FILA COL 18
               DISPLAY WS-MONTO-DISP  LINE WS-FILA COL 27
               DISPLAY WS-MONTO-DISP2 LINE WS-FILA COL 44
               DISPLAY WS-MONTO-DISP3 LINE WS-FILA COL 61
               ADD 1 TO WS-FILA
           END-PERFORM
           IF CON-CUADRA
               DISPLAY "AUXILIARES CONCILIADOS CON EL LIBRO"
                       LINE 11 COL 10
           ELSE
               DISPLAY "HAY DIFERENCIAS SIN EXPLICAR - VER PARTIDAS"
                       LINE 11 COL 10 WITH REVERSE-VIDEO
           END-IF
           DISPLAY "DETALLE EN concilia.txt Y EN EL SPOOL" LINE 13 COL 10
           ACCEPT WS-PAUSA LINE 13 COL 50.
