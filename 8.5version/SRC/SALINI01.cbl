       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Carga de saldos iniciales de una empresa o sucursal
      *> *           nueva desde el sistema anterior: cartera abierta
      *> *           (FACTURAS con CUOTAS y CLI-SALDO), cuentas por pagar
      *> *           (FACTURAS-PROV), existencias por bodega y lote al
      *> *           costo unitario, y saldos de bancos. Primero valida
      *> *           los cuatro CSV completos (rechazos y totales de
      *> *           control para la firma del contador); solo sin
      *> *           rechazos permite cargar, y la carga genera el asiento
      *> *           de apertura contra la cuenta de saldos iniciales
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALINI01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "apertura.sel".
           COPY "cliente.sel".
           COPY "factura.sel".
           COPY "cuota.sel".
           COPY "facctrl.sel".
           COPY "proveedor.sel".
           COPY "provfac.sel".
           COPY "pfcctrl.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "lote.sel".
           COPY "kardex.sel".
           COPY "karcont.sel".
           COPY "bodega.sel".
           COPY "ctabanco.sel".
           COPY "asiento.sel".
           COPY "astctrl.sel".
           COPY "cuentas.sel".
           COPY "reglacon.sel".
           COPY "periodo.sel".
           COPY "bloqueo.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "apertura.fd".
           COPY "cliente.fd".
           COPY "factura.fd".
           COPY "cuota.fd".
           COPY "facctrl.fd".
           COPY "proveedor.fd".
           COPY "provfac.fd".
           COPY "pfcctrl.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "lote.fd".
           COPY "kardex.fd".
           COPY "karcont.fd".
           COPY "bodega.fd".
           COPY "ctabanco.fd".
           COPY "asiento.fd".
           COPY "astctrl.fd".
           COPY "cuentas.fd".
           COPY "reglacon.fd".
           COPY "periodo.fd".
           COPY "bloqueo.fd".
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
       COPY "BLOQUEO.cpy".
       01 ST-SESION         PIC XX.
       01 ST-APECSV         PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-CUOTAS         PIC XX.
       01 ST-NEXT-FAC       PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-NEXT-PFC       PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-LOTES          PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-KARCONT        PIC XX.
       01 ST-BODEGAS        PIC XX.
       01 ST-CTABANCO       PIC XX.
       01 ST-ASIENTOS       PIC XX.
       01 ST-NEXT-AST       PIC XX.
       01 ST-CUENTAS        PIC XX.
       01 ST-REGLACON       PIC XX.

       01 WS-APE-CSV-NOMBRE PIC X(30).

       01 WS-PAUSA          PIC X.
       01 WS-RESPUESTA      PIC X.
       01 WS-FECHA-HOY      PIC 9(08).

       01 W-FECHA-CORTE     PIC 9(08).
       01 W-CTA-APERTURA    PIC X(08).
       01 WS-CTA-CXC        PIC X(08).
       01 WS-CTA-CXP        PIC X(08).
       01 WS-CTA-INVENT     PIC X(08).

      *> Pasada de validacion (no graba nada) o de carga
       01 WS-MODO           PIC X(01).
          88 MODO-VALIDACION   VALUE "V".
          88 MODO-CARGA        VALUE "C".

       01 WS-SW-CSV         PIC X VALUE "N".
          88 FIN-CSV           VALUE "S".
          88 NO-FIN-CSV        VALUE "N".
       01 WS-PRIMERA-LINEA  PIC X VALUE "S".
          88 ES-ENCABEZADO     VALUE "S".
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

       01 WS-LINEA-CSV      PIC X(200).
       01 WS-CANT-CAMPOS    PIC 9(02).
       01 WS-CSV-C1         PIC X(30).
       01 WS-CSV-C2         PIC X(30).
       01 WS-CSV-C3         PIC X(30).
       01 WS-CSV-C4         PIC X(30).
       01 WS-CSV-C5         PIC X(30).
       01 WS-CSV-C6         PIC X(30).

       01 WS-VALIDO         PIC X VALUE "S".
          88 FILA-VALIDA       VALUE "S".
          88 FILA-INVALIDA     VALUE "N".
       01 WS-MOTIVO-RECHAZO PIC X(60).
       01 WS-TOT-RECHAZOS   PIC 9(07) VALUE 0.

      *> Control por seccion: 1 cartera, 2 proveedores, 3 inventario,
      *> 4 bancos
       01 WS-SECCION        PIC 9.
       01 WS-TABLA-SECCIONES.
          05 T-SEC OCCURS 4 TIMES.
             10 T-SEC-NOMBRE     PIC X(12).
             10 T-SEC-ARCHIVO    PIC X(30).
             10 T-SEC-PRESENTE   PIC X(01).
             10 T-SEC-LEIDAS     PIC 9(07).
             10 T-SEC-ACEPTADAS  PIC 9(07).
             10 T-SEC-RECHAZADAS PIC 9(07).
             10 T-SEC-DOCS       PIC 9(07).
             10 T-SEC-VALOR      PIC S9(13)V99.

      *> Validacion de fechas y montos de texto
       01 WS-FECHA-TXT      PIC X(30).
       01 WS-FECHA-VAL      PIC 9(08).
       01 WS-FECHA-PARTES REDEFINES WS-FECHA-VAL.
          05 WS-FV-ANIO        PIC 9(04).
          05 WS-FV-MES         PIC 9(02).
          05 WS-FV-DIA         PIC 9(02).
       01 WS-FECHA-OK       PIC X.

      *> Fila de cartera (una por cuota pendiente)
       01 WS-ROW-FACTURA    PIC 9(07).
       01 WS-ROW-CLIENTE    PIC 9(07).
       01 WS-ROW-FECHA      PIC 9(08).
       01 WS-ROW-CUOTA      PIC 9(03).
       01 WS-ROW-VENCE      PIC 9(08).
       01 WS-ROW-SALDO      PIC S9(11)V99.
       01 WS-ANT-FACTURA    PIC 9(07).
       01 WS-ANT-CLIENTE    PIC 9(07).
       01 WS-ANT-FECHA      PIC 9(08).
       01 WS-ANT-CUOTA      PIC 9(03).

      *> Factura en armado durante la carga
       01 WS-FAC-ABIERTA    PIC 9(07).
       01 WS-FAC-CLIENTE    PIC 9(07).
       01 WS-FAC-FECHA      PIC 9(08).
       01 WS-FAC-TOTAL      PIC S9(11)V99.
       01 WS-FAC-CUOTAS     PIC 9(03).
       01 WS-MAX-FAC        PIC 9(07).
       01 WS-FAC-AVANCE     PIC X(01).

      *> Fila de proveedores
       01 WS-ROW-PROV       PIC 9(07).
       01 WS-ROW-DOC-PROV   PIC X(15).
       01 WS-PFC-NRO        PIC 9(07).

      *> Fila de inventario
       01 WS-ROW-PRODUCTO   PIC 9(10).
       01 WS-ROW-BODEGA     PIC X(04).
       01 WS-ROW-LOTE       PIC X(10).
       01 WS-ROW-VENCE-LOTE PIC 9(08).
       01 WS-ROW-CANTIDAD   PIC 9(09)V999.
       01 WS-ROW-COSTO      PIC 9(09)V99.
       01 WS-ROW-VALOR      PIC S9(13)V99.
       01 WS-STK-ANTES      PIC 9(09)V999.
       01 WS-KAR-SECUENCIA  PIC 9(05).
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".

      *> Fila de bancos; las cuentas se llevan en tabla para el
      *> asiento resumen y para no repetir una cuenta en el CSV
       01 WS-ROW-CTB        PIC X(04).
       01 WS-ROW-CTB-SALDO  PIC S9(11)V99.
       01 WS-ROW-CTA-CONT   PIC X(08).
       01 WS-TOT-BANCOS     PIC 9(03) VALUE 0.
       01 WS-IDX-BCO        PIC 9(03).
       01 WS-BCO-REPETIDO   PIC X.
       01 WS-TABLA-BANCOS.
          05 T-BCO OCCURS 100 TIMES.
             10 T-BCO-CODIGO    PIC X(04).
             10 T-BCO-CUENTA    PIC X(08).
             10 T-BCO-SALDO     PIC S9(11)V99.

      *> Asientos de apertura: uno por factura de cartera (marca el
      *> documento como contabilizado) y un asiento resumen para
      *> proveedores, inventario y bancos; todos contra la cuenta de
      *> saldos iniciales, en la fecha de corte
       01 WS-AST-NRO        PIC 9(07).
       01 WS-AST-ITEM       PIC 9(02).
       01 WS-AST-PRIMERO    PIC 9(07).
       01 WS-AST-RESUMEN    PIC 9(07).
       01 WS-AST-PARCIAL    PIC S9(13)V99.
       01 WS-CANT-AST       PIC 9(07).
       01 WS-POST-TIPO      PIC X(01).
       01 WS-POST-DOC       PIC 9(07).
       01 WS-POST-DETALLE   PIC X(30).
       01 WS-LIN-CUENTA     PIC X(08).
       01 WS-LIN-DEBE       PIC S9(11)V99.
       01 WS-LIN-HABER      PIC S9(11)V99.
       01 WS-TOT-DEBE       PIC S9(13)V99.
       01 WS-TOT-HABER      PIC S9(13)V99.
       01 WS-NETO-APERTURA  PIC S9(13)V99.

       01 WS-EDIT-MONTO     PIC -(12)9.99.
       01 WS-EDIT-MONTO2    PIC -(12)9.99.
       01 WS-EDIT-CANT      PIC Z(8)9.999.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-LIN-PANTALLA   PIC 9(02).
       01 WS-DOCS-RESUMEN   PIC 9(07).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS

           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "SALDOS INICIALES DE EMPRESA O SUCURSAL NUEVA"
                   LINE 02 COL 10 WITH REVERSE-VIDEO
           IF NOT SESION-SUPERVISOR
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES"
                       LINE 12 COL 18 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 60
               GOBACK
           END-IF

           PERFORM ABRIR-ARCHIVOS
           PERFORM ABRIR-AUDITORIA
           PERFORM ABRIR-BLOQUEOS
           MOVE "SALINI01" TO WS-AUD-PROGRAMA

           PERFORM EJECUTAR-APERTURA

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

       ABRIR-BLOQUEOS.
           COPY "ABRIR-BLOQUEOS.cpy".

       TOMAR-BLOQUEO.
           COPY "TOMAR-BLOQUEO.cpy".

       SOLTAR-BLOQUEO.
           COPY "SOLTAR-BLOQUEO.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O CLIENTES
           IF ST-CLIENTES = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF
           OPEN I-O FACTURAS
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN I-O FACTURAS
           END-IF
           OPEN I-O CUOTAS
           IF ST-CUOTAS = "35"
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN I-O CUOTAS
           END-IF
           OPEN I-O NEXT-FAC-NRO
           IF ST-NEXT-FAC = "35"
               OPEN OUTPUT NEXT-FAC-NRO
               CLOSE NEXT-FAC-NRO
               OPEN I-O NEXT-FAC-NRO
           END-IF
           OPEN INPUT PROVEEDORES
           IF ST-PROVEEDORES = "35"
               OPEN OUTPUT PROVEEDORES
               CLOSE PROVEEDORES
               OPEN INPUT PROVEEDORES
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
           OPEN I-O LOTES
           IF ST-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF
           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF
           OPEN I-O KARDEX-CONTAB
           IF ST-KARCONT = "35"
               OPEN OUTPUT KARDEX-CONTAB
               CLOSE KARDEX-CONTAB
               OPEN I-O KARDEX-CONTAB
           END-IF
           OPEN INPUT BODEGAS
           IF ST-BODEGAS = "35"
               OPEN OUTPUT BODEGAS
               CLOSE BODEGAS
               OPEN INPUT BODEGAS
           END-IF
           OPEN I-O CUENTAS-BANCO
           IF ST-CTABANCO = "35"
               OPEN OUTPUT CUENTAS-BANCO
               CLOSE CUENTAS-BANCO
               OPEN I-O CUENTAS-BANCO
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
           CLOSE CLIENTES
           CLOSE FACTURAS
           CLOSE CUOTAS
           CLOSE NEXT-FAC-NRO
           CLOSE PROVEEDORES
           CLOSE FACTURAS-PROV
           CLOSE NEXT-PFC-NRO
           CLOSE PRODUCTOS
           CLOSE STOCK
           CLOSE LOTES
           CLOSE KARDEX
           CLOSE KARDEX-CONTAB
           CLOSE BODEGAS
           CLOSE CUENTAS-BANCO
           CLOSE ASIENTOS
           CLOSE NEXT-AST-NRO
           CLOSE PLAN-CUENTAS
           CLOSE REGLAS-CONTAB
           CLOSE PERIODOS-CONTABLES
           CLOSE BLOQUEOS
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

      *> ------------------------------------------------------------
      *> Flujo: parametros, validacion completa, confirmacion, carga
      *> ------------------------------------------------------------
       EJECUTAR-APERTURA.
           DISPLAY "Archivos (separador ; con encabezado):" LINE 04 COL 10
           DISPLAY "apertura_cartera.CSV     FACTURA;CLIENTE;FECHA;CUOTA;VENCE;SALDO"
                   LINE 05 COL 10
           DISPLAY "apertura_proveedores.CSV PROVEEDOR;FACTURA-PROV;FECHA;VENCE;SALDO"
                   LINE 06 COL 10
           DISPLAY "apertura_inventario.CSV  PRODUCTO;BODEGA;LOTE;VENCE-LOTE;CANTIDAD;COSTO"
                   LINE 07 COL 10
           DISPLAY "apertura_bancos.CSV      CUENTA;BANCO;NRO-CUENTA;SALDO;CTA-CONTABLE"
                   LINE 08 COL 10

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO W-FECHA-CORTE
           DISPLAY "FECHA DE CORTE (AAAAMMDD): " LINE 10 COL 10
           ACCEPT W-FECHA-CORTE LINE 10 COL 38
           MOVE W-FECHA-CORTE TO WS-FECHA-VAL
           PERFORM VALIDAR-FECHA-NUMERICA
           IF WS-FECHA-OK = "N"
               DISPLAY "FECHA DE CORTE INVALIDA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF
           MOVE W-FECHA-CORTE(1:6) TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO CONTABLE CERRADO" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 36
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-CTA-APERTURA
           DISPLAY "CUENTA DE SALDOS INICIALES (CONTRAPARTIDA): "
                   LINE 11 COL 10
           ACCEPT W-CTA-APERTURA LINE 11 COL 55
           MOVE FUNCTION UPPER-CASE(W-CTA-APERTURA) TO W-CTA-APERTURA
           MOVE W-CTA-APERTURA TO CTA-CODIGO
           READ PLAN-CUENTAS
               INVALID KEY
                   DISPLAY "LA CUENTA NO EXISTE EN EL PLAN DE CUENTAS"
                           LINE 22 COL 10 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 55
                   EXIT PARAGRAPH
           END-READ

           PERFORM CARGAR-CUENTAS-CONTROL

      *> Pasada 1: validacion completa sin grabar
           SET MODO-VALIDACION TO TRUE
           MOVE 0 TO WS-TOT-RECHAZOS
           OPEN OUTPUT APERTURA-RECHAZOS
           PERFORM PROCESAR-SECCIONES
           CLOSE APERTURA-RECHAZOS

           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT APERTURA-PLANO
           PERFORM ENCABEZADO-REPORTE
           PERFORM TOTALES-CONTROL
           CLOSE APERTURA-PLANO
           PERFORM MOSTRAR-TOTALES

           IF WS-TOT-RECHAZOS > 0
               DISPLAY "HAY FILAS RECHAZADAS (apertura_rechazos.txt) -"
                       LINE 20 COL 10 WITH REVERSE-VIDEO
               DISPLAY "CORRIJA LOS CSV Y REPITA; NO SE GRABO NADA"
                       LINE 21 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 21 COL 55
               EXIT PARAGRAPH
           END-IF
           IF T-SEC-DOCS(1) + T-SEC-DOCS(2) + T-SEC-DOCS(3)
              + T-SEC-DOCS(4) = 0
               DISPLAY "NO HAY SALDOS PARA CARGAR" LINE 20 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 20 COL 38
               EXIT PARAGRAPH
           END-IF

           DISPLAY "TOTALES DE CONTROL EN 'apertura.txt'" LINE 20 COL 10
           DISPLAY "CONFIRMA LA CARGA DE SALDOS INICIALES [S/N]? "
                   LINE 21 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 21 COL 56
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               DISPLAY "CARGA CANCELADA" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 27
               EXIT PARAGRAPH
           END-IF

      *> Pasada 2: carga y asiento de apertura
           COMPUTE WS-DOCS-RESUMEN = T-SEC-DOCS(2) + T-SEC-DOCS(3)
                                   + T-SEC-DOCS(4)
           SET MODO-CARGA TO TRUE
           MOVE 0 TO WS-CANT-LINEAS WS-CANT-AST WS-AST-PRIMERO
           MOVE 0 TO WS-AST-NRO WS-AST-RESUMEN WS-MAX-FAC
           MOVE 0 TO WS-TOT-DEBE WS-TOT-HABER
           MOVE "N" TO WS-FAC-AVANCE
           OPEN OUTPUT APERTURA-RECHAZOS
           OPEN OUTPUT APERTURA-PLANO
           PERFORM ENCABEZADO-REPORTE
           PERFORM PROCESAR-SECCIONES
           PERFORM ASIENTO-RESUMEN
           PERFORM AVANZAR-NUMERACION-FACTURAS
           PERFORM TOTALES-CONTROL
           PERFORM RESUMEN-ASIENTOS
           PERFORM FIRMAS-REPORTE
           CLOSE APERTURA-PLANO
           CLOSE APERTURA-RECHAZOS

           MOVE "APERTURA" TO WS-AUD-ACCION
           MOVE W-FECHA-CORTE TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "ASIENTOS " WS-CANT-AST " DESDE " WS-AST-PRIMERO
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           MOVE "APERTURA" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-FECHA-CORTE " " W-CTA-APERTURA
               DELIMITED BY SIZE INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "apertura.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY " " LINE 20 COL 01 ERASE EOS
           DISPLAY "SALDOS INICIALES CARGADOS - ASIENTOS GENERADOS: "
                   LINE 20 COL 10
           DISPLAY WS-CANT-AST LINE 20 COL 59
           IF WS-FAC-AVANCE = "S"
               DISPLAY "NUMERACION DE FACTURAS AVANZADA HASTA "
                       LINE 21 COL 10
               DISPLAY WS-MAX-FAC LINE 21 COL 49
           END-IF
           DISPLAY "ACTA DE CONTROL PARA FIRMA EN 'apertura.txt' Y SPOOL"
                   LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 64.

       CARGAR-CUENTAS-CONTROL.
      *> Mismas cuentas control que usa la contabilizacion y la
      *> conciliacion de auxiliares
           MOVE SPACES TO WS-CTA-CXC WS-CTA-CXP WS-CTA-INVENT
           MOVE "F" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY MOVE RGL-CTA-DEBE TO WS-CTA-CXC
           END-READ
           MOVE "C" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY MOVE RGL-CTA-HABER TO WS-CTA-CXP
           END-READ
           MOVE "V" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               NOT INVALID KEY MOVE RGL-CTA-HABER TO WS-CTA-INVENT
           END-READ.

       PROCESAR-SECCIONES.
           PERFORM INICIAR-SECCIONES
           MOVE 0 TO WS-TOT-BANCOS
           PERFORM VARYING WS-SECCION FROM 1 BY 1 UNTIL WS-SECCION > 4
               IF MODO-CARGA AND WS-SECCION = 2
                   PERFORM INICIAR-ASIENTO-RESUMEN
               END-IF
               PERFORM PROCESAR-CSV
           END-PERFORM.

       INICIAR-SECCIONES.
           INITIALIZE WS-TABLA-SECCIONES
           MOVE "CARTERA"     TO T-SEC-NOMBRE(1)
           MOVE "PROVEEDORES" TO T-SEC-NOMBRE(2)
           MOVE "INVENTARIO"  TO T-SEC-NOMBRE(3)
           MOVE "BANCOS"      TO T-SEC-NOMBRE(4)
           MOVE "apertura_cartera.CSV"     TO T-SEC-ARCHIVO(1)
           MOVE "apertura_proveedores.CSV" TO T-SEC-ARCHIVO(2)
           MOVE "apertura_inventario.CSV"  TO T-SEC-ARCHIVO(3)
           MOVE "apertura_bancos.CSV"      TO T-SEC-ARCHIVO(4).

       PROCESAR-CSV.
      *> Una seccion sin archivo simplemente no se carga
           MOVE T-SEC-ARCHIVO(WS-SECCION) TO WS-APE-CSV-NOMBRE
           OPEN INPUT APERTURA-CSV
           IF ST-APECSV NOT = "00"
               MOVE "N" TO T-SEC-PRESENTE(WS-SECCION)
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO T-SEC-PRESENTE(WS-SECCION)
           MOVE 0 TO WS-ANT-FACTURA WS-ANT-CLIENTE WS-ANT-FECHA
                     WS-ANT-CUOTA WS-FAC-ABIERTA

           MOVE "S" TO WS-PRIMERA-LINEA
           SET NO-FIN-CSV TO TRUE
           PERFORM UNTIL FIN-CSV
               READ APERTURA-CSV INTO WS-LINEA-CSV
                   AT END
                       SET FIN-CSV TO TRUE
                   NOT AT END
                       IF ES-ENCABEZADO
                           MOVE "N" TO WS-PRIMERA-LINEA
                       ELSE
                           IF WS-LINEA-CSV NOT = SPACES
                               PERFORM PROCESAR-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APERTURA-CSV

           IF MODO-CARGA AND WS-SECCION = 1 AND WS-FAC-ABIERTA NOT = 0
               PERFORM CERRAR-FACTURA-APERTURA
           END-IF.

       PROCESAR-FILA.
           ADD 1 TO T-SEC-LEIDAS(WS-SECCION)
           SET FILA-VALIDA TO TRUE
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACES TO WS-CSV-C1 WS-CSV-C2 WS-CSV-C3 WS-CSV-C4
                          WS-CSV-C5 WS-CSV-C6
           MOVE 0 TO WS-CANT-CAMPOS
           UNSTRING WS-LINEA-CSV DELIMITED BY ";"
               INTO WS-CSV-C1 WS-CSV-C2 WS-CSV-C3 WS-CSV-C4
                    WS-CSV-C5 WS-CSV-C6
               TALLYING IN WS-CANT-CAMPOS
           END-UNSTRING

           EVALUATE WS-SECCION
               WHEN 1 PERFORM VALIDAR-FILA-CARTERA
               WHEN 2 PERFORM VALIDAR-FILA-PROVEEDOR
               WHEN 3 PERFORM VALIDAR-FILA-INVENTARIO
               WHEN 4 PERFORM VALIDAR-FILA-BANCO
           END-EVALUATE

           IF FILA-INVALIDA
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO T-SEC-ACEPTADAS(WS-SECCION)
           IF MODO-CARGA
               EVALUATE WS-SECCION
                   WHEN 1 PERFORM CARGAR-FILA-CARTERA
                   WHEN 2 PERFORM CARGAR-FILA-PROVEEDOR
                   WHEN 3 PERFORM CARGAR-FILA-INVENTARIO
                   WHEN 4 PERFORM CARGAR-FILA-BANCO
               END-EVALUATE
           END-IF.

       RECHAZAR-FILA.
           ADD 1 TO T-SEC-RECHAZADAS(WS-SECCION)
           ADD 1 TO WS-TOT-RECHAZOS
           MOVE SPACES TO REG-APERTURA-RECHAZO
           STRING T-SEC-NOMBRE(WS-SECCION)   DELIMITED BY SPACE
                  ": "                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINEA-CSV) DELIMITED BY SIZE
                  " -- "                     DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO          DELIMITED BY SIZE
               INTO REG-APERTURA-RECHAZO
           WRITE REG-APERTURA-RECHAZO.

      *> ------------------------------------------------------------
      *> Utilidades de validacion
      *> ------------------------------------------------------------
       VALIDAR-FECHA-TEXTO.
           MOVE "N" TO WS-FECHA-OK
           MOVE 0 TO WS-FECHA-VAL
           IF FUNCTION TRIM(WS-FECHA-TXT) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-FECHA-TXT)) NOT = 8
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FECHA-TXT) TO WS-FECHA-VAL
           PERFORM VALIDAR-FECHA-NUMERICA.

       VALIDAR-FECHA-NUMERICA.
           MOVE "S" TO WS-FECHA-OK
           IF WS-FV-ANIO < 1900 OR WS-FV-MES < 1 OR WS-FV-MES > 12
              OR WS-FV-DIA < 1 OR WS-FV-DIA > 31
               MOVE "N" TO WS-FECHA-OK
           END-IF.

      *> ------------------------------------------------------------
      *> Cartera: una fila por cuota pendiente; las cuotas de una
      *> misma factura van seguidas y la factura conserva el numero
      *> del sistema anterior
      *> ------------------------------------------------------------
       VALIDAR-FILA-CARTERA.
           IF WS-CANT-CAMPOS < 6
               SET FILA-INVALIDA TO TRUE
               MOVE "FALTAN COLUMNAS (FACTURA;CLIENTE;FECHA;CUOTA;VENCE;SALDO)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-CXC = SPACES
               SET FILA-INVALIDA TO TRUE
               MOVE "SIN CUENTA DE CARTERA (REGLA CONTABLE F)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CSV-C1) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-C1)) > 7
               SET FILA-INVALIDA TO TRUE
               MOVE "NUMERO DE FACTURA INVALIDO (HASTA 7 DIGITOS)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C1)) TO WS-ROW-FACTURA
           IF WS-ROW-FACTURA = 0
               SET FILA-INVALIDA TO TRUE
               MOVE "NUMERO DE FACTURA EN CERO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CSV-C2) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-C2)) > 7
               SET FILA-INVALIDA TO TRUE
               MOVE "CLIENTE INVALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C2)) TO WS-ROW-CLIENTE
           MOVE WS-CSV-C3 TO WS-FECHA-TXT
           PERFORM VALIDAR-FECHA-TEXTO
           IF WS-FECHA-OK = "N"
               SET FILA-INVALIDA TO TRUE
               MOVE "FECHA DE FACTURA INVALIDA (AAAAMMDD)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-VAL TO WS-ROW-FECHA
           IF WS-ROW-FECHA > W-FECHA-CORTE
               SET FILA-INVALIDA TO TRUE
               MOVE "FECHA DE FACTURA POSTERIOR AL CORTE"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CSV-C4) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-C4)) > 3
               SET FILA-INVALIDA TO TRUE
               MOVE "NUMERO DE CUOTA INVALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C4)) TO WS-ROW-CUOTA
           IF WS-ROW-CUOTA = 0
               SET FILA-INVALIDA TO TRUE
               MOVE "NUMERO DE CUOTA EN CERO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CSV-C5 TO WS-FECHA-TXT
           PERFORM VALIDAR-FECHA-TEXTO
           IF WS-FECHA-OK = "N"
               SET FILA-INVALIDA TO TRUE
               MOVE "FECHA DE VENCIMIENTO INVALIDA (AAAAMMDD)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-VAL TO WS-ROW-VENCE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CSV-C6)) NOT = 0
               SET FILA-INVALIDA TO TRUE
               MOVE "SALDO NO ES UN NUMERO VALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C6)) TO WS-ROW-SALDO
           IF WS-ROW-SALDO NOT > 0
               SET FILA-INVALIDA TO TRUE
               MOVE "SALDO DEBE SER MAYOR QUE CERO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

      *> Agrupacion de las cuotas de una misma factura
           IF WS-ROW-FACTURA < WS-ANT-FACTURA
               SET FILA-INVALIDA TO TRUE
               MOVE "FACTURAS FUERA DE ORDEN O REPETIDAS" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-FACTURA = WS-ANT-FACTURA
               IF WS-ROW-CLIENTE NOT = WS-ANT-CLIENTE
                  OR WS-ROW-FECHA NOT = WS-ANT-FECHA
                   SET FILA-INVALIDA TO TRUE
                   MOVE "CUOTA CON CLIENTE O FECHA DISTINTA A SU FACTURA"
                       TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               IF WS-ROW-CUOTA NOT > WS-ANT-CUOTA
                   SET FILA-INVALIDA TO TRUE
                   MOVE "CUOTAS FUERA DE ORDEN O REPETIDAS"
                       TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-ROW-CLIENTE TO CLI-ID
               READ CLIENTES
                   INVALID KEY
                       SET FILA-INVALIDA TO TRUE
                       MOVE "CLIENTE NO EXISTE (CARGUE ANTES LOS MAESTROS)"
                           TO WS-MOTIVO-RECHAZO
                       EXIT PARAGRAPH
               END-READ
               MOVE WS-ROW-FACTURA TO FAC-NRO
               READ FACTURAS
                   NOT INVALID KEY
                       SET FILA-INVALIDA TO TRUE
                       MOVE "EL NUMERO DE FACTURA YA EXISTE"
                           TO WS-MOTIVO-RECHAZO
                       EXIT PARAGRAPH
               END-READ
               MOVE WS-ROW-FACTURA TO WS-ANT-FACTURA
               MOVE WS-ROW-CLIENTE TO WS-ANT-CLIENTE
               MOVE WS-ROW-FECHA   TO WS-ANT-FECHA
               ADD 1 TO T-SEC-DOCS(1)
           END-IF
           MOVE WS-ROW-CUOTA TO WS-ANT-CUOTA
           ADD WS-ROW-SALDO TO T-SEC-VALOR(1).

       CARGAR-FILA-CARTERA.
           IF WS-ROW-FACTURA NOT = WS-FAC-ABIERTA
               IF WS-FAC-ABIERTA NOT = 0
                   PERFORM CERRAR-FACTURA-APERTURA
               END-IF
               MOVE WS-ROW-FACTURA TO WS-FAC-ABIERTA
               MOVE WS-ROW-CLIENTE TO WS-FAC-CLIENTE
               MOVE WS-ROW-FECHA   TO WS-FAC-FECHA
               MOVE 0 TO WS-FAC-TOTAL WS-FAC-CUOTAS
           END-IF

           MOVE WS-ROW-FACTURA TO CUO-FAC-NRO
           MOVE WS-ROW-CUOTA   TO CUO-NUMERO
           MOVE WS-ROW-VENCE   TO CUO-FECHA-VENCE
           MOVE WS-ROW-SALDO   TO CUO-MONTO
           MOVE WS-ROW-SALDO   TO CUO-SALDO
           SET CUO-PENDIENTE TO TRUE
           WRITE CUOTA-REG
           ADD WS-ROW-SALDO TO WS-FAC-TOTAL
           ADD 1 TO WS-FAC-CUOTAS.

       CERRAR-FACTURA-APERTURA.
      *> La factura migrada nace por su saldo: total = saldo pendiente
           INITIALIZE FACTURA-REG
           MOVE WS-FAC-ABIERTA TO FAC-NRO
           MOVE WS-FAC-CLIENTE TO FAC-CLI-ID
           MOVE WS-FAC-FECHA   TO FAC-FECHA
           MOVE WS-FAC-TOTAL   TO FAC-SUBTOTAL
           MOVE 0              TO FAC-IVA
           MOVE WS-FAC-TOTAL   TO FAC-TOTAL
           MOVE WS-FAC-TOTAL   TO FAC-SALDO-PEND
           SET FAC-FINAL TO TRUE
           MOVE SPACES TO FAC-VENDEDOR
           SET FAC-NO-PAGADA TO TRUE
           SET FAC-CREDITO TO TRUE
           SET FAC-ENT-MOSTRADOR TO TRUE
           MOVE 0 TO FAC-SESION-CAJA FAC-COMIS-LIQ
           MOVE "N" TO FAC-COMIS-REV
           MOVE SPACES TO FAC-MONEDA FAC-DIR-ENTREGA
           MOVE 0 TO FAC-TASA FAC-TOTAL-ME
           WRITE FACTURA-REG
           IF WS-FAC-ABIERTA > WS-MAX-FAC
               MOVE WS-FAC-ABIERTA TO WS-MAX-FAC
           END-IF

           MOVE WS-FAC-CLIENTE TO CLI-ID
           READ CLIENTES
               NOT INVALID KEY
                   ADD WS-FAC-TOTAL TO CLI-SALDO
                   REWRITE CLIENTES-REG
           END-READ

      *> Asiento de la factura con su propia referencia F para que la
      *> contabilizacion del periodo no la vuelva a llevar al libro
           PERFORM NUEVO-ASIENTO-APERTURA
           MOVE "F" TO WS-POST-TIPO
           MOVE WS-FAC-ABIERTA TO WS-POST-DOC
           MOVE SPACES TO WS-POST-DETALLE
           STRING "SALDO INICIAL FACTURA " WS-FAC-ABIERTA
               DELIMITED BY SIZE INTO WS-POST-DETALLE
           MOVE WS-CTA-CXC TO WS-LIN-CUENTA
           MOVE WS-FAC-TOTAL TO WS-LIN-DEBE
           MOVE 0 TO WS-LIN-HABER
           PERFORM GRABAR-LINEA-APERTURA
           MOVE W-CTA-APERTURA TO WS-LIN-CUENTA
           MOVE 0 TO WS-LIN-DEBE
           MOVE WS-FAC-TOTAL TO WS-LIN-HABER
           PERFORM GRABAR-LINEA-APERTURA

           MOVE WS-FAC-TOTAL TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "FACTURA " WS-FAC-ABIERTA "  CLIENTE " WS-FAC-CLIENTE
                  "  FECHA " WS-FAC-FECHA "  CUOTAS " WS-FAC-CUOTAS
                  "  SALDO " WS-EDIT-MONTO "  ASIENTO " WS-AST-NRO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE 0 TO WS-FAC-ABIERTA.

       AVANZAR-NUMERACION-FACTURAS.
      *> Las facturas nuevas continuan despues de la ultima migrada
           IF WS-MAX-FAC = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "FACCTRL" TO WS-BLQ-ARCHIVO
           MOVE "1" TO WS-BLQ-REGISTRO
           PERFORM TOMAR-BLOQUEO
           IF BLOQUEO-NEGADO
               MOVE SPACES TO WS-LINEA-REP
               STRING "ATENCION: NO SE PUDO AVANZAR LA NUMERACION DE "
                      "FACTURAS HASTA " WS-MAX-FAC
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-REPORTE
               EXIT PARAGRAPH
           END-IF
           MOVE "1" TO FNC-CLAVE
           READ NEXT-FAC-NRO KEY IS FNC-CLAVE
               INVALID KEY
                   MOVE "1" TO FNC-CLAVE
                   MOVE WS-MAX-FAC TO FNC-ULTIMO-NRO
                   WRITE NEXT-FAC-NRO-REG
                   MOVE "S" TO WS-FAC-AVANCE
               NOT INVALID KEY
                   IF FNC-ULTIMO-NRO < WS-MAX-FAC
                       MOVE WS-MAX-FAC TO FNC-ULTIMO-NRO
                       REWRITE NEXT-FAC-NRO-REG
                       MOVE "S" TO WS-FAC-AVANCE
                   END-IF
           END-READ
           PERFORM SOLTAR-BLOQUEO.

      *> ------------------------------------------------------------
      *> Cuentas por pagar: una fila por factura de proveedor abierta
      *> ------------------------------------------------------------
       VALIDAR-FILA-PROVEEDOR.
           IF WS-CANT-CAMPOS < 5
               SET FILA-INVALIDA TO TRUE
               MOVE "FALTAN COLUMNAS (PROVEEDOR;FACTURA-PROV;FECHA;VENCE;SALDO)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-CXP = SPACES
               SET FILA-INVALIDA TO TRUE
               MOVE "SIN CUENTA DE PROVEEDORES (REGLA CONTABLE C)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CSV-C1) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-C1)) > 7
               SET FILA-INVALIDA TO TRUE
               MOVE "PROVEEDOR INVALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C1)) TO WS-ROW-PROV
           MOVE WS-ROW-PROV TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   SET FILA-INVALIDA TO TRUE
                   MOVE "PROVEEDOR NO EXISTE (CARGUE ANTES LOS MAESTROS)"
                       TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
           END-READ
           IF WS-CSV-C2 = SPACES
               SET FILA-INVALIDA TO TRUE
               MOVE "FALTA EL NUMERO DE FACTURA DEL PROVEEDOR"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CSV-C2) TO WS-ROW-DOC-PROV
           MOVE WS-CSV-C3 TO WS-FECHA-TXT
           PERFORM VALIDAR-FECHA-TEXTO
           IF WS-FECHA-OK = "N"
               SET FILA-INVALIDA TO TRUE
               MOVE "FECHA DE FACTURA INVALIDA (AAAAMMDD)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-VAL TO WS-ROW-FECHA
           IF WS-ROW-FECHA > W-FECHA-CORTE
               SET FILA-INVALIDA TO TRUE
               MOVE "FECHA DE FACTURA POSTERIOR AL CORTE"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CSV-C4 TO WS-FECHA-TXT
           PERFORM VALIDAR-FECHA-TEXTO
           IF WS-FECHA-OK = "N"
               SET FILA-INVALIDA TO TRUE
               MOVE "FECHA DE VENCIMIENTO INVALIDA (AAAAMMDD)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-VAL TO WS-ROW-VENCE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CSV-C5)) NOT = 0
               SET FILA-INVALIDA TO TRUE
               MOVE "SALDO NO ES UN NUMERO VALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C5)) TO WS-ROW-SALDO
           IF WS-ROW-SALDO NOT > 0
               SET FILA-INVALIDA TO TRUE
               MOVE "SALDO DEBE SER MAYOR QUE CERO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO T-SEC-DOCS(2)
           ADD WS-ROW-SALDO TO T-SEC-VALOR(2).

       CARGAR-FILA-PROVEEDOR.
           MOVE "1" TO PNC-CLAVE
           READ NEXT-PFC-NRO KEY IS PNC-CLAVE
               INVALID KEY
                   MOVE "1" TO PNC-CLAVE
                   MOVE 0 TO PNC-ULTIMO-NRO
                   WRITE NEXT-PFC-NRO-REG
           END-READ
           ADD 1 TO PNC-ULTIMO-NRO
           MOVE PNC-ULTIMO-NRO TO WS-PFC-NRO
           REWRITE NEXT-PFC-NRO-REG

           INITIALIZE FACTURA-PROV-REG
           MOVE WS-PFC-NRO      TO PFC-NRO
           MOVE WS-ROW-PROV     TO PFC-PROV-ID
           MOVE 0               TO PFC-COM-NRO
           MOVE WS-ROW-DOC-PROV TO PFC-NRO-FACT-PROV
           MOVE WS-ROW-FECHA    TO PFC-FECHA
           MOVE WS-ROW-VENCE    TO PFC-FECHA-VENCE
           MOVE WS-ROW-SALDO    TO PFC-TOTAL
           MOVE WS-ROW-SALDO    TO PFC-SALDO-PEND
           SET PFC-VIGENTE TO TRUE
           MOVE WS-USUARIO-SESION TO PFC-USUARIO
           MOVE SPACES TO PFC-MONEDA PFC-CCOSTO
           MOVE 0 TO PFC-TASA PFC-TOTAL-ME
           MOVE WS-ROW-SALDO TO PFC-BASE
           MOVE 0 TO PFC-IVA PFC-RTE-COD PFC-RTE-MONTO
                     PFC-RIV-COD PFC-RIV-MONTO PFC-RICA-MONTO
           MOVE SPACES TO PFC-RICA-MUN PFC-RICA-ACT
           WRITE FACTURA-PROV-REG

           MOVE WS-ROW-SALDO TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "FACT.PROV " WS-PFC-NRO "  PROVEEDOR " WS-ROW-PROV
                  "  DOC " WS-ROW-DOC-PROV "  FECHA " WS-ROW-FECHA
                  "  SALDO " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

      *> ------------------------------------------------------------
      *> Inventario: una fila por producto/bodega/lote con su costo
      *> ------------------------------------------------------------
       VALIDAR-FILA-INVENTARIO.
           IF WS-CANT-CAMPOS < 6
               SET FILA-INVALIDA TO TRUE
               MOVE "FALTAN COLUMNAS (PRODUCTO;BODEGA;LOTE;VENCE-LOTE;CANTIDAD;COSTO)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-INVENT = SPACES
               SET FILA-INVALIDA TO TRUE
               MOVE "SIN CUENTA DE INVENTARIO (REGLA CONTABLE V)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CSV-C1) NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-C1)) > 10
               SET FILA-INVALIDA TO TRUE
               MOVE "CODIGO DE PRODUCTO INVALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C1)) TO WS-ROW-PRODUCTO
           MOVE WS-ROW-PRODUCTO TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   SET FILA-INVALIDA TO TRUE
                   MOVE "PRODUCTO NO EXISTE (CARGUE ANTES LOS MAESTROS)"
                       TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-C2))
               TO WS-ROW-BODEGA
           MOVE WS-ROW-BODEGA TO BOD-CODIGO
           READ BODEGAS
               INVALID KEY
                   SET FILA-INVALIDA TO TRUE
                   MOVE "BODEGA NO EXISTE" TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-C3))
               TO WS-ROW-LOTE
           IF PRD-CON-LOTE AND WS-ROW-LOTE = SPACES
               SET FILA-INVALIDA TO TRUE
               MOVE "EL PRODUCTO MANEJA LOTE Y NO SE INFORMO"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF NOT PRD-CON-LOTE AND WS-ROW-LOTE NOT = SPACES
               SET FILA-INVALIDA TO TRUE
               MOVE "EL PRODUCTO NO MANEJA LOTE" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-VENCE-LOTE
           IF WS-CSV-C4 NOT = SPACES
               MOVE WS-CSV-C4 TO WS-FECHA-TXT
               PERFORM VALIDAR-FECHA-TEXTO
               IF WS-FECHA-OK = "N"
                   SET FILA-INVALIDA TO TRUE
                   MOVE "VENCIMIENTO DEL LOTE INVALIDO (AAAAMMDD)"
                       TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FECHA-VAL TO WS-ROW-VENCE-LOTE
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CSV-C5)) NOT = 0
               SET FILA-INVALIDA TO TRUE
               MOVE "CANTIDAD NO ES UN NUMERO VALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C5)) NOT > 0
               SET FILA-INVALIDA TO TRUE
               MOVE "CANTIDAD DEBE SER MAYOR QUE CERO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C5)) TO WS-ROW-CANTIDAD
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CSV-C6)) NOT = 0
               SET FILA-INVALIDA TO TRUE
               MOVE "COSTO NO ES UN NUMERO VALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C6)) NOT > 0
               SET FILA-INVALIDA TO TRUE
               MOVE "COSTO UNITARIO DEBE SER MAYOR QUE CERO"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C6)) TO WS-ROW-COSTO
           COMPUTE WS-ROW-VALOR ROUNDED = WS-ROW-CANTIDAD * WS-ROW-COSTO
           ADD 1 TO T-SEC-DOCS(3)
           ADD WS-ROW-VALOR TO T-SEC-VALOR(3).

       CARGAR-FILA-INVENTARIO.
      *> STOCK lleva un registro por producto: la cantidad se suma y
      *> la bodega del registro queda la de la primera fila; el
      *> detalle por bodega y lote queda en el kardex y en LOTES
           MOVE WS-ROW-PRODUCTO TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE PRD-CODIGO TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   INITIALIZE STOCK-REG
                   MOVE PRD-CODIGO TO STK-CODIGO
                   MOVE WS-ROW-BODEGA TO STK-BODEGA
                   MOVE 0 TO STK-CANTIDAD STK-RESERVADA
                             STK-MINIMO STK-MAXIMO
                   SET STK-ACTIVO TO TRUE
                   MOVE SPACES TO STK-UBICACION
                   MOVE W-FECHA-CORTE TO STK-FECHA-ACT
                   WRITE STOCK-REG
           END-READ
           MOVE STK-CANTIDAD TO WS-STK-ANTES

      *> Costo promedio ponderado con lo que ya hubiera en existencia
           IF WS-STK-ANTES + WS-ROW-CANTIDAD > 0
               COMPUTE PRD-COSTO ROUNDED =
                   (WS-STK-ANTES * PRD-COSTO + WS-ROW-VALOR)
                   / (WS-STK-ANTES + WS-ROW-CANTIDAD)
           END-IF
           MOVE W-FECHA-CORTE TO PRD-FECHA-COSTO
           REWRITE PRODUCTO-REG

           ADD WS-ROW-CANTIDAD TO STK-CANTIDAD
           MOVE W-FECHA-CORTE TO STK-FECHA-ACT
           REWRITE STOCK-REG

           IF WS-ROW-LOTE NOT = SPACES
               MOVE STK-CODIGO    TO LOT-PROD-ID
               MOVE WS-ROW-BODEGA TO LOT-BODEGA
               MOVE WS-ROW-LOTE   TO LOT-NUMERO
               READ LOTES
                   INVALID KEY
                       MOVE WS-ROW-CANTIDAD   TO LOT-CANTIDAD
                       MOVE WS-ROW-VENCE-LOTE TO LOT-FECHA-VENCE
                       WRITE LOTE-REG
                   NOT INVALID KEY
                       ADD WS-ROW-CANTIDAD TO LOT-CANTIDAD
                       IF WS-ROW-VENCE-LOTE NOT = 0
                           MOVE WS-ROW-VENCE-LOTE TO LOT-FECHA-VENCE
                       END-IF
                       REWRITE LOTE-REG
               END-READ
           END-IF

           PERFORM SIGUIENTE-SECUENCIA-KARDEX
           MOVE STK-CODIGO       TO KAR-PROD-ID
           MOVE WS-KAR-SECUENCIA TO KAR-SECUENCIA
           MOVE W-FECHA-CORTE    TO KAR-FECHA
           SET KAR-ENTRADA TO TRUE
           MOVE WS-ROW-CANTIDAD  TO KAR-CANTIDAD
           MOVE STK-CANTIDAD     TO KAR-SALDO
           MOVE WS-ROW-BODEGA    TO KAR-BODEGA
           MOVE "APERTURA"       TO KAR-REFERENCIA
           MOVE WS-ROW-LOTE      TO KAR-LOTE
           WRITE KARDEX-REG

      *> El movimiento ya queda en el asiento resumen de apertura
           MOVE KAR-CLAVE      TO KCO-CLAVE
           MOVE KAR-FECHA      TO KCO-FECHA
           MOVE "I"            TO KCO-TIPO-DOC
           MOVE WS-AST-RESUMEN TO KCO-AST-NRO
           MOVE WS-ROW-VALOR   TO KCO-VALOR
           WRITE KARCONT-REG

           MOVE WS-ROW-CANTIDAD TO WS-EDIT-CANT
           MOVE WS-ROW-VALOR TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "PRODUCTO " STK-CODIGO "  BODEGA " WS-ROW-BODEGA
                  "  LOTE " WS-ROW-LOTE "  CANT " WS-EDIT-CANT
                  "  VALOR " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       SIGUIENTE-SECUENCIA-KARDEX.
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
           ADD 1 TO WS-KAR-SECUENCIA.

      *> ------------------------------------------------------------
      *> Bancos: saldo de cada cuenta bancaria propia y su cuenta
      *> contable (negativo = sobregiro)
      *> ------------------------------------------------------------
       VALIDAR-FILA-BANCO.
           IF WS-CANT-CAMPOS < 5
               SET FILA-INVALIDA TO TRUE
               MOVE "FALTAN COLUMNAS (CUENTA;BANCO;NRO-CUENTA;SALDO;CTA-CONTABLE)"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-C1)) TO WS-ROW-CTB
           IF WS-ROW-CTB = SPACES
               SET FILA-INVALIDA TO TRUE
               MOVE "FALTA EL CODIGO DE LA CUENTA BANCARIA"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CSV-C4)) NOT = 0
               SET FILA-INVALIDA TO TRUE
               MOVE "SALDO NO ES UN NUMERO VALIDO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CSV-C4)) TO WS-ROW-CTB-SALDO
           IF WS-ROW-CTB-SALDO = 0
               SET FILA-INVALIDA TO TRUE
               MOVE "SALDO EN CERO" TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CSV-C5))
               TO WS-ROW-CTA-CONT
           MOVE WS-ROW-CTA-CONT TO CTA-CODIGO
           READ PLAN-CUENTAS
               INVALID KEY
                   SET FILA-INVALIDA TO TRUE
                   MOVE "CUENTA CONTABLE NO EXISTE EN EL PLAN"
                       TO WS-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-ROW-CTB TO CTB-CODIGO
           READ CUENTAS-BANCO
               NOT INVALID KEY
                   IF CTB-SALDO NOT = 0
                       SET FILA-INVALIDA TO TRUE
                       MOVE "LA CUENTA BANCARIA YA TIENE SALDO"
                           TO WS-MOTIVO-RECHAZO
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE "N" TO WS-BCO-REPETIDO
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-TOT-BANCOS
               IF T-BCO-CODIGO(WS-IDX-BCO) = WS-ROW-CTB
                   MOVE "S" TO WS-BCO-REPETIDO
               END-IF
           END-PERFORM
           IF WS-BCO-REPETIDO = "S"
               SET FILA-INVALIDA TO TRUE
               MOVE "CUENTA BANCARIA REPETIDA EN EL ARCHIVO"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF WS-TOT-BANCOS >= 100
               SET FILA-INVALIDA TO TRUE
               MOVE "MAXIMO 100 CUENTAS BANCARIAS POR CARGA"
                   TO WS-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-BANCOS
           MOVE WS-ROW-CTB       TO T-BCO-CODIGO(WS-TOT-BANCOS)
           MOVE WS-ROW-CTA-CONT  TO T-BCO-CUENTA(WS-TOT-BANCOS)
           MOVE WS-ROW-CTB-SALDO TO T-BCO-SALDO(WS-TOT-BANCOS)
           ADD 1 TO T-SEC-DOCS(4)
           ADD WS-ROW-CTB-SALDO TO T-SEC-VALOR(4).

       CARGAR-FILA-BANCO.
           MOVE WS-ROW-CTB TO CTB-CODIGO
           READ CUENTAS-BANCO
               INVALID KEY
                   INITIALIZE CUENTA-BANCO-REG
                   MOVE WS-ROW-CTB TO CTB-CODIGO
                   MOVE FUNCTION TRIM(WS-CSV-C2) TO CTB-BANCO
                   MOVE FUNCTION TRIM(WS-CSV-C3) TO CTB-NRO-CUENTA
                   MOVE WS-ROW-CTB-SALDO TO CTB-SALDO
                   WRITE CUENTA-BANCO-REG
               NOT INVALID KEY
                   IF WS-CSV-C2 NOT = SPACES
                       MOVE FUNCTION TRIM(WS-CSV-C2) TO CTB-BANCO
                   END-IF
                   IF WS-CSV-C3 NOT = SPACES
                       MOVE FUNCTION TRIM(WS-CSV-C3) TO CTB-NRO-CUENTA
                   END-IF
                   MOVE WS-ROW-CTB-SALDO TO CTB-SALDO
                   REWRITE CUENTA-BANCO-REG
           END-READ

           MOVE WS-ROW-CTB-SALDO TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "BANCO " WS-ROW-CTB " " CTB-BANCO
                  "  CTA CONTABLE " WS-ROW-CTA-CONT
                  "  SALDO " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

      *> ------------------------------------------------------------
      *> Asientos de apertura
      *> ------------------------------------------------------------
       NUEVO-ASIENTO-APERTURA.
           MOVE "1" TO ATC-CLAVE
           READ NEXT-AST-NRO KEY IS ATC-CLAVE
               INVALID KEY MOVE 0 TO ATC-ULTIMO-NRO
           END-READ
           ADD 1 TO ATC-ULTIMO-NRO
           MOVE ATC-ULTIMO-NRO TO WS-AST-NRO
           REWRITE NEXT-AST-NRO-REG
           IF WS-AST-PRIMERO = 0
               MOVE WS-AST-NRO TO WS-AST-PRIMERO
           END-IF
           ADD 1 TO WS-CANT-AST
           MOVE 0 TO WS-AST-ITEM WS-AST-PARCIAL.

       INICIAR-ASIENTO-RESUMEN.
      *> Se numera antes de cargar inventario para que el kardex de
      *> apertura quede marcado contra este asiento
           IF WS-DOCS-RESUMEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM NUEVO-ASIENTO-APERTURA
           MOVE WS-AST-NRO TO WS-AST-RESUMEN
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       ASIENTO-RESUMEN.
           IF WS-AST-RESUMEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO WS-POST-TIPO
           MOVE WS-AST-RESUMEN TO WS-POST-DOC
           MOVE "SALDOS INICIALES DE APERTURA" TO WS-POST-DETALLE

           IF T-SEC-VALOR(2) > 0
               MOVE WS-CTA-CXP TO WS-LIN-CUENTA
               MOVE 0 TO WS-LIN-DEBE
               MOVE T-SEC-VALOR(2) TO WS-LIN-HABER
               PERFORM AGREGAR-LINEA-RESUMEN
           END-IF
           IF T-SEC-VALOR(3) > 0
               MOVE WS-CTA-INVENT TO WS-LIN-CUENTA
               MOVE T-SEC-VALOR(3) TO WS-LIN-DEBE
               MOVE 0 TO WS-LIN-HABER
               PERFORM AGREGAR-LINEA-RESUMEN
           END-IF
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-TOT-BANCOS
               MOVE T-BCO-CUENTA(WS-IDX-BCO) TO WS-LIN-CUENTA
               MOVE 0 TO WS-LIN-DEBE WS-LIN-HABER
               IF T-BCO-SALDO(WS-IDX-BCO) > 0
                   MOVE T-BCO-SALDO(WS-IDX-BCO) TO WS-LIN-DEBE
               ELSE
                   COMPUTE WS-LIN-HABER = 0 - T-BCO-SALDO(WS-IDX-BCO)
               END-IF
               PERFORM AGREGAR-LINEA-RESUMEN
           END-PERFORM
           PERFORM CUADRAR-ASIENTO-RESUMEN.

       AGREGAR-LINEA-RESUMEN.
      *> Un asiento admite 99 lineas: al llenarse se cuadra contra la
      *> cuenta de saldos iniciales y se continua en uno nuevo
           IF WS-AST-ITEM >= 98
               PERFORM CUADRAR-ASIENTO-RESUMEN
               PERFORM NUEVO-ASIENTO-APERTURA
           END-IF
           PERFORM GRABAR-LINEA-APERTURA.

       CUADRAR-ASIENTO-RESUMEN.
           IF WS-AST-PARCIAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-CTA-APERTURA TO WS-LIN-CUENTA
           MOVE 0 TO WS-LIN-DEBE WS-LIN-HABER
           IF WS-AST-PARCIAL > 0
               MOVE WS-AST-PARCIAL TO WS-LIN-HABER
           ELSE
               COMPUTE WS-LIN-DEBE = 0 - WS-AST-PARCIAL
           END-IF
           PERFORM GRABAR-LINEA-APERTURA.

       GRABAR-LINEA-APERTURA.
           ADD 1 TO WS-AST-ITEM
           MOVE WS-AST-NRO      TO AST-NRO
           MOVE WS-AST-ITEM     TO AST-ITEM
           MOVE W-FECHA-CORTE   TO AST-FECHA
           MOVE W-FECHA-CORTE(1:6) TO AST-PERIODO
           MOVE WS-POST-TIPO    TO AST-TIPO-DOC
           MOVE WS-POST-DOC     TO AST-DOC-NRO
           MOVE WS-LIN-CUENTA   TO AST-CUENTA
           MOVE WS-LIN-DEBE     TO AST-DEBE
           MOVE WS-LIN-HABER    TO AST-HABER
           MOVE WS-POST-DETALLE TO AST-DETALLE
           MOVE SPACES          TO AST-CCOSTO
           WRITE ASIENTO-REG
           COMPUTE WS-AST-PARCIAL = WS-AST-PARCIAL + WS-LIN-DEBE
                                    - WS-LIN-HABER
           ADD WS-LIN-DEBE  TO WS-TOT-DEBE
           ADD WS-LIN-HABER TO WS-TOT-HABER.

      *> ------------------------------------------------------------
      *> Reporte: totales de control y acta para la firma
      *> ------------------------------------------------------------
       ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           IF MODO-VALIDACION
               STRING "SALDOS INICIALES - VALIDACION PREVIA (NO SE HA "
                      "GRABADO NADA)   CORTE " W-FECHA-CORTE
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING "SALDOS INICIALES - CARGA   CORTE " W-FECHA-CORTE
                      "   FECHA " WS-FECHA-HOY
                      "   USUARIO " WS-USUARIO-SESION
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "CONTRAPARTIDA " W-CTA-APERTURA
                  "   CARTERA " WS-CTA-CXC
                  "   PROVEEDORES " WS-CTA-CXP
                  "   INVENTARIO " WS-CTA-INVENT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       TOTALES-CONTROL.
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "TOTALES DE CONTROL" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "SECCION      ARCHIVO                    LEIDAS ACEPTADAS RECHAZADAS   DOCUMENTOS            VALOR"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           PERFORM VARYING WS-SECCION FROM 1 BY 1 UNTIL WS-SECCION > 4
               MOVE SPACES TO WS-LINEA-REP
               MOVE T-SEC-NOMBRE(WS-SECCION)  TO WS-LINEA-REP(1:12)
               IF T-SEC-PRESENTE(WS-SECCION) = "S"
                   MOVE T-SEC-ARCHIVO(WS-SECCION) TO WS-LINEA-REP(14:25)
                   MOVE T-SEC-LEIDAS(WS-SECCION)     TO WS-LINEA-REP(40:7)
                   MOVE T-SEC-ACEPTADAS(WS-SECCION)  TO WS-LINEA-REP(49:7)
                   MOVE T-SEC-RECHAZADAS(WS-SECCION) TO WS-LINEA-REP(60:7)
                   MOVE T-SEC-DOCS(WS-SECCION)       TO WS-LINEA-REP(74:7)
                   MOVE T-SEC-VALOR(WS-SECCION)      TO WS-EDIT-MONTO
                   MOVE WS-EDIT-MONTO TO WS-LINEA-REP(82:16)
               ELSE
                   MOVE "(SIN ARCHIVO)" TO WS-LINEA-REP(14:13)
               END-IF
               PERFORM ESCRIBIR-REPORTE
           END-PERFORM
           MOVE SPACES TO WS-LINEA-REP
           STRING "FILAS RECHAZADAS: " WS-TOT-RECHAZOS
                  "  (DETALLE EN apertura_rechazos.txt)"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE

      *> Efecto en el libro: activos y pasivos migrados contra la
      *> cuenta de saldos iniciales
           COMPUTE WS-NETO-APERTURA = T-SEC-VALOR(1) - T-SEC-VALOR(2)
                                    + T-SEC-VALOR(3) + T-SEC-VALOR(4)
           MOVE WS-NETO-APERTURA TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "ACTIVOS NETOS MIGRADOS (CREDITO A " W-CTA-APERTURA
                  "): " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       RESUMEN-ASIENTOS.
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "ASIENTO DE APERTURA" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "ASIENTOS GENERADOS: " WS-CANT-AST
                  "   DESDE EL NRO " WS-AST-PRIMERO
                  "   RESUMEN NRO " WS-AST-RESUMEN
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-DEBE TO WS-EDIT-MONTO
           MOVE WS-TOT-HABER TO WS-EDIT-MONTO2
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL DEBE " WS-EDIT-MONTO "   TOTAL HABER "
                  WS-EDIT-MONTO2
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           IF WS-FAC-AVANCE = "S"
               MOVE SPACES TO WS-LINEA-REP
               STRING "NUMERACION DE FACTURAS AVANZADA HASTA " WS-MAX-FAC
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-REPORTE
           END-IF.

       FIRMAS-REPORTE.
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           PERFORM ESCRIBIR-REPORTE
           MOVE "ELABORO: ______________________________    APROBO (CONTADOR): ______________________________"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "                                            TARJETA PROFESIONAL: ____________   FECHA: __________"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       MOSTRAR-TOTALES.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           DISPLAY "SECCION      LEIDAS ACEPTADAS RECHAZADAS            VALOR"
                   LINE 13 COL 10
           MOVE 14 TO WS-LIN-PANTALLA
           PERFORM VARYING WS-SECCION FROM 1 BY 1 UNTIL WS-SECCION > 4
               DISPLAY T-SEC-NOMBRE(WS-SECCION) LINE WS-LIN-PANTALLA COL 10
               IF T-SEC-PRESENTE(WS-SECCION) = "S"
                   DISPLAY T-SEC-LEIDAS(WS-SECCION)
                           LINE WS-LIN-PANTALLA COL 23
                   DISPLAY T-SEC-ACEPTADAS(WS-SECCION)
                           LINE WS-LIN-PANTALLA COL 32
                   DISPLAY T-SEC-RECHAZADAS(WS-SECCION)
                           LINE WS-LIN-PANTALLA COL 43
                   MOVE T-SEC-VALOR(WS-SECCION) TO WS-EDIT-MONTO
                   DISPLAY WS-EDIT-MONTO LINE WS-LIN-PANTALLA COL 51
               ELSE
                   DISPLAY "(SIN ARCHIVO)" LINE WS-LIN-PANTALLA COL 23
               END-IF
               ADD 1 TO WS-LIN-PANTALLA
           END-PERFORM
           MOVE WS-NETO-APERTURA TO WS-EDIT-MONTO
           DISPLAY "ACTIVOS NETOS MIGRADOS: " LINE 18 COL 10
           DISPLAY WS-EDIT-MONTO LINE 18 COL 51.

       ESCRIBIR-REPORTE.
           WRITE REG-APERTURA-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM SALINI01.
