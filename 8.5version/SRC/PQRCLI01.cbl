       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Reclamos de clientes (PQR: peticiones, quejas y
      *> *           reclamos) ligados a la factura o remision que los
      *> *           origina: area responsable, causa, fecha limite de
      *> *           respuesta por tipo, historial de estados y
      *> *           resolucion con el documento resultante (nota de
      *> *           credito, lote de cuarentena u orden de servicio).
      *> *           Antiguedad de reclamos abiertos por area y resumen
      *> *           mensual por causa al spool
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PQRCLI01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "reclamo.sel".
           COPY "cliente.sel".
           COPY "factura.sel".
           COPY "remision.sel".
           COPY "notacred.sel".
           COPY "cuarent.sel".
           COPY "servord.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "reclamo.fd".
           COPY "cliente.fd".
           COPY "factura.fd".
           COPY "remision.fd".
           COPY "notacred.fd".
           COPY "cuarent.fd".
           COPY "servord.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-RECLAMOS       PIC XX.
       01 ST-RECLAMOSH      PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-REMISIONES     PIC XX.
       01 ST-NOTASCRED      PIC XX.
       01 ST-CUARENT        PIC XX.
       01 ST-SERVORD        PIC XX.
       01 ST-SERVORDDET     PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-HIST        PIC X VALUE "N".
          88 FIN-HIST          VALUE "S".
          88 NO-FIN-HIST       VALUE "N".
       01 WS-SW-VALIDO      PIC X VALUE "N".
          88 DATO-VALIDO       VALUE "S".
          88 DATO-INVALIDO     VALUE "N".

      *> Dias de respuesta por tipo de PQR (fecha limite = apertura +
      *> dias del tipo)
       01 WS-TABLA-TIPO-VAL.
          05 FILLER PIC X(12) VALUE "P015PETICION".
          05 FILLER PIC X(12) VALUE "Q010QUEJA   ".
          05 FILLER PIC X(12) VALUE "R008RECLAMO ".
       01 WS-TABLA-TIPO REDEFINES WS-TABLA-TIPO-VAL.
          05 T-TIPO OCCURS 3 TIMES.
             10 T-TIP-CODIGO    PIC X(01).
             10 T-TIP-DIAS      PIC 9(03).
             10 T-TIP-NOMBRE    PIC X(08).
       01 WS-TIP-IDX        PIC 9.

      *> Areas responsables
       01 WS-TABLA-AREA-VAL.
          05 FILLER PIC X(20) VALUE "VENTVENTAS          ".
          05 FILLER PIC X(20) VALUE "LOGILOGISTICA       ".
          05 FILLER PIC X(20) VALUE "CARTCARTERA         ".
          05 FILLER PIC X(20) VALUE "CALICALIDAD         ".
          05 FILLER PIC X(20) VALUE "SERVSERVICIO TECNICO".
          05 FILLER PIC X(20) VALUE "ATCLATENCION CLIENTE".
       01 WS-TABLA-AREA REDEFINES WS-TABLA-AREA-VAL.
          05 T-AREA OCCURS 6 TIMES.
             10 T-ARE-CODIGO    PIC X(04).
             10 T-ARE-NOMBRE    PIC X(16).
       01 WS-ARE-IDX        PIC 9.

      *> Causas del reclamo
       01 WS-TABLA-CAUSA-VAL.
          05 FILLER PIC X(20) VALUE "PRECPRECIO/FACTURA  ".
          05 FILLER PIC X(20) VALUE "FALTFALTANTE        ".
          05 FILLER PIC X(20) VALUE "DANOPRODUCTO DANADO ".
          05 FILLER PIC X(20) VALUE "DEFEDEFECTO / FALLA ".
          05 FILLER PIC X(20) VALUE "DEMODEMORA ENTREGA  ".
          05 FILLER PIC X(20) VALUE "COBRCOBRO INDEBIDO  ".
          05 FILLER PIC X(20) VALUE "ATENATENCION        ".
          05 FILLER PIC X(20) VALUE "OTROOTRA CAUSA      ".
       01 WS-TABLA-CAUSA REDEFINES WS-TABLA-CAUSA-VAL.
          05 T-CAUSA OCCURS 8 TIMES.
             10 T-CAU-CODIGO    PIC X(04).
             10 T-CAU-NOMBRE    PIC X(16).
       01 WS-CAU-IDX        PIC 9.

      *> Acumulados del resumen mensual, paralelos a la tabla de causas
       01 WS-TABLA-RESUMEN.
          05 T-RES OCCURS 8 TIMES.
             10 T-RES-RECIBIDOS PIC 9(05).
             10 T-RES-RESUELTOS PIC 9(05).
             10 T-RES-NO-PROC   PIC 9(05).
             10 T-RES-PENDIENTE PIC 9(05).
             10 T-RES-FUERA-SLA PIC 9(05).
             10 T-RES-DIAS      PIC 9(07).

       01 W-CLI-ID          PIC 9(07).
       01 W-RCL-NRO         PIC 9(07).
       01 W-TIPO            PIC X(01).
       01 W-DOC-TIPO        PIC X(01).
       01 W-DOC-NRO         PIC 9(07).
       01 W-AREA            PIC X(04).
       01 W-CAUSA           PIC X(04).
       01 W-DESCRIP         PIC X(40).
       01 W-ESTADO          PIC X(01).
       01 W-RESOLUCION      PIC X(01).
       01 W-RES-DOC-NRO     PIC 9(07).
       01 W-NOTA            PIC X(40).
       01 W-PERIODO         PIC 9(06).
       01 W-CONFIRMA        PIC X(01).

       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-HOY-INT        PIC 9(09).
       01 WS-FECHA-INT      PIC 9(09).
       01 WS-DIAS           PIC 9(05).
       01 WS-RCL-NRO-MAX    PIC 9(07).
       01 WS-RCH-SEC-MAX    PIC 9(03).
       01 WS-MENSAJE        PIC X(60).
       01 WS-NOMBRE-ESTADO  PIC X(10).
       01 WS-NOMBRE-RES     PIC X(12).
       01 WS-MARCA-VENCIDO  PIC X(07).

      *> Antiguedad por area: 0-7, 8-15, 16-30 y mas de 30 dias desde
      *> la apertura, y cuantos pasaron su fecha limite
       01 WS-ANT-0-7        PIC 9(05).
       01 WS-ANT-8-15       PIC 9(05).
       01 WS-ANT-16-30      PIC 9(05).
       01 WS-ANT-MAS-30     PIC 9(05).
       01 WS-ANT-VENCIDOS   PIC 9(05).
       01 WS-ANT-TOTAL      PIC 9(05).
       01 WS-TOT-ABIERTOS   PIC 9(05).
       01 WS-TOT-VENCIDOS   PIC 9(05).
       01 WS-PROMEDIO-DIAS  PIC 9(05)V9.

       01 WS-EDIT-CANT      PIC ZZZZ9.
       01 WS-EDIT-CANT2     PIC ZZZZ9.
       01 WS-EDIT-CANT3     PIC ZZZZ9.
       01 WS-EDIT-CANT4     PIC ZZZZ9.
       01 WS-EDIT-CANT5     PIC ZZZZ9.
       01 WS-EDIT-CANT6     PIC ZZZZ9.
       01 WS-EDIT-PROM      PIC ZZZ9.9.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) TO WS-HOY-INT

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "RECLAMOS DE CLIENTES (PQR)" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. REGISTRAR RECLAMO" LINE 05 COL 10
               DISPLAY "2. CAMBIAR ESTADO / RESOLVER" LINE 06 COL 10
               DISPLAY "3. CONSULTAR RECLAMO E HISTORIAL" LINE 07 COL 10
               DISPLAY "4. ANTIGUEDAD DE ABIERTOS POR AREA (SPOOL)"
                       LINE 08 COL 10
               DISPLAY "5. RESUMEN MENSUAL POR CAUSA (SPOOL)"
                       LINE 09 COL 10
               DISPLAY "S. SALIR" LINE 10 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 12 COL 10
               ACCEPT WS-OPCION LINE 12 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM REGISTRAR-RECLAMO
                   WHEN "2"
                       PERFORM CAMBIAR-ESTADO
                   WHEN "3"
                       PERFORM CONSULTAR-RECLAMO
                   WHEN "4"
                       PERFORM REPORTE-ANTIGUEDAD
                   WHEN "5"
                       PERFORM RESUMEN-CAUSAS
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
           OPEN I-O RECLAMOS
           IF ST-RECLAMOS = "35"
               OPEN OUTPUT RECLAMOS
               CLOSE RECLAMOS
               OPEN I-O RECLAMOS
           END-IF

           OPEN I-O RECLAMOS-HIST
           IF ST-RECLAMOSH = "35"
               OPEN OUTPUT RECLAMOS-HIST
               CLOSE RECLAMOS-HIST
               OPEN I-O RECLAMOS-HIST
           END-IF

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

           OPEN INPUT REMISIONES
           IF ST-REMISIONES = "35"
               OPEN OUTPUT REMISIONES
               CLOSE REMISIONES
               OPEN INPUT REMISIONES
           END-IF

           OPEN INPUT NOTASCREDITO
           IF ST-NOTASCRED = "35"
               OPEN OUTPUT NOTASCREDITO
               CLOSE NOTASCREDITO
               OPEN INPUT NOTASCREDITO
           END-IF

           OPEN INPUT CUARENTENA
           IF ST-CUARENT = "35"
               OPEN OUTPUT CUARENTENA
               CLOSE CUARENTENA
               OPEN INPUT CUARENTENA
           END-IF

           OPEN INPUT ORDENES-SERVICIO
           IF ST-SERVORD = "35"
               OPEN OUTPUT ORDENES-SERVICIO
               CLOSE ORDENES-SERVICIO
               OPEN INPUT ORDENES-SERVICIO
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RECLAMOS
           CLOSE RECLAMOS-HIST
           CLOSE CLIENTES
           CLOSE FACTURAS
           CLOSE REMISIONES
           CLOSE NOTASCREDITO
           CLOSE CUARENTENA
           CLOSE ORDENES-SERVICIO.

       REGISTRAR-RECLAMO.
      *> Alta del reclamo: el documento de origen debe ser del mismo
      *> cliente; la fecha limite sale de los dias del tipo
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "REGISTRAR RECLAMO" LINE 02 COL 10 WITH REVERSE-VIDEO
           MOVE 0 TO W-CLI-ID
           DISPLAY "CODIGO DE CLIENTE (0=VOLVER): " LINE 04 COL 10
           ACCEPT W-CLI-ID LINE 04 COL 41
           IF W-CLI-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 05 COL 10
                   ACCEPT WS-PAUSA LINE 05 COL 29
                   EXIT PARAGRAPH
           END-READ
           DISPLAY CLI-NOMBRE LINE 04 COL 50

           MOVE "R" TO W-TIPO
           DISPLAY "TIPO [P=PETICION Q=QUEJA R=RECLAMO]: " LINE 05 COL 10
           ACCEPT W-TIPO LINE 05 COL 48
           MOVE FUNCTION UPPER-CASE(W-TIPO) TO W-TIPO
           PERFORM BUSCAR-TIPO
           IF DATO-INVALIDO
               DISPLAY "TIPO INVALIDO" LINE 06 COL 10
               ACCEPT WS-PAUSA LINE 06 COL 25
               EXIT PARAGRAPH
           END-IF

           MOVE "F" TO W-DOC-TIPO
           DISPLAY "DOCUMENTO [F=FACTURA R=REMISION N=NINGUNO]: "
                   LINE 06 COL 10
           ACCEPT W-DOC-TIPO LINE 06 COL 55
           MOVE FUNCTION UPPER-CASE(W-DOC-TIPO) TO W-DOC-TIPO
           MOVE 0 TO W-DOC-NRO
           IF W-DOC-TIPO = "F" OR W-DOC-TIPO = "R"
               DISPLAY "NUMERO DE DOCUMENTO: " LINE 07 COL 10
               ACCEPT W-DOC-NRO LINE 07 COL 32
               PERFORM VALIDAR-DOC-ORIGEN
               IF DATO-INVALIDO
                   DISPLAY WS-MENSAJE LINE 08 COL 10
                   ACCEPT WS-PAUSA LINE 08 COL 72
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF W-DOC-TIPO NOT = "N"
                   DISPLAY "TIPO DE DOCUMENTO INVALIDO" LINE 07 COL 10
                   ACCEPT WS-PAUSA LINE 07 COL 38
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO W-DOC-TIPO
           END-IF

           PERFORM MOSTRAR-AREAS
           MOVE SPACES TO W-AREA
           DISPLAY "AREA RESPONSABLE: " LINE 08 COL 10
           ACCEPT W-AREA LINE 08 COL 29
           MOVE FUNCTION UPPER-CASE(W-AREA) TO W-AREA
           PERFORM BUSCAR-AREA
           IF DATO-INVALIDO
               DISPLAY "AREA NO EXISTE" LINE 09 COL 10
               ACCEPT WS-PAUSA LINE 09 COL 26
               EXIT PARAGRAPH
           END-IF

           PERFORM MOSTRAR-CAUSAS
           MOVE SPACES TO W-CAUSA
           DISPLAY "CAUSA: " LINE 09 COL 10
           ACCEPT W-CAUSA LINE 09 COL 18
           MOVE FUNCTION UPPER-CASE(W-CAUSA) TO W-CAUSA
           PERFORM BUSCAR-CAUSA
           IF DATO-INVALIDO
               DISPLAY "CAUSA NO EXISTE" LINE 10 COL 10
               ACCEPT WS-PAUSA LINE 10 COL 27
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-DESCRIP
           DISPLAY "DESCRIPCION: " LINE 10 COL 10
           ACCEPT W-DESCRIP LINE 10 COL 24

           PERFORM BUSCAR-ULTIMO-RCL-NRO
           ADD 1 TO WS-RCL-NRO-MAX
           INITIALIZE RECLAMO-REG
           MOVE WS-RCL-NRO-MAX TO RCL-NRO
           MOVE W-CLI-ID       TO RCL-CLI-ID
           MOVE WS-FECHA-HOY   TO RCL-FECHA
           MOVE W-TIPO         TO RCL-TIPO
           MOVE W-DOC-TIPO     TO RCL-DOC-TIPO
           MOVE W-DOC-NRO      TO RCL-DOC-NRO
           MOVE W-AREA         TO RCL-AREA
           MOVE W-CAUSA        TO RCL-CAUSA
           MOVE W-DESCRIP      TO RCL-DESCRIP
           COMPUTE RCL-FECHA-VENCE = FUNCTION DATE-OF-INTEGER(
                   WS-HOY-INT + T-TIP-DIAS(WS-TIP-IDX))
           SET RCL-ABIERTO TO TRUE
           MOVE SPACE          TO RCL-RESOLUCION
           MOVE 0              TO RCL-RES-DOC-NRO RCL-FECHA-CIERRE
           MOVE SPACES         TO RCL-RES-NOTA
           MOVE WS-USUARIO-SESION TO RCL-USUARIO
           WRITE RECLAMO-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL RECLAMO" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 38
                   EXIT PARAGRAPH
           END-WRITE

           MOVE "REGISTRO DEL RECLAMO" TO W-NOTA
           PERFORM GRABAR-HISTORIAL

           DISPLAY "RECLAMO " LINE 12 COL 10
           DISPLAY RCL-NRO LINE 12 COL 18
           DISPLAY " REGISTRADO - RESPONDER ANTES DEL " LINE 12 COL 25
           DISPLAY RCL-FECHA-VENCE LINE 12 COL 59
           ACCEPT WS-PAUSA LINE 12 COL 70.

       VALIDAR-DOC-ORIGEN.
      *> La factura (o la factura de la remision) debe ser del cliente
           SET DATO-VALIDO TO TRUE
           MOVE SPACES TO WS-MENSAJE
           IF W-DOC-TIPO = "R"
               MOVE W-DOC-NRO TO REM-NRO
               READ REMISIONES
                   INVALID KEY
                       MOVE "REMISION NO EXISTE" TO WS-MENSAJE
                       SET DATO-INVALIDO TO TRUE
                       EXIT PARAGRAPH
               END-READ
               MOVE REM-FAC-NRO TO FAC-NRO
           ELSE
               MOVE W-DOC-NRO TO FAC-NRO
           END-IF
           READ FACTURAS
               INVALID KEY
                   MOVE "FACTURA NO EXISTE" TO WS-MENSAJE
                   SET DATO-INVALIDO TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF FAC-CLI-ID NOT = W-CLI-ID
               MOVE "EL DOCUMENTO NO ES DE ESTE CLIENTE" TO WS-MENSAJE
               SET DATO-INVALIDO TO TRUE
           END-IF.

       BUSCAR-TIPO.
           SET DATO-INVALIDO TO TRUE
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1 UNTIL WS-TIP-IDX > 3
               IF T-TIP-CODIGO(WS-TIP-IDX) = W-TIPO
                   SET DATO-VALIDO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUSCAR-AREA.
           SET DATO-INVALIDO TO TRUE
           PERFORM VARYING WS-ARE-IDX FROM 1 BY 1 UNTIL WS-ARE-IDX > 6
               IF T-ARE-CODIGO(WS-ARE-IDX) = W-AREA
                   SET DATO-VALIDO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUSCAR-CAUSA.
           SET DATO-INVALIDO TO TRUE
           PERFORM VARYING WS-CAU-IDX FROM 1 BY 1 UNTIL WS-CAU-IDX > 8
               IF T-CAU-CODIGO(WS-CAU-IDX) = W-CAUSA
                   SET DATO-VALIDO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MOSTRAR-AREAS.
           DISPLAY "AREAS:" LINE 14 COL 10
           MOVE 15 TO WS-FILA
           PERFORM VARYING WS-ARE-IDX FROM 1 BY 1 UNTIL WS-ARE-IDX > 6
               DISPLAY T-ARE-CODIGO(WS-ARE-IDX) LINE WS-FILA COL 10
               DISPLAY T-ARE-NOMBRE(WS-ARE-IDX) LINE WS-FILA COL 15
               ADD 1 TO WS-FILA
           END-PERFORM.

       MOSTRAR-CAUSAS.
           DISPLAY "CAUSAS:" LINE 14 COL 40
           MOVE 15 TO WS-FILA
           PERFORM VARYING WS-CAU-IDX FROM 1 BY 1 UNTIL WS-CAU-IDX > 8
               DISPLAY T-CAU-CODIGO(WS-CAU-IDX) LINE WS-FILA COL 40
               DISPLAY T-CAU-NOMBRE(WS-CAU-IDX) LINE WS-FILA COL 45
               ADD 1 TO WS-FILA
           END-PERFORM.

       BUSCAR-ULTIMO-RCL-NRO.
           MOVE 0 TO WS-RCL-NRO-MAX
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RCL-NRO
           START RECLAMOS KEY IS NOT LESS THAN RCL-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECLAMOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE RCL-NRO TO WS-RCL-NRO-MAX
               END-READ
           END-PERFORM.

       GRABAR-HISTORIAL.
      *> Un renglon por cambio de estado con el estado que queda, el
      *> operador y la nota; RECLAMO-REG debe estar cargado
           MOVE 0 TO WS-RCH-SEC-MAX
           SET NO-FIN-HIST TO TRUE
           MOVE RCL-NRO TO RCH-RCL-NRO
           MOVE 0       TO RCH-SEC
           START RECLAMOS-HIST KEY IS NOT LESS THAN RCH-CLAVE
               INVALID KEY SET FIN-HIST TO TRUE
           END-START
           PERFORM UNTIL FIN-HIST
               READ RECLAMOS-HIST NEXT RECORD
                   AT END SET FIN-HIST TO TRUE
                   NOT AT END
                       IF RCH-RCL-NRO NOT = RCL-NRO
                           SET FIN-HIST TO TRUE
                       ELSE
                           MOVE RCH-SEC TO WS-RCH-SEC-MAX
                       END-IF
               END-READ
           END-PERFORM

           MOVE RCL-NRO        TO RCH-RCL-NRO
           COMPUTE RCH-SEC = WS-RCH-SEC-MAX + 1
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCH-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCH-HORA
           MOVE RCL-ESTADO     TO RCH-ESTADO
           MOVE WS-USUARIO-SESION TO RCH-USUARIO
           MOVE W-NOTA         TO RCH-NOTA
           WRITE RECLAMO-HIST-REG
               INVALID KEY CONTINUE
           END-WRITE.

       LEER-RECLAMO.
           SET DATO-VALIDO TO TRUE
           MOVE 0 TO W-RCL-NRO
           DISPLAY "NUMERO DE RECLAMO (0=VOLVER): " LINE 04 COL 10
           ACCEPT W-RCL-NRO LINE 04 COL 41
           IF W-RCL-NRO = 0
               SET DATO-INVALIDO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE W-RCL-NRO TO RCL-NRO
           READ RECLAMOS
               INVALID KEY
                   DISPLAY "RECLAMO NO EXISTE" LINE 05 COL 10
                   ACCEPT WS-PAUSA LINE 05 COL 29
                   SET DATO-INVALIDO TO TRUE
           END-READ.

       MOSTRAR-ENCABEZADO.
           MOVE RCL-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY MOVE SPACES TO CLI-NOMBRE
           END-READ
           PERFORM NOMBRE-ESTADO
           PERFORM NOMBRE-RESOLUCION
           DISPLAY "CLIENTE: " LINE 05 COL 10
           DISPLAY RCL-CLI-ID LINE 05 COL 19
           DISPLAY CLI-NOMBRE LINE 05 COL 27
           DISPLAY "TIPO: " LINE 06 COL 10
           DISPLAY RCL-TIPO LINE 06 COL 16
           DISPLAY "DOC: " LINE 06 COL 20
           DISPLAY RCL-DOC-TIPO LINE 06 COL 25
           DISPLAY RCL-DOC-NRO LINE 06 COL 27
           DISPLAY "AREA: " LINE 06 COL 37
           DISPLAY RCL-AREA LINE 06 COL 43
           DISPLAY "CAUSA: " LINE 06 COL 50
           DISPLAY RCL-CAUSA LINE 06 COL 57
           DISPLAY "ABIERTO: " LINE 07 COL 10
           DISPLAY RCL-FECHA LINE 07 COL 19
           DISPLAY "VENCE: " LINE 07 COL 30
           DISPLAY RCL-FECHA-VENCE LINE 07 COL 37
           DISPLAY "ESTADO: " LINE 07 COL 48
           DISPLAY WS-NOMBRE-ESTADO LINE 07 COL 56
           DISPLAY RCL-DESCRIP LINE 08 COL 10
           IF NOT RCL-PENDIENTE
               DISPLAY "RESOLUCION: " LINE 09 COL 10
               DISPLAY WS-NOMBRE-RES LINE 09 COL 22
               IF RCL-RES-DOC-NRO > 0
                   DISPLAY RCL-RES-DOC-NRO LINE 09 COL 35
               END-IF
               DISPLAY "CERRADO: " LINE 09 COL 45
               DISPLAY RCL-FECHA-CIERRE LINE 09 COL 54
               DISPLAY RCL-RES-NOTA LINE 10 COL 10
           END-IF.

       NOMBRE-ESTADO.
           EVALUATE TRUE
               WHEN RCL-ABIERTO
                   MOVE "ABIERTO" TO WS-NOMBRE-ESTADO
               WHEN RCL-EN-PROCESO
                   MOVE "EN PROCESO" TO WS-NOMBRE-ESTADO
               WHEN RCL-RESUELTO
                   MOVE "RESUELTO" TO WS-NOMBRE-ESTADO
               WHEN RCL-NO-PROCEDE
                   MOVE "NO PROCEDE" TO WS-NOMBRE-ESTADO
               WHEN OTHER
                   MOVE SPACES TO WS-NOMBRE-ESTADO
           END-EVALUATE.

       NOMBRE-RESOLUCION.
           EVALUATE TRUE
               WHEN RCL-RES-NOTA-CRED
                   MOVE "NOTA CREDITO" TO WS-NOMBRE-RES
               WHEN RCL-RES-CUARENTENA
                   MOVE "CUARENTENA" TO WS-NOMBRE-RES
               WHEN RCL-RES-SERVICIO
                   MOVE "ORD.SERVICIO" TO WS-NOMBRE-RES
               WHEN RCL-RES-OTRA
                   MOVE "OTRA" TO WS-NOMBRE-RES
               WHEN OTHER
                   MOVE SPACES TO WS-NOMBRE-RES
           END-EVALUATE.

       CAMBIAR-ESTADO.
      *> Solo los reclamos abiertos o en proceso cambian de estado; al
      *> resolver se liga el documento resultante del mismo cliente
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "CAMBIAR ESTADO / RESOLVER RECLAMO" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           PERFORM LEER-RECLAMO
           IF DATO-INVALIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-ENCABEZADO
           IF NOT RCL-PENDIENTE
               DISPLAY "EL RECLAMO YA ESTA CERRADO" LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 38
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO W-ESTADO
           DISPLAY "NUEVO ESTADO [E=EN PROCESO R=RESUELTO N=NO PROCEDE]: "
                   LINE 12 COL 10
           ACCEPT W-ESTADO LINE 12 COL 64
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
           IF W-ESTADO NOT = "E" AND W-ESTADO NOT = "R"
              AND W-ESTADO NOT = "N"
               DISPLAY "ESTADO INVALIDO" LINE 13 COL 10
               ACCEPT WS-PAUSA LINE 13 COL 27
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO W-RESOLUCION
           MOVE 0 TO W-RES-DOC-NRO
           IF W-ESTADO = "R"
               MOVE "O" TO W-RESOLUCION
               DISPLAY "RESOLUCION [N=NOTA CREDITO C=CUARENTENA"
                       LINE 13 COL 10
               DISPLAY " S=ORDEN SERVICIO O=OTRA]: " LINE 13 COL 49
               ACCEPT W-RESOLUCION LINE 13 COL 76
               MOVE FUNCTION UPPER-CASE(W-RESOLUCION) TO W-RESOLUCION
               IF W-RESOLUCION NOT = "O"
                   DISPLAY "NUMERO DEL DOCUMENTO RESULTANTE: "
                           LINE 14 COL 10
                   ACCEPT W-RES-DOC-NRO LINE 14 COL 44
                   PERFORM VALIDAR-DOC-RESULTADO
                   IF DATO-INVALIDO
                       DISPLAY WS-MENSAJE LINE 15 COL 10
                       ACCEPT WS-PAUSA LINE 15 COL 72
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO W-NOTA
           DISPLAY "NOTA: " LINE 16 COL 10
           ACCEPT W-NOTA LINE 16 COL 17
           IF W-NOTA = SPACES AND W-ESTADO NOT = "E"
               DISPLAY "DEBE INDICAR LA RESPUESTA AL CLIENTE" LINE 17 COL 10
               ACCEPT WS-PAUSA LINE 17 COL 48
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO W-CONFIRMA
           DISPLAY "CONFIRMA (S/N)? " LINE 18 COL 10
           ACCEPT W-CONFIRMA LINE 18 COL 27
           IF FUNCTION UPPER-CASE(W-CONFIRMA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE W-ESTADO TO RCL-ESTADO
           IF W-ESTADO = "R" OR W-ESTADO = "N"
               MOVE W-RESOLUCION  TO RCL-RESOLUCION
               MOVE W-RES-DOC-NRO TO RCL-RES-DOC-NRO
               MOVE W-NOTA        TO RCL-RES-NOTA
               MOVE WS-FECHA-HOY  TO RCL-FECHA-CIERRE
           END-IF
           REWRITE RECLAMO-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL RECLAMO" LINE 20 COL 10
                   ACCEPT WS-PAUSA LINE 20 COL 38
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM GRABAR-HISTORIAL

           DISPLAY "ESTADO ACTUALIZADO" LINE 20 COL 10
           ACCEPT WS-PAUSA LINE 20 COL 30.

       VALIDAR-DOC-RESULTADO.
      *> Nota de credito y orden de servicio deben ser del cliente del
      *> reclamo; el lote de cuarentena se verifica por su nota de
      *> credito de origen
           SET DATO-VALIDO TO TRUE
           MOVE SPACES TO WS-MENSAJE
           EVALUATE W-RESOLUCION
               WHEN "N"
                   MOVE W-RES-DOC-NRO TO NCR-NRO
                   READ NOTASCREDITO
                       INVALID KEY
                           MOVE "NOTA DE CREDITO NO EXISTE" TO WS-MENSAJE
                           SET DATO-INVALIDO TO TRUE
                       NOT INVALID KEY
                           IF NCR-CLI-ID NOT = RCL-CLI-ID
                               MOVE "LA NOTA DE CREDITO ES DE OTRO CLIENTE"
                                   TO WS-MENSAJE
                               SET DATO-INVALIDO TO TRUE
                           END-IF
                   END-READ
               WHEN "C"
                   MOVE W-RES-DOC-NRO TO CUA-NRO
                   READ CUARENTENA
                       INVALID KEY
                           MOVE "LOTE DE CUARENTENA NO EXISTE" TO WS-MENSAJE
                           SET DATO-INVALIDO TO TRUE
                           EXIT PARAGRAPH
                   END-READ
                   MOVE CUA-NCR-NRO TO NCR-NRO
                   READ NOTASCREDITO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NCR-CLI-ID NOT = RCL-CLI-ID
                               MOVE "LA DEVOLUCION ES DE OTRO CLIENTE"
                                   TO WS-MENSAJE
                               SET DATO-INVALIDO TO TRUE
                           END-IF
                   END-READ
               WHEN "S"
                   IF W-RES-DOC-NRO > 99999
                       MOVE "ORDEN DE SERVICIO NO EXISTE" TO WS-MENSAJE
                       SET DATO-INVALIDO TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE W-RES-DOC-NRO TO SRV-NRO
                   READ ORDENES-SERVICIO
                       INVALID KEY
                           MOVE "ORDEN DE SERVICIO NO EXISTE" TO WS-MENSAJE
                           SET DATO-INVALIDO TO TRUE
                       NOT INVALID KEY
                           IF SRV-CLI-ID NOT = RCL-CLI-ID
                               MOVE "LA ORDEN ES DE OTRO CLIENTE"
                                   TO WS-MENSAJE
                               SET DATO-INVALIDO TO TRUE
                           END-IF
                   END-READ
               WHEN OTHER
                   MOVE "TIPO DE RESOLUCION INVALIDO" TO WS-MENSAJE
                   SET DATO-INVALIDO TO TRUE
           END-EVALUATE.

       CONSULTAR-RECLAMO.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "CONSULTAR RECLAMO" LINE 02 COL 10 WITH REVERSE-VIDEO
           PERFORM LEER-RECLAMO
           IF DATO-INVALIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-ENCABEZADO

           DISPLAY "FECHA    HORA   ESTADO USUARIO    NOTA" LINE 12 COL 05
           MOVE 13 TO WS-FILA
           SET NO-FIN-HIST TO TRUE
           MOVE RCL-NRO TO RCH-RCL-NRO
           MOVE 0       TO RCH-SEC
           START RECLAMOS-HIST KEY IS NOT LESS THAN RCH-CLAVE
               INVALID KEY SET FIN-HIST TO TRUE
           END-START
           PERFORM UNTIL FIN-HIST OR WS-FILA > 21
               READ RECLAMOS-HIST NEXT RECORD
                   AT END SET FIN-HIST TO TRUE
                   NOT AT END
                       IF RCH-RCL-NRO NOT = RCL-NRO
                           SET FIN-HIST TO TRUE
                       ELSE
                           DISPLAY RCH-FECHA LINE WS-FILA COL 05
                           DISPLAY RCH-HORA LINE WS-FILA COL 14
                           DISPLAY RCH-ESTADO LINE WS-FILA COL 24
                           DISPLAY RCH-USUARIO LINE WS-FILA COL 28
                           DISPLAY RCH-NOTA LINE WS-FILA COL 39
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM
           ACCEPT WS-PAUSA LINE 23 COL 10.

       REPORTE-ANTIGUEDAD.
      *> Reclamos abiertos o en proceso agrupados por area: detalle con
      *> dias desde la apertura y marca de VENCIDO si paso la fecha
      *> limite, y subtotal del area por tramo de antiguedad
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "ANTIGUEDAD DE RECLAMOS ABIERTOS POR AREA" LINE 02 COL 10
                   WITH REVERSE-VIDEO

           MOVE 0 TO WS-CANT-LINEAS WS-TOT-ABIERTOS WS-TOT-VENCIDOS
           OPEN OUTPUT RECLAMO-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "ANTIGUEDAD DE RECLAMOS ABIERTOS POR AREA AL "
                  WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           DISPLAY "AREA              0-7  8-15 16-30   +30 TOTAL VENCID"
                   LINE 04 COL 10
           MOVE 5 TO WS-FILA
           PERFORM VARYING WS-ARE-IDX FROM 1 BY 1 UNTIL WS-ARE-IDX > 6
               PERFORM ANTIGUEDAD-UN-AREA
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE WS-TOT-ABIERTOS TO WS-EDIT-CANT
           MOVE WS-TOT-VENCIDOS TO WS-EDIT-CANT2
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL ABIERTOS: " WS-EDIT-CANT
                  "   FUERA DE PLAZO: " WS-EDIT-CANT2
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           CLOSE RECLAMO-PLANO

           DISPLAY "TOTAL ABIERTOS: " LINE 13 COL 10
           DISPLAY WS-EDIT-CANT LINE 13 COL 26
           DISPLAY "FUERA DE PLAZO: " LINE 13 COL 35
           DISPLAY WS-EDIT-CANT2 LINE 13 COL 51

           MOVE "RECLAMOSAREA" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE WS-FECHA-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "reclamo.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "REPORTE 'reclamo.txt' ENVIADO AL SPOOL" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 50.

       ANTIGUEDAD-UN-AREA.
           MOVE 0 TO WS-ANT-0-7 WS-ANT-8-15 WS-ANT-16-30 WS-ANT-MAS-30
                     WS-ANT-VENCIDOS WS-ANT-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING "AREA " T-ARE-CODIGO(WS-ARE-IDX) " "
                  T-ARE-NOMBRE(WS-ARE-IDX)
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "  RECLAMO CLIENTE  APERTURA VENCE    DIAS  T CAUSA ESTADO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RCL-NRO
           START RECLAMOS KEY IS NOT LESS THAN RCL-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECLAMOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RCL-PENDIENTE
                          AND RCL-AREA = T-ARE-CODIGO(WS-ARE-IDX)
                           PERFORM ACUMULAR-ANTIGUEDAD
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-ANT-0-7      TO WS-EDIT-CANT
           MOVE WS-ANT-8-15     TO WS-EDIT-CANT2
           MOVE WS-ANT-16-30    TO WS-EDIT-CANT3
           MOVE WS-ANT-MAS-30   TO WS-EDIT-CANT4
           MOVE WS-ANT-TOTAL    TO WS-EDIT-CANT5
           MOVE WS-ANT-VENCIDOS TO WS-EDIT-CANT6
           MOVE SPACES TO WS-LINEA-REP
           STRING "  SUBTOTAL 0-7:" WS-EDIT-CANT " 8-15:" WS-EDIT-CANT2
                  " 16-30:" WS-EDIT-CANT3 " +30:" WS-EDIT-CANT4
                  " TOTAL:" WS-EDIT-CANT5 " VENCIDOS:" WS-EDIT-CANT6
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           DISPLAY T-ARE-NOMBRE(WS-ARE-IDX) LINE WS-FILA COL 10
           DISPLAY WS-EDIT-CANT  LINE WS-FILA COL 26
           DISPLAY WS-EDIT-CANT2 LINE WS-FILA COL 32
           DISPLAY WS-EDIT-CANT3 LINE WS-FILA COL 38
           DISPLAY WS-EDIT-CANT4 LINE WS-FILA COL 44
           DISPLAY WS-EDIT-CANT5 LINE WS-FILA COL 50
           DISPLAY WS-EDIT-CANT6 LINE WS-FILA COL 56
           ADD 1 TO WS-FILA
           ADD WS-ANT-TOTAL    TO WS-TOT-ABIERTOS
           ADD WS-ANT-VENCIDOS TO WS-TOT-VENCIDOS.

       ACUMULAR-ANTIGUEDAD.
           MOVE FUNCTION INTEGER-OF-DATE(RCL-FECHA) TO WS-FECHA-INT
           COMPUTE WS-DIAS = WS-HOY-INT - WS-FECHA-INT
           EVALUATE TRUE
               WHEN WS-DIAS <= 7
                   ADD 1 TO WS-ANT-0-7
               WHEN WS-DIAS <= 15
                   ADD 1 TO WS-ANT-8-15
               WHEN WS-DIAS <= 30
                   ADD 1 TO WS-ANT-16-30
               WHEN OTHER
                   ADD 1 TO WS-ANT-MAS-30
           END-EVALUATE
           ADD 1 TO WS-ANT-TOTAL
           MOVE SPACES TO WS-MARCA-VENCIDO
           IF RCL-FECHA-VENCE < WS-FECHA-HOY
               ADD 1 TO WS-ANT-VENCIDOS
               MOVE "VENCIDO" TO WS-MARCA-VENCIDO
           END-IF
           PERFORM NOMBRE-ESTADO
           MOVE WS-DIAS TO WS-EDIT-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "  " RCL-NRO " " RCL-CLI-ID " " RCL-FECHA " "
                  RCL-FECHA-VENCE " " WS-EDIT-CANT " " RCL-TIPO " "
                  RCL-CAUSA "  " WS-NOMBRE-ESTADO " " WS-MARCA-VENCIDO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP.

       RESUMEN-CAUSAS.
      *> Reclamos recibidos en el periodo por causa: resueltos, no
      *> procedentes, aun pendientes, cuantos se respondieron (o siguen
      *> abiertos) despues de la fecha limite y dias promedio de cierre
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "RESUMEN MENSUAL DE RECLAMOS POR CAUSA" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO
           DISPLAY "PERIODO (AAAAMM): " LINE 04 COL 10
           ACCEPT W-PERIODO LINE 04 COL 29

           INITIALIZE WS-TABLA-RESUMEN
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RCL-NRO
           START RECLAMOS KEY IS NOT LESS THAN RCL-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECLAMOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RCL-FECHA(1:6) = W-PERIODO
                           PERFORM ACUMULAR-CAUSA
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT RECLAMO-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "RESUMEN DE RECLAMOS POR CAUSA - PERIODO " W-PERIODO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "CAUSA                 RECIB RESUE NOPRO PEND. F.SLA DIAS PROM"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           DISPLAY "CAUSA                 RECIB RESUE NOPRO PEND. F.SLA PROM"
                   LINE 06 COL 10
           MOVE 7 TO WS-FILA
           PERFORM VARYING WS-CAU-IDX FROM 1 BY 1 UNTIL WS-CAU-IDX > 8
               PERFORM LINEA-RESUMEN-CAUSA
           END-PERFORM
           CLOSE RECLAMO-PLANO

           MOVE "RECLAMOSCAUS" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE W-PERIODO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "reclamo.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "REPORTE 'reclamo.txt' ENVIADO AL SPOOL" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 50.

       ACUMULAR-CAUSA.
           MOVE RCL-CAUSA TO W-CAUSA
           PERFORM BUSCAR-CAUSA
           IF DATO-INVALIDO
               MOVE 8 TO WS-CAU-IDX
           END-IF
           ADD 1 TO T-RES-RECIBIDOS(WS-CAU-IDX)
           EVALUATE TRUE
               WHEN RCL-RESUELTO
                   ADD 1 TO T-RES-RESUELTOS(WS-CAU-IDX)
               WHEN RCL-NO-PROCEDE
                   ADD 1 TO T-RES-NO-PROC(WS-CAU-IDX)
               WHEN OTHER
                   ADD 1 TO T-RES-PENDIENTE(WS-CAU-IDX)
           END-EVALUATE
           IF RCL-PENDIENTE
               IF RCL-FECHA-VENCE < WS-FECHA-HOY
                   ADD 1 TO T-RES-FUERA-SLA(WS-CAU-IDX)
               END-IF
           ELSE
               IF RCL-FECHA-CIERRE > RCL-FECHA-VENCE
                   ADD 1 TO T-RES-FUERA-SLA(WS-CAU-IDX)
               END-IF
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(RCL-FECHA-CIERRE)
                 - FUNCTION INTEGER-OF-DATE(RCL-FECHA)
               ADD WS-DIAS TO T-RES-DIAS(WS-CAU-IDX)
           END-IF.

       LINEA-RESUMEN-CAUSA.
           MOVE 0 TO WS-PROMEDIO-DIAS
           IF T-RES-RESUELTOS(WS-CAU-IDX) + T-RES-NO-PROC(WS-CAU-IDX) > 0
               COMPUTE WS-PROMEDIO-DIAS ROUNDED = T-RES-DIAS(WS-CAU-IDX)
                   / (T-RES-RESUELTOS(WS-CAU-IDX) + T-RES-NO-PROC(WS-CAU-IDX))
           END-IF
           MOVE T-RES-RECIBIDOS(WS-CAU-IDX) TO WS-EDIT-CANT
           MOVE T-RES-RESUELTOS(WS-CAU-IDX) TO WS-EDIT-CANT2
           MOVE T-RES-NO-PROC(WS-CAU-IDX)   TO WS-EDIT-CANT3
           MOVE T-RES-PENDIENTE(WS-CAU-IDX) TO WS-EDIT-CANT4
           MOVE T-RES-FUERA-SLA(WS-CAU-IDX) TO WS-EDIT-CANT5
           MOVE WS-PROMEDIO-DIAS TO WS-EDIT-PROM
           MOVE SPACES TO WS-LINEA-REP
           STRING T-CAU-CODIGO(WS-CAU-IDX) " " T-CAU-NOMBRE(WS-CAU-IDX)
                  " " WS-EDIT-CANT " " WS-EDIT-CANT2 " " WS-EDIT-CANT3
                  " " WS-EDIT-CANT4 " " WS-EDIT-CANT5 "   " WS-EDIT-PROM
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           DISPLAY T-CAU-CODIGO(WS-CAU-IDX) LINE WS-FILA COL 10
           DISPLAY T-CAU-NOMBRE(WS-CAU-IDX) LINE WS-FILA COL 15
           DISPLAY WS-EDIT-CANT  LINE WS-FILA COL 32
           DISPLAY WS-EDIT-CANT2 LINE WS-FILA COL 38
           DISPLAY WS-EDIT-CANT3 LINE WS-FILA COL 44
           DISPLAY WS-EDIT-CANT4 LINE WS-FILA COL 50
           DISPLAY WS-EDIT-CANT5 LINE WS-FILA COL 56
           DISPLAY WS-EDIT-PROM  LINE WS-FILA COL 62
           ADD 1 TO WS-FILA.

       ESCRIBIR-LINEA-REP.
           WRITE REG-RECLAMO-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM PQRCLI01.
