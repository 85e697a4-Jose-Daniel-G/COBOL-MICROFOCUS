       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Bonos de Regalo: venta de bonos numerados con valor
      *> *           nominal y fecha de vencimiento (sin IVA; quedan como
      *> *           pasivo con la regla "H" y el cobro entra a la sesion
      *> *           de caja del cajero), consulta de saldo e historial de
      *> *           uso, reporte del pasivo vigente y vencido, y proceso
      *> *           de vencimiento (solo supervisores) que pasa los
      *> *           saldos no usados al ingreso con la regla "J".
      *> *           Los bonos se redimen como medio de pago en VENFAC02,
      *> *           VENFAC01 y VENFAC07
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONOS01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "bono.sel".
           COPY "mediopago.sel".
           COPY "cajases.sel".
           COPY "cliente.sel".
           COPY "reglacon.sel".
           COPY "asiento.sel".
           COPY "astctrl.sel".
           COPY "periodo.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "bono.fd".
           COPY "mediopago.fd".
           COPY "cajases.fd".
           COPY "cliente.fd".
           COPY "reglacon.fd".
           COPY "asiento.fd".
           COPY "astctrl.fd".
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
       COPY "BONO.cpy".
       COPY "TARJETA.cpy".
       COPY "CAJASES.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-REGLACON       PIC XX.
       01 ST-ASIENTOS       PIC XX.
       01 ST-NEXT-AST       PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESPUESTA      PIC X.
       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-FILA           PIC 99.

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

      *> Cuentas de las reglas H (caja / pasivo) y J (pasivo / ingreso)
       01 WS-CTA-CAJA       PIC X(08).
       01 WS-CTA-PASIVO     PIC X(08).
       01 WS-CTA-INGRESO    PIC X(08).
       01 WS-REGLA-OK       PIC X.

      *> Captura
       01 W-BON-NRO         PIC 9(07).
       01 W-VALOR           PIC 9(09)V99.
       01 W-CLI-ID          PIC 9(07).
       01 W-MEDIO           PIC X.
          88 W-MEDIO-VALIDO    VALUE "E" "K".
       01 W-FECHA           PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          05 W-FEC-ANIO        PIC 9(04).
          05 W-FEC-MES         PIC 9(02).
          05 W-FEC-DIA         PIC 9(02).
       01 W-FECHA-VENCE     PIC 9(08).
       01 W-FECHA-VENCE-R REDEFINES W-FECHA-VENCE.
          05 W-VEN-ANIO        PIC 9(04).
          05 W-VEN-MES         PIC 9(02).
          05 W-VEN-DIA         PIC 9(02).

       01 WS-BON-NRO-MAX    PIC 9(07).
       01 WS-CANT-VENCIDOS  PIC 9(05).
       01 WS-TOTAL-VENCIDO  PIC S9(11)V99.
       01 WS-TOTAL-VIGENTE  PIC S9(11)V99.
       01 WS-TOTAL-POR-VENC PIC S9(11)V99.
       01 WS-TOTAL-INGRESO  PIC S9(11)V99.
       01 WS-CANT-VIGENTE   PIC 9(05).
       01 WS-CANT-POR-VENC  PIC 9(05).
       01 WS-CANT-INGRESO   PIC 9(05).
       01 WS-SALDO-ANT      PIC S9(9)V99.
       01 WS-ESTADO-DESC    PIC X(10).
       01 WS-TIPO-DESC      PIC X(10).

      *> Asiento
       01 WS-AST-NRO        PIC 9(07).
       01 WS-AST-ITEM       PIC 9(02).
       01 WS-AST-FECHA      PIC 9(08).
       01 WS-AST-DOC        PIC 9(07).
       01 WS-AST-DETALLE    PIC X(30).
       01 WS-AST-TIPO       PIC X(01).

       01 WS-EDIT-MONTO     PIC -(10)9.99.
       01 WS-EDIT-MONTO2    PIC -(10)9.99.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ABRIR-AUDITORIA
           MOVE "BONOS01" TO WS-AUD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           PERFORM CARGAR-REGLAS
           IF WS-REGLA-OK NOT = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "FALTAN LAS REGLAS CONTABLES H Y J (BONOS DE REGALO)"
                       LINE 12 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 63
               PERFORM CERRAR-ARCHIVOS
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "BONOS DE REGALO" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. VENDER BONO" LINE 05 COL 10
               DISPLAY "2. CONSULTAR BONO (SALDO E HISTORIAL)" LINE 06 COL 10
               DISPLAY "3. REPORTE DE PASIVO POR BONOS (SPOOL)" LINE 07 COL 10
               DISPLAY "4. VENCER BONOS (SOLO SUPERVISORES)" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM VENDER-BONO
                   WHEN "2"
                       PERFORM CONSULTAR-BONO
                   WHEN "3"
                       PERFORM REPORTE-PASIVO
                   WHEN "4"
                       PERFORM VENCER-BONOS
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

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       VALIDAR-PERIODO.
           COPY "VALIDAR-PERIODO.cpy".

       BUSCAR-SESION-CAJA.
           COPY "BUSCAR-SESION-CAJA.cpy".

       CAPTURAR-TARJETA.
           COPY "CAPTURAR-TARJETA.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O BONOS
           IF ST-BONOS = "35"
               OPEN OUTPUT BONOS
               CLOSE BONOS
               OPEN I-O BONOS
           END-IF
           OPEN I-O BONOS-MOV
           IF ST-BONOSMOV = "35"
               OPEN OUTPUT BONOS-MOV
               CLOSE BONOS-MOV
               OPEN I-O BONOS-MOV
           END-IF
           OPEN I-O MEDIOS-PAGO
           IF ST-MEDIOSPAGO = "35"
               OPEN OUTPUT MEDIOS-PAGO
               CLOSE MEDIOS-PAGO
               OPEN I-O MEDIOS-PAGO
           END-IF
           OPEN INPUT SESIONES-CAJA
           IF ST-CAJASES = "35"
               OPEN OUTPUT SESIONES-CAJA
               CLOSE SESIONES-CAJA
               OPEN INPUT SESIONES-CAJA
           END-IF
           OPEN INPUT CLIENTES
           OPEN INPUT REGLAS-CONTAB
           IF ST-REGLACON = "35"
               OPEN OUTPUT REGLAS-CONTAB
               CLOSE REGLAS-CONTAB
               OPEN INPUT REGLAS-CONTAB
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
           OPEN INPUT PERIODOS-CONTABLES
           IF ST-PERIODOS = "35"
               OPEN OUTPUT PERIODOS-CONTABLES
               CLOSE PERIODOS-CONTABLES
               OPEN INPUT PERIODOS-CONTABLES
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE BONOS
           CLOSE BONOS-MOV
           CLOSE MEDIOS-PAGO
           CLOSE SESIONES-CAJA
           CLOSE CLIENTES
           CLOSE REGLAS-CONTAB
           CLOSE ASIENTOS
           CLOSE NEXT-AST-NRO
           CLOSE PERIODOS-CONTABLES
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

       CARGAR-REGLAS.
           MOVE "N" TO WS-REGLA-OK
           MOVE "H" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF RGL-CTA-DEBE = SPACES OR RGL-CTA-HABER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RGL-CTA-DEBE  TO WS-CTA-CAJA
           MOVE RGL-CTA-HABER TO WS-CTA-PASIVO
           MOVE "J" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF RGL-CTA-HABER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RGL-CTA-HABER TO WS-CTA-INGRESO
      *> El debito del vencimiento es el mismo pasivo de la venta salvo
      *> que la regla J indique otra cuenta
           IF RGL-CTA-DEBE NOT = SPACES
               MOVE RGL-CTA-DEBE TO WS-CTA-PASIVO
           END-IF
           MOVE "S" TO WS-REGLA-OK.

      *> ------------------------------------------------------------
      *> Venta: el cobro entra a la sesion de caja abierta del cajero
      *> ------------------------------------------------------------
       VENDER-BONO.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           PERFORM BUSCAR-SESION-CAJA
           IF WS-CJS-NRO-ACTIVA = 0
               DISPLAY "NO TIENE UNA SESION DE CAJA ABIERTA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 47
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-HOY(1:6) TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO CONTABLE CERRADO - NO SE PUEDE GRABAR"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 57
               EXIT PARAGRAPH
           END-IF

           DISPLAY "VALOR NOMINAL DEL BONO (0=VOLVER): " LINE 05 COL 10
           MOVE 0 TO W-VALOR
           ACCEPT W-VALOR LINE 05 COL 46
           IF W-VALOR = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CLIENTE COMPRADOR (0=ANONIMO): " LINE 06 COL 10
           MOVE 0 TO W-CLI-ID
           ACCEPT W-CLI-ID LINE 06 COL 42
           IF W-CLI-ID NOT = 0
               MOVE W-CLI-ID TO CLI-ID
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NO EXISTE" LINE 22 COL 10
                               WITH REVERSE-VIDEO
                       ACCEPT WS-PAUSA LINE 22 COL 29
                       EXIT PARAGRAPH
               END-READ
               DISPLAY CLI-NOMBRE LINE 06 COL 51
           END-IF

      *> Vence por defecto a un ano de la venta
           MOVE WS-FECHA-HOY TO W-FECHA-VENCE
           ADD 1 TO W-VEN-ANIO
           IF W-VEN-MES = 2 AND W-VEN-DIA = 29
               MOVE 28 TO W-VEN-DIA
           END-IF
           DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD): " LINE 07 COL 10
           ACCEPT W-FECHA-VENCE LINE 07 COL 44
           IF W-VEN-MES < 1 OR W-VEN-MES > 12
              OR W-VEN-DIA < 1 OR W-VEN-DIA > 31
              OR W-FECHA-VENCE <= WS-FECHA-HOY
               DISPLAY "FECHA DE VENCIMIENTO INVALIDA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 41
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO W-MEDIO
           PERFORM UNTIL W-MEDIO-VALIDO
               DISPLAY "MEDIO DE PAGO [E=EFECTIVO K=TARJETA]: "
                       LINE 08 COL 10
               ACCEPT W-MEDIO LINE 08 COL 49
               MOVE FUNCTION UPPER-CASE(W-MEDIO) TO W-MEDIO
           END-PERFORM
           IF W-MEDIO = "K"
               MOVE 10 TO WS-TJ-LINEA
               PERFORM CAPTURAR-TARJETA
           END-IF

           MOVE W-VALOR TO WS-EDIT-MONTO
           DISPLAY "COBRAR " LINE 12 COL 10
           DISPLAY WS-EDIT-MONTO LINE 12 COL 17
           DISPLAY "CONFIRMA LA VENTA [S/N]? " LINE 13 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 13 COL 36
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM EJECUTAR-VENTA

           OPEN OUTPUT BONOS-PLANO
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "BONO DE REGALO" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "BONO NRO:      " BON-NRO DELIMITED BY SIZE
               INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE BON-VALOR TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "VALOR:         " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "FECHA VENTA:   " BON-FECHA-VENTA DELIMITED BY SIZE
               INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "VALIDO HASTA:  " BON-FECHA-VENCE DELIMITED BY SIZE
               INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "REDIMIBLE TOTAL O PARCIALMENTE COMO MEDIO DE PAGO."
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "NO ES CANJEABLE POR DINERO EN EFECTIVO."
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE BONOS-PLANO

           MOVE "BONO" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING "BONO " BON-NRO DELIMITED BY SIZE INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "bonos.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "BONO " LINE 15 COL 10
           DISPLAY BON-NRO LINE 15 COL 15
           DISPLAY " VENDIDO - ASIENTO " LINE 15 COL 22
           DISPLAY WS-AST-NRO LINE 15 COL 41
           DISPLAY "COMPROBANTE EN 'bonos.txt'" LINE 16 COL 10
           ACCEPT WS-PAUSA LINE 16 COL 38.

       EJECUTAR-VENTA.
      *> Numero de bono: el mayor existente mas uno
           MOVE 0 TO WS-BON-NRO-MAX
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO BON-NRO
           START BONOS KEY IS NOT LESS THAN BON-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ BONOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END MOVE BON-NRO TO WS-BON-NRO-MAX
               END-READ
           END-PERFORM
           ADD 1 TO WS-BON-NRO-MAX

           INITIALIZE BONO-REG
           MOVE WS-BON-NRO-MAX    TO BON-NRO
           MOVE WS-FECHA-HOY      TO BON-FECHA-VENTA
           MOVE W-FECHA-VENCE     TO BON-FECHA-VENCE
           MOVE W-VALOR           TO BON-VALOR BON-SALDO
           SET BON-ACTIVO TO TRUE
           MOVE W-CLI-ID          TO BON-CLI-ID
           MOVE W-MEDIO           TO BON-MEDIO
           MOVE WS-CJS-NRO-ACTIVA TO BON-SESION-CAJA
           MOVE WS-USUARIO-SESION TO BON-USUARIO
           MOVE 0 TO BON-FECHA-BAJA BON-VALOR-VENCIDO
           WRITE BONO-REG

      *> El cobro queda como medio de pago del bono en la sesion de caja
      *> (el efectivo suma al arqueo, la tarjeta va al cruce del datafono)
           MOVE "B"               TO MPG-TIPO-DOC
           MOVE BON-NRO           TO MPG-DOC-NRO
           MOVE 1                 TO MPG-SEC
           MOVE WS-FECHA-HOY      TO MPG-FECHA
           MOVE WS-CJS-NRO-ACTIVA TO MPG-SESION-CAJA
           MOVE W-MEDIO           TO MPG-MEDIO
           MOVE BON-VALOR         TO MPG-MONTO
           MOVE 0 TO MPG-CONC-FECHA MPG-MONTO-ABONADO
                     MPG-COMISION MPG-RETENCION
                     MPG-NCR-NRO MPG-BONO-NRO
           IF MPG-TARJETA
               MOVE W-TJ-FRANQUICIA   TO MPG-FRANQUICIA
               MOVE W-TJ-AUTORIZACION TO MPG-AUTORIZACION
               MOVE W-TJ-VOUCHER      TO MPG-VOUCHER
               SET MPG-CONC-PENDIENTE TO TRUE
               MOVE 0 TO MPG-RECIBIDO
           ELSE
               MOVE SPACES TO MPG-FRANQUICIA MPG-AUTORIZACION
               MOVE 0 TO MPG-VOUCHER
               SET MPG-CONC-NO-APLICA TO TRUE
               MOVE BON-VALOR TO MPG-RECIBIDO
           END-IF
           WRITE MEDIO-PAGO-REG

           MOVE 1               TO BOM-SEC
           MOVE BON-NRO         TO BOM-BON-NRO
           MOVE WS-FECHA-HOY    TO BOM-FECHA
           SET BOM-VENTA TO TRUE
           MOVE BON-VALOR       TO BOM-MONTO BOM-SALDO
           MOVE "B"             TO BOM-DOC-TIPO
           MOVE BON-NRO         TO BOM-DOC-NRO
           MOVE WS-USUARIO-SESION TO BOM-USUARIO
           WRITE BONO-MOV-REG

      *> Caja contra el pasivo por bonos (la venta no causa IVA)
           PERFORM SIGUIENTE-ASIENTO
           MOVE "H" TO WS-AST-TIPO
           MOVE BON-FECHA-VENTA TO WS-AST-FECHA
           MOVE BON-NRO TO WS-AST-DOC
           MOVE SPACES TO WS-AST-DETALLE
           STRING "VENTA BONO REGALO " BON-NRO
               DELIMITED BY SIZE INTO WS-AST-DETALLE
           MOVE WS-CTA-CAJA TO AST-CUENTA
           MOVE BON-VALOR TO AST-DEBE
           MOVE 0 TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO
           MOVE WS-CTA-PASIVO TO AST-CUENTA
           MOVE 0 TO AST-DEBE
           MOVE BON-VALOR TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO

           MOVE "VENTA" TO WS-AUD-ACCION
           MOVE BON-NRO TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE BON-VALOR TO WS-EDIT-MONTO
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "VALOR " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA.

      *> ------------------------------------------------------------
      *> Consulta: saldo del bono e historial de uso
      *> ------------------------------------------------------------
       CONSULTAR-BONO.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           MOVE 0 TO W-BON-NRO
           DISPLAY "NRO DE BONO (0=VOLVER): " LINE 05 COL 10
           ACCEPT W-BON-NRO LINE 05 COL 35
           IF W-BON-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-BON-NRO TO BON-NRO
           READ BONOS
               INVALID KEY
                   DISPLAY "BONO NO EXISTE" LINE 22 COL 10
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 26
                   EXIT PARAGRAPH
           END-READ
           PERFORM DESCRIBIR-ESTADO

           MOVE BON-VALOR TO WS-EDIT-MONTO
           MOVE BON-SALDO TO WS-EDIT-MONTO2
           DISPLAY "VENDIDO: " LINE 06 COL 10
           DISPLAY BON-FECHA-VENTA LINE 06 COL 19
           DISPLAY "VENCE: " LINE 06 COL 30
           DISPLAY BON-FECHA-VENCE LINE 06 COL 37
           DISPLAY "ESTADO: " LINE 06 COL 48
           DISPLAY WS-ESTADO-DESC LINE 06 COL 56
           DISPLAY "VALOR: " LINE 07 COL 10
           DISPLAY WS-EDIT-MONTO LINE 07 COL 17
           DISPLAY "SALDO: " LINE 07 COL 34
           DISPLAY WS-EDIT-MONTO2 LINE 07 COL 41
           IF BON-CLI-ID NOT = 0
               MOVE BON-CLI-ID TO CLI-ID
               READ CLIENTES
                   INVALID KEY MOVE SPACES TO CLI-NOMBRE
               END-READ
               DISPLAY "CLIENTE: " LINE 08 COL 10
               DISPLAY BON-CLI-ID LINE 08 COL 19
               DISPLAY CLI-NOMBRE LINE 08 COL 27
           END-IF

           DISPLAY "FECHA     MOVIMIENTO  DOCUMENTO           MONTO           SALDO USUARIO"
                   LINE 10 COL 05
           MOVE 11 TO WS-FILA
           SET NO-FIN-BOM TO TRUE
           MOVE BON-NRO TO BOM-BON-NRO
           MOVE 0 TO BOM-SEC
           START BONOS-MOV KEY IS NOT LESS THAN BOM-CLAVE
               INVALID KEY SET FIN-BOM TO TRUE
           END-START
           PERFORM UNTIL FIN-BOM
               READ BONOS-MOV NEXT RECORD
                   AT END SET FIN-BOM TO TRUE
                   NOT AT END
                       IF BOM-BON-NRO NOT = BON-NRO
                           SET FIN-BOM TO TRUE
                       ELSE
                           PERFORM MOSTRAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "FIN DEL HISTORIAL - ENTER PARA VOLVER" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 49.

       MOSTRAR-MOVIMIENTO.
           IF WS-FILA > 21
               DISPLAY "ENTER PARA CONTINUAR..." LINE 23 COL 10
               ACCEPT WS-PAUSA LINE 23 COL 34
               DISPLAY " " LINE 11 COL 01 ERASE EOS
               MOVE 11 TO WS-FILA
           END-IF
           PERFORM DESCRIBIR-MOVIMIENTO
           MOVE BOM-MONTO TO WS-EDIT-MONTO
           MOVE BOM-SALDO TO WS-EDIT-MONTO2
           DISPLAY BOM-FECHA LINE WS-FILA COL 05
           DISPLAY WS-TIPO-DESC LINE WS-FILA COL 15
           DISPLAY BOM-DOC-TIPO LINE WS-FILA COL 27
           DISPLAY BOM-DOC-NRO LINE WS-FILA COL 29
           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 37
           DISPLAY WS-EDIT-MONTO2 LINE WS-FILA COL 52
           DISPLAY BOM-USUARIO LINE WS-FILA COL 67
           ADD 1 TO WS-FILA.

       DESCRIBIR-ESTADO.
           EVALUATE TRUE
               WHEN BON-VENCIDO
                   MOVE "VENCIDO" TO WS-ESTADO-DESC
               WHEN BON-FECHA-VENCE < WS-FECHA-HOY
                   MOVE "POR VENCER" TO WS-ESTADO-DESC
               WHEN BON-AGOTADO
                   MOVE "AGOTADO" TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE "ACTIVO" TO WS-ESTADO-DESC
           END-EVALUATE.

       DESCRIBIR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN BOM-VENTA
                   MOVE "VENTA" TO WS-TIPO-DESC
               WHEN BOM-REDENCION
                   MOVE "REDENCION" TO WS-TIPO-DESC
               WHEN BOM-DEVOLUCION
                   MOVE "DEVOLUCION" TO WS-TIPO-DESC
               WHEN BOM-VENCIMIENTO
                   MOVE "VENCIMIENTO" TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE BOM-TIPO TO WS-TIPO-DESC
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Reporte de pasivo: vigente, vencido por procesar y vencido ya
      *> pasado al ingreso
      *> ------------------------------------------------------------
       REPORTE-PASIVO.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           MOVE 0 TO WS-TOTAL-VIGENTE WS-TOTAL-POR-VENC WS-TOTAL-INGRESO
                     WS-CANT-VIGENTE WS-CANT-POR-VENC WS-CANT-INGRESO

           OPEN OUTPUT BONOS-PLANO
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "PASIVO POR BONOS DE REGALO AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "BONO     VENTA    VENCE    CLIENTE  ESTADO              VALOR           SALDO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO BON-NRO
           START BONOS KEY IS NOT LESS THAN BON-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ BONOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       PERFORM ACUMULAR-PASIVO
               END-READ
           END-PERFORM

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOTAL-VIGENTE TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "PASIVO VIGENTE (" WS-CANT-VIGENTE " BONOS):          "
                  WS-EDIT-MONTO DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOTAL-POR-VENC TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "VENCIDO POR PASAR AL INGRESO (" WS-CANT-POR-VENC
                  " BONOS):" WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOTAL-INGRESO TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "VENCIDO YA LLEVADO AL INGRESO (" WS-CANT-INGRESO
                  " BONOS):" WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE BONOS-PLANO

           MOVE "BONOSPAS" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING "CORTE " WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "bonos.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           MOVE WS-TOTAL-VIGENTE TO WS-EDIT-MONTO
           MOVE WS-TOTAL-POR-VENC TO WS-EDIT-MONTO2
           DISPLAY "PASIVO VIGENTE: " LINE 06 COL 10
           DISPLAY WS-EDIT-MONTO LINE 06 COL 40
           DISPLAY "VENCIDO POR PASAR AL INGRESO: " LINE 07 COL 10
           DISPLAY WS-EDIT-MONTO2 LINE 07 COL 40
           DISPLAY "REPORTE 'bonos.txt' ENVIADO AL SPOOL" LINE 09 COL 10
           ACCEPT WS-PAUSA LINE 09 COL 48.

       ACUMULAR-PASIVO.
           EVALUATE TRUE
               WHEN BON-VENCIDO
                   IF BON-VALOR-VENCIDO = 0
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CANT-INGRESO
                   ADD BON-VALOR-VENCIDO TO WS-TOTAL-INGRESO
               WHEN BON-SALDO <= 0
                   EXIT PARAGRAPH
               WHEN BON-FECHA-VENCE < WS-FECHA-HOY
                   ADD 1 TO WS-CANT-POR-VENC
                   ADD BON-SALDO TO WS-TOTAL-POR-VENC
               WHEN OTHER
                   ADD 1 TO WS-CANT-VIGENTE
                   ADD BON-SALDO TO WS-TOTAL-VIGENTE
           END-EVALUATE
           PERFORM DESCRIBIR-ESTADO
           MOVE BON-VALOR TO WS-EDIT-MONTO
           IF BON-VENCIDO
               MOVE BON-VALOR-VENCIDO TO WS-EDIT-MONTO2
           ELSE
               MOVE BON-SALDO TO WS-EDIT-MONTO2
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           STRING BON-NRO " " BON-FECHA-VENTA " " BON-FECHA-VENCE " "
                  BON-CLI-ID "  " WS-ESTADO-DESC WS-EDIT-MONTO " "
                  WS-EDIT-MONTO2
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

      *> ------------------------------------------------------------
      *> Vencimiento: el saldo no usado de los bonos vencidos pasa del
      *> pasivo al ingreso
      *> ------------------------------------------------------------
       VENCER-BONOS.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           IF NOT SESION-SUPERVISOR
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 12 COL 18
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 18
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VENCER BONOS CON FECHA DE VENCIMIENTO ANTERIOR A"
                   LINE 05 COL 10
           DISPLAY "FECHA DE CORTE (AAAAMMDD): " LINE 06 COL 10
           MOVE WS-FECHA-HOY TO W-FECHA
           ACCEPT W-FECHA LINE 06 COL 38
           IF W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              OR W-FECHA > WS-FECHA-HOY
               DISPLAY "FECHA INVALIDA" LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 26
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-HOY(1:6) TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO CONTABLE CERRADO - NO SE PUEDE GRABAR"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 57
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA EL VENCIMIENTO [S/N]? " LINE 08 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 08 COL 42
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CANT-VENCIDOS WS-TOTAL-VENCIDO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO BON-NRO
           START BONOS KEY IS NOT LESS THAN BON-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ BONOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF (BON-ACTIVO OR BON-VENCIDO)
                          AND BON-SALDO > 0
                          AND BON-FECHA-VENCE < W-FECHA
                           PERFORM VENCER-UN-BONO
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOTAL-VENCIDO TO WS-EDIT-MONTO
           DISPLAY "BONOS VENCIDOS: " LINE 10 COL 10
           DISPLAY WS-CANT-VENCIDOS LINE 10 COL 34
           DISPLAY "LLEVADO AL INGRESO: " LINE 11 COL 10
           DISPLAY WS-EDIT-MONTO LINE 11 COL 34
           ACCEPT WS-PAUSA LINE 11 COL 52.

       VENCER-UN-BONO.
           MOVE BON-SALDO TO WS-SALDO-ANT
           PERFORM SIGUIENTE-ASIENTO
           MOVE "J" TO WS-AST-TIPO
           MOVE WS-FECHA-HOY TO WS-AST-FECHA
           MOVE BON-NRO TO WS-AST-DOC
           MOVE SPACES TO WS-AST-DETALLE
           STRING "VENCE BONO REGALO " BON-NRO
               DELIMITED BY SIZE INTO WS-AST-DETALLE
           MOVE WS-CTA-PASIVO TO AST-CUENTA
           MOVE WS-SALDO-ANT TO AST-DEBE
           MOVE 0 TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO
           MOVE WS-CTA-INGRESO TO AST-CUENTA
           MOVE 0 TO AST-DEBE
           MOVE WS-SALDO-ANT TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO

           SET BON-VENCIDO TO TRUE
           MOVE WS-FECHA-HOY TO BON-FECHA-BAJA
           ADD WS-SALDO-ANT TO BON-VALOR-VENCIDO
           MOVE 0 TO BON-SALDO
           REWRITE BONO-REG

      *> Ultimo movimiento del bono para continuar la secuencia
           MOVE 0 TO WS-BOM-SEC
           SET NO-FIN-BOM TO TRUE
           MOVE BON-NRO TO BOM-BON-NRO
           MOVE 0 TO BOM-SEC
           START BONOS-MOV KEY IS NOT LESS THAN BOM-CLAVE
               INVALID KEY SET FIN-BOM TO TRUE
           END-START
           PERFORM UNTIL FIN-BOM
               READ BONOS-MOV NEXT RECORD
                   AT END SET FIN-BOM TO TRUE
                   NOT AT END
                       IF BOM-BON-NRO NOT = BON-NRO
                           SET FIN-BOM TO TRUE
                       ELSE
                           MOVE BOM-SEC TO WS-BOM-SEC
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-BOM-SEC
           MOVE BON-NRO         TO BOM-BON-NRO
           MOVE WS-BOM-SEC      TO BOM-SEC
           MOVE WS-FECHA-HOY    TO BOM-FECHA
           SET BOM-VENCIMIENTO TO TRUE
           MOVE WS-SALDO-ANT    TO BOM-MONTO
           MOVE 0               TO BOM-SALDO
           MOVE "B"             TO BOM-DOC-TIPO
           MOVE BON-NRO         TO BOM-DOC-NRO
           MOVE WS-USUARIO-SESION TO BOM-USUARIO
           WRITE BONO-MOV-REG

           MOVE "VENCE" TO WS-AUD-ACCION
           MOVE BON-NRO TO WS-AUD-REG-CLAVE
           MOVE WS-SALDO-ANT TO WS-EDIT-MONTO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "SALDO " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE "SALDO 0 - AL INGRESO" TO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           ADD 1 TO WS-CANT-VENCIDOS
           ADD WS-SALDO-ANT TO WS-TOTAL-VENCIDO.

       SIGUIENTE-ASIENTO.
           MOVE "1" TO ATC-CLAVE
           READ NEXT-AST-NRO KEY IS ATC-CLAVE
               INVALID KEY MOVE 0 TO ATC-ULTIMO-NRO
           END-READ
           ADD 1 TO ATC-ULTIMO-NRO
           MOVE ATC-ULTIMO-NRO TO WS-AST-NRO
           REWRITE NEXT-AST-NRO-REG
           MOVE 0 TO WS-AST-ITEM.

       GRABAR-LINEA-ASIENTO.
           ADD 1 TO WS-AST-ITEM
           MOVE WS-AST-NRO TO AST-NRO
           MOVE WS-AST-ITEM TO AST-ITEM
           MOVE WS-AST-FECHA TO AST-FECHA
           MOVE WS-AST-FECHA(1:6) TO AST-PERIODO
           MOVE WS-AST-TIPO TO AST-TIPO-DOC
           MOVE WS-AST-DOC TO AST-DOC-NRO
           MOVE WS-AST-DETALLE TO AST-DETALLE
           MOVE SPACES TO AST-CCOSTO
           WRITE ASIENTO-REG.

       ESCRIBIR-REPORTE.
           WRITE REG-BONOS-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM BONOS01.
