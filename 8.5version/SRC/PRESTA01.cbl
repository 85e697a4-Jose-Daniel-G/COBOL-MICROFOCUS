       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Obligaciones financieras de la empresa (prestamos
      *> *           bancarios y leasing): registro con acreedor, cuenta
      *> *           bancaria, capital, tasa y plazo; tabla de
      *> *           amortizacion de cuota fija; pago mensual de cuota
      *> *           separando capital e interes, con su asiento y el
      *> *           descuento del saldo del banco; y reporte de la
      *> *           deuda vigente a cualquier fecha
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTA01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "obligacion.sel".
           COPY "oblcuota.sel".
           COPY "ctabanco.sel".
           COPY "asiento.sel".
           COPY "astctrl.sel".
           COPY "cuentas.sel".
           COPY "periodo.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "obligacion.fd".
           COPY "oblcuota.fd".
           COPY "ctabanco.fd".
           COPY "asiento.fd".
           COPY "astctrl.fd".
           COPY "cuentas.fd".
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
       01 ST-OBLIGACIONES   PIC XX.
       01 ST-OBLCUOTAS      PIC XX.
       01 ST-CTABANCO       PIC XX.
       01 ST-ASIENTOS       PIC XX.
       01 ST-NEXT-AST       PIC XX.
       01 ST-CUENTAS        PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESPUESTA      PIC X.
       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-FILA           PIC 99.

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-CUOTAS      PIC X VALUE "N".
          88 FIN-CUOTAS        VALUE "S".
          88 NO-FIN-CUOTAS     VALUE "N".

      *> Captura del registro de una obligacion
       01 W-OBL-NRO         PIC 9(04).
       01 W-ACREEDOR        PIC X(30).
       01 W-TIPO            PIC X(01).
       01 W-CTB             PIC X(04).
       01 W-CAPITAL         PIC 9(11)V99.
       01 W-TASA            PIC 9(03)V9(04).
       01 W-PLAZO           PIC 9(03).
       01 W-FECHA-DESEMB    PIC 9(08).
       01 W-PRIMER-VENCE    PIC 9(08).
       01 W-CTA-PASIVO      PIC X(08).
       01 W-CTA-INTERES     PIC X(08).
       01 W-CTA-BANCO       PIC X(08).
       01 W-FECHA-PAGO      PIC 9(08).
       01 W-FECHA-CORTE     PIC 9(08).
       01 WS-CTA-VALIDAR    PIC X(08).
       01 WS-CTA-OK         PIC X(01).

      *> Cuota fija: capital * i / (1 - (1 + i) ** -n), con i la
      *> tasa mensual
       01 WS-TASA-MES       PIC 9V9(09).
       01 WS-FACTOR-POT     PIC 9(07)V9(09).
       01 WS-VALOR-CUOTA    PIC S9(11)V99.
       01 WS-SALDO-CAPITAL  PIC S9(11)V99.
       01 WS-NUM-CUOTA      PIC 9(03).

      *> Vencimientos mensuales conservando el dia del primero
       01 WS-FECHA-CUOTA    PIC 9(08).
       01 WS-FECHA-CUOTA-R REDEFINES WS-FECHA-CUOTA.
          05 WS-FC-ANIO        PIC 9(04).
          05 WS-FC-MES         PIC 9(02).
          05 WS-FC-DIA         PIC 9(02).
       01 WS-DIA-BASE       PIC 9(02).
       01 WS-FECHA-AUX      PIC 9(08).
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
          05 WS-FA-ANIO        PIC 9(04).
          05 WS-FA-MES         PIC 9(02).
          05 WS-FA-DIA         PIC 9(02).
       01 WS-ULTIMO-DIA     PIC 9(02).
       01 WS-FECHA-INT      PIC 9(09).
       01 WS-CORTE-INT      PIC 9(09).
       01 WS-VENCE-INT      PIC 9(09).

      *> Asiento
       01 WS-AST-NRO        PIC 9(07).
       01 WS-AST-ITEM       PIC 9(02).
       01 WS-AST-FECHA      PIC 9(08).
       01 WS-AST-DOC        PIC 9(07).
       01 WS-AST-DETALLE    PIC X(30).

      *> Reporte de deuda
       01 WS-PAGADO-CORTE   PIC S9(11)V99.
       01 WS-SALDO-CORTE    PIC S9(11)V99.
       01 WS-CORRIENTE      PIC S9(11)V99.
       01 WS-LARGO-PLAZO    PIC S9(11)V99.
       01 WS-CUOTAS-MORA    PIC 9(03).
       01 WS-PROXIMO-VENCE  PIC 9(08).
       01 WS-TOT-SALDO      PIC S9(13)V99.
       01 WS-TOT-CORRIENTE  PIC S9(13)V99.
       01 WS-TOT-LARGO      PIC S9(13)V99.
       01 WS-CANT-OBLIG     PIC 9(04).

       01 WS-EDIT-MONTO     PIC -(10)9.99.
       01 WS-EDIT-MONTO2    PIC -(10)9.99.
       01 WS-EDIT-MONTO3    PIC -(10)9.99.
       01 WS-EDIT-MONTO4    PIC -(10)9.99.
       01 WS-EDIT-TASA      PIC ZZ9.9999.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ABRIR-AUDITORIA
           MOVE "PRESTA01" TO WS-AUD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "OBLIGACIONES FINANCIERAS (PRESTAMOS Y LEASING)"
                       LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "1. REGISTRAR OBLIGACION" LINE 05 COL 10
               DISPLAY "2. TABLA DE AMORTIZACION" LINE 06 COL 10
               DISPLAY "3. PAGAR CUOTA" LINE 07 COL 10
               DISPLAY "4. DEUDA VIGENTE A UNA FECHA" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM REGISTRAR-OBLIGACION
                   WHEN "2"
                       PERFORM CONSULTAR-TABLA
                   WHEN "3"
                       PERFORM PAGAR-CUOTA
                   WHEN "4"
                       PERFORM REPORTE-DEUDA
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

       ABRIR-ARCHIVOS.
           OPEN I-O OBLIGACIONES
           IF ST-OBLIGACIONES = "35"
               OPEN OUTPUT OBLIGACIONES
               CLOSE OBLIGACIONES
               OPEN I-O OBLIGACIONES
           END-IF
           OPEN I-O OBLIG-CUOTAS
           IF ST-OBLCUOTAS = "35"
               OPEN OUTPUT OBLIG-CUOTAS
               CLOSE OBLIG-CUOTAS
               OPEN I-O OBLIG-CUOTAS
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
           OPEN INPUT PERIODOS-CONTABLES
           IF ST-PERIODOS = "35"
               OPEN OUTPUT PERIODOS-CONTABLES
               CLOSE PERIODOS-CONTABLES
               OPEN INPUT PERIODOS-CONTABLES
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE OBLIGACIONES
           CLOSE OBLIG-CUOTAS
           CLOSE CUENTAS-BANCO
           CLOSE ASIENTOS
           CLOSE NEXT-AST-NRO
           CLOSE PLAN-CUENTAS
           CLOSE PERIODOS-CONTABLES
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

      *> ------------------------------------------------------------
      *> Registro de la obligacion y su tabla de amortizacion
      *> ------------------------------------------------------------
       REGISTRAR-OBLIGACION.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           DISPLAY "ACREEDOR: " LINE 05 COL 10
           MOVE SPACES TO W-ACREEDOR
           ACCEPT W-ACREEDOR LINE 05 COL 21
           IF W-ACREEDOR = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TIPO (P=PRESTAMO L=LEASING): " LINE 06 COL 10
           MOVE "P" TO W-TIPO
           ACCEPT W-TIPO LINE 06 COL 40
           MOVE FUNCTION UPPER-CASE(W-TIPO) TO W-TIPO
           IF W-TIPO NOT = "P" AND W-TIPO NOT = "L"
               DISPLAY "TIPO INVALIDO" LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 25
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUENTA BANCARIA (CTABANCO): " LINE 07 COL 10
           MOVE SPACES TO W-CTB
           ACCEPT W-CTB LINE 07 COL 39
           MOVE FUNCTION UPPER-CASE(W-CTB) TO CTB-CODIGO
           READ CUENTAS-BANCO
               INVALID KEY
                   DISPLAY "CUENTA BANCARIA NO EXISTE" LINE 22 COL 10
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 37
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CAPITAL: " LINE 08 COL 10
           MOVE 0 TO W-CAPITAL
           ACCEPT W-CAPITAL LINE 08 COL 20
           DISPLAY "TASA NOMINAL ANUAL %: " LINE 09 COL 10
           MOVE 0 TO W-TASA
           ACCEPT W-TASA LINE 09 COL 33
           DISPLAY "PLAZO EN MESES: " LINE 10 COL 10
           MOVE 0 TO W-PLAZO
           ACCEPT W-PLAZO LINE 10 COL 27
           IF W-CAPITAL = 0 OR W-PLAZO = 0 OR W-PLAZO > 360
               DISPLAY "CAPITAL O PLAZO INVALIDO (PLAZO 1 A 360)"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 52
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FECHA DESEMBOLSO (AAAAMMDD): " LINE 11 COL 10
           MOVE WS-FECHA-HOY TO W-FECHA-DESEMB
           ACCEPT W-FECHA-DESEMB LINE 11 COL 40
           DISPLAY "PRIMER VENCIMIENTO (AAAAMMDD): " LINE 12 COL 10
           MOVE 0 TO W-PRIMER-VENCE
           ACCEPT W-PRIMER-VENCE LINE 12 COL 42
           MOVE W-FECHA-DESEMB TO WS-FECHA-AUX
           IF WS-FA-MES < 1 OR WS-FA-MES > 12
              OR WS-FA-DIA < 1 OR WS-FA-DIA > 31
               DISPLAY "FECHA DE DESEMBOLSO INVALIDA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF
           MOVE W-PRIMER-VENCE TO WS-FECHA-AUX
           IF WS-FA-MES < 1 OR WS-FA-MES > 12
              OR WS-FA-DIA < 1 OR WS-FA-DIA > 31
              OR W-PRIMER-VENCE NOT > W-FECHA-DESEMB
               DISPLAY "PRIMER VENCIMIENTO INVALIDO" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CUENTA CONTABLE DEL PASIVO: " LINE 13 COL 10
           MOVE SPACES TO W-CTA-PASIVO
           ACCEPT W-CTA-PASIVO LINE 13 COL 39
           MOVE FUNCTION UPPER-CASE(W-CTA-PASIVO) TO W-CTA-PASIVO
           DISPLAY "CUENTA CONTABLE DEL GASTO INTERES: " LINE 14 COL 10
           MOVE SPACES TO W-CTA-INTERES
           ACCEPT W-CTA-INTERES LINE 14 COL 46
           MOVE FUNCTION UPPER-CASE(W-CTA-INTERES) TO W-CTA-INTERES
           DISPLAY "CUENTA CONTABLE DEL BANCO: " LINE 15 COL 10
           MOVE SPACES TO W-CTA-BANCO
           ACCEPT W-CTA-BANCO LINE 15 COL 38
           MOVE FUNCTION UPPER-CASE(W-CTA-BANCO) TO W-CTA-BANCO
           MOVE W-CTA-PASIVO TO WS-CTA-VALIDAR
           PERFORM VALIDAR-CUENTA
           IF WS-CTA-OK = "S"
               MOVE W-CTA-INTERES TO WS-CTA-VALIDAR
               PERFORM VALIDAR-CUENTA
           END-IF
           IF WS-CTA-OK = "S"
               MOVE W-CTA-BANCO TO WS-CTA-VALIDAR
               PERFORM VALIDAR-CUENTA
           END-IF
           IF WS-CTA-OK = "N"
               DISPLAY "CUENTA CONTABLE NO EXISTE: " LINE 22 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY WS-CTA-VALIDAR LINE 22 COL 38 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 48
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULAR-VALOR-CUOTA
           MOVE WS-VALOR-CUOTA TO WS-EDIT-MONTO
           DISPLAY "VALOR DE LA CUOTA MENSUAL: " LINE 17 COL 10
           DISPLAY WS-EDIT-MONTO LINE 17 COL 38
           DISPLAY "CONFIRMA EL REGISTRO [S/N]? " LINE 18 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 18 COL 39
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM SIGUIENTE-OBLIGACION
           INITIALIZE OBLIGACION-REG
           MOVE W-OBL-NRO       TO OBL-NRO
           MOVE W-ACREEDOR      TO OBL-ACREEDOR
           MOVE W-TIPO          TO OBL-TIPO
           MOVE CTB-CODIGO      TO OBL-CTB-CODIGO
           MOVE W-CAPITAL       TO OBL-CAPITAL
           MOVE W-TASA          TO OBL-TASA
           MOVE W-PLAZO         TO OBL-PLAZO
           MOVE W-FECHA-DESEMB  TO OBL-FECHA-DESEMB
           MOVE W-PRIMER-VENCE  TO OBL-PRIMER-VENCE
           MOVE WS-VALOR-CUOTA  TO OBL-VALOR-CUOTA
           MOVE W-CAPITAL       TO OBL-SALDO
           MOVE W-CTA-PASIVO    TO OBL-CTA-PASIVO
           MOVE W-CTA-INTERES   TO OBL-CTA-INTERES
           MOVE W-CTA-BANCO     TO OBL-CTA-BANCO
           SET OBL-VIGENTE TO TRUE
           MOVE WS-USUARIO-SESION TO OBL-USUARIO
           WRITE OBLIGACION-REG
           PERFORM GENERAR-TABLA

           MOVE "ALTA" TO WS-AUD-ACCION
           MOVE OBL-NRO TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE OBL-ACREEDOR TO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           DISPLAY "OBLIGACION REGISTRADA NRO " LINE 19 COL 10
           DISPLAY OBL-NRO LINE 19 COL 37

      *> Un prestamo que ya venia de antes no pasa otra vez por el
      *> banco: solo los nuevos registran el desembolso
           DISPLAY "REGISTRAR EL DESEMBOLSO EN BANCO Y LIBRO [S/N]? "
                   LINE 20 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 20 COL 59
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
               PERFORM REGISTRAR-DESEMBOLSO
           END-IF
           ACCEPT WS-PAUSA LINE 22 COL 10.

       VALIDAR-CUENTA.
           MOVE "S" TO WS-CTA-OK
           MOVE WS-CTA-VALIDAR TO CTA-CODIGO
           READ PLAN-CUENTAS
               INVALID KEY MOVE "N" TO WS-CTA-OK
           END-READ.

       SIGUIENTE-OBLIGACION.
           MOVE 0 TO W-OBL-NRO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO OBL-NRO
           START OBLIGACIONES KEY IS NOT LESS THAN OBL-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ OBLIGACIONES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END MOVE OBL-NRO TO W-OBL-NRO
               END-READ
           END-PERFORM
           ADD 1 TO W-OBL-NRO.

       CALCULAR-VALOR-CUOTA.
           COMPUTE WS-TASA-MES = W-TASA / 1200
           IF WS-TASA-MES = 0
               COMPUTE WS-VALOR-CUOTA ROUNDED = W-CAPITAL / W-PLAZO
           ELSE
               COMPUTE WS-FACTOR-POT = (1 + WS-TASA-MES) ** W-PLAZO
               COMPUTE WS-VALOR-CUOTA ROUNDED =
                   W-CAPITAL * WS-TASA-MES * WS-FACTOR-POT
                   / (WS-FACTOR-POT - 1)
           END-IF.

       GENERAR-TABLA.
      *> La ultima cuota absorbe el redondeo y deja el saldo en cero
           MOVE OBL-CAPITAL TO WS-SALDO-CAPITAL
           MOVE OBL-PRIMER-VENCE TO WS-FECHA-CUOTA
           MOVE WS-FC-DIA TO WS-DIA-BASE
           PERFORM VARYING WS-NUM-CUOTA FROM 1 BY 1
                   UNTIL WS-NUM-CUOTA > OBL-PLAZO
               INITIALIZE OBLCUOTA-REG
               MOVE OBL-NRO TO OBC-OBL-NRO
               MOVE WS-NUM-CUOTA TO OBC-NUMERO
               MOVE WS-FECHA-CUOTA TO OBC-FECHA-VENCE
               COMPUTE OBC-INTERES ROUNDED = WS-SALDO-CAPITAL * WS-TASA-MES
               IF WS-NUM-CUOTA = OBL-PLAZO
                   MOVE WS-SALDO-CAPITAL TO OBC-CAPITAL
               ELSE
                   COMPUTE OBC-CAPITAL = OBL-VALOR-CUOTA - OBC-INTERES
               END-IF
               COMPUTE OBC-VALOR = OBC-CAPITAL + OBC-INTERES
               SUBTRACT OBC-CAPITAL FROM WS-SALDO-CAPITAL
               MOVE WS-SALDO-CAPITAL TO OBC-SALDO-DESPUES
               SET OBC-PENDIENTE TO TRUE
               MOVE 0 TO OBC-FECHA-PAGO OBC-AST-NRO
               WRITE OBLCUOTA-REG
               PERFORM SUMAR-MES
           END-PERFORM.

       SUMAR-MES.
      *> Mes siguiente con el dia del primer vencimiento, o el ultimo
      *> dia del mes cuando este es mas corto
           IF WS-FC-MES = 12
               ADD 1 TO WS-FC-ANIO
               MOVE 1 TO WS-FC-MES
           ELSE
               ADD 1 TO WS-FC-MES
           END-IF
           MOVE WS-FC-ANIO TO WS-FA-ANIO
           MOVE WS-FC-MES TO WS-FA-MES
           MOVE 1 TO WS-FA-DIA
           IF WS-FA-MES = 12
               ADD 1 TO WS-FA-ANIO
               MOVE 1 TO WS-FA-MES
           ELSE
               ADD 1 TO WS-FA-MES
           END-IF
           COMPUTE WS-FECHA-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-FECHA-INT) TO WS-FECHA-AUX
           MOVE WS-FA-DIA TO WS-ULTIMO-DIA
           IF WS-DIA-BASE > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-FC-DIA
           ELSE
               MOVE WS-DIA-BASE TO WS-FC-DIA
           END-IF.

       REGISTRAR-DESEMBOLSO.
           MOVE OBL-FECHA-DESEMB(1:6) TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO DEL DESEMBOLSO CERRADO - NO SE CONTABILIZA"
                       LINE 21 COL 10 WITH REVERSE-VIDEO
               EXIT PARAGRAPH
           END-IF
           MOVE OBL-CTB-CODIGO TO CTB-CODIGO
           READ CUENTAS-BANCO
               INVALID KEY EXIT PARAGRAPH
           END-READ
           ADD OBL-CAPITAL TO CTB-SALDO
           REWRITE CUENTA-BANCO-REG

           PERFORM SIGUIENTE-ASIENTO
           MOVE OBL-FECHA-DESEMB TO WS-AST-FECHA
           COMPUTE WS-AST-DOC = OBL-NRO * 1000
           MOVE SPACES TO WS-AST-DETALLE
           STRING "DESEMBOLSO OBLIGACION " OBL-NRO
               DELIMITED BY SIZE INTO WS-AST-DETALLE
           MOVE OBL-CTA-BANCO TO AST-CUENTA
           MOVE OBL-CAPITAL TO AST-DEBE
           MOVE 0 TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO
           MOVE OBL-CTA-PASIVO TO AST-CUENTA
           MOVE 0 TO AST-DEBE
           MOVE OBL-CAPITAL TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO
           DISPLAY "DESEMBOLSO CONTABILIZADO EN ASIENTO " LINE 21 COL 10
           DISPLAY WS-AST-NRO LINE 21 COL 47.

      *> ------------------------------------------------------------
      *> Consulta de la tabla de amortizacion
      *> ------------------------------------------------------------
       PEDIR-OBLIGACION.
           MOVE 0 TO W-OBL-NRO
           DISPLAY "NRO DE OBLIGACION (0=VOLVER): " LINE 05 COL 10
           ACCEPT W-OBL-NRO LINE 05 COL 41
           IF W-OBL-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-OBL-NRO TO OBL-NRO
           READ OBLIGACIONES
               INVALID KEY
                   DISPLAY "OBLIGACION NO EXISTE" LINE 22 COL 10
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 32
                   MOVE 0 TO W-OBL-NRO
           END-READ.

       CONSULTAR-TABLA.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           PERFORM PEDIR-OBLIGACION
           IF W-OBL-NRO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT OBLIGACIONES-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE OBL-CAPITAL TO WS-EDIT-MONTO
           MOVE OBL-TASA TO WS-EDIT-TASA
           MOVE SPACES TO WS-LINEA-REP
           STRING "TABLA DE AMORTIZACION - OBLIGACION " OBL-NRO " "
                  OBL-ACREEDOR " CAPITAL " WS-EDIT-MONTO
                  " TASA " WS-EDIT-TASA "% PLAZO " OBL-PLAZO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "CUOTA  VENCE            CAPITAL         INTERES           CUOTA     SALDO CAPITAL  ESTADO   PAGADA  ASIENTO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE

           DISPLAY OBL-ACREEDOR LINE 05 COL 47
           DISPLAY "CUOTA VENCE         CAPITAL      INTERES        SALDO EST"
                   LINE 07 COL 05
           MOVE 8 TO WS-FILA
           SET NO-FIN-CUOTAS TO TRUE
           MOVE OBL-NRO TO OBC-OBL-NRO
           MOVE 0 TO OBC-NUMERO
           START OBLIG-CUOTAS KEY IS NOT LESS THAN OBC-CLAVE
               INVALID KEY SET FIN-CUOTAS TO TRUE
           END-START
           PERFORM UNTIL FIN-CUOTAS
               READ OBLIG-CUOTAS NEXT RECORD
                   AT END SET FIN-CUOTAS TO TRUE
                   NOT AT END
                       IF OBC-OBL-NRO NOT = OBL-NRO
                           SET FIN-CUOTAS TO TRUE
                       ELSE
                           PERFORM MOSTRAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OBLIGACIONES-PLANO

           MOVE "AMORTIZA" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING "OBLIGACION " OBL-NRO DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "prestamos.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL
           DISPLAY "TABLA COMPLETA EN 'prestamos.txt'" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 45.

       MOSTRAR-CUOTA.
           MOVE OBC-CAPITAL TO WS-EDIT-MONTO
           MOVE OBC-INTERES TO WS-EDIT-MONTO2
           MOVE OBC-VALOR TO WS-EDIT-MONTO3
           MOVE OBC-SALDO-DESPUES TO WS-EDIT-MONTO4
           MOVE SPACES TO WS-LINEA-REP
           STRING OBC-NUMERO "    " OBC-FECHA-VENCE " " WS-EDIT-MONTO
                  " " WS-EDIT-MONTO2 " " WS-EDIT-MONTO3 " "
                  WS-EDIT-MONTO4 "  " OBC-ESTADO "        "
                  OBC-FECHA-PAGO " " OBC-AST-NRO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           IF WS-FILA > 21
               DISPLAY "ENTER PARA CONTINUAR..." LINE 23 COL 10
               ACCEPT WS-PAUSA LINE 23 COL 34
               DISPLAY " " LINE 8 COL 01 ERASE EOS
               MOVE 8 TO WS-FILA
           END-IF
           DISPLAY OBC-NUMERO LINE WS-FILA COL 05
           DISPLAY OBC-FECHA-VENCE LINE WS-FILA COL 11
           DISPLAY WS-EDIT-MONTO(4:11) LINE WS-FILA COL 20
           DISPLAY WS-EDIT-MONTO2(4:11) LINE WS-FILA COL 33
           DISPLAY WS-EDIT-MONTO4(4:11) LINE WS-FILA COL 46
           DISPLAY OBC-ESTADO LINE WS-FILA COL 60
           ADD 1 TO WS-FILA.

      *> ------------------------------------------------------------
      *> Pago de la cuota mas antigua pendiente
      *> ------------------------------------------------------------
       PAGAR-CUOTA.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           PERFORM PEDIR-OBLIGACION
           IF W-OBL-NRO = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT OBL-VIGENTE
               DISPLAY "LA OBLIGACION ESTA CANCELADA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF

           SET NO-FIN-CUOTAS TO TRUE
           MOVE OBL-NRO TO OBC-OBL-NRO
           MOVE 0 TO OBC-NUMERO
           START OBLIG-CUOTAS KEY IS NOT LESS THAN OBC-CLAVE
               INVALID KEY SET FIN-CUOTAS TO TRUE
           END-START
           MOVE 0 TO WS-NUM-CUOTA
           PERFORM UNTIL FIN-CUOTAS
               READ OBLIG-CUOTAS NEXT RECORD
                   AT END SET FIN-CUOTAS TO TRUE
                   NOT AT END
                       IF OBC-OBL-NRO NOT = OBL-NRO
                           SET FIN-CUOTAS TO TRUE
                       ELSE
                           IF OBC-PENDIENTE
                               MOVE OBC-NUMERO TO WS-NUM-CUOTA
                               SET FIN-CUOTAS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NUM-CUOTA = 0
               DISPLAY "NO HAY CUOTAS PENDIENTES" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 36
               EXIT PARAGRAPH
           END-IF

           DISPLAY OBL-ACREEDOR LINE 05 COL 47
           DISPLAY "CUOTA NRO: " LINE 07 COL 10
           DISPLAY OBC-NUMERO LINE 07 COL 30
           DISPLAY "VENCE: " LINE 08 COL 10
           DISPLAY OBC-FECHA-VENCE LINE 08 COL 30
           MOVE OBC-CAPITAL TO WS-EDIT-MONTO
           DISPLAY "ABONO A CAPITAL: " LINE 09 COL 10
           DISPLAY WS-EDIT-MONTO LINE 09 COL 30
           MOVE OBC-INTERES TO WS-EDIT-MONTO
           DISPLAY "INTERES: " LINE 10 COL 10
           DISPLAY WS-EDIT-MONTO LINE 10 COL 30
           MOVE OBC-VALOR TO WS-EDIT-MONTO
           DISPLAY "VALOR A PAGAR: " LINE 11 COL 10
           DISPLAY WS-EDIT-MONTO LINE 11 COL 30

           MOVE OBL-CTB-CODIGO TO CTB-CODIGO
           READ CUENTAS-BANCO
               INVALID KEY
                   DISPLAY "LA CUENTA BANCARIA DE LA OBLIGACION NO EXISTE"
                           LINE 22 COL 10 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 57
                   EXIT PARAGRAPH
           END-READ
           MOVE CTB-SALDO TO WS-EDIT-MONTO
           DISPLAY "SALDO BANCO " LINE 12 COL 10
           DISPLAY CTB-CODIGO LINE 12 COL 22
           DISPLAY WS-EDIT-MONTO LINE 12 COL 30
           IF CTB-SALDO < OBC-VALOR
               DISPLAY "ATENCION: EL SALDO DEL BANCO NO ALCANZA"
                       LINE 13 COL 10 WITH REVERSE-VIDEO
           END-IF

           DISPLAY "FECHA DE PAGO (AAAAMMDD): " LINE 15 COL 10
           MOVE WS-FECHA-HOY TO W-FECHA-PAGO
           ACCEPT W-FECHA-PAGO LINE 15 COL 37
           MOVE W-FECHA-PAGO TO WS-FECHA-AUX
           IF WS-FA-MES < 1 OR WS-FA-MES > 12
              OR WS-FA-DIA < 1 OR WS-FA-DIA > 31
               DISPLAY "FECHA INVALIDA" LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 26
               EXIT PARAGRAPH
           END-IF
           MOVE W-FECHA-PAGO(1:6) TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO CONTABLE CERRADO - NO SE PUEDE GRABAR"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 57
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA EL PAGO [S/N]? " LINE 16 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 16 COL 35
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

      *> Asiento: capital al pasivo, interes al gasto, total al banco
           PERFORM SIGUIENTE-ASIENTO
           MOVE W-FECHA-PAGO TO WS-AST-FECHA
           COMPUTE WS-AST-DOC = OBL-NRO * 1000 + OBC-NUMERO
           MOVE SPACES TO WS-AST-DETALLE
           STRING "CUOTA " OBC-NUMERO " OBLIGACION " OBL-NRO
               DELIMITED BY SIZE INTO WS-AST-DETALLE
           IF OBC-CAPITAL > 0
               MOVE OBL-CTA-PASIVO TO AST-CUENTA
               MOVE OBC-CAPITAL TO AST-DEBE
               MOVE 0 TO AST-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           IF OBC-INTERES > 0
               MOVE OBL-CTA-INTERES TO AST-CUENTA
               MOVE OBC-INTERES TO AST-DEBE
               MOVE 0 TO AST-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           MOVE OBL-CTA-BANCO TO AST-CUENTA
           MOVE 0 TO AST-DEBE
           MOVE OBC-VALOR TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO

           SUBTRACT OBC-VALOR FROM CTB-SALDO
           REWRITE CUENTA-BANCO-REG

           SET OBC-PAGADA TO TRUE
           MOVE W-FECHA-PAGO TO OBC-FECHA-PAGO
           MOVE WS-AST-NRO TO OBC-AST-NRO
           REWRITE OBLCUOTA-REG

           SUBTRACT OBC-CAPITAL FROM OBL-SALDO
           IF OBC-NUMERO = OBL-PLAZO OR OBL-SALDO <= 0
               SET OBL-CANCELADA TO TRUE
           END-IF
           REWRITE OBLIGACION-REG

           MOVE "PAGO" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-REG-CLAVE
           STRING OBL-NRO "-" OBC-NUMERO DELIMITED BY SIZE
               INTO WS-AUD-REG-CLAVE
           MOVE OBC-VALOR TO WS-EDIT-MONTO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "PAGADO " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           DISPLAY "CUOTA PAGADA - ASIENTO " LINE 18 COL 10
           DISPLAY WS-AST-NRO LINE 18 COL 34
           IF OBL-CANCELADA
               DISPLAY "OBLIGACION CANCELADA EN SU TOTALIDAD"
                       LINE 19 COL 10
           END-IF
           ACCEPT WS-PAUSA LINE 19 COL 50.

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
           MOVE "L" TO AST-TIPO-DOC
           MOVE WS-AST-DOC TO AST-DOC-NRO
           MOVE WS-AST-DETALLE TO AST-DETALLE
           MOVE SPACES TO AST-CCOSTO
           WRITE ASIENTO-REG.

      *> ------------------------------------------------------------
      *> Deuda vigente a una fecha: capital menos lo pagado hasta esa
      *> fecha, separando la porcion corriente (lo vencido sin pagar y
      *> lo que vence en los 12 meses siguientes) del largo plazo
      *> ------------------------------------------------------------
       REPORTE-DEUDA.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           DISPLAY "FECHA DE CORTE (AAAAMMDD): " LINE 05 COL 10
           MOVE WS-FECHA-HOY TO W-FECHA-CORTE
           ACCEPT W-FECHA-CORTE LINE 05 COL 38
           MOVE W-FECHA-CORTE TO WS-FECHA-AUX
           IF WS-FA-MES < 1 OR WS-FA-MES > 12
              OR WS-FA-DIA < 1 OR WS-FA-DIA > 31
               DISPLAY "FECHA INVALIDA" LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 26
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CORTE-INT = FUNCTION INTEGER-OF-DATE(W-FECHA-CORTE)

           MOVE 0 TO WS-CANT-LINEAS WS-CANT-OBLIG
           MOVE 0 TO WS-TOT-SALDO WS-TOT-CORRIENTE WS-TOT-LARGO
           OPEN OUTPUT OBLIGACIONES-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "OBLIGACIONES FINANCIERAS - DEUDA VIGENTE AL "
                  W-FECHA-CORTE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "NRO  ACREEDOR                       T BANC    TASA%   SALDO CAPITAL       CORRIENTE     LARGO PLAZO MORA PROX.VENCE"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO OBL-NRO
           START OBLIGACIONES KEY IS NOT LESS THAN OBL-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ OBLIGACIONES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF OBL-FECHA-DESEMB <= W-FECHA-CORTE
                           PERFORM DEUDA-OBLIGACION
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-SALDO TO WS-EDIT-MONTO
           MOVE WS-TOT-CORRIENTE TO WS-EDIT-MONTO2
           MOVE WS-TOT-LARGO TO WS-EDIT-MONTO3
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL " WS-CANT-OBLIG " OBLIGACIONES"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE WS-EDIT-MONTO  TO WS-LINEA-REP(57:14)
           MOVE WS-EDIT-MONTO2 TO WS-LINEA-REP(72:14)
           MOVE WS-EDIT-MONTO3 TO WS-LINEA-REP(87:14)
           PERFORM ESCRIBIR-REPORTE
           CLOSE OBLIGACIONES-PLANO

           MOVE "DEUDAFIN" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING "CORTE " W-FECHA-CORTE DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "prestamos.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "OBLIGACIONES: " LINE 07 COL 10
           DISPLAY WS-CANT-OBLIG LINE 07 COL 35
           DISPLAY "SALDO DE CAPITAL: " LINE 08 COL 10
           DISPLAY WS-EDIT-MONTO LINE 08 COL 35
           DISPLAY "PORCION CORRIENTE: " LINE 09 COL 10
           DISPLAY WS-EDIT-MONTO2 LINE 09 COL 35
           DISPLAY "LARGO PLAZO: " LINE 10 COL 10
           DISPLAY WS-EDIT-MONTO3 LINE 10 COL 35
           DISPLAY "REPORTE 'prestamos.txt' ENVIADO AL SPOOL" LINE 12 COL 10
           ACCEPT WS-PAUSA LINE 12 COL 52.

       DEUDA-OBLIGACION.
           MOVE 0 TO WS-PAGADO-CORTE WS-CORRIENTE WS-CUOTAS-MORA
           MOVE 0 TO WS-PROXIMO-VENCE
           SET NO-FIN-CUOTAS TO TRUE
           MOVE OBL-NRO TO OBC-OBL-NRO
           MOVE 0 TO OBC-NUMERO
           START OBLIG-CUOTAS KEY IS NOT LESS THAN OBC-CLAVE
               INVALID KEY SET FIN-CUOTAS TO TRUE
           END-START
           PERFORM UNTIL FIN-CUOTAS
               READ OBLIG-CUOTAS NEXT RECORD
                   AT END SET FIN-CUOTAS TO TRUE
                   NOT AT END
                       IF OBC-OBL-NRO NOT = OBL-NRO
                           SET FIN-CUOTAS TO TRUE
                       ELSE
                           PERFORM CLASIFICAR-CUOTA-CORTE
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-SALDO-CORTE = OBL-CAPITAL - WS-PAGADO-CORTE
           IF WS-SALDO-CORTE <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LARGO-PLAZO = WS-SALDO-CORTE - WS-CORRIENTE
           ADD 1 TO WS-CANT-OBLIG
           ADD WS-SALDO-CORTE TO WS-TOT-SALDO
           ADD WS-CORRIENTE TO WS-TOT-CORRIENTE
           ADD WS-LARGO-PLAZO TO WS-TOT-LARGO

           MOVE SPACES TO WS-LINEA-REP
           MOVE OBL-NRO TO WS-LINEA-REP(1:4)
           MOVE OBL-ACREEDOR TO WS-LINEA-REP(6:30)
           MOVE OBL-TIPO TO WS-LINEA-REP(37:1)
           MOVE OBL-CTB-CODIGO TO WS-LINEA-REP(39:4)
           MOVE OBL-TASA TO WS-EDIT-TASA
           MOVE WS-EDIT-TASA TO WS-LINEA-REP(44:8)
           MOVE WS-SALDO-CORTE TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(57:14)
           MOVE WS-CORRIENTE TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(72:14)
           MOVE WS-LARGO-PLAZO TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(87:14)
           MOVE WS-CUOTAS-MORA TO WS-LINEA-REP(103:3)
           IF WS-PROXIMO-VENCE NOT = 0
               MOVE WS-PROXIMO-VENCE TO WS-LINEA-REP(107:8)
           END-IF
           PERFORM ESCRIBIR-REPORTE.

       CLASIFICAR-CUOTA-CORTE.
           IF OBC-PAGADA AND OBC-FECHA-PAGO <= W-FECHA-CORTE
               ADD OBC-CAPITAL TO WS-PAGADO-CORTE
               EXIT PARAGRAPH
           END-IF
      *> Pendiente a la fecha de corte
           COMPUTE WS-VENCE-INT = FUNCTION INTEGER-OF-DATE(OBC-FECHA-VENCE)
           IF OBC-FECHA-VENCE <= W-FECHA-CORTE
               ADD 1 TO WS-CUOTAS-MORA
               ADD OBC-CAPITAL TO WS-CORRIENTE
           ELSE
               IF WS-PROXIMO-VENCE = 0
                   MOVE OBC-FECHA-VENCE TO WS-PROXIMO-VENCE
               END-IF
               IF WS-VENCE-INT - WS-CORTE-INT <= 365
                   ADD OBC-CAPITAL TO WS-CORRIENTE
               END-IF
           END-IF.

       ESCRIBIR-REPORTE.
           WRITE REG-OBLIGACION-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM PRESTA01.
