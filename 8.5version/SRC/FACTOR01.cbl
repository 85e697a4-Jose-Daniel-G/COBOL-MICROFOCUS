       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Factoring de cartera (solo supervisores): cede
      *> *           facturas y cuotas de credito a una empresa de
      *> *           factoring registrando el anticipo recibido, el
      *> *           descuento y la comision; las cuotas quedan CEDIDAS
      *> *           (fuera de avisos de cobro, intereses de mora y
      *> *           flujo de caja) y se contabiliza con la regla "E".
      *> *           Cuando el factor avisa el recaudo se liquida la
      *> *           operacion: entra la reserva al banco y las cuotas
      *> *           quedan canceladas
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTOR01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "factoring.sel".
           COPY "cliente.sel".
           COPY "factura.sel".
           COPY "cuota.sel".
           COPY "ctabanco.sel".
           COPY "cuentas.sel".
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
           COPY "factoring.fd".
           COPY "cliente.fd".
           COPY "factura.fd".
           COPY "cuota.fd".
           COPY "ctabanco.fd".
           COPY "cuentas.fd".
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
       01 ST-SESION         PIC XX.
       01 ST-FACTORING      PIC XX.
       01 ST-FACTORINGDET   PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-CUOTAS         PIC XX.
       01 ST-CTABANCO       PIC XX.
       01 ST-CUENTAS        PIC XX.
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
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".

      *> Cuentas de la regla E (gasto y reserva) y la cartera (F debe)
       01 WS-CTA-GASTO      PIC X(08).
       01 WS-CTA-RESERVA    PIC X(08).
       01 WS-CTA-CXC        PIC X(08).
       01 WS-REGLA-OK       PIC X.

      *> Cuotas seleccionadas para la cesion
       01 WS-CANT-SEL       PIC 9(03).
       01 WS-MAX-SEL        PIC 9(03) VALUE 100.
       01 WS-TOTAL-CEDIDO   PIC S9(11)V99.
       01 WS-TABLA-SEL.
          05 T-SEL OCCURS 100 TIMES.
             10 T-FAC-NRO      PIC 9(07).
             10 T-CUO-NUMERO   PIC 9(03).
             10 T-CLI-ID       PIC 9(07).
             10 T-FECHA-VENCE  PIC 9(08).
             10 T-MONTO        PIC S9(9)V99.
       01 WS-IDX            PIC 9(03).
       01 WS-IDX-BUS        PIC 9(03).
       01 WS-YA-ESTA        PIC X.

      *> Captura
       01 W-FAC-NRO         PIC 9(07).
       01 W-CUO-NUMERO      PIC 9(03).
       01 W-FCT-NRO         PIC 9(05).
       01 W-FACTOR          PIC X(30).
       01 W-FECHA           PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          05 W-FEC-ANIO        PIC 9(04).
          05 W-FEC-MES         PIC 9(02).
          05 W-FEC-DIA         PIC 9(02).
       01 W-ANTICIPO        PIC 9(11)V99.
       01 W-DESCUENTO       PIC 9(11)V99.
       01 W-COMISION        PIC 9(11)V99.
       01 W-VALOR-LIQ       PIC 9(11)V99.
       01 W-CTB             PIC X(04).
       01 W-CTA-BANCO       PIC X(08).
       01 W-SOLO-ABIERTAS   PIC X.

       01 WS-RESERVA        PIC S9(11)V99.
       01 WS-GASTO          PIC S9(11)V99.
       01 WS-FCT-NRO-MAX    PIC 9(05).

      *> Asiento
       01 WS-AST-NRO        PIC 9(07).
       01 WS-AST-ITEM       PIC 9(02).
       01 WS-AST-FECHA      PIC 9(08).
       01 WS-AST-DOC        PIC 9(07).
       01 WS-AST-DETALLE    PIC X(30).

       01 WS-EDIT-MONTO     PIC -(10)9.99.
       01 WS-EDIT-MONTO2    PIC -(10)9.99.
       01 WS-EDIT-MONTO3    PIC -(10)9.99.
       01 WS-EDIT-MONTO4    PIC -(10)9.99.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION

           IF NOT SESION-SUPERVISOR
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 12 COL 18
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 18
               GOBACK
           END-IF

           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM ABRIR-AUDITORIA
           MOVE "FACTOR01" TO WS-AUD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           PERFORM CARGAR-REGLAS
           IF WS-REGLA-OK NOT = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "FALTA LA REGLA CONTABLE E (FACTORING) O LA F (CARTERA)"
                       LINE 12 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 66
               PERFORM CERRAR-ARCHIVOS
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "FACTORING DE CARTERA" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CEDER FACTURAS A UN FACTOR" LINE 05 COL 10
               DISPLAY "2. LIQUIDAR OPERACION (RECAUDO DEL FACTOR)"
                       LINE 06 COL 10
               DISPLAY "3. LISTADO DE OPERACIONES (SPOOL)" LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM CEDER-CARTERA
                   WHEN "2"
                       PERFORM LIQUIDAR-OPERACION
                   WHEN "3"
                       PERFORM LISTAR-OPERACIONES
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
           OPEN I-O FACTORING
           IF ST-FACTORING = "35"
               OPEN OUTPUT FACTORING
               CLOSE FACTORING
               OPEN I-O FACTORING
           END-IF
           OPEN I-O FACTORING-DET
           IF ST-FACTORINGDET = "35"
               OPEN OUTPUT FACTORING-DET
               CLOSE FACTORING-DET
               OPEN I-O FACTORING-DET
           END-IF
           OPEN I-O CLIENTES
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
           OPEN I-O CUENTAS-BANCO
           IF ST-CTABANCO = "35"
               OPEN OUTPUT CUENTAS-BANCO
               CLOSE CUENTAS-BANCO
               OPEN I-O CUENTAS-BANCO
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
           CLOSE FACTORING
           CLOSE FACTORING-DET
           CLOSE CLIENTES
           CLOSE FACTURAS
           CLOSE CUOTAS
           CLOSE CUENTAS-BANCO
           CLOSE PLAN-CUENTAS
           CLOSE REGLAS-CONTAB
           CLOSE ASIENTOS
           CLOSE NEXT-AST-NRO
           CLOSE PERIODOS-CONTABLES
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

       CARGAR-REGLAS.
           MOVE "N" TO WS-REGLA-OK
           MOVE "E" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF RGL-CTA-DEBE = SPACES OR RGL-CTA-HABER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RGL-CTA-DEBE  TO WS-CTA-GASTO
           MOVE RGL-CTA-HABER TO WS-CTA-RESERVA
           MOVE "F" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF RGL-CTA-DEBE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RGL-CTA-DEBE TO WS-CTA-CXC
           MOVE "S" TO WS-REGLA-OK.

      *> ------------------------------------------------------------
      *> Cesion: seleccion de cuotas, condiciones del factor y
      *> contabilizacion
      *> ------------------------------------------------------------
       CEDER-CARTERA.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           MOVE 0 TO WS-CANT-SEL WS-TOTAL-CEDIDO
           MOVE 1 TO W-FAC-NRO
           PERFORM SELECCIONAR-FACTURA
               UNTIL W-FAC-NRO = 0 OR WS-CANT-SEL >= WS-MAX-SEL
           IF WS-CANT-SEL = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "EMPRESA DE FACTORING: " LINE 09 COL 10
           MOVE SPACES TO W-FACTOR
           ACCEPT W-FACTOR LINE 09 COL 33
           IF W-FACTOR = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FECHA DE LA CESION (AAAAMMDD): " LINE 10 COL 10
           MOVE WS-FECHA-HOY TO W-FECHA
           ACCEPT W-FECHA LINE 10 COL 42
           IF W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
               DISPLAY "FECHA INVALIDA" LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 26
               EXIT PARAGRAPH
           END-IF
           MOVE W-FECHA(1:6) TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO CONTABLE CERRADO - NO SE PUEDE GRABAR"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 57
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ANTICIPO RECIBIDO: " LINE 11 COL 10
           MOVE 0 TO W-ANTICIPO
           ACCEPT W-ANTICIPO LINE 11 COL 33
           DISPLAY "DESCUENTO (INTERES): " LINE 12 COL 10
           MOVE 0 TO W-DESCUENTO
           ACCEPT W-DESCUENTO LINE 12 COL 33
           DISPLAY "COMISION: " LINE 13 COL 10
           MOVE 0 TO W-COMISION
           ACCEPT W-COMISION LINE 13 COL 33
           COMPUTE WS-RESERVA = WS-TOTAL-CEDIDO - W-ANTICIPO
                              - W-DESCUENTO - W-COMISION
           IF W-ANTICIPO = 0 OR WS-RESERVA < 0
               DISPLAY "ANTICIPO + DESCUENTO + COMISION NO PUEDE SUPERAR LO CEDIDO"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 70
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESERVA TO WS-EDIT-MONTO
           DISPLAY "RESERVA A LIQUIDAR: " LINE 14 COL 10
           DISPLAY WS-EDIT-MONTO LINE 14 COL 33

           DISPLAY "CUENTA BANCARIA (CTABANCO): " LINE 15 COL 10
           MOVE SPACES TO W-CTB
           ACCEPT W-CTB LINE 15 COL 39
           MOVE FUNCTION UPPER-CASE(W-CTB) TO CTB-CODIGO
           READ CUENTAS-BANCO
               INVALID KEY
                   DISPLAY "CUENTA BANCARIA NO EXISTE" LINE 22 COL 10
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 37
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CUENTA CONTABLE DEL BANCO: " LINE 16 COL 10
           MOVE SPACES TO W-CTA-BANCO
           ACCEPT W-CTA-BANCO LINE 16 COL 38
           MOVE FUNCTION UPPER-CASE(W-CTA-BANCO) TO CTA-CODIGO
           READ PLAN-CUENTAS
               INVALID KEY
                   DISPLAY "LA CUENTA NO EXISTE EN EL PLAN DE CUENTAS"
                           LINE 22 COL 10 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 53
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CONFIRMA LA CESION [S/N]? " LINE 18 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 18 COL 37
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM EJECUTAR-CESION

           OPEN OUTPUT FACTORING-PLANO
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "CESION DE CARTERA A " FCT-FACTOR
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           PERFORM ESCRIBIR-OPERACION
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "______________________________      ______________________________"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "         CEDENTE                             FACTOR"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE FACTORING-PLANO

           MOVE "CESION" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING "OPERACION " FCT-NRO DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "factoring.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "OPERACION " LINE 20 COL 10
           DISPLAY FCT-NRO LINE 20 COL 20
           DISPLAY " REGISTRADA - ASIENTO " LINE 20 COL 25
           DISPLAY WS-AST-NRO LINE 20 COL 47
           DISPLAY "DOCUMENTO EN 'factoring.txt'" LINE 21 COL 10
           ACCEPT WS-PAUSA LINE 21 COL 40.

       SELECCIONAR-FACTURA.
           MOVE 0 TO W-FAC-NRO
           DISPLAY "FACTURA A CEDER (0=TERMINAR): " LINE 05 COL 10
           ACCEPT W-FAC-NRO LINE 05 COL 41
           DISPLAY " " LINE 22 COL 01 ERASE EOL
           IF W-FAC-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-FAC-NRO TO FAC-NRO
           READ FACTURAS
               INVALID KEY
                   DISPLAY "FACTURA NO EXISTE" LINE 22 COL 10
                           WITH REVERSE-VIDEO
                   EXIT PARAGRAPH
           END-READ
           IF NOT FAC-FINAL OR FAC-SALDO-PEND <= 0
               DISPLAY "FACTURA SIN SALDO PENDIENTE" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUOTA A CEDER (0=TODAS LAS PENDIENTES): "
                   LINE 06 COL 10
           MOVE 0 TO W-CUO-NUMERO
           ACCEPT W-CUO-NUMERO LINE 06 COL 51

           SET NO-FIN-DET TO TRUE
           MOVE FAC-NRO TO CUO-FAC-NRO
           MOVE 0 TO CUO-NUMERO
           START CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ CUOTAS NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF CUO-FAC-NRO NOT = FAC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           IF CUO-PENDIENTE AND CUO-SALDO > 0
                              AND CUO-SALDO = CUO-MONTO
                              AND (W-CUO-NUMERO = 0
                                   OR W-CUO-NUMERO = CUO-NUMERO)
                               PERFORM AGREGAR-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOTAL-CEDIDO TO WS-EDIT-MONTO
           DISPLAY "CUOTAS SELECCIONADAS: " LINE 07 COL 10
           DISPLAY WS-CANT-SEL LINE 07 COL 33
           DISPLAY "VALOR A CEDER: " LINE 07 COL 40
           DISPLAY WS-EDIT-MONTO LINE 07 COL 56.

       AGREGAR-CUOTA.
           MOVE "N" TO WS-YA-ESTA
           PERFORM VARYING WS-IDX-BUS FROM 1 BY 1
                   UNTIL WS-IDX-BUS > WS-CANT-SEL
               IF T-FAC-NRO(WS-IDX-BUS) = CUO-FAC-NRO
                  AND T-CUO-NUMERO(WS-IDX-BUS) = CUO-NUMERO
                   MOVE "S" TO WS-YA-ESTA
               END-IF
           END-PERFORM
           IF WS-YA-ESTA = "S" OR WS-CANT-SEL >= WS-MAX-SEL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CANT-SEL
           MOVE CUO-FAC-NRO     TO T-FAC-NRO(WS-CANT-SEL)
           MOVE CUO-NUMERO      TO T-CUO-NUMERO(WS-CANT-SEL)
           MOVE FAC-CLI-ID      TO T-CLI-ID(WS-CANT-SEL)
           MOVE CUO-FECHA-VENCE TO T-FECHA-VENCE(WS-CANT-SEL)
           MOVE CUO-SALDO       TO T-MONTO(WS-CANT-SEL)
           ADD CUO-SALDO TO WS-TOTAL-CEDIDO.

       EJECUTAR-CESION.
      *> Numero de operacion: el mayor existente mas uno
           MOVE 0 TO WS-FCT-NRO-MAX
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO FCT-NRO
           START FACTORING KEY IS NOT LESS THAN FCT-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTORING NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END MOVE FCT-NRO TO WS-FCT-NRO-MAX
               END-READ
           END-PERFORM
           ADD 1 TO WS-FCT-NRO-MAX

      *> Cada cuota queda cedida con su saldo; la factura y el cliente
      *> descargan lo cedido (ya no lo cobra la empresa)
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CANT-SEL
               MOVE T-FAC-NRO(WS-IDX)    TO CUO-FAC-NRO
               MOVE T-CUO-NUMERO(WS-IDX) TO CUO-NUMERO
               READ CUOTAS
                   NOT INVALID KEY
                       SET CUO-CEDIDA TO TRUE
                       REWRITE CUOTA-REG
               END-READ
               MOVE T-FAC-NRO(WS-IDX) TO FAC-NRO
               READ FACTURAS
                   NOT INVALID KEY
                       SUBTRACT T-MONTO(WS-IDX) FROM FAC-SALDO-PEND
                       REWRITE FACTURA-REG
               END-READ
               MOVE T-CLI-ID(WS-IDX) TO CLI-ID
               READ CLIENTES
                   NOT INVALID KEY
                       SUBTRACT T-MONTO(WS-IDX) FROM CLI-SALDO
                       REWRITE CLIENTES-REG
               END-READ
               INITIALIZE FACTORING-DET-REG
               MOVE WS-FCT-NRO-MAX        TO FCD-FCT-NRO
               MOVE WS-IDX                TO FCD-ITEM
               MOVE T-CLI-ID(WS-IDX)      TO FCD-CLI-ID
               MOVE T-FAC-NRO(WS-IDX)     TO FCD-FAC-NRO
               MOVE T-CUO-NUMERO(WS-IDX)  TO FCD-CUO-NUMERO
               MOVE T-FECHA-VENCE(WS-IDX) TO FCD-FECHA-VENCE
               MOVE T-MONTO(WS-IDX)       TO FCD-MONTO
               SET FCD-CEDIDA TO TRUE
               WRITE FACTORING-DET-REG
           END-PERFORM

           INITIALIZE FACTORING-REG
           MOVE WS-FCT-NRO-MAX   TO FCT-NRO
           MOVE W-FACTOR         TO FCT-FACTOR
           MOVE W-FECHA          TO FCT-FECHA
           MOVE WS-TOTAL-CEDIDO  TO FCT-VALOR-CEDIDO
           MOVE W-ANTICIPO       TO FCT-ANTICIPO
           MOVE W-DESCUENTO      TO FCT-DESCUENTO
           MOVE W-COMISION       TO FCT-COMISION
           MOVE WS-RESERVA       TO FCT-RESERVA
           MOVE WS-CANT-SEL      TO FCT-CANT-CUOTAS
           MOVE CTB-CODIGO       TO FCT-CTB-CODIGO
           MOVE CTA-CODIGO       TO FCT-CTA-BANCO
           SET FCT-ABIERTA TO TRUE
           MOVE 0 TO FCT-FECHA-LIQ FCT-VALOR-LIQ
           MOVE WS-USUARIO-SESION TO FCT-USUARIO
           WRITE FACTORING-REG

           ADD W-ANTICIPO TO CTB-SALDO
           REWRITE CUENTA-BANCO-REG

      *> Anticipo al banco, descuento y comision al gasto, reserva por
      *> cobrar al factor, contra la cartera cedida
           PERFORM SIGUIENTE-ASIENTO
           MOVE FCT-FECHA TO WS-AST-FECHA
           COMPUTE WS-AST-DOC = FCT-NRO * 10
           MOVE SPACES TO WS-AST-DETALLE
           STRING "CESION FACTORING " FCT-NRO
               DELIMITED BY SIZE INTO WS-AST-DETALLE
           MOVE FCT-CTA-BANCO TO AST-CUENTA
           MOVE FCT-ANTICIPO TO AST-DEBE
           MOVE 0 TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO
           COMPUTE WS-GASTO = FCT-DESCUENTO + FCT-COMISION
           IF WS-GASTO > 0
               MOVE WS-CTA-GASTO TO AST-CUENTA
               MOVE WS-GASTO TO AST-DEBE
               MOVE 0 TO AST-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           IF FCT-RESERVA > 0
               MOVE WS-CTA-RESERVA TO AST-CUENTA
               MOVE FCT-RESERVA TO AST-DEBE
               MOVE 0 TO AST-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           MOVE WS-CTA-CXC TO AST-CUENTA
           MOVE 0 TO AST-DEBE
           MOVE FCT-VALOR-CEDIDO TO AST-HABER
           PERFORM GRABAR-LINEA-ASIENTO

           MOVE "CESION" TO WS-AUD-ACCION
           MOVE FCT-NRO TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE FCT-VALOR-CEDIDO TO WS-EDIT-MONTO
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "CEDIDO " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA.

      *> ------------------------------------------------------------
      *> Liquidacion: el factor recaudo y devuelve la reserva (menos
      *> cargos adicionales, que van al gasto)
      *> ------------------------------------------------------------
       LIQUIDAR-OPERACION.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           MOVE 0 TO W-FCT-NRO
           DISPLAY "NRO DE OPERACION (0=VOLVER): " LINE 05 COL 10
           ACCEPT W-FCT-NRO LINE 05 COL 40
           IF W-FCT-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-FCT-NRO TO FCT-NRO
           READ FACTORING
               INVALID KEY
                   DISPLAY "OPERACION NO EXISTE" LINE 22 COL 10
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 31
                   EXIT PARAGRAPH
           END-READ
           IF NOT FCT-ABIERTA
               DISPLAY "LA OPERACION YA ESTA LIQUIDADA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 42
               EXIT PARAGRAPH
           END-IF

           DISPLAY FCT-FACTOR LINE 05 COL 47
           MOVE FCT-VALOR-CEDIDO TO WS-EDIT-MONTO
           DISPLAY "VALOR CEDIDO: " LINE 07 COL 10
           DISPLAY WS-EDIT-MONTO LINE 07 COL 33
           MOVE FCT-ANTICIPO TO WS-EDIT-MONTO
           DISPLAY "ANTICIPO RECIBIDO: " LINE 08 COL 10
           DISPLAY WS-EDIT-MONTO LINE 08 COL 33
           MOVE FCT-RESERVA TO WS-EDIT-MONTO
           DISPLAY "RESERVA PENDIENTE: " LINE 09 COL 10
           DISPLAY WS-EDIT-MONTO LINE 09 COL 33

           DISPLAY "FECHA DE LIQUIDACION (AAAAMMDD): " LINE 11 COL 10
           MOVE WS-FECHA-HOY TO W-FECHA
           ACCEPT W-FECHA LINE 11 COL 44
           IF W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              OR W-FECHA < FCT-FECHA
               DISPLAY "FECHA INVALIDA" LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 26
               EXIT PARAGRAPH
           END-IF
           MOVE W-FECHA(1:6) TO WS-ANIO-MES-POSTEO
           PERFORM VALIDAR-PERIODO
           IF PERIODO-BLOQUEADO
               DISPLAY "PERIODO CONTABLE CERRADO - NO SE PUEDE GRABAR"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 57
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR RECIBIDO DEL FACTOR: " LINE 12 COL 10
           MOVE FCT-RESERVA TO W-VALOR-LIQ
           ACCEPT W-VALOR-LIQ LINE 12 COL 38
           IF W-VALOR-LIQ > FCT-RESERVA
               DISPLAY "NO PUEDE SUPERAR LA RESERVA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 39
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GASTO = FCT-RESERVA - W-VALOR-LIQ
           IF WS-GASTO > 0
               MOVE WS-GASTO TO WS-EDIT-MONTO
               DISPLAY "CARGOS ADICIONALES AL GASTO: " LINE 13 COL 10
               DISPLAY WS-EDIT-MONTO LINE 13 COL 40
           END-IF
           DISPLAY "CONFIRMA LA LIQUIDACION [S/N]? " LINE 15 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 15 COL 42
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF FCT-RESERVA > 0
               PERFORM SIGUIENTE-ASIENTO
               MOVE W-FECHA TO WS-AST-FECHA
               COMPUTE WS-AST-DOC = FCT-NRO * 10 + 1
               MOVE SPACES TO WS-AST-DETALLE
               STRING "LIQUIDA FACTORING " FCT-NRO
                   DELIMITED BY SIZE INTO WS-AST-DETALLE
               IF W-VALOR-LIQ > 0
                   MOVE FCT-CTA-BANCO TO AST-CUENTA
                   MOVE W-VALOR-LIQ TO AST-DEBE
                   MOVE 0 TO AST-HABER
                   PERFORM GRABAR-LINEA-ASIENTO
               END-IF
               IF WS-GASTO > 0
                   MOVE WS-CTA-GASTO TO AST-CUENTA
                   MOVE WS-GASTO TO AST-DEBE
                   MOVE 0 TO AST-HABER
                   PERFORM GRABAR-LINEA-ASIENTO
               END-IF
               MOVE WS-CTA-RESERVA TO AST-CUENTA
               MOVE 0 TO AST-DEBE
               MOVE FCT-RESERVA TO AST-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           MOVE FCT-CTB-CODIGO TO CTB-CODIGO
           READ CUENTAS-BANCO
               NOT INVALID KEY
                   ADD W-VALOR-LIQ TO CTB-SALDO
                   REWRITE CUENTA-BANCO-REG
           END-READ

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
                           PERFORM LIQUIDAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM

           SET FCT-LIQUIDADA TO TRUE
           MOVE W-FECHA TO FCT-FECHA-LIQ
           MOVE W-VALOR-LIQ TO FCT-VALOR-LIQ
           REWRITE FACTORING-REG

           MOVE "LIQUIDA" TO WS-AUD-ACCION
           MOVE FCT-NRO TO WS-AUD-REG-CLAVE
           MOVE FCT-RESERVA TO WS-EDIT-MONTO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "RESERVA " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE W-VALOR-LIQ TO WS-EDIT-MONTO
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "RECIBIDO " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           DISPLAY "OPERACION LIQUIDADA - CUOTAS CANCELADAS" LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 52.

       LIQUIDAR-CUOTA.
           SET FCD-LIQUIDADA TO TRUE
           REWRITE FACTORING-DET-REG
           MOVE FCD-FAC-NRO    TO CUO-FAC-NRO
           MOVE FCD-CUO-NUMERO TO CUO-NUMERO
           READ CUOTAS
               NOT INVALID KEY
                   IF CUO-CEDIDA
                       MOVE 0 TO CUO-SALDO
                       SET CUO-CANCELADA TO TRUE
                       REWRITE CUOTA-REG
                   END-IF
           END-READ
           MOVE FCD-FAC-NRO TO FAC-NRO
           READ FACTURAS
               NOT INVALID KEY
                   IF FAC-SALDO-PEND <= 0 AND NOT FAC-ESTA-PAGADA
                       SET FAC-ESTA-PAGADA TO TRUE
                       REWRITE FACTURA-REG
                   END-IF
           END-READ.

      *> ------------------------------------------------------------
      *> Listado de operaciones con sus cuotas
      *> ------------------------------------------------------------
       LISTAR-OPERACIONES.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           DISPLAY "SOLO OPERACIONES ABIERTAS [S/N]? " LINE 05 COL 10
           MOVE "S" TO W-SOLO-ABIERTAS
           ACCEPT W-SOLO-ABIERTAS LINE 05 COL 44
           MOVE FUNCTION UPPER-CASE(W-SOLO-ABIERTAS) TO W-SOLO-ABIERTAS

           OPEN OUTPUT FACTORING-PLANO
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "OPERACIONES DE FACTORING AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE

           MOVE 0 TO WS-RESERVA
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO FCT-NRO
           START FACTORING KEY IS NOT LESS THAN FCT-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTORING NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FCT-ABIERTA OR W-SOLO-ABIERTAS NOT = "S"
                           PERFORM ESCRIBIR-OPERACION
                           IF FCT-ABIERTA
                               ADD FCT-RESERVA TO WS-RESERVA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-RESERVA TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL RESERVAS POR COBRAR A FACTORES: " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE FACTORING-PLANO

           MOVE "FACTORING" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING "SOLO ABIERTAS " W-SOLO-ABIERTAS DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "factoring.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "RESERVAS POR COBRAR: " LINE 07 COL 10
           DISPLAY WS-EDIT-MONTO LINE 07 COL 32
           DISPLAY "LISTADO 'factoring.txt' ENVIADO AL SPOOL" LINE 09 COL 10
           ACCEPT WS-PAUSA LINE 09 COL 52.

       ESCRIBIR-OPERACION.
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "OPERACION " FCT-NRO "  FECHA " FCT-FECHA
                  "  FACTOR " FCT-FACTOR "  BANCO " FCT-CTB-CODIGO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           IF FCT-ABIERTA
               MOVE "ABIERTA" TO WS-LINEA-REP(100:9)
           ELSE
               MOVE SPACES TO WS-LINEA-REP(100:30)
               STRING "LIQUIDADA " FCT-FECHA-LIQ DELIMITED BY SIZE
                   INTO WS-LINEA-REP(100:30)
           END-IF
           PERFORM ESCRIBIR-REPORTE
           MOVE FCT-VALOR-CEDIDO TO WS-EDIT-MONTO
           MOVE FCT-ANTICIPO TO WS-EDIT-MONTO2
           COMPUTE WS-GASTO = FCT-DESCUENTO + FCT-COMISION
           MOVE WS-GASTO TO WS-EDIT-MONTO3
           MOVE FCT-RESERVA TO WS-EDIT-MONTO4
           MOVE SPACES TO WS-LINEA-REP
           STRING "  CEDIDO " WS-EDIT-MONTO "  ANTICIPO " WS-EDIT-MONTO2
                  "  DESC+COMISION " WS-EDIT-MONTO3
                  "  RESERVA " WS-EDIT-MONTO4
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "    CLIENTE  FACTURA  CUOTA  VENCE            VALOR"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE

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
                           MOVE FCD-MONTO TO WS-EDIT-MONTO
                           MOVE SPACES TO WS-LINEA-REP
                           STRING "    " FCD-CLI-ID "  " FCD-FAC-NRO
                                  "  " FCD-CUO-NUMERO "    "
                                  FCD-FECHA-VENCE " " WS-EDIT-MONTO
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM ESCRIBIR-REPORTE
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
           REWRITE NEXT-AST-NRO-REG
           MOVE 0 TO WS-AST-ITEM.

       GRABAR-LINEA-ASIENTO.
           ADD 1 TO WS-AST-ITEM
           MOVE WS-AST-NRO TO AST-NRO
           MOVE WS-AST-ITEM TO AST-ITEM
           MOVE WS-AST-FECHA TO AST-FECHA
           MOVE WS-AST-FECHA(1:6) TO AST-PERIODO
           MOVE "E" TO AST-TIPO-DOC
           MOVE WS-AST-DOC TO AST-DOC-NRO
           MOVE WS-AST-DETALLE TO AST-DETALLE
           MOVE SPACES TO AST-CCOSTO
           WRITE ASIENTO-REG.

       ESCRIBIR-REPORTE.
           WRITE REG-FACTORING-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM FACTOR01.
