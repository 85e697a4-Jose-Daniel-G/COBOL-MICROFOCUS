       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Cierre anual del ejercicio contable - verifica que
      *> *           los doce periodos del anio esten cerrados y que el
      *> *           balance de prueba cuadre, genera el asiento de
      *> *           cierre de ingresos y gastos contra la cuenta de
      *> *           utilidades acumuladas (regla contable tipo "Y"), el
      *> *           cierre de las cuentas de balance y el asiento de
      *> *           apertura del anio siguiente. Un supervisor puede
      *> *           reversar el cierre si el anio se ajusta despues
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIEANU01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ejercicio.sel".
           COPY "asiento.sel".
           COPY "astctrl.sel".
           COPY "cuentas.sel".
           COPY "reglacon.sel".
           COPY "estadocfg.sel".
           COPY "periodo.sel".
           COPY "permiso.sel".
           COPY "usuario.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "ejercicio.fd".
           COPY "asiento.fd".
           COPY "astctrl.fd".
           COPY "cuentas.fd".
           COPY "reglacon.fd".
           COPY "estadocfg.fd".
           COPY "periodo.fd".
           COPY "permiso.fd".
           COPY "usuario.fd".
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
       COPY "PERMISO.cpy".
       COPY "AUDITORIA.cpy".
       COPY "PERIODO.cpy".
       01 ST-SESION         PIC XX.
       01 ST-USUARIOS       PIC XX.
       01 ST-EJERCICIOS     PIC XX.
       01 ST-ASIENTOS       PIC XX.
       01 ST-NEXT-AST       PIC XX.
       01 ST-CUENTAS        PIC XX.
       01 ST-REGLACON       PIC XX.
       01 ST-ESTADOCFG      PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-RESPUESTA      PIC X.
       01 WS-FILA           PIC 99.
       01 WS-COL            PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".

       01 W-ANIO            PIC 9(04).
       01 WS-ANIO-SIG       PIC 9(04).
       01 WS-PER-DESDE      PIC 9(06).
       01 WS-PER-HASTA      PIC 9(06).
       01 WS-PER-CIERRE     PIC 9(06).
       01 WS-PER-APERTURA   PIC 9(06).
       01 WS-FECHA-CIERRE   PIC 9(08).
       01 WS-FECHA-APERTURA PIC 9(08).
       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-MES            PIC 99.
       01 WS-BLOQUEOS       PIC 9(02).
       01 WS-PER-PEND       PIC 9(02).

      *> Prefijos de cuentas de resultados (lineas I/G de los estados
      *> financieros)
       01 WS-TOT-PFX        PIC 99 VALUE 0.
       01 WS-TABLA-PFX.
          05 T-PFX OCCURS 50 TIMES.
             10 T-PFX-CUENTA  PIC X(08).
             10 T-PFX-LARGO   PIC 99.
       01 WS-PFX-LEN        PIC 99.
       01 WS-CTA-EVAL       PIC X(08).
       01 WS-ES-RESULTADO   PIC X.

      *> Saldo acumulado de cada cuenta al cierre del anio
       01 WS-MAX-CTAS       PIC 9(03) VALUE 500.
       01 WS-TOT-CTAS       PIC 9(03) VALUE 0.
       01 WS-CTAS-EXCEDIDO  PIC X VALUE "N".
       01 WS-TABLA-CTAS.
          05 T-CTA OCCURS 500 TIMES.
             10 TC-CUENTA     PIC X(08).
             10 TC-RESULTADO  PIC X(01).
             10 TC-SALDO      PIC S9(11)V99.
       01 WS-TMP-CTA        PIC X(22).
       01 WS-IDX            PIC 9(03).
       01 WS-IDX2           PIC 9(03).
       01 WS-ENCONTRADO     PIC X.

       01 WS-ANIO-DEBE      PIC S9(11)V99.
       01 WS-ANIO-HABER     PIC S9(11)V99.
       01 WS-HIST-DEBE      PIC S9(11)V99.
       01 WS-HIST-HABER     PIC S9(11)V99.
       01 WS-RESULTADO      PIC S9(11)V99.
       01 WS-UTILIDAD       PIC S9(11)V99.
       01 WS-CTA-UTIL       PIC X(08).

      *> Armado de los asientos de cierre: un asiento admite 99
      *> lineas; al llenarse se cuadra contra la cuenta de utilidades
      *> y se continua en un asiento nuevo
       01 WS-AST-NRO        PIC 9(07).
       01 WS-AST-ITEM       PIC 9(02).
       01 WS-AST-PRIMERO    PIC 9(07).
       01 WS-AST-PARCIAL    PIC S9(11)V99.
       01 WS-POST-PERIODO   PIC 9(06).
       01 WS-POST-FECHA     PIC 9(08).
       01 WS-POST-TIPO      PIC X(01).
       01 WS-POST-DETALLE   PIC X(30).
       01 WS-LIN-CUENTA     PIC X(08).
       01 WS-LIN-DEBE       PIC S9(11)V99.
       01 WS-LIN-HABER      PIC S9(11)V99.
       01 WS-CANT-AST       PIC 9(03).
       01 WS-TOT-DEBE       PIC S9(11)V99.
       01 WS-TOT-HABER      PIC S9(11)V99.

      *> Asientos del cierre vigente, para el reverso
       01 WS-TOT-REV        PIC 9(03) VALUE 0.
       01 WS-TABLA-REV.
          05 T-REV-AST OCCURS 100 TIMES PIC 9(07).
       01 WS-REV-TIPO       PIC X(01).
       01 WS-ITEM           PIC 9(03).
       01 WS-DEBE-TMP       PIC S9(11)V99.

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
           MOVE "CIEANU01" TO WS-AUD-PROGRAMA

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CIERRE ANUAL DEL EJERCICIO" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CERRAR EJERCICIO Y ABRIR EL SIGUIENTE"
                       LINE 05 COL 10
               DISPLAY "2. REVERSAR CIERRE (SUPERVISOR)" LINE 06 COL 10
               DISPLAY "3. CONSULTAR CIERRES" LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM CERRAR-EJERCICIO
                   WHEN "2"
                       PERFORM REVERSAR-CIERRE
                   WHEN "3"
                       PERFORM CONSULTAR-CIERRES
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

       VALIDAR-PERMISO.
           COPY "VALIDAR-PERMISO.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O EJERCICIOS
           IF ST-EJERCICIOS = "35"
               OPEN OUTPUT EJERCICIOS
               CLOSE EJERCICIOS
               OPEN I-O EJERCICIOS
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

           OPEN INPUT ESTADO-CONFIG
           IF ST-ESTADOCFG = "35"
               OPEN OUTPUT ESTADO-CONFIG
               CLOSE ESTADO-CONFIG
               OPEN INPUT ESTADO-CONFIG
           END-IF

           OPEN I-O PERIODOS-CONTABLES
           IF ST-PERIODOS = "35"
               OPEN OUTPUT PERIODOS-CONTABLES
               CLOSE PERIODOS-CONTABLES
               OPEN I-O PERIODOS-CONTABLES
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE EJERCICIOS
           CLOSE ASIENTOS
           CLOSE NEXT-AST-NRO
           CLOSE PLAN-CUENTAS
           CLOSE REGLAS-CONTAB
           CLOSE ESTADO-CONFIG
           CLOSE PERIODOS-CONTABLES
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

       CALCULAR-FECHAS-ANIO.
           *> El cierre va en el periodo 13 del anio (despues de
           *> diciembre y antes de enero) para que los estados de
           *> diciembre sigan mostrando el resultado del ejercicio
           COMPUTE WS-ANIO-SIG       = W-ANIO + 1
           COMPUTE WS-PER-DESDE      = W-ANIO * 100 + 1
           COMPUTE WS-PER-HASTA      = W-ANIO * 100 + 12
           COMPUTE WS-PER-CIERRE     = W-ANIO * 100 + 13
           COMPUTE WS-PER-APERTURA   = WS-ANIO-SIG * 100 + 1
           COMPUTE WS-FECHA-CIERRE   = W-ANIO * 10000 + 1231
           COMPUTE WS-FECHA-APERTURA = WS-ANIO-SIG * 10000 + 101.

      *> ------------------------------------------------------------
      *> Cierre del ejercicio
      *> ------------------------------------------------------------
       CERRAR-EJERCICIO.
           MOVE "CIEANU01" TO WS-PRM-PROGRAMA
           PERFORM VALIDAR-PERMISO
           IF PERMISO-DENEGADO
               EXIT PARAGRAPH
           END-IF

           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANIO
           SUBTRACT 1 FROM W-ANIO
           DISPLAY "ANIO A CERRAR (AAAA): " LINE 12 COL 10
           ACCEPT W-ANIO LINE 12 COL 33
           IF W-ANIO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULAR-FECHAS-ANIO

           MOVE W-ANIO TO EJE-ANIO
           READ EJERCICIOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EJE-CERRADO
                       DISPLAY "EL EJERCICIO YA ESTA CERRADO" LINE 13 COL 10
                               WITH REVERSE-VIDEO
                       ACCEPT WS-PAUSA LINE 13 COL 40
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           PERFORM REVISAR-CONDICIONES
           IF WS-BLOQUEOS > 0
               DISPLAY "CONDICIONES BLOQUEAN EL CIERRE - REVISE Y REINTENTE"
                   LINE 20 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 20 COL 65
               EXIT PARAGRAPH
           END-IF

           MOVE WS-UTILIDAD TO WS-EDIT-MONTO
           DISPLAY "UTILIDAD (PERDIDA) DEL EJERCICIO: " LINE 20 COL 10
           DISPLAY WS-EDIT-MONTO LINE 20 COL 45
           DISPLAY "CONFIRMA CERRAR EL EJERCICIO [S/N]? " LINE 21 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 21 COL 47
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE 0 TO WS-CANT-LINEAS WS-CANT-AST WS-AST-PRIMERO
           OPEN OUTPUT EJERCICIO-PLANO
           PERFORM ENCABEZADO-REPORTE

           PERFORM ASIENTO-CIERRE-RESULTADOS
           PERFORM ASIENTO-CIERRE-BALANCE
           PERFORM ASIENTO-APERTURA

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "ASIENTOS GENERADOS: " WS-CANT-AST
                  "   DESDE EL NRO " WS-AST-PRIMERO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE EJERCICIO-PLANO

           MOVE W-ANIO TO EJE-ANIO
           READ EJERCICIOS
               INVALID KEY
                   INITIALIZE EJERCICIO-REG
                   MOVE W-ANIO TO EJE-ANIO
           END-READ
           SET EJE-CERRADO TO TRUE
           MOVE WS-FECHA-HOY      TO EJE-FECHA
           MOVE WS-USUARIO-SESION TO EJE-USUARIO
           MOVE WS-AST-PRIMERO    TO EJE-AST-PRIMERO
           MOVE WS-UTILIDAD       TO EJE-UTILIDAD
           MOVE WS-CTA-UTIL       TO EJE-CTA-UTIL
           MOVE 0      TO EJE-FECHA-REV
           MOVE SPACES TO EJE-USR-REV
           REWRITE EJERCICIO-REG
               INVALID KEY WRITE EJERCICIO-REG
           END-REWRITE

           MOVE "CIERRE-ANU" TO WS-AUD-ACCION
           MOVE W-ANIO TO WS-AUD-REG-CLAVE
           MOVE "ABIERTO" TO WS-AUD-VALOR-ANT
           MOVE WS-UTILIDAD TO WS-EDIT-MONTO
           STRING "CERRADO " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           MOVE "CIERREANUAL" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE W-ANIO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "ejercicio.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "EJERCICIO CERRADO - ASIENTOS GENERADOS: " LINE 22 COL 10
           DISPLAY WS-CANT-AST LINE 22 COL 51
           DISPLAY "DETALLE EN 'ejercicio.txt' Y EN EL SPOOL" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 52.

       REVISAR-CONDICIONES.
           MOVE 0 TO WS-BLOQUEOS
           DISPLAY " " LINE 13 COL 01 ERASE EOS

           *> Los doce periodos del anio deben existir y estar cerrados
           MOVE 0 TO WS-PER-PEND
           MOVE 41 TO WS-COL
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               COMPUTE PER-ANIO-MES = W-ANIO * 100 + WS-MES
               READ PERIODOS-CONTABLES
                   INVALID KEY
                       MOVE "A" TO PER-ESTADO
               END-READ
               IF NOT PER-CERRADO
                   ADD 1 TO WS-PER-PEND
                   IF WS-COL < 78
                       DISPLAY WS-MES LINE 13 COL WS-COL
                       ADD 3 TO WS-COL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PER-PEND > 0
               ADD 1 TO WS-BLOQUEOS
               DISPLAY "X MESES SIN CERRAR:" LINE 13 COL 10
           ELSE
               DISPLAY "- DOCE PERIODOS DEL ANIO CERRADOS" LINE 13 COL 10
           END-IF

           *> Cuenta de utilidades acumuladas desde la regla "Y"
           MOVE SPACES TO WS-CTA-UTIL
           MOVE "Y" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE RGL-CTA-HABER TO WS-CTA-UTIL
           END-READ
           IF WS-CTA-UTIL NOT = SPACES
               MOVE WS-CTA-UTIL TO CTA-CODIGO
               READ PLAN-CUENTAS
                   INVALID KEY MOVE SPACES TO WS-CTA-UTIL
               END-READ
           END-IF
           IF WS-CTA-UTIL = SPACES
               ADD 1 TO WS-BLOQUEOS
               DISPLAY "X FALTA LA REGLA CONTABLE TIPO Y (CTA. HABER ="
                       LINE 14 COL 10
               DISPLAY "  UTILIDADES ACUMULADAS, EXISTENTE EN EL PLAN)"
                       LINE 15 COL 10
           ELSE
               DISPLAY "- CUENTA DE UTILIDADES ACUMULADAS: " LINE 14 COL 10
               DISPLAY WS-CTA-UTIL LINE 14 COL 45
               DISPLAY CTA-NOMBRE  LINE 14 COL 54
           END-IF

           *> Cuentas de resultados: las lineas I/G de los estados
           PERFORM CARGAR-PREFIJOS-RESULTADO
           IF WS-TOT-PFX = 0
               ADD 1 TO WS-BLOQUEOS
               DISPLAY "X SIN LINEAS DE INGRESOS/GASTOS EN LOS ESTADOS"
                       LINE 16 COL 10
           ELSE
               MOVE WS-CTA-UTIL TO WS-CTA-EVAL
               PERFORM EVALUAR-CTA-RESULTADO
               IF WS-CTA-UTIL NOT = SPACES AND WS-ES-RESULTADO = "S"
                   ADD 1 TO WS-BLOQUEOS
                   DISPLAY "X LA CUENTA DE UTILIDADES ES DE RESULTADOS"
                           LINE 16 COL 10
               ELSE
                   DISPLAY "- PREFIJOS DE RESULTADOS CONFIGURADOS: "
                           LINE 16 COL 10
                   DISPLAY WS-TOT-PFX LINE 16 COL 49
               END-IF
           END-IF

           *> Saldos por cuenta y balance de prueba del anio
           PERFORM CARGAR-SALDOS
           IF WS-CTAS-EXCEDIDO = "S"
               ADD 1 TO WS-BLOQUEOS
               DISPLAY "X DEMASIADAS CUENTAS CON MOVIMIENTO (MAX 500)"
                       LINE 17 COL 10
           END-IF
           MOVE WS-ANIO-DEBE  TO WS-EDIT-MONTO
           MOVE WS-ANIO-HABER TO WS-EDIT-MONTO2
           IF WS-ANIO-DEBE NOT = WS-ANIO-HABER
              OR WS-HIST-DEBE NOT = WS-HIST-HABER
               ADD 1 TO WS-BLOQUEOS
               DISPLAY "X BALANCE DE PRUEBA DESCUADRADO" LINE 18 COL 10
           ELSE
               DISPLAY "- BALANCE DE PRUEBA CUADRADO" LINE 18 COL 10
           END-IF
           DISPLAY "DEBE" LINE 18 COL 42
           DISPLAY WS-EDIT-MONTO LINE 18 COL 47
           DISPLAY "HABER" LINE 19 COL 41
           DISPLAY WS-EDIT-MONTO2 LINE 19 COL 47.

       CARGAR-PREFIJOS-RESULTADO.
           MOVE 0 TO WS-TOT-PFX
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO ECF-ORDEN
           START ESTADO-CONFIG KEY IS NOT LESS THAN ECF-ORDEN
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-TOT-PFX >= 50
               READ ESTADO-CONFIG NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF ECF-INGRESO OR ECF-GASTO
                           PERFORM CALCULAR-LARGO-PREFIJO
                           IF WS-PFX-LEN > 0
                               ADD 1 TO WS-TOT-PFX
                               MOVE ECF-CTA-PREFIJO
                                   TO T-PFX-CUENTA(WS-TOT-PFX)
                               MOVE WS-PFX-LEN TO T-PFX-LARGO(WS-TOT-PFX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-LARGO-PREFIJO.
           MOVE 0 TO WS-PFX-LEN
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF ECF-CTA-PREFIJO(WS-IDX:1) NOT = SPACE
                   MOVE WS-IDX TO WS-PFX-LEN
               END-IF
           END-PERFORM.

       EVALUAR-CTA-RESULTADO.
           MOVE "N" TO WS-ES-RESULTADO
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-TOT-PFX OR WS-ES-RESULTADO = "S"
               IF WS-CTA-EVAL(1:T-PFX-LARGO(WS-IDX2)) =
                  T-PFX-CUENTA(WS-IDX2)(1:T-PFX-LARGO(WS-IDX2))
                   MOVE "S" TO WS-ES-RESULTADO
               END-IF
           END-PERFORM.

       CARGAR-SALDOS.
           *> Toda la historia hasta diciembre: los cierres de anios
           *> anteriores (periodos AAAA13) ya dejaron en cero los
           *> resultados de esos anios
           MOVE 0 TO WS-TOT-CTAS WS-ANIO-DEBE WS-ANIO-HABER
                     WS-HIST-DEBE WS-HIST-HABER
           MOVE "N" TO WS-CTAS-EXCEDIDO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO AST-PERIODO
           START ASIENTOS KEY IS NOT LESS THAN AST-PERIODO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AST-PERIODO > WS-PER-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM ACUMULAR-SALDO-CUENTA
                       END-IF
               END-READ
           END-PERFORM

           *> Orden por cuenta para el reporte y los asientos
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= WS-TOT-CTAS
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-TOT-CTAS - WS-IDX
                   IF TC-CUENTA(WS-IDX2) > TC-CUENTA(WS-IDX2 + 1)
                       MOVE T-CTA(WS-IDX2)     TO WS-TMP-CTA
                       MOVE T-CTA(WS-IDX2 + 1) TO T-CTA(WS-IDX2)
                       MOVE WS-TMP-CTA         TO T-CTA(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-RESULTADO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CTAS
               IF TC-RESULTADO(WS-IDX) = "S"
                   ADD TC-SALDO(WS-IDX) TO WS-RESULTADO
               END-IF
           END-PERFORM
           *> Saldo deudor neto de resultados = perdida
           COMPUTE WS-UTILIDAD = 0 - WS-RESULTADO.

       ACUMULAR-SALDO-CUENTA.
           ADD AST-DEBE  TO WS-HIST-DEBE
           ADD AST-HABER TO WS-HIST-HABER
           IF AST-PERIODO >= WS-PER-DESDE
               ADD AST-DEBE  TO WS-ANIO-DEBE
               ADD AST-HABER TO WS-ANIO-HABER
           END-IF

           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-CTAS OR WS-ENCONTRADO = "S"
               IF TC-CUENTA(WS-IDX) = AST-CUENTA
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "S"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-TOT-CTAS >= WS-MAX-CTAS
                   MOVE "S" TO WS-CTAS-EXCEDIDO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-CTAS
               MOVE WS-TOT-CTAS TO WS-IDX
               MOVE AST-CUENTA  TO TC-CUENTA(WS-IDX)
               MOVE 0           TO TC-SALDO(WS-IDX)
               MOVE AST-CUENTA  TO WS-CTA-EVAL
               PERFORM EVALUAR-CTA-RESULTADO
               MOVE WS-ES-RESULTADO TO TC-RESULTADO(WS-IDX)
           END-IF
           ADD AST-DEBE TO TC-SALDO(WS-IDX)
           SUBTRACT AST-HABER FROM TC-SALDO(WS-IDX).

       ASIENTO-CIERRE-RESULTADOS.
           *> Cada cuenta de ingresos y gastos queda en cero; la
           *> contrapartida de cada asiento va a utilidades acumuladas
           MOVE WS-PER-CIERRE   TO WS-POST-PERIODO
           MOVE WS-FECHA-CIERRE TO WS-POST-FECHA
           MOVE "Y"             TO WS-POST-TIPO
           MOVE SPACES TO WS-POST-DETALLE
           STRING "CIERRE RESULTADOS " W-ANIO
               DELIMITED BY SIZE INTO WS-POST-DETALLE
           PERFORM INICIAR-ASIENTOS-CIERRE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CTAS
               IF TC-RESULTADO(WS-IDX) = "S" AND TC-SALDO(WS-IDX) NOT = 0
                   MOVE TC-CUENTA(WS-IDX) TO WS-LIN-CUENTA
                   PERFORM CONTRAPARTIDA-SALDO
                   PERFORM AGREGAR-LINEA-CIERRE
               END-IF
           END-PERFORM
           PERFORM CUADRAR-ASIENTO-CIERRE
           PERFORM TOTALES-ASIENTOS-CIERRE.

       ASIENTO-CIERRE-BALANCE.
           *> Las cuentas de balance se saldan en el periodo 13 y se
           *> reabren en enero, asi los saldos acumulados no cambian y
           *> el libro del anio nuevo arranca con la apertura. La
           *> cuenta de utilidades ya recibio el resultado y cuadra
           *> el asiento al final
           MOVE SPACES TO WS-POST-DETALLE
           STRING "CIERRE DE BALANCE " W-ANIO
               DELIMITED BY SIZE INTO WS-POST-DETALLE
           PERFORM INICIAR-ASIENTOS-CIERRE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CTAS
               IF TC-RESULTADO(WS-IDX) NOT = "S"
                  AND TC-CUENTA(WS-IDX) NOT = WS-CTA-UTIL
                  AND TC-SALDO(WS-IDX) NOT = 0
                   MOVE TC-CUENTA(WS-IDX) TO WS-LIN-CUENTA
                   PERFORM CONTRAPARTIDA-SALDO
                   PERFORM AGREGAR-LINEA-CIERRE
               END-IF
           END-PERFORM
           PERFORM CUADRAR-ASIENTO-CIERRE
           PERFORM TOTALES-ASIENTOS-CIERRE.

       ASIENTO-APERTURA.
           MOVE WS-PER-APERTURA   TO WS-POST-PERIODO
           MOVE WS-FECHA-APERTURA TO WS-POST-FECHA
           MOVE "O"               TO WS-POST-TIPO
           MOVE SPACES TO WS-POST-DETALLE
           STRING "APERTURA EJERCICIO " WS-ANIO-SIG
               DELIMITED BY SIZE INTO WS-POST-DETALLE
           PERFORM INICIAR-ASIENTOS-CIERRE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CTAS
               IF TC-RESULTADO(WS-IDX) NOT = "S"
                  AND TC-CUENTA(WS-IDX) NOT = WS-CTA-UTIL
                  AND TC-SALDO(WS-IDX) NOT = 0
                   MOVE TC-CUENTA(WS-IDX) TO WS-LIN-CUENTA
                   PERFORM CONTRAPARTIDA-SALDO
                   MOVE WS-LIN-DEBE  TO WS-DEBE-TMP
                   MOVE WS-LIN-HABER TO WS-LIN-DEBE
                   MOVE WS-DEBE-TMP  TO WS-LIN-HABER
                   PERFORM AGREGAR-LINEA-CIERRE
               END-IF
           END-PERFORM
           PERFORM CUADRAR-ASIENTO-CIERRE
           PERFORM TOTALES-ASIENTOS-CIERRE.

       CONTRAPARTIDA-SALDO.
           *> La linea que deja la cuenta en cero
           MOVE 0 TO WS-LIN-DEBE WS-LIN-HABER
           IF TC-SALDO(WS-IDX) > 0
               MOVE TC-SALDO(WS-IDX) TO WS-LIN-HABER
           ELSE
               COMPUTE WS-LIN-DEBE = 0 - TC-SALDO(WS-IDX)
           END-IF.

       INICIAR-ASIENTOS-CIERRE.
           MOVE 0 TO WS-AST-NRO WS-AST-ITEM WS-AST-PARCIAL
           MOVE 0 TO WS-TOT-DEBE WS-TOT-HABER
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-POST-DETALLE TO WS-LINEA-REP
           MOVE "PERIODO" TO WS-LINEA-REP(33:7)
           MOVE WS-POST-PERIODO TO WS-LINEA-REP(41:6)
           PERFORM ESCRIBIR-REPORTE.

       NUEVO-ASIENTO-CIERRE.
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

       AGREGAR-LINEA-CIERRE.
           IF WS-AST-NRO = 0
               PERFORM NUEVO-ASIENTO-CIERRE
           END-IF
           IF WS-AST-ITEM >= 98
               PERFORM CUADRAR-ASIENTO-CIERRE
               PERFORM NUEVO-ASIENTO-CIERRE
           END-IF
           PERFORM GRABAR-LINEA-CIERRE.

       CUADRAR-ASIENTO-CIERRE.
           IF WS-AST-PARCIAL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AST-NRO = 0
               PERFORM NUEVO-ASIENTO-CIERRE
           END-IF
           MOVE WS-CTA-UTIL TO WS-LIN-CUENTA
           MOVE 0 TO WS-LIN-DEBE WS-LIN-HABER
           IF WS-AST-PARCIAL > 0
               MOVE WS-AST-PARCIAL TO WS-LIN-HABER
           ELSE
               COMPUTE WS-LIN-DEBE = 0 - WS-AST-PARCIAL
           END-IF
           PERFORM GRABAR-LINEA-CIERRE.

       GRABAR-LINEA-CIERRE.
           ADD 1 TO WS-AST-ITEM
           MOVE WS-AST-NRO      TO AST-NRO
           MOVE WS-AST-ITEM     TO AST-ITEM
           MOVE WS-POST-FECHA   TO AST-FECHA
           MOVE WS-POST-PERIODO TO AST-PERIODO
           MOVE WS-POST-TIPO    TO AST-TIPO-DOC
           MOVE W-ANIO          TO AST-DOC-NRO
           MOVE WS-LIN-CUENTA   TO AST-CUENTA
           MOVE WS-LIN-DEBE     TO AST-DEBE
           MOVE WS-LIN-HABER    TO AST-HABER
           MOVE WS-POST-DETALLE TO AST-DETALLE
           MOVE SPACES          TO AST-CCOSTO
           WRITE ASIENTO-REG
           COMPUTE WS-AST-PARCIAL = WS-AST-PARCIAL + WS-LIN-DEBE
                                    - WS-LIN-HABER
           ADD WS-LIN-DEBE  TO WS-TOT-DEBE
           ADD WS-LIN-HABER TO WS-TOT-HABER

           MOVE WS-LIN-CUENTA TO CTA-CODIGO
           READ PLAN-CUENTAS
               INVALID KEY MOVE SPACES TO CTA-NOMBRE
           END-READ
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-AST-NRO    TO WS-LINEA-REP(1:7)
           MOVE WS-AST-ITEM   TO WS-LINEA-REP(9:2)
           MOVE WS-LIN-CUENTA TO WS-LINEA-REP(12:8)
           MOVE CTA-NOMBRE    TO WS-LINEA-REP(21:30)
           MOVE WS-LIN-DEBE TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(53:14)
           MOVE WS-LIN-HABER TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(68:14)
           PERFORM ESCRIBIR-REPORTE.

       TOTALES-ASIENTOS-CIERRE.
           MOVE SPACES TO WS-LINEA-REP
           MOVE "TOTALES" TO WS-LINEA-REP(21:7)
           MOVE WS-TOT-DEBE TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(53:14)
           MOVE WS-TOT-HABER TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-LINEA-REP(68:14)
           PERFORM ESCRIBIR-REPORTE.

       ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "CIERRE DEL EJERCICIO " W-ANIO "   FECHA " WS-FECHA-HOY
                  "   USUARIO " WS-USUARIO-SESION
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-UTILIDAD TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "UTILIDAD (PERDIDA) DEL EJERCICIO: " WS-EDIT-MONTO
                  "   CUENTA " WS-CTA-UTIL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "ASIENTO IT CUENTA   NOMBRE                                   DEBE          HABER"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE.

       ESCRIBIR-REPORTE.
           WRITE REG-EJERCICIO-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

      *> ------------------------------------------------------------
      *> Reverso del cierre (solo supervisores)
      *> ------------------------------------------------------------
       REVERSAR-CIERRE.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           IF NOT SESION-SUPERVISOR
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 12 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 50
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-ANIO
           DISPLAY "ANIO CUYO CIERRE SE REVERSA (AAAA): " LINE 12 COL 10
           ACCEPT W-ANIO LINE 12 COL 47
           IF W-ANIO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULAR-FECHAS-ANIO

           MOVE W-ANIO TO EJE-ANIO
           READ EJERCICIOS
               INVALID KEY
                   DISPLAY "EL EJERCICIO NO TIENE CIERRE" LINE 13 COL 10
                   ACCEPT WS-PAUSA LINE 13 COL 40
                   EXIT PARAGRAPH
           END-READ
           IF NOT EJE-CERRADO
               DISPLAY "EL CIERRE YA FUE REVERSADO" LINE 13 COL 10
               ACCEPT WS-PAUSA LINE 13 COL 40
               EXIT PARAGRAPH
           END-IF

           COMPUTE EJE-ANIO = W-ANIO + 1
           READ EJERCICIOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EJE-CERRADO
                       DISPLAY "PRIMERO REVERSE EL CIERRE DEL ANIO SIGUIENTE"
                               LINE 13 COL 10 WITH REVERSE-VIDEO
                       ACCEPT WS-PAUSA LINE 13 COL 56
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE W-ANIO TO EJE-ANIO
           READ EJERCICIOS
               INVALID KEY EXIT PARAGRAPH
           END-READ

           DISPLAY "CERRADO EL" LINE 13 COL 10
           DISPLAY EJE-FECHA LINE 13 COL 21
           DISPLAY "POR" LINE 13 COL 31
           DISPLAY EJE-USUARIO LINE 13 COL 35
           MOVE EJE-UTILIDAD TO WS-EDIT-MONTO
           DISPLAY "UTILIDAD (PERDIDA): " LINE 14 COL 10
           DISPLAY WS-EDIT-MONTO LINE 14 COL 31

           PERFORM CARGAR-ASIENTOS-CIERRE
           DISPLAY "ASIENTOS A REVERSAR: " LINE 15 COL 10
           DISPLAY WS-TOT-REV LINE 15 COL 32

           DISPLAY "CONFIRMA REVERSAR EL CIERRE [S/N]? " LINE 17 COL 10
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 17 COL 46
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           *> Cada asiento del cierre se anula con su espejo (tipo "Q"),
           *> en el mismo periodo; nada se borra de ASIENTOS
           MOVE 0 TO WS-CANT-AST
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-REV
               PERFORM REVERSAR-ASIENTO
           END-PERFORM

           MOVE W-ANIO TO EJE-ANIO
           READ EJERCICIOS
               INVALID KEY CONTINUE
           END-READ
           SET EJE-REVERSADO TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO EJE-FECHA-REV
           MOVE WS-USUARIO-SESION TO EJE-USR-REV
           REWRITE EJERCICIO-REG

           MOVE "REVERSO-AN" TO WS-AUD-ACCION
           MOVE W-ANIO TO WS-AUD-REG-CLAVE
           MOVE "CERRADO" TO WS-AUD-VALOR-ANT
           STRING "REVERSADO " WS-CANT-AST " ASIENTOS"
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           DISPLAY "CIERRE REVERSADO - ASIENTOS ESPEJO: " LINE 18 COL 10
           DISPLAY WS-CANT-AST LINE 18 COL 47

           *> Para registrar los ajustes de la auditoria diciembre
           *> tiene que volver a estar abierto
           MOVE WS-PER-HASTA TO PER-ANIO-MES
           READ PERIODOS-CONTABLES
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF PER-CERRADO
               DISPLAY "REABRIR EL PERIODO " LINE 19 COL 10
               DISPLAY WS-PER-HASTA LINE 19 COL 29
               DISPLAY " PARA AJUSTES [S/N]? " LINE 19 COL 35
               MOVE SPACE TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA LINE 19 COL 57
               IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
                   SET PER-ABIERTO TO TRUE
                   REWRITE PERIODO-REG
                   MOVE "REABRE-PER" TO WS-AUD-ACCION
                   MOVE WS-PER-HASTA TO WS-AUD-REG-CLAVE
                   MOVE "CERRADO" TO WS-AUD-VALOR-ANT
                   MOVE "ABIERTO" TO WS-AUD-VALOR-NUEVO
                   PERFORM GRABAR-AUDITORIA
                   DISPLAY "PERIODO REABIERTO" LINE 20 COL 10
               END-IF
           END-IF
           ACCEPT WS-PAUSA LINE 20 COL 30.

       CARGAR-ASIENTOS-CIERRE.
           MOVE 0 TO WS-TOT-REV
           MOVE "Y" TO WS-REV-TIPO
           PERFORM BUSCAR-ASIENTOS-TIPO
           MOVE "O" TO WS-REV-TIPO
           PERFORM BUSCAR-ASIENTOS-TIPO.

       BUSCAR-ASIENTOS-TIPO.
           *> Solo los del cierre vigente: los de cierres ya
           *> reversados tienen numero menor a EJE-AST-PRIMERO
           SET NO-FIN-SCAN TO TRUE
           MOVE WS-REV-TIPO TO AST-TIPO-DOC
           MOVE W-ANIO      TO AST-DOC-NRO
           START ASIENTOS KEY IS NOT LESS THAN AST-DOC-REF
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AST-TIPO-DOC NOT = WS-REV-TIPO
                          OR AST-DOC-NRO NOT = W-ANIO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF AST-NRO >= EJE-AST-PRIMERO
                               PERFORM AGREGAR-ASIENTO-REVERSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-ASIENTO-REVERSO.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-TOT-REV OR WS-ENCONTRADO = "S"
               IF T-REV-AST(WS-IDX2) = AST-NRO
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = "N" AND WS-TOT-REV < 100
               ADD 1 TO WS-TOT-REV
               MOVE AST-NRO TO T-REV-AST(WS-TOT-REV)
           END-IF.

       REVERSAR-ASIENTO.
           PERFORM NUEVO-ASIENTO-CIERRE
           SET NO-FIN-DET TO TRUE
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM > 99 OR FIN-DET
               MOVE T-REV-AST(WS-IDX) TO AST-NRO
               MOVE WS-ITEM           TO AST-ITEM
               READ ASIENTOS
                   INVALID KEY SET FIN-DET TO TRUE
                   NOT INVALID KEY
                       MOVE WS-AST-NRO TO AST-NRO
                       MOVE "Q"        TO AST-TIPO-DOC
                       MOVE AST-DEBE   TO WS-DEBE-TMP
                       MOVE AST-HABER  TO AST-DEBE
                       MOVE WS-DEBE-TMP TO AST-HABER
                       MOVE SPACES TO AST-DETALLE
                       STRING "REVERSO CIERRE " W-ANIO
                           DELIMITED BY SIZE INTO AST-DETALLE
                       WRITE ASIENTO-REG
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Consulta de cierres
      *> ------------------------------------------------------------
       CONSULTAR-CIERRES.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           DISPLAY "ANIO ESTADO     FECHA    USUARIO     UTILIDAD (PERDIDA)  REVERSO  POR"
                   LINE 12 COL 02
           MOVE 13 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO EJE-ANIO
           START EJERCICIOS KEY IS NOT LESS THAN EJE-ANIO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 21
               READ EJERCICIOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       DISPLAY EJE-ANIO LINE WS-FILA COL 02
                       IF EJE-CERRADO
                           DISPLAY "CERRADO" LINE WS-FILA COL 07
                       ELSE
                           DISPLAY "REVERSADO" LINE WS-FILA COL 07
                       END-IF
                       DISPLAY EJE-FECHA   LINE WS-FILA COL 18
                       DISPLAY EJE-USUARIO LINE WS-FILA COL 27
                       MOVE EJE-UTILIDAD TO WS-EDIT-MONTO
                       DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 38
                       IF EJE-FECHA-REV > 0
                           DISPLAY EJE-FECHA-REV LINE WS-FILA COL 58
                           DISPLAY EJE-USR-REV   LINE WS-FILA COL 67
                       END-IF
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM
           IF WS-FILA = 13
               DISPLAY "(SIN CIERRES REGISTRADOS)" LINE 13 COL 02
           END-IF
           ACCEPT WS-PAUSA LINE 23 COL 02.

       END PROGRAM CIEANU01.
