       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Corrida de Pagos a Proveedores - propone las
      *> *           facturas de proveedor abiertas por fecha de
      *> *           vencimiento hasta un presupuesto de caja, deja que
      *> *           tesoreria incluya o excluya facturas, graba los
      *> *           pagos aprobados (PAGOSPROV con su detalle, un pago
      *> *           por proveedor), descuenta la cuenta bancaria y genera
      *> *           el archivo de transferencias del banco (pagos_ach.txt)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRA10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "proveedor.sel".
           COPY "provfac.sel".
           COPY "pagoprov.sel".
           COPY "pagoprovdet.sel".
           COPY "pgpctrl.sel".
           COPY "ctabanco.sel".
           COPY "parametros.sel".
           COPY "corpag.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "proveedor.fd".
           COPY "provfac.fd".
           COPY "pagoprov.fd".
           COPY "pagoprovdet.fd".
           COPY "pgpctrl.fd".
           COPY "ctabanco.fd".
           COPY "parametros.fd".
           COPY "corpag.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "SPOOLVARS.cpy".
       COPY "PARAMETROS.cpy".

       01 ST-SESION         PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-PAGOSPROV      PIC XX.
       01 ST-PAGOSPROVDET   PIC XX.
       01 ST-NEXT-PGP       PIC XX.
       01 ST-CTABANCO       PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 WS-RESPUESTA      PIC X.
       01 WS-NIT-EMPRESA    PIC X(15) VALUE SPACES.

       01 W-FECHA-CORTE     PIC 9(08).
       01 W-PRESUPUESTO-TXT PIC X(15).
       01 WS-PRESUPUESTO    PIC S9(11)V99 VALUE 0.
       01 W-CTB-CODIGO      PIC X(04).
       01 W-ACCION          PIC X.
       01 W-RENGLON         PIC 9(03).
       01 WS-FECHA-HOY      PIC 9(08).

      *> Facturas propuestas, ordenadas por vencimiento
       01 WS-TABLA-CORRIDA.
          05 T-FACTURA OCCURS 300 TIMES.
             10 T-PFC-NRO      PIC 9(07).
             10 T-PROV-ID      PIC 9(07).
             10 T-NOMBRE       PIC X(20).
             10 T-VENCE        PIC 9(08).
             10 T-SALDO        PIC S9(9)V99.
             10 T-MARCA        PIC X(01).
                88 T-INCLUIDA     VALUE "X".
             10 T-SIN-CUENTA   PIC X(01).
             10 T-PAGADA       PIC X(01).
       01 WS-FILA-TEMP.
          05 WS-T-PFC-NRO      PIC 9(07).
          05 WS-T-PROV-ID      PIC 9(07).
          05 WS-T-NOMBRE       PIC X(20).
          05 WS-T-VENCE        PIC 9(08).
          05 WS-T-SALDO        PIC S9(9)V99.
          05 WS-T-MARCA        PIC X(01).
          05 WS-T-SIN-CUENTA   PIC X(01).
          05 WS-T-PAGADA       PIC X(01).
       01 WS-TOTAL-FILAS    PIC 9(03) VALUE 0.
       01 WS-MAX-FILAS      PIC 9(03) VALUE 300.
       01 WS-I              PIC 9(03).
       01 WS-J              PIC 9(03).
       01 WS-K              PIC 9(03).
       01 WS-PRIMERA        PIC 9(03) VALUE 1.
       01 WS-FILA           PIC 99.
       01 WS-RENGLON-DISP   PIC ZZ9.
       01 WS-SALDO-DISP     PIC -(8)9.99.

       01 WS-TOT-SELECCION  PIC S9(11)V99 VALUE 0.
       01 WS-CANT-SELECCION PIC 9(03) VALUE 0.
       01 WS-TOTAL-DISP     PIC -(10)9.99.

       01 WS-PGP-NRO        PIC 9(07).
       01 WS-PGP-ITEM       PIC 9(03).
       01 WS-PROV-ACTUAL    PIC 9(07).
       01 WS-MONTO-PAGO     PIC S9(9)V99.
       01 WS-CANT-PAGOS     PIC 9(05) VALUE 0.
       01 WS-TOT-PAGADO     PIC S9(11)V99 VALUE 0.
       01 WS-LINEA          PIC X(200).
       01 WS-PROV-NUEVO     PIC X.

       01 WS-SW-PROVFAC     PIC X VALUE "N".
          88 FIN-PROVFAC       VALUE "S".
          88 NO-FIN-PROVFAC    VALUE "N".
       01 WS-SW-CORRIDA     PIC X VALUE "N".
          88 FIN-CORRIDA       VALUE "S".
          88 NO-FIN-CORRIDA    VALUE "N".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM LEER-NIT-EMPRESA
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "CORRIDA DE PAGOS A PROVEEDORES" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           PERFORM ABRIR-ARCHIVOS

           PERFORM PEDIR-PARAMETROS-CORRIDA
           IF W-CTB-CODIGO = SPACES
               PERFORM CERRAR-ARCHIVOS
               GOBACK
           END-IF

           PERFORM CARGAR-PROPUESTA
           IF WS-TOTAL-FILAS = 0
               DISPLAY "NO HAY FACTURAS DE PROVEEDOR VENCIDAS A ESA FECHA"
                   LINE 12 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 62
               PERFORM CERRAR-ARCHIVOS
               GOBACK
           END-IF
           PERFORM ORDENAR-POR-VENCIMIENTO
           PERFORM PROPONER-HASTA-PRESUPUESTO

           SET NO-FIN-CORRIDA TO TRUE
           PERFORM UNTIL FIN-CORRIDA
               PERFORM MOSTRAR-PROPUESTA
               PERFORM PEDIR-ACCION
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       LEER-NIT-EMPRESA.
           OPEN INPUT PARAMETROS
           IF ST-PARAMETROS = "00"
               MOVE "1" TO PAR-CLAVE
               READ PARAMETROS KEY IS PAR-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAR-NIT TO WS-NIT-EMPRESA
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT PROVEEDORES
           OPEN I-O FACTURAS-PROV
           IF ST-PROVFAC = "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN I-O FACTURAS-PROV
           END-IF
           OPEN I-O PAGOSPROV
           IF ST-PAGOSPROV = "35"
               OPEN OUTPUT PAGOSPROV
               CLOSE PAGOSPROV
               OPEN I-O PAGOSPROV
           END-IF
           OPEN I-O PAGOSPROVDET
           IF ST-PAGOSPROVDET = "35"
               OPEN OUTPUT PAGOSPROVDET
               CLOSE PAGOSPROVDET
               OPEN I-O PAGOSPROVDET
           END-IF
           OPEN I-O NEXT-PGP-NRO
           IF ST-NEXT-PGP = "35"
               OPEN OUTPUT NEXT-PGP-NRO
               CLOSE NEXT-PGP-NRO
               OPEN I-O NEXT-PGP-NRO
               MOVE "1" TO PGC-CLAVE
               MOVE 0   TO PGC-ULTIMO-NRO
               WRITE NEXT-PGP-NRO-REG
           END-IF
           OPEN I-O CUENTAS-BANCO
           IF ST-CTABANCO = "35"
               OPEN OUTPUT CUENTAS-BANCO
               CLOSE CUENTAS-BANCO
               OPEN I-O CUENTAS-BANCO
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PROVEEDORES
           CLOSE FACTURAS-PROV
           CLOSE PAGOSPROV
           CLOSE PAGOSPROVDET
           CLOSE NEXT-PGP-NRO
           CLOSE CUENTAS-BANCO.

       PEDIR-PARAMETROS-CORRIDA.
      *> Vencimiento hasta (por defecto la semana que viene), tope de
      *> caja de la corrida y cuenta propia de donde sale el dinero
           DISPLAY "VENCIMIENTO HASTA (AAAAMMDD, 0=HOY+7): " LINE 04 COL 10
           MOVE 0 TO W-FECHA-CORTE
           ACCEPT W-FECHA-CORTE LINE 04 COL 50
           IF W-FECHA-CORTE = 0
               COMPUTE W-FECHA-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + 7)
               DISPLAY W-FECHA-CORTE LINE 04 COL 50
           END-IF

           MOVE 0 TO WS-PRESUPUESTO
           PERFORM UNTIL WS-PRESUPUESTO > 0
               MOVE SPACES TO W-PRESUPUESTO-TXT
               DISPLAY "PRESUPUESTO DE CAJA DE LA CORRIDA: " LINE 05 COL 10
               ACCEPT W-PRESUPUESTO-TXT LINE 05 COL 50
               IF FUNCTION TEST-NUMVAL(W-PRESUPUESTO-TXT) = 0
                   COMPUTE WS-PRESUPUESTO =
                       FUNCTION NUMVAL(W-PRESUPUESTO-TXT)
               END-IF
           END-PERFORM

           MOVE SPACES TO W-CTB-CODIGO
           PERFORM UNTIL W-CTB-CODIGO NOT = SPACES
               DISPLAY "CUENTA BANCARIA DE ORIGEN (ENTER=SALIR): "
                   LINE 06 COL 10
               ACCEPT W-CTB-CODIGO LINE 06 COL 52
               IF W-CTB-CODIGO = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(W-CTB-CODIGO) TO W-CTB-CODIGO
               MOVE W-CTB-CODIGO TO CTB-CODIGO
               READ CUENTAS-BANCO
                   INVALID KEY
                       DISPLAY "CUENTA NO EXISTE" LINE 06 COL 60
                       MOVE SPACES TO W-CTB-CODIGO
               END-READ
           END-PERFORM
           DISPLAY CTB-BANCO LINE 07 COL 10
           DISPLAY CTB-NRO-CUENTA LINE 07 COL 32
           MOVE CTB-SALDO TO WS-TOTAL-DISP
           DISPLAY "SALDO: " LINE 07 COL 50
           DISPLAY WS-TOTAL-DISP LINE 07 COL 57.

       CARGAR-PROPUESTA.
           MOVE 0 TO WS-TOTAL-FILAS
           SET NO-FIN-PROVFAC TO TRUE
           MOVE 0 TO PFC-NRO
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-NRO
               INVALID KEY SET FIN-PROVFAC TO TRUE
           END-START
           PERFORM UNTIL FIN-PROVFAC
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-PROVFAC TO TRUE
                   NOT AT END
                       IF PFC-VIGENTE AND PFC-SALDO-PEND > 0
                          AND PFC-FECHA-VENCE <= W-FECHA-CORTE
                           PERFORM AGREGAR-A-PROPUESTA
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-A-PROPUESTA.
           IF WS-TOTAL-FILAS >= WS-MAX-FILAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-FILAS
           MOVE PFC-NRO         TO T-PFC-NRO(WS-TOTAL-FILAS)
           MOVE PFC-PROV-ID     TO T-PROV-ID(WS-TOTAL-FILAS)
           MOVE PFC-FECHA-VENCE TO T-VENCE(WS-TOTAL-FILAS)
           MOVE PFC-SALDO-PEND  TO T-SALDO(WS-TOTAL-FILAS)
           MOVE SPACE TO T-MARCA(WS-TOTAL-FILAS)
           MOVE "N" TO T-PAGADA(WS-TOTAL-FILAS)
           MOVE SPACES TO T-NOMBRE(WS-TOTAL-FILAS)
      *> Sin banco, tipo o numero de cuenta no se puede transferir
           MOVE "S" TO T-SIN-CUENTA(WS-TOTAL-FILAS)
           MOVE PFC-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROV-NOMBRE TO T-NOMBRE(WS-TOTAL-FILAS)
                   IF PROV-ACTIVO AND PROV-BANCO NOT = SPACES
                      AND PROV-TIPO-CTA-OK
                      AND PROV-NRO-CUENTA NOT = SPACES
                       MOVE "N" TO T-SIN-CUENTA(WS-TOTAL-FILAS)
                   END-IF
           END-READ.

       ORDENAR-POR-VENCIMIENTO.
           IF WS-TOTAL-FILAS > 1
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-TOTAL-FILAS
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > (WS-TOTAL-FILAS - WS-I)
                       IF T-VENCE(WS-J) > T-VENCE(WS-J + 1)
                           MOVE T-FACTURA(WS-J)     TO WS-FILA-TEMP
                           MOVE T-FACTURA(WS-J + 1) TO T-FACTURA(WS-J)
                           MOVE WS-FILA-TEMP        TO T-FACTURA(WS-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PROPONER-HASTA-PRESUPUESTO.
      *> Lo mas vencido primero; una factura que ya no cabe en lo que
      *> queda del presupuesto se salta y se prueba la siguiente
           MOVE 0 TO WS-TOT-SELECCION WS-CANT-SELECCION
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-FILAS
               IF T-SIN-CUENTA(WS-I) = "N"
                  AND WS-TOT-SELECCION + T-SALDO(WS-I) <= WS-PRESUPUESTO
                   MOVE "X" TO T-MARCA(WS-I)
                   ADD T-SALDO(WS-I) TO WS-TOT-SELECCION
                   ADD 1 TO WS-CANT-SELECCION
               END-IF
           END-PERFORM.

       MOSTRAR-PROPUESTA.
           DISPLAY " " LINE 09 COL 01 ERASE EOS
           DISPLAY "REN MARCA FACTURA PROVEEDOR            VENCE           SALDO"
               LINE 09 COL 02 WITH REVERSE-VIDEO
           MOVE 10 TO WS-FILA
           MOVE WS-PRIMERA TO WS-I
           PERFORM UNTIL WS-I > WS-TOTAL-FILAS OR WS-FILA > 20
               MOVE WS-I TO WS-RENGLON-DISP
               DISPLAY WS-RENGLON-DISP LINE WS-FILA COL 02
               IF T-INCLUIDA(WS-I)
                   DISPLAY "[X]" LINE WS-FILA COL 07
               ELSE
                   DISPLAY "[ ]" LINE WS-FILA COL 07
               END-IF
               DISPLAY T-PFC-NRO(WS-I) LINE WS-FILA COL 13
               DISPLAY T-NOMBRE(WS-I)  LINE WS-FILA COL 21
               DISPLAY T-VENCE(WS-I)   LINE WS-FILA COL 42
               MOVE T-SALDO(WS-I) TO WS-SALDO-DISP
               DISPLAY WS-SALDO-DISP   LINE WS-FILA COL 51
               IF T-SIN-CUENTA(WS-I) = "S"
                   DISPLAY "SIN CTA" LINE WS-FILA COL 66
               END-IF
               ADD 1 TO WS-FILA
               ADD 1 TO WS-I
           END-PERFORM

           MOVE WS-PRESUPUESTO TO WS-TOTAL-DISP
           DISPLAY "PRESUPUESTO:" LINE 21 COL 02
           DISPLAY WS-TOTAL-DISP LINE 21 COL 15
           MOVE WS-TOT-SELECCION TO WS-TOTAL-DISP
           DISPLAY "SELECCIONADO:" LINE 21 COL 31
           DISPLAY WS-TOTAL-DISP LINE 21 COL 45
           DISPLAY "FACTS:" LINE 21 COL 61
           DISPLAY WS-CANT-SELECCION LINE 21 COL 68.

       PEDIR-ACCION.
           DISPLAY "M=MARCAR/DESMARCAR  S=SIGUIENTE  A=ANTERIOR  G=GRABAR Y PAGAR  C=CANCELAR: "
               LINE 22 COL 02
           MOVE SPACE TO W-ACCION
           ACCEPT W-ACCION LINE 22 COL 79
           MOVE FUNCTION UPPER-CASE(W-ACCION) TO W-ACCION
           DISPLAY " " LINE 23 COL 01 ERASE EOL
           EVALUATE W-ACCION
               WHEN "M"
                   PERFORM MARCAR-RENGLON
               WHEN "S"
                   IF WS-PRIMERA + 11 <= WS-TOTAL-FILAS
                       ADD 11 TO WS-PRIMERA
                   END-IF
               WHEN "A"
                   IF WS-PRIMERA > 11
                       SUBTRACT 11 FROM WS-PRIMERA
                   ELSE
                       MOVE 1 TO WS-PRIMERA
                   END-IF
               WHEN "G"
                   PERFORM GRABAR-CORRIDA
               WHEN "C"
                   DISPLAY "CORRIDA CANCELADA - NO SE GRABO NINGUN PAGO"
                       LINE 23 COL 02
                   ACCEPT WS-PAUSA LINE 23 COL 50
                   SET FIN-CORRIDA TO TRUE
           END-EVALUATE.

       MARCAR-RENGLON.
           MOVE 0 TO W-RENGLON
           DISPLAY "RENGLON: " LINE 23 COL 02
           ACCEPT W-RENGLON LINE 23 COL 11
           IF W-RENGLON = 0 OR W-RENGLON > WS-TOTAL-FILAS
               EXIT PARAGRAPH
           END-IF
           IF T-INCLUIDA(W-RENGLON)
               MOVE SPACE TO T-MARCA(W-RENGLON)
               SUBTRACT T-SALDO(W-RENGLON) FROM WS-TOT-SELECCION
               SUBTRACT 1 FROM WS-CANT-SELECCION
           ELSE
               IF T-SIN-CUENTA(W-RENGLON) = "S"
                   DISPLAY "PROVEEDOR SIN CUENTA BANCARIA (VER PROVEEDORES)"
                       LINE 23 COL 20 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 23 COL 70
                   EXIT PARAGRAPH
               END-IF
               MOVE "X" TO T-MARCA(W-RENGLON)
               ADD T-SALDO(W-RENGLON) TO WS-TOT-SELECCION
               ADD 1 TO WS-CANT-SELECCION
           END-IF.

       GRABAR-CORRIDA.
           IF WS-CANT-SELECCION = 0
               DISPLAY "NO HAY FACTURAS MARCADAS" LINE 23 COL 02
               ACCEPT WS-PAUSA LINE 23 COL 30
               EXIT PARAGRAPH
           END-IF
           IF WS-TOT-SELECCION > WS-PRESUPUESTO
               DISPLAY "LO MARCADO EXCEDE EL PRESUPUESTO DE LA CORRIDA"
                   LINE 23 COL 02 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 23 COL 50
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRMA LOS PAGOS Y EL ARCHIVO PARA EL BANCO [S/N]? "
               LINE 23 COL 02
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA LINE 23 COL 56
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTAR-PAGOS-CORRIDA
           OPEN OUTPUT PAGOS-ACH
           OPEN OUTPUT CORRIDA-PLANO

      *> El banco exige el encabezado con cantidad y total de la
      *> corrida antes del detalle
           MOVE SPACES TO ACH-ENCABEZADO
           MOVE "1"              TO ACH-E-TIPO
           MOVE WS-NIT-EMPRESA   TO ACH-E-NIT
           MOVE WS-EMPRESA       TO ACH-E-EMPRESA
           MOVE WS-FECHA-HOY     TO ACH-E-FECHA
           MOVE CTB-NRO-CUENTA   TO ACH-E-CUENTA
           MOVE WS-CANT-PAGOS    TO ACH-E-CANTIDAD
           MOVE WS-TOT-SELECCION TO ACH-E-TOTAL
           WRITE ACH-ENCABEZADO
           MOVE 0 TO WS-CANT-PAGOS WS-TOT-PAGADO

           MOVE SPACES TO WS-LINEA
           STRING "CORRIDA DE PAGOS " WS-FECHA-HOY
                  "  CUENTA " CTB-CODIGO " " CTB-BANCO " " CTB-NRO-CUENTA
                  "  VENCE HASTA " W-FECHA-CORTE
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CORRIDA-PLANO FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           MOVE ALL "-" TO WS-LINEA(1:80)
           WRITE REG-CORRIDA-PLANO FROM WS-LINEA

      *> Un pago por proveedor con una linea por factura marcada
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-FILAS
               IF T-INCLUIDA(WS-I) AND T-PAGADA(WS-I) = "N"
                   PERFORM GRABAR-PAGO-PROVEEDOR
               END-IF
           END-PERFORM
           MOVE SPACES TO ACH-CONTROL
           MOVE "9"           TO ACH-C-TIPO
           MOVE WS-CANT-PAGOS TO ACH-C-CANTIDAD
           MOVE WS-TOT-PAGADO TO ACH-C-TOTAL
           WRITE ACH-CONTROL
           CLOSE PAGOS-ACH

           SUBTRACT WS-TOT-PAGADO FROM CTB-SALDO
           REWRITE CUENTA-BANCO-REG

           MOVE SPACES TO WS-LINEA
           MOVE ALL "-" TO WS-LINEA(1:80)
           WRITE REG-CORRIDA-PLANO FROM WS-LINEA
           MOVE WS-TOT-PAGADO TO WS-TOTAL-DISP
           MOVE SPACES TO WS-LINEA
           STRING "PAGOS: " WS-CANT-PAGOS "  TOTAL: " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CORRIDA-PLANO FROM WS-LINEA
           CLOSE CORRIDA-PLANO

           MOVE "CORRIDAPAG" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-FECHA-CORTE " " CTB-CODIGO
               DELIMITED BY SIZE INTO WS-SPL-PARAMS
           MOVE WS-CANT-PAGOS TO WS-SPL-REGISTROS
           MOVE "corrida_pagos.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY " " LINE 22 COL 01 ERASE EOS
           DISPLAY "PAGOS GRABADOS: " LINE 22 COL 02
           DISPLAY WS-CANT-PAGOS LINE 22 COL 18
           DISPLAY "ARCHIVO DEL BANCO: pagos_ach.txt" LINE 22 COL 26
           ACCEPT WS-PAUSA LINE 23 COL 02
           SET FIN-CORRIDA TO TRUE.

       GRABAR-PAGO-PROVEEDOR.
           MOVE T-PROV-ID(WS-I) TO WS-PROV-ACTUAL
           MOVE 0 TO WS-MONTO-PAGO
           PERFORM VARYING WS-K FROM WS-I BY 1 UNTIL WS-K > WS-TOTAL-FILAS
               IF T-INCLUIDA(WS-K) AND T-PAGADA(WS-K) = "N"
                  AND T-PROV-ID(WS-K) = WS-PROV-ACTUAL
                   ADD T-SALDO(WS-K) TO WS-MONTO-PAGO
               END-IF
           END-PERFORM

           MOVE "1" TO PGC-CLAVE
           READ NEXT-PGP-NRO KEY IS PGC-CLAVE
               INVALID KEY
                   MOVE 0 TO PGC-ULTIMO-NRO
           END-READ
           ADD 1 TO PGC-ULTIMO-NRO
           MOVE PGC-ULTIMO-NRO TO WS-PGP-NRO
           REWRITE NEXT-PGP-NRO-REG

           MOVE WS-PGP-NRO        TO PGP-NRO
           MOVE WS-PROV-ACTUAL    TO PGP-PROV-ID
           MOVE WS-FECHA-HOY      TO PGP-FECHA
           MOVE WS-MONTO-PAGO     TO PGP-MONTO
           MOVE WS-USUARIO-SESION TO PGP-USUARIO
           WRITE PAGOPROV-REG

           MOVE 0 TO WS-PGP-ITEM
           PERFORM VARYING WS-K FROM WS-I BY 1 UNTIL WS-K > WS-TOTAL-FILAS
               IF T-INCLUIDA(WS-K) AND T-PAGADA(WS-K) = "N"
                  AND T-PROV-ID(WS-K) = WS-PROV-ACTUAL
                   PERFORM APLICAR-FACTURA-CORRIDA
               END-IF
           END-PERFORM

           ADD 1 TO WS-CANT-PAGOS
           ADD WS-MONTO-PAGO TO WS-TOT-PAGADO

           MOVE WS-PROV-ACTUAL TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   INITIALIZE PROVEEDOR-REG
           END-READ
           MOVE SPACES TO ACH-DETALLE
           MOVE "6"             TO ACH-D-TIPO
      *> El banco valida el beneficiario por su documento; los
      *> proveedores aun sin documento viajan con su codigo interno
           IF PROV-NRO-DOC NOT = SPACES
               MOVE PROV-NRO-DOC TO ACH-D-IDENTIF
           ELSE
               MOVE PROV-ID      TO ACH-D-IDENTIF
           END-IF
           MOVE PROV-NOMBRE     TO ACH-D-NOMBRE
           MOVE PROV-BANCO      TO ACH-D-BANCO
           MOVE PROV-TIPO-CTA   TO ACH-D-TIPO-CTA
           MOVE PROV-NRO-CUENTA TO ACH-D-CUENTA
           MOVE WS-MONTO-PAGO   TO ACH-D-MONTO
           STRING "PGP" WS-PGP-NRO DELIMITED BY SIZE
               INTO ACH-D-REFERENCIA
           WRITE ACH-DETALLE

           MOVE WS-MONTO-PAGO TO WS-SALDO-DISP
           MOVE SPACES TO WS-LINEA
           STRING "PAGO " WS-PGP-NRO " | PROV " WS-PROV-ACTUAL " "
                  PROV-NOMBRE " | " PROV-BANCO " " PROV-TIPO-CTA " "
                  PROV-NRO-CUENTA " | FACTS " WS-PGP-ITEM
                  " | " WS-SALDO-DISP
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CORRIDA-PLANO FROM WS-LINEA.

       APLICAR-FACTURA-CORRIDA.
           MOVE T-PFC-NRO(WS-K) TO PFC-NRO
           READ FACTURAS-PROV
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-PGP-ITEM
           MOVE WS-PGP-NRO      TO PGD-PGP-NRO
           MOVE WS-PGP-ITEM     TO PGD-ITEM
           MOVE PFC-NRO         TO PGD-PFC-NRO
           MOVE T-SALDO(WS-K)   TO PGD-MONTO-APLIC
           WRITE PAGOPROVDET-REG

           SUBTRACT T-SALDO(WS-K) FROM PFC-SALDO-PEND
           IF PFC-SALDO-PEND <= 0
               MOVE 0 TO PFC-SALDO-PEND
               SET PFC-PAGADA TO TRUE
           END-IF
           REWRITE FACTURA-PROV-REG
           MOVE "S" TO T-PAGADA(WS-K).

       CONTAR-PAGOS-CORRIDA.
      *> Un pago por cada proveedor distinto entre lo marcado
           MOVE 0 TO WS-CANT-PAGOS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-FILAS
               IF T-INCLUIDA(WS-I)
                   MOVE "S" TO WS-PROV-NUEVO
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-I
                       IF T-INCLUIDA(WS-J)
                          AND T-PROV-ID(WS-J) = T-PROV-ID(WS-I)
                           MOVE "N" TO WS-PROV-NUEVO
                       END-IF
                   END-PERFORM
                   IF WS-PROV-NUEVO = "S"
                       ADD 1 TO WS-CANT-PAGOS
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM COMPRA10.
