       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Conciliacion de la liquidacion del datafono - lee
      *> *           liqtarjeta.csv (FECHA;VOUCHER;AUTORIZACION;
      *> *           FRANQUICIA;TIPO;MONTO;COMISION;RETENCION;NETO) que
      *> *           envia el adquirente, cruza cada voucher contra los
      *> *           pagos con tarjeta registrados en caja (MEDIOS-PAGO),
      *> *           los marca conciliados con lo abonado, la comision y
      *> *           la retencion, y reporta en conctarjeta.txt las
      *> *           diferencias, contracargos, vouchers no cruzados y
      *> *           ventas con tarjeta que el adquirente no liquido
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARCON01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "tarcon.sel".
           COPY "mediopago.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "tarcon.fd".
           COPY "mediopago.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
           COPY "TARJETA.cpy".
           COPY "SPOOLVARS.cpy".
           COPY "SESION.cpy".

       01 ST-SESION         PIC XX.
       01 ST-LIQUIDACION    PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-MODOLOTE-TC    PIC X VALUE SPACE.
       01 WS-MODO-EJECUCION PIC X VALUE "I".
          88 MODO-INTERACTIVO  VALUE "I".
          88 MODO-DESATENDIDO  VALUE "D".

       01 WS-CAMPO-FECHA    PIC X(10).
       01 WS-CAMPO-VOUCHER  PIC X(10).
       01 WS-CAMPO-AUT      PIC X(10).
       01 WS-CAMPO-FRANQ    PIC X(05).
       01 WS-CAMPO-TIPO     PIC X(05).
       01 WS-CAMPO-MONTO    PIC X(15).
       01 WS-CAMPO-COMISION PIC X(15).
       01 WS-CAMPO-RETEN    PIC X(15).
       01 WS-CAMPO-NETO     PIC X(15).

       01 WS-FECHA-LIQ      PIC 9(08).
       01 WS-FECHA-LIQ-MAX  PIC 9(08) VALUE 0.
       01 WS-VOUCHER-LIQ    PIC 9(08).
       01 WS-MONTO-CONV     PIC 9(9)V99.
       01 WS-MONTO-NUM      PIC 9(11).
       01 WS-PUNTO-POS      PIC 99.
       01 WS-MONTO-LIQ      PIC 9(9)V99.
       01 WS-COMISION-LIQ   PIC 9(9)V99.
       01 WS-RETEN-LIQ      PIC 9(9)V99.
       01 WS-NETO-LIQ       PIC 9(9)V99.
       01 WS-LINEA          PIC X(200).

       01 WS-MATCH          PIC X.
       01 WS-SW-SOLO-PEND   PIC X VALUE "N".
          88 SOLO-PENDIENTES   VALUE "S".
          88 TODOS-VIGENTES    VALUE "N".
       01 WS-CANT-CONCILIADOS  PIC 9(05) VALUE 0.
       01 WS-CANT-DIFERENCIAS  PIC 9(05) VALUE 0.
       01 WS-CANT-CONTRACARGOS PIC 9(05) VALUE 0.
       01 WS-CANT-NO-CRUZADOS  PIC 9(05) VALUE 0.
       01 WS-CANT-SIN-LIQUIDAR PIC 9(05) VALUE 0.
       01 WS-CANT-RECHAZOS     PIC 9(05) VALUE 0.
       01 WS-CANT-DUPLICADOS   PIC 9(05) VALUE 0.
       01 WS-CANT-REPORTE      PIC 9(05) VALUE 0.

       01 WS-TOT-BRUTO      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-COMISION   PIC S9(11)V99 VALUE 0.
       01 WS-TOT-RETENCION  PIC S9(11)V99 VALUE 0.
       01 WS-TOT-NETO       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CONTRACARGO PIC S9(11)V99 VALUE 0.

       01 WS-MONTO-DISP     PIC -(9)9.99.
       01 WS-MONTO2-DISP    PIC -(9)9.99.
       01 WS-TOTAL-DISP     PIC -(11)9.99.
       01 WS-VOUCHER-DISP   PIC Z(7)9.

       01 WS-SW-LEER        PIC X VALUE "N".
          88 FIN-LEER          VALUE "S".
          88 NO-FIN-LEER       VALUE "N".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM DETERMINAR-MODO-EJECUCION
           IF MODO-INTERACTIVO
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CONCILIAR LIQUIDACION DATAFONO (liqtarjeta.csv)"
                   LINE 02 COL 10 WITH REVERSE-VIDEO
           END-IF

           PERFORM ABRIR-ARCHIVOS
           IF ST-LIQUIDACION NOT = "00"
               IF MODO-INTERACTIVO
                   DISPLAY "NO SE ENCUENTRA liqtarjeta.csv" LINE 05 COL 10
                   ACCEPT WS-PAUSA LINE 05 COL 42
               END-IF
               PERFORM CERRAR-ARCHIVOS
               GOBACK
           END-IF

           MOVE SPACES TO WS-LINEA
           STRING "CONCILIACION LIQUIDACION DATAFONO - "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CONCILIA FROM WS-LINEA
           MOVE ALL "-" TO WS-LINEA(1:80)
           WRITE REG-CONCILIA FROM WS-LINEA

           SET NO-FIN-LEER TO TRUE
           PERFORM UNTIL FIN-LEER
               READ LIQUIDACION-CSV
                   AT END SET FIN-LEER TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-LINEA-LIQ
               END-READ
           END-PERFORM

           PERFORM LISTAR-SIN-LIQUIDAR
           PERFORM ESCRIBIR-TOTALES

           PERFORM CERRAR-ARCHIVOS

           MOVE "CONCTARJETA" TO WS-SPL-REPORTE
           MOVE WS-FECHA-LIQ-MAX TO WS-SPL-PARAMS
           MOVE WS-CANT-REPORTE TO WS-SPL-REGISTROS
           MOVE "conctarjeta.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           IF MODO-INTERACTIVO
               DISPLAY "CONCILIADOS      : " LINE 05 COL 10
               DISPLAY WS-CANT-CONCILIADOS LINE 05 COL 30
               DISPLAY "CON DIFERENCIA   : " LINE 06 COL 10
               DISPLAY WS-CANT-DIFERENCIAS LINE 06 COL 30
               DISPLAY "CONTRACARGOS     : " LINE 07 COL 10
               DISPLAY WS-CANT-CONTRACARGOS LINE 07 COL 30
               DISPLAY "NO CRUZADOS      : " LINE 08 COL 10
               DISPLAY WS-CANT-NO-CRUZADOS LINE 08 COL 30
               DISPLAY "SIN LIQUIDAR     : " LINE 09 COL 10
               DISPLAY WS-CANT-SIN-LIQUIDAR LINE 09 COL 30
               DISPLAY "RECHAZADOS       : " LINE 10 COL 10
               DISPLAY WS-CANT-RECHAZOS LINE 10 COL 30
               DISPLAY "YA LIQUIDADOS    : " LINE 11 COL 10
               DISPLAY WS-CANT-DUPLICADOS LINE 11 COL 30
               MOVE WS-TOT-NETO TO WS-TOTAL-DISP
               DISPLAY "NETO ABONADO     : " LINE 12 COL 10
               DISPLAY WS-TOTAL-DISP LINE 12 COL 30
               DISPLAY "(conctarjeta.txt)" LINE 14 COL 10
               ACCEPT WS-PAUSA LINE 16 COL 10
           END-IF
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       DETERMINAR-MODO-EJECUCION.
      *> El orquestador nocturno llama por CALL y marca la corrida
      *> desatendida con la variable MODOLOTE (sin pantallas ni ACCEPTs)
           MOVE SPACES TO WS-MODOLOTE-TC
           ACCEPT WS-MODOLOTE-TC FROM ENVIRONMENT "MODOLOTE"
           IF WS-MODOLOTE-TC = "S"
               SET MODO-DESATENDIDO TO TRUE
           ELSE
               SET MODO-INTERACTIVO TO TRUE
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT LIQUIDACION-CSV
           OPEN OUTPUT CONCILIA-PLANO
           OPEN I-O MEDIOS-PAGO
           IF ST-MEDIOSPAGO = "35"
               OPEN OUTPUT MEDIOS-PAGO
               CLOSE MEDIOS-PAGO
               OPEN I-O MEDIOS-PAGO
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE LIQUIDACION-CSV
           CLOSE CONCILIA-PLANO
           CLOSE MEDIOS-PAGO.

       PROCESAR-LINEA-LIQ.
           MOVE SPACES TO WS-CAMPO-FECHA WS-CAMPO-VOUCHER WS-CAMPO-AUT
                          WS-CAMPO-FRANQ WS-CAMPO-TIPO WS-CAMPO-MONTO
                          WS-CAMPO-COMISION WS-CAMPO-RETEN WS-CAMPO-NETO
           UNSTRING REG-LIQUIDACION DELIMITED BY ";"
               INTO WS-CAMPO-FECHA WS-CAMPO-VOUCHER WS-CAMPO-AUT
                    WS-CAMPO-FRANQ WS-CAMPO-TIPO WS-CAMPO-MONTO
                    WS-CAMPO-COMISION WS-CAMPO-RETEN WS-CAMPO-NETO
           END-UNSTRING

      *> La primera linea del adquirente trae los titulos
           IF WS-CAMPO-FECHA(1:5) = "FECHA"
               EXIT PARAGRAPH
           END-IF

           IF WS-CAMPO-FECHA(1:8) IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(WS-CAMPO-VOUCHER) NOT = 0
               PERFORM RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-FECHA(1:8) TO WS-FECHA-LIQ
           COMPUTE WS-VOUCHER-LIQ = FUNCTION NUMVAL(WS-CAMPO-VOUCHER)
           IF WS-VOUCHER-LIQ = 0
               PERFORM RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF

           PERFORM CONVERTIR-MONTO
           MOVE WS-MONTO-CONV TO WS-MONTO-LIQ
           IF WS-MONTO-LIQ = 0
               PERFORM RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-COMISION TO WS-CAMPO-MONTO
           PERFORM CONVERTIR-MONTO
           MOVE WS-MONTO-CONV TO WS-COMISION-LIQ
           MOVE WS-CAMPO-RETEN TO WS-CAMPO-MONTO
           PERFORM CONVERTIR-MONTO
           MOVE WS-MONTO-CONV TO WS-RETEN-LIQ
           MOVE WS-CAMPO-NETO TO WS-CAMPO-MONTO
           PERFORM CONVERTIR-MONTO
           MOVE WS-MONTO-CONV TO WS-NETO-LIQ
      *> Si el adquirente no informa el neto se deduce de los cargos
           IF WS-NETO-LIQ = 0
               COMPUTE WS-NETO-LIQ = WS-MONTO-LIQ - WS-COMISION-LIQ
                                   - WS-RETEN-LIQ
           END-IF

           IF WS-FECHA-LIQ > WS-FECHA-LIQ-MAX
               MOVE WS-FECHA-LIQ TO WS-FECHA-LIQ-MAX
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-CAMPO-TIPO) TO WS-CAMPO-TIPO
           EVALUATE WS-CAMPO-TIPO(1:1)
               WHEN "V"
               WHEN SPACE
                   PERFORM CONCILIAR-VENTA
               WHEN "C"
                   PERFORM REGISTRAR-CONTRACARGO
               WHEN OTHER
                   PERFORM RECHAZAR-LINEA
           END-EVALUATE.

       CONVERTIR-MONTO.
           *> Acepta montos con o sin punto decimal
           MOVE 0 TO WS-MONTO-CONV WS-MONTO-NUM WS-PUNTO-POS
           IF WS-CAMPO-MONTO = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-CAMPO-MONTO TALLYING WS-PUNTO-POS
               FOR CHARACTERS BEFORE INITIAL "."
           IF WS-PUNTO-POS < 15
               IF WS-CAMPO-MONTO(1:WS-PUNTO-POS) IS NUMERIC
                  AND WS-CAMPO-MONTO(WS-PUNTO-POS + 2:2) IS NUMERIC
                   COMPUTE WS-MONTO-CONV =
                       FUNCTION NUMVAL(WS-CAMPO-MONTO)
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CAMPO-MONTO) = 0
                   COMPUTE WS-MONTO-NUM = FUNCTION NUMVAL(WS-CAMPO-MONTO)
                   MOVE WS-MONTO-NUM TO WS-MONTO-CONV
               END-IF
           END-IF.

       BUSCAR-VOUCHER.
      *> Busca por numero de voucher un pago con tarjeta vigente; si el
      *> adquirente informa la autorizacion tambien debe coincidir
      *> (el voucher del datafono se reinicia y puede repetirse).
      *> Con SOLO-PENDIENTES un voucher ya conciliado no se vuelve a
      *> liquidar: queda WS-MATCH = "D" si solo hay pagos ya abonados
           MOVE "N" TO WS-MATCH
           SET NO-FIN-MPG TO TRUE
           MOVE WS-VOUCHER-LIQ TO MPG-VOUCHER
           START MEDIOS-PAGO KEY IS EQUAL TO MPG-VOUCHER
               INVALID KEY SET FIN-MPG TO TRUE
           END-START
           PERFORM UNTIL FIN-MPG
               READ MEDIOS-PAGO NEXT RECORD
                   AT END SET FIN-MPG TO TRUE
                   NOT AT END
                       IF MPG-VOUCHER NOT = WS-VOUCHER-LIQ
                           SET FIN-MPG TO TRUE
                       ELSE
                           IF MPG-TARJETA AND NOT MPG-CONC-ANULADO
                              AND NOT MPG-CONC-CONTRACARGO
                              AND (WS-CAMPO-AUT = SPACES
                                   OR WS-CAMPO-AUT(1:6) = MPG-AUTORIZACION)
                               IF SOLO-PENDIENTES
                                  AND NOT MPG-CONC-PENDIENTE
                                   MOVE "D" TO WS-MATCH
                               ELSE
                                   MOVE "S" TO WS-MATCH
                                   SET FIN-MPG TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONCILIAR-VENTA.
           SET SOLO-PENDIENTES TO TRUE
           PERFORM BUSCAR-VOUCHER
           SET TODOS-VIGENTES TO TRUE
           IF WS-MATCH = "D"
               ADD 1 TO WS-CANT-DUPLICADOS
               MOVE SPACES TO WS-LINEA
               STRING "YA LIQUIDADO | " REG-LIQUIDACION
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM ESCRIBIR-LINEA-REPORTE
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH = "N"
               ADD 1 TO WS-CANT-NO-CRUZADOS
               MOVE SPACES TO WS-LINEA
               STRING "NO CRUZADO   | " REG-LIQUIDACION
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM ESCRIBIR-LINEA-REPORTE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FECHA-LIQ    TO MPG-CONC-FECHA
           MOVE WS-NETO-LIQ     TO MPG-MONTO-ABONADO
           MOVE WS-COMISION-LIQ TO MPG-COMISION
           MOVE WS-RETEN-LIQ    TO MPG-RETENCION
           IF MPG-MONTO = WS-MONTO-LIQ
               SET MPG-CONC-CONCILIADO TO TRUE
               ADD 1 TO WS-CANT-CONCILIADOS
           ELSE
               SET MPG-CONC-DIFERENCIA TO TRUE
               ADD 1 TO WS-CANT-DIFERENCIAS
               MOVE MPG-VOUCHER  TO WS-VOUCHER-DISP
               MOVE MPG-MONTO    TO WS-MONTO-DISP
               MOVE WS-MONTO-LIQ TO WS-MONTO2-DISP
               MOVE SPACES TO WS-LINEA
               STRING "DIFERENCIA   | VOUCHER " WS-VOUCHER-DISP
                   " | " MPG-TIPO-DOC "-" MPG-DOC-NRO
                   " | CAJA " WS-MONTO-DISP
                   " | LIQUIDADO " WS-MONTO2-DISP
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF
           REWRITE MEDIO-PAGO-REG

           ADD WS-MONTO-LIQ    TO WS-TOT-BRUTO
           ADD WS-COMISION-LIQ TO WS-TOT-COMISION
           ADD WS-RETEN-LIQ    TO WS-TOT-RETENCION
           ADD WS-NETO-LIQ     TO WS-TOT-NETO.

       REGISTRAR-CONTRACARGO.
      *> El contracargo revierte un voucher ya vendido: se marca el
      *> pago y se descuenta del neto abonado
           ADD 1 TO WS-CANT-CONTRACARGOS
           ADD WS-MONTO-LIQ TO WS-TOT-CONTRACARGO
           SUBTRACT WS-MONTO-LIQ FROM WS-TOT-NETO
           PERFORM BUSCAR-VOUCHER
           MOVE WS-VOUCHER-LIQ TO WS-VOUCHER-DISP
           MOVE WS-MONTO-LIQ TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA
           IF WS-MATCH = "S"
               SET MPG-CONC-CONTRACARGO TO TRUE
               MOVE WS-FECHA-LIQ TO MPG-CONC-FECHA
               REWRITE MEDIO-PAGO-REG
               STRING "CONTRACARGO  | VOUCHER " WS-VOUCHER-DISP
                   " | " MPG-TIPO-DOC "-" MPG-DOC-NRO
                   " | MONTO " WS-MONTO-DISP
                   DELIMITED BY SIZE INTO WS-LINEA
           ELSE
               STRING "CONTRACARGO  | VOUCHER " WS-VOUCHER-DISP
                   " | SIN PAGO EN CAJA | MONTO " WS-MONTO-DISP
                   DELIMITED BY SIZE INTO WS-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA-REPORTE.

       LISTAR-SIN-LIQUIDAR.
      *> Ventas con tarjeta hasta la ultima fecha liquidada que el
      *> adquirente no incluyo: siguen pendientes de abono
           IF WS-FECHA-LIQ-MAX = 0
               EXIT PARAGRAPH
           END-IF
           SET NO-FIN-MPG TO TRUE
           MOVE 0 TO MPG-FECHA
           START MEDIOS-PAGO KEY IS NOT LESS THAN MPG-FECHA
               INVALID KEY SET FIN-MPG TO TRUE
           END-START
           PERFORM UNTIL FIN-MPG
               READ MEDIOS-PAGO NEXT RECORD
                   AT END SET FIN-MPG TO TRUE
                   NOT AT END
                       IF MPG-FECHA > WS-FECHA-LIQ-MAX
                           SET FIN-MPG TO TRUE
                       ELSE
                           IF MPG-TARJETA AND MPG-CONC-PENDIENTE
                               ADD 1 TO WS-CANT-SIN-LIQUIDAR
                               MOVE MPG-VOUCHER TO WS-VOUCHER-DISP
                               MOVE MPG-MONTO TO WS-MONTO-DISP
                               MOVE SPACES TO WS-LINEA
                               STRING "SIN LIQUIDAR | VOUCHER "
                                   WS-VOUCHER-DISP
                                   " | " MPG-TIPO-DOC "-" MPG-DOC-NRO
                                   " | FECHA " MPG-FECHA
                                   " | " MPG-FRANQUICIA
                                   " | MONTO " WS-MONTO-DISP
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM ESCRIBIR-LINEA-REPORTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO WS-LINEA
           MOVE SPACES TO WS-LINEA(81:120)
           WRITE REG-CONCILIA FROM WS-LINEA
           MOVE WS-TOT-BRUTO TO WS-TOTAL-DISP
           MOVE SPACES TO WS-LINEA
           STRING "VENTAS LIQUIDADAS : " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CONCILIA FROM WS-LINEA
           MOVE WS-TOT-COMISION TO WS-TOTAL-DISP
           MOVE SPACES TO WS-LINEA
           STRING "COMISION          : " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CONCILIA FROM WS-LINEA
           MOVE WS-TOT-RETENCION TO WS-TOTAL-DISP
           MOVE SPACES TO WS-LINEA
           STRING "RETENCIONES       : " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CONCILIA FROM WS-LINEA
           MOVE WS-TOT-CONTRACARGO TO WS-TOTAL-DISP
           MOVE SPACES TO WS-LINEA
           STRING "CONTRACARGOS      : " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CONCILIA FROM WS-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "YA LIQUIDADOS     : " WS-CANT-DUPLICADOS
               " (NO SE VOLVIERON A ABONAR)"
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CONCILIA FROM WS-LINEA
           MOVE WS-TOT-NETO TO WS-TOTAL-DISP
           MOVE SPACES TO WS-LINEA
           STRING "NETO ABONADO      : " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CONCILIA FROM WS-LINEA.

       ESCRIBIR-LINEA-REPORTE.
           ADD 1 TO WS-CANT-REPORTE
           WRITE REG-CONCILIA FROM WS-LINEA.

       RECHAZAR-LINEA.
           ADD 1 TO WS-CANT-RECHAZOS
           MOVE SPACES TO WS-LINEA
           STRING "RECHAZADA    | " REG-LIQUIDACION
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA-REPORTE.

       END PROGRAM TARCON01.
