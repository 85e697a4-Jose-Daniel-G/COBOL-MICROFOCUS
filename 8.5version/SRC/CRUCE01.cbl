       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Cruce de Cuentas cliente/proveedor - para el tercero
      *> *           que nos compra y tambien nos vende (mismo NIT en
      *> *           CLIENTES y PROVEEDORES) muestra lado a lado la
      *> *           cartera abierta y las cuentas por pagar, aplica el
      *> *           valor acordado contra ambas (recibo de cruce + pago
      *> *           al proveedor) y emite el documento para firmar. La
      *> *           anulacion se hace en CRUCE02
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUCE01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cliente.sel".
           COPY "proveedor.sel".
           COPY "factura.sel".
           COPY "cuota.sel".
           COPY "recibo.sel".
           COPY "recibodet.sel".
           COPY "recctrl.sel".
           COPY "provfac.sel".
           COPY "pagoprov.sel".
           COPY "pagoprovdet.sel".
           COPY "pgpctrl.sel".
           COPY "cruce.sel".
           COPY "crzctrl.sel".
           COPY "parametros.sel".
           COPY "bloqueo.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "cliente.fd".
           COPY "proveedor.fd".
           COPY "factura.fd".
           COPY "cuota.fd".
           COPY "recibo.fd".
           COPY "recibodet.fd".
           COPY "recctrl.fd".
           COPY "provfac.fd".
           COPY "pagoprov.fd".
           COPY "pagoprovdet.fd".
           COPY "pgpctrl.fd".
           COPY "cruce.fd".
           COPY "crzctrl.fd".
           COPY "parametros.fd".
           COPY "bloqueo.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "PARAMETROS.cpy".
       COPY "BLOQUEO.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-CUOTAS         PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-RECIBODET      PIC XX.
       01 ST-NEXT-REC       PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-PAGOSPROV      PIC XX.
       01 ST-PAGOSPROVDET   PIC XX.
       01 ST-NEXT-PGP       PIC XX.
       01 ST-CRUCES         PIC XX.
       01 ST-NEXT-CRZ       PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-CONFIRMA       PIC X.
       01 WS-TERCERO-OK     PIC X VALUE "N".

       01 W-CLI-ID          PIC 9(07).
       01 W-CRZ-NRO         PIC 9(07).
       01 WS-PROV-ID        PIC 9(07).
       01 WS-CRZ-NRO        PIC 9(07).
       01 WS-REC-NRO        PIC 9(07).
       01 WS-PGP-NRO        PIC 9(07).
       01 WS-REC-ITEM       PIC 9(03).
       01 WS-PGP-ITEM       PIC 9(03).

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".
       01 WS-SW-CUOTAS-FAC  PIC X VALUE "N".
          88 FIN-CUOTAS-FAC     VALUE "S".
          88 NO-FIN-CUOTAS-FAC  VALUE "N".

      *> Cartera abierta del cliente (facturas con saldo)
       01 WS-TOT-CXC        PIC 99 VALUE 0.
       01 WS-TABLA-CXC.
          05 T-CXC OCCURS 50 TIMES.
             10 TC-FAC-NRO   PIC 9(07).
             10 TC-FECHA     PIC 9(08).
             10 TC-SALDO     PIC S9(9)V99.
             10 TC-CUOTAS    PIC 9(03).
             10 TC-APLICA    PIC S9(9)V99.
       01 WS-TMP-CXC        PIC X(40).

      *> Cuentas por pagar abiertas al mismo tercero
       01 WS-TOT-CXP        PIC 99 VALUE 0.
       01 WS-TABLA-CXP.
          05 T-CXP OCCURS 50 TIMES.
             10 TP-PFC-NRO   PIC 9(07).
             10 TP-NRO-FACT  PIC X(15).
             10 TP-VENCE     PIC 9(08).
             10 TP-SALDO     PIC S9(9)V99.
             10 TP-APLICA    PIC S9(9)V99.
       01 WS-TMP-CXP        PIC X(60).

       01 WS-IDX            PIC 99.
       01 WS-IDX2           PIC 99.
       01 WS-FILA           PIC 99.
       01 WS-SUMA-CXC       PIC S9(11)V99.
       01 WS-SUMA-CXP       PIC S9(11)V99.
       01 WS-MAX-CRUCE      PIC S9(11)V99.
       01 W-MONTO-CRUCE     PIC S9(9)V99.
       01 WS-RESTO          PIC S9(9)V99.
       01 WS-MONTO-A-APLICAR-CUOTA PIC S9(9)V99.
       01 WS-CANT-CUOTAS    PIC 9(03).

       01 WS-EDIT-MONTO     PIC -(7)9.99.
       01 WS-EDIT-TOTAL     PIC -(9)9.99.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-NOMBRE-TERCERO PIC X(30).
       01 WS-NIT-TERCERO    PIC X(20).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CRUCE DE CUENTAS CLIENTE / PROVEEDOR" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. REGISTRAR CRUCE" LINE 05 COL 10
               DISPLAY "2. ANULAR CRUCE" LINE 06 COL 10
               DISPLAY "3. REIMPRIMIR DOCUMENTO DE CRUCE" LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM REGISTRAR-CRUCE
                   WHEN "2"
      *> La anulacion toca los mismos archivos: se cierran mientras
      *> corre CRUCE02 y se reabren al volver
                       PERFORM CERRAR-ARCHIVOS
                       CALL "CRUCE02"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                   LINE 12 COL 10
                               ACCEPT WS-PAUSA LINE 12 COL 40
                       END-CALL
                       CANCEL "CRUCE02"
                       PERFORM ABRIR-ARCHIVOS
                   WHEN "3"
                       PERFORM REIMPRIMIR-CRUCE
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-BLOQUEOS.
           COPY "ABRIR-BLOQUEOS.cpy".

       TOMAR-BLOQUEO.
           COPY "TOMAR-BLOQUEO.cpy".

       SOLTAR-BLOQUEO.
           COPY "SOLTAR-BLOQUEO.cpy".

      *> ------------------------------------------------------------
      *> Registro del cruce
      *> ------------------------------------------------------------
       REGISTRAR-CRUCE.
           DISPLAY " " LINE 03 COL 01 ERASE EOS
           PERFORM INGRESO-TERCERO
           IF WS-TERCERO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM CARGAR-CARTERA
           PERFORM CARGAR-CUENTAS-PAGAR
           PERFORM MOSTRAR-SALDOS

           IF WS-SUMA-CXC < WS-SUMA-CXP
               MOVE WS-SUMA-CXC TO WS-MAX-CRUCE
           ELSE
               MOVE WS-SUMA-CXP TO WS-MAX-CRUCE
           END-IF
           IF WS-MAX-CRUCE <= 0
               DISPLAY "NO HAY SALDOS ABIERTOS EN AMBOS LADOS PARA CRUZAR"
                       LINE 22 COL 02 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 60
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MAX-CRUCE TO W-MONTO-CRUCE
           MOVE W-MONTO-CRUCE TO WS-EDIT-MONTO
           DISPLAY "VALOR ACORDADO (MAX " LINE 22 COL 02
           DISPLAY WS-EDIT-MONTO LINE 22 COL 22
           DISPLAY "): " LINE 22 COL 33
           ACCEPT W-MONTO-CRUCE LINE 22 COL 36
           IF W-MONTO-CRUCE <= 0 OR W-MONTO-CRUCE > WS-MAX-CRUCE
               DISPLAY "VALOR INVALIDO - CRUCE CANCELADO" LINE 23 COL 02
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 23 COL 40
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CONFIRMA
           DISPLAY "CONFIRMA EL CRUCE (S/N): " LINE 23 COL 02
           ACCEPT WS-CONFIRMA LINE 23 COL 28
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM DISTRIBUIR-CRUCE
           PERFORM GRABAR-RECIBO-CRUCE
           PERFORM GRABAR-PAGO-CRUCE
           PERFORM GRABAR-ENCABEZADO-CRUCE
           PERFORM IMPRIMIR-CRUCE

           DISPLAY " " LINE 22 COL 01 ERASE EOS
           DISPLAY "CRUCE NRO " LINE 22 COL 02
           DISPLAY WS-CRZ-NRO LINE 22 COL 12
           DISPLAY "REGISTRADO - RECIBO" LINE 22 COL 20
           DISPLAY WS-REC-NRO LINE 22 COL 40
           DISPLAY "PAGO" LINE 22 COL 48
           DISPLAY WS-PGP-NRO LINE 22 COL 53
           DISPLAY "DOCUMENTO 'cruce.txt' EN EL SPOOL PARA FIRMAR"
                   LINE 23 COL 02
           ACCEPT WS-PAUSA LINE 23 COL 50.

       INGRESO-TERCERO.
      *> El cruce solo procede si el cliente y el proveedor son el
      *> mismo tercero: se enlazan por el numero de documento
           MOVE "N" TO WS-TERCERO-OK
           MOVE 0 TO W-CLI-ID
           DISPLAY "CODIGO DE CLIENTE: " LINE 03 COL 02
           ACCEPT W-CLI-ID LINE 03 COL 22
           IF W-CLI-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE W-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 04 COL 02
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 04 COL 22
                   EXIT PARAGRAPH
           END-READ

           IF CLI-NRO-DOC = SPACES
               DISPLAY "EL CLIENTE NO TIENE DOCUMENTO - COMPLETELO EN CLIENTES"
                       LINE 04 COL 02 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 04 COL 60
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PROV-ID
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO PROV-ID
           START PROVEEDORES KEY IS NOT LESS THAN PROV-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ PROVEEDORES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF PROV-NRO-DOC = CLI-NRO-DOC
                           MOVE PROV-ID TO WS-PROV-ID
                           SET FIN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PROV-ID = 0
               DISPLAY "NO HAY PROVEEDOR CON EL MISMO DOCUMENTO DEL CLIENTE"
                       LINE 04 COL 02 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 04 COL 60
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CLIENTE:" LINE 04 COL 02
           DISPLAY CLI-NOMBRE LINE 04 COL 11
           DISPLAY "PROVEEDOR:" LINE 04 COL 42
           DISPLAY WS-PROV-ID LINE 04 COL 53
           DISPLAY "DOC:" LINE 05 COL 02
           DISPLAY CLI-NRO-DOC LINE 05 COL 11
           MOVE "S" TO WS-TERCERO-OK.

       CARGAR-CARTERA.
           MOVE 0 TO WS-TOT-CXC WS-SUMA-CXC
           SET NO-FIN-SCAN TO TRUE
           MOVE W-CLI-ID TO FAC-CLI-ID
           START FACTURAS KEY IS NOT LESS THAN FAC-CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FAC-CLI-ID NOT = W-CLI-ID
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF FAC-FINAL AND FAC-SALDO-PEND > 0
                              AND WS-TOT-CXC < 50
                               PERFORM AGREGAR-FACTURA-CARTERA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *> Se cruza primero lo mas antiguo
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= WS-TOT-CXC
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-TOT-CXC - WS-IDX
                   IF TC-FECHA(WS-IDX2) > TC-FECHA(WS-IDX2 + 1)
                       MOVE T-CXC(WS-IDX2)     TO WS-TMP-CXC
                       MOVE T-CXC(WS-IDX2 + 1) TO T-CXC(WS-IDX2)
                       MOVE WS-TMP-CXC         TO T-CXC(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       AGREGAR-FACTURA-CARTERA.
           ADD 1 TO WS-TOT-CXC
           MOVE FAC-NRO        TO TC-FAC-NRO(WS-TOT-CXC)
           MOVE FAC-FECHA      TO TC-FECHA(WS-TOT-CXC)
           MOVE FAC-SALDO-PEND TO TC-SALDO(WS-TOT-CXC)
           MOVE 0              TO TC-APLICA(WS-TOT-CXC)
           ADD FAC-SALDO-PEND  TO WS-SUMA-CXC

           MOVE 0 TO WS-CANT-CUOTAS
           IF FAC-CREDITO
               SET NO-FIN-CUOTAS-FAC TO TRUE
               MOVE FAC-NRO TO CUO-FAC-NRO
               START CUOTAS KEY IS NOT LESS THAN CUO-FAC-NRO
                   INVALID KEY SET FIN-CUOTAS-FAC TO TRUE
               END-START
               PERFORM UNTIL FIN-CUOTAS-FAC
                   READ CUOTAS NEXT RECORD
                       AT END SET FIN-CUOTAS-FAC TO TRUE
                       NOT AT END
                           IF CUO-FAC-NRO NOT = FAC-NRO
                               SET FIN-CUOTAS-FAC TO TRUE
                           ELSE
                               IF CUO-PENDIENTE AND CUO-SALDO > 0
                                   ADD 1 TO WS-CANT-CUOTAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-CANT-CUOTAS TO TC-CUOTAS(WS-TOT-CXC).

       CARGAR-CUENTAS-PAGAR.
           MOVE 0 TO WS-TOT-CXP WS-SUMA-CXP
           SET NO-FIN-SCAN TO TRUE
           MOVE WS-PROV-ID TO PFC-PROV-ID
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-PROV-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF PFC-PROV-ID NOT = WS-PROV-ID
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF PFC-VIGENTE AND PFC-SALDO-PEND > 0
                              AND WS-TOT-CXP < 50
                               ADD 1 TO WS-TOT-CXP
                               MOVE PFC-NRO TO TP-PFC-NRO(WS-TOT-CXP)
                               MOVE PFC-NRO-FACT-PROV
                                   TO TP-NRO-FACT(WS-TOT-CXP)
                               MOVE PFC-FECHA-VENCE
                                   TO TP-VENCE(WS-TOT-CXP)
                               MOVE PFC-SALDO-PEND
                                   TO TP-SALDO(WS-TOT-CXP)
                               MOVE 0 TO TP-APLICA(WS-TOT-CXP)
                               ADD PFC-SALDO-PEND TO WS-SUMA-CXP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= WS-TOT-CXP
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-TOT-CXP - WS-IDX
                   IF TP-VENCE(WS-IDX2) > TP-VENCE(WS-IDX2 + 1)
                       MOVE T-CXP(WS-IDX2)     TO WS-TMP-CXP
                       MOVE T-CXP(WS-IDX2 + 1) TO T-CXP(WS-IDX2)
                       MOVE WS-TMP-CXP         TO T-CXP(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       MOSTRAR-SALDOS.
           DISPLAY "NOS DEBE (CARTERA)" LINE 07 COL 02 WITH REVERSE-VIDEO
           DISPLAY "LE DEBEMOS (PROVEEDOR)" LINE 07 COL 42
                   WITH REVERSE-VIDEO
           DISPLAY "FACTURA FECHA          SALDO CUO" LINE 08 COL 02
           DISPLAY "FACT.PROV       VENCE          SALDO" LINE 08 COL 42

           MOVE 9 TO WS-FILA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-CXC OR WS-FILA > 19
               DISPLAY TC-FAC-NRO(WS-IDX) LINE WS-FILA COL 02
               DISPLAY TC-FECHA(WS-IDX)   LINE WS-FILA COL 10
               MOVE TC-SALDO(WS-IDX) TO WS-EDIT-MONTO
               DISPLAY WS-EDIT-MONTO      LINE WS-FILA COL 19
               IF TC-CUOTAS(WS-IDX) > 0
                   DISPLAY TC-CUOTAS(WS-IDX) LINE WS-FILA COL 31
               END-IF
               ADD 1 TO WS-FILA
           END-PERFORM
           IF WS-TOT-CXC > 11
               DISPLAY "(MAS FACTURAS...)" LINE 19 COL 02
           END-IF

           MOVE 9 TO WS-FILA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-CXP OR WS-FILA > 19
               DISPLAY TP-NRO-FACT(WS-IDX) LINE WS-FILA COL 42
               DISPLAY TP-VENCE(WS-IDX)    LINE WS-FILA COL 58
               MOVE TP-SALDO(WS-IDX) TO WS-EDIT-MONTO
               DISPLAY WS-EDIT-MONTO       LINE WS-FILA COL 67
               ADD 1 TO WS-FILA
           END-PERFORM
           IF WS-TOT-CXP > 11
               DISPLAY "(MAS FACTURAS...)" LINE 19 COL 42
           END-IF

           DISPLAY "TOTAL:" LINE 20 COL 02
           MOVE WS-SUMA-CXC TO WS-EDIT-TOTAL
           DISPLAY WS-EDIT-TOTAL LINE 20 COL 17
           DISPLAY "TOTAL:" LINE 20 COL 42
           MOVE WS-SUMA-CXP TO WS-EDIT-TOTAL
           DISPLAY WS-EDIT-TOTAL LINE 20 COL 65.

       DISTRIBUIR-CRUCE.
      *> Reparte el valor acordado, de lo mas antiguo a lo mas nuevo,
      *> en cada lado por separado
           MOVE W-MONTO-CRUCE TO WS-RESTO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-CXC OR WS-RESTO <= 0
               IF WS-RESTO >= TC-SALDO(WS-IDX)
                   MOVE TC-SALDO(WS-IDX) TO TC-APLICA(WS-IDX)
               ELSE
                   MOVE WS-RESTO TO TC-APLICA(WS-IDX)
               END-IF
               SUBTRACT TC-APLICA(WS-IDX) FROM WS-RESTO
           END-PERFORM

           MOVE W-MONTO-CRUCE TO WS-RESTO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-CXP OR WS-RESTO <= 0
               IF WS-RESTO >= TP-SALDO(WS-IDX)
                   MOVE TP-SALDO(WS-IDX) TO TP-APLICA(WS-IDX)
               ELSE
                   MOVE WS-RESTO TO TP-APLICA(WS-IDX)
               END-IF
               SUBTRACT TP-APLICA(WS-IDX) FROM WS-RESTO
           END-PERFORM.

       GRABAR-RECIBO-CRUCE.
      *> Lado cliente: un recibo con medio "X" (cruce) que afecta la
      *> cartera igual que VENFAC07 pero no entra a caja ni a deposito
           MOVE "RECCTRL" TO WS-BLQ-ARCHIVO
           MOVE "1" TO WS-BLQ-REGISTRO
           PERFORM TOMAR-BLOQUEO
           IF BLOQUEO-NEGADO
               DISPLAY "NO SE PUDO TOMAR EL CONTROL DE NUMERACION"
                   LINE 22 COL 10
               STOP RUN
           END-IF
           MOVE "1" TO NRC-CLAVE
           READ NEXT-REC-NRO KEY IS NRC-CLAVE
               INVALID KEY
                   MOVE 0 TO NRC-ULTIMO-NRO
           END-READ
           ADD 1 TO NRC-ULTIMO-NRO
           MOVE NRC-ULTIMO-NRO TO WS-REC-NRO
           REWRITE NEXT-REC-NRO-REG
           PERFORM SOLTAR-BLOQUEO

           MOVE WS-REC-NRO        TO REC-NRO
           MOVE W-CLI-ID          TO REC-CLI-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO REC-FECHA
           MOVE W-MONTO-CRUCE     TO REC-MONTO
           MOVE WS-USUARIO-SESION TO REC-USUARIO
           SET REC-ACTIVO TO TRUE
           MOVE 0 TO REC-NCR-NRO REC-MONTO-NC REC-DEP-NRO
                     REC-SESION-CAJA REC-ANT-NRO REC-MONTO-ANT
                     REC-PUNTOS REC-BONO-NRO REC-MONTO-BONO
           SET REC-MED-CRUCE TO TRUE
           WRITE RECIBO-REG

           MOVE W-CLI-ID TO CLI-ID
           READ CLIENTES
               NOT INVALID KEY
                   SUBTRACT W-MONTO-CRUCE FROM CLI-SALDO
                   REWRITE CLIENTES-REG
           END-READ

           MOVE 0 TO WS-REC-ITEM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CXC
               IF TC-APLICA(WS-IDX) > 0
                   PERFORM APLICAR-FACTURA-CLIENTE
               END-IF
           END-PERFORM.

       APLICAR-FACTURA-CLIENTE.
           ADD 1 TO WS-REC-ITEM
           MOVE WS-REC-NRO        TO RECD-REC-NRO
           MOVE WS-REC-ITEM       TO RECD-ITEM
           MOVE TC-FAC-NRO(WS-IDX) TO RECD-FAC-NRO
           MOVE TC-APLICA(WS-IDX) TO RECD-MONTO-APLIC
           WRITE RECIBODET-REG

           MOVE TC-FAC-NRO(WS-IDX) TO FAC-NRO
           READ FACTURAS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           SUBTRACT TC-APLICA(WS-IDX) FROM FAC-SALDO-PEND
           IF FAC-SALDO-PEND <= 0
               MOVE 0 TO FAC-SALDO-PEND
               SET FAC-ESTA-PAGADA TO TRUE
           END-IF
           REWRITE FACTURA-REG

           IF FAC-CREDITO
               MOVE TC-APLICA(WS-IDX) TO WS-MONTO-A-APLICAR-CUOTA
               PERFORM APLICAR-A-CUOTAS
           END-IF.

       APLICAR-A-CUOTAS.
           MOVE FAC-NRO TO CUO-FAC-NRO
           SET NO-FIN-CUOTAS-FAC TO TRUE
           START CUOTAS KEY IS NOT LESS THAN CUO-FAC-NRO
               INVALID KEY SET FIN-CUOTAS-FAC TO TRUE
           END-START

           PERFORM UNTIL FIN-CUOTAS-FAC OR WS-MONTO-A-APLICAR-CUOTA <= 0
               READ CUOTAS NEXT RECORD
                   AT END
                       SET FIN-CUOTAS-FAC TO TRUE
                   NOT AT END
                       IF CUO-FAC-NRO NOT = FAC-NRO
                           SET FIN-CUOTAS-FAC TO TRUE
                       ELSE
                           IF CUO-PENDIENTE AND CUO-SALDO > 0
                               PERFORM APLICAR-MONTO-A-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APLICAR-MONTO-A-CUOTA.
           IF WS-MONTO-A-APLICAR-CUOTA >= CUO-SALDO
               SUBTRACT CUO-SALDO FROM WS-MONTO-A-APLICAR-CUOTA
               MOVE 0 TO CUO-SALDO
               SET CUO-CANCELADA TO TRUE
           ELSE
               SUBTRACT WS-MONTO-A-APLICAR-CUOTA FROM CUO-SALDO
               MOVE 0 TO WS-MONTO-A-APLICAR-CUOTA
           END-IF
           REWRITE CUOTA-REG.

       GRABAR-PAGO-CRUCE.
      *> Lado proveedor: un pago aplicado igual que en COMPRA03
           MOVE "1" TO PGC-CLAVE
           READ NEXT-PGP-NRO KEY IS PGC-CLAVE
               INVALID KEY
                   MOVE 0 TO PGC-ULTIMO-NRO
           END-READ
           ADD 1 TO PGC-ULTIMO-NRO
           MOVE PGC-ULTIMO-NRO TO WS-PGP-NRO
           REWRITE NEXT-PGP-NRO-REG

           MOVE WS-PGP-NRO        TO PGP-NRO
           MOVE WS-PROV-ID        TO PGP-PROV-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PGP-FECHA
           MOVE W-MONTO-CRUCE     TO PGP-MONTO
           MOVE WS-USUARIO-SESION TO PGP-USUARIO
           WRITE PAGOPROV-REG

           MOVE 0 TO WS-PGP-ITEM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CXP
               IF TP-APLICA(WS-IDX) > 0
                   PERFORM APLICAR-FACTURA-PROVEEDOR
               END-IF
           END-PERFORM.

       APLICAR-FACTURA-PROVEEDOR.
           ADD 1 TO WS-PGP-ITEM
           MOVE WS-PGP-NRO         TO PGD-PGP-NRO
           MOVE WS-PGP-ITEM        TO PGD-ITEM
           MOVE TP-PFC-NRO(WS-IDX) TO PGD-PFC-NRO
           MOVE TP-APLICA(WS-IDX)  TO PGD-MONTO-APLIC
           WRITE PAGOPROVDET-REG

           MOVE TP-PFC-NRO(WS-IDX) TO PFC-NRO
           READ FACTURAS-PROV
               INVALID KEY EXIT PARAGRAPH
           END-READ
           SUBTRACT TP-APLICA(WS-IDX) FROM PFC-SALDO-PEND
           IF PFC-SALDO-PEND <= 0
               MOVE 0 TO PFC-SALDO-PEND
               SET PFC-PAGADA TO TRUE
           END-IF
           REWRITE FACTURA-PROV-REG.

       GRABAR-ENCABEZADO-CRUCE.
           MOVE "1" TO CZC-CLAVE
           READ NEXT-CRZ-NRO KEY IS CZC-CLAVE
               INVALID KEY
                   MOVE 0 TO CZC-ULTIMO-NRO
           END-READ
           ADD 1 TO CZC-ULTIMO-NRO
           MOVE CZC-ULTIMO-NRO TO WS-CRZ-NRO
           REWRITE NEXT-CRZ-NRO-REG

           MOVE WS-CRZ-NRO        TO CRZ-NRO
           MOVE W-CLI-ID          TO CRZ-CLI-ID
           MOVE WS-PROV-ID        TO CRZ-PROV-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRZ-FECHA
           MOVE W-MONTO-CRUCE     TO CRZ-MONTO
           MOVE WS-REC-NRO        TO CRZ-REC-NRO
           MOVE WS-PGP-NRO        TO CRZ-PGP-NRO
           SET CRZ-ACTIVO TO TRUE
           MOVE WS-USUARIO-SESION TO CRZ-USUARIO
           MOVE 0                 TO CRZ-PGP-REVERSO CRZ-FECHA-ANUL
           MOVE SPACES            TO CRZ-USR-ANUL
           WRITE CRUCE-REG

           MOVE "Z" TO WS-CLC-TIPO-DOC
           MOVE CRZ-NRO TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "CRUCE01" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO.

      *> ------------------------------------------------------------
      *> Documento de cruce (para firma de ambas partes)
      *> ------------------------------------------------------------
       REIMPRIMIR-CRUCE.
           MOVE 0 TO W-CRZ-NRO
           DISPLAY "NUMERO DE CRUCE: " LINE 12 COL 10
           ACCEPT W-CRZ-NRO LINE 12 COL 28
           IF W-CRZ-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-CRZ-NRO TO CRZ-NRO
           READ CRUCES
               INVALID KEY
                   DISPLAY "CRUCE NO EXISTE" LINE 13 COL 10
                   ACCEPT WS-PAUSA LINE 13 COL 30
                   EXIT PARAGRAPH
           END-READ
           PERFORM IMPRIMIR-CRUCE
           DISPLAY "DOCUMENTO 'cruce.txt' ENVIADO AL SPOOL" LINE 13 COL 10
           ACCEPT WS-PAUSA LINE 13 COL 50.

       IMPRIMIR-CRUCE.
      *> Se arma desde el encabezado grabado y los detalles del recibo
      *> y del pago, asi la reimpresion sale igual al original
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-NOMBRE-TERCERO WS-NIT-TERCERO
           MOVE CRZ-CLI-ID TO CLI-ID
           READ CLIENTES
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO WS-NOMBRE-TERCERO
                   STRING CLI-NRO-DOC DELIMITED BY SPACE
                          "-" CLI-DV DELIMITED BY SIZE
                       INTO WS-NIT-TERCERO
           END-READ

           OPEN OUTPUT CRUCE-PLANO
           MOVE WS-EMPRESA TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE SPACES TO WS-LINEA-REP
           STRING "DOCUMENTO DE CRUCE DE CUENTAS NRO " CRZ-NRO
                  "   FECHA " CRZ-FECHA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           IF CRZ-ANULADO
               MOVE SPACES TO WS-LINEA-REP
               STRING "*** ANULADO EL " CRZ-FECHA-ANUL " POR "
                      CRZ-USR-ANUL " ***"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-CRUCE
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE SPACES TO WS-LINEA-REP
           STRING "TERCERO: " WS-NOMBRE-TERCERO "  NIT/DOC: "
                  WS-NIT-TERCERO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE SPACES TO WS-LINEA-REP
           STRING "COMO CLIENTE NRO " CRZ-CLI-ID
                  "   COMO PROVEEDOR NRO " CRZ-PROV-ID
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE

           MOVE SPACES TO WS-LINEA-REP
           STRING "FACTURAS DE VENTA QUE SE CANCELAN (RECIBO "
                  CRZ-REC-NRO ")"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           SET NO-FIN-DET TO TRUE
           MOVE CRZ-REC-NRO TO RECD-REC-NRO
           START RECIBODET KEY IS NOT LESS THAN RECD-REC-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ RECIBODET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF RECD-REC-NRO NOT = CRZ-REC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE RECD-MONTO-APLIC TO WS-EDIT-MONTO
                           MOVE SPACES TO WS-LINEA-REP
                           STRING "   FACTURA " RECD-FAC-NRO
                                  "   VALOR " WS-EDIT-MONTO
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM ESCRIBIR-LINEA-CRUCE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           STRING "FACTURAS DE PROVEEDOR QUE SE CANCELAN (PAGO "
                  CRZ-PGP-NRO ")"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           SET NO-FIN-DET TO TRUE
           MOVE CRZ-PGP-NRO TO PGD-PGP-NRO
           START PAGOSPROVDET KEY IS NOT LESS THAN PGD-PGP-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ PAGOSPROVDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF PGD-PGP-NRO NOT = CRZ-PGP-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           PERFORM LINEA-FACTURA-PROVEEDOR
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE CRZ-MONTO TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING "VALOR TOTAL DEL CRUCE: " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE "Ambas partes declaran compensadas las obligaciones arriba relacionadas."
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE "______________________________     ______________________________"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE
           MOVE SPACES TO WS-LINEA-REP
           STRING "POR LA EMPRESA (" CRZ-USUARIO ")"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE "POR EL TERCERO" TO WS-LINEA-REP(36:14)
           PERFORM ESCRIBIR-LINEA-CRUCE
           CLOSE CRUCE-PLANO

           MOVE "CRUCECTAS" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE CRZ-NRO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "cruce.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL.

       LINEA-FACTURA-PROVEEDOR.
           MOVE PGD-MONTO-APLIC TO WS-EDIT-MONTO
           MOVE PGD-PFC-NRO TO PFC-NRO
           MOVE SPACES TO PFC-NRO-FACT-PROV
           READ FACTURAS-PROV
               INVALID KEY CONTINUE
           END-READ
           MOVE SPACES TO WS-LINEA-REP
           STRING "   FACTURA " PFC-NRO-FACT-PROV
                  " (INTERNA " PGD-PFC-NRO ")   VALOR " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-CRUCE.

       ESCRIBIR-LINEA-CRUCE.
           WRITE REG-CRUCE-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

      *> ------------------------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN I-O CLIENTES
           IF ST-CLIENTES > "07"
               STRING "ERROR AL ABRIR CLIENTES: " ST-CLIENTES
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               MOVE "S" TO FIN
           END-IF
           OPEN INPUT PROVEEDORES
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
           OPEN I-O RECIBOS
           IF ST-RECIBOS = "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN I-O RECIBOS
           END-IF
           OPEN I-O RECIBODET
           IF ST-RECIBODET = "35"
               OPEN OUTPUT RECIBODET
               CLOSE RECIBODET
               OPEN I-O RECIBODET
           END-IF
           OPEN I-O NEXT-REC-NRO
           IF ST-NEXT-REC = "35"
               OPEN OUTPUT NEXT-REC-NRO
               CLOSE NEXT-REC-NRO
               OPEN I-O NEXT-REC-NRO
               MOVE "1" TO NRC-CLAVE
               MOVE 0   TO NRC-ULTIMO-NRO
               WRITE NEXT-REC-NRO-REG
           END-IF
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
           OPEN I-O CRUCES
           IF ST-CRUCES = "35"
               OPEN OUTPUT CRUCES
               CLOSE CRUCES
               OPEN I-O CRUCES
           END-IF
           OPEN I-O NEXT-CRZ-NRO
           IF ST-NEXT-CRZ = "35"
               OPEN OUTPUT NEXT-CRZ-NRO
               CLOSE NEXT-CRZ-NRO
               OPEN I-O NEXT-CRZ-NRO
               MOVE "1" TO CZC-CLAVE
               MOVE 0   TO CZC-ULTIMO-NRO
               WRITE NEXT-CRZ-NRO-REG
           END-IF
           PERFORM ABRIR-BLOQUEOS.

       CERRAR-ARCHIVOS.
           CLOSE CLIENTES PROVEEDORES FACTURAS CUOTAS
           CLOSE RECIBOS RECIBODET NEXT-REC-NRO
           CLOSE FACTURAS-PROV PAGOSPROV PAGOSPROVDET NEXT-PGP-NRO
           CLOSE CRUCES NEXT-CRZ-NRO
           CLOSE BLOQUEOS.

       END PROGRAM CRUCE01.
