       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Anular Cruce de Cuentas - reversa el recibo de cruce
      *> *           (facturas, cuotas y saldo del cliente como en
      *> *           VENFAC11) y contrapone al pago del proveedor un pago
      *> *           negativo que devuelve el saldo a sus facturas. El
      *> *           cruce queda marcado como anulado (con auditoria)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUCE02.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cruce.sel".
           COPY "recibo.sel".
           COPY "recibodet.sel".
           COPY "factura.sel".
           COPY "cuota.sel".
           COPY "cliente.sel".
           COPY "provfac.sel".
           COPY "pagoprov.sel".
           COPY "pagoprovdet.sel".
           COPY "pgpctrl.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "permiso.sel".
           COPY "usuario.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "cruce.fd".
           COPY "recibo.fd".
           COPY "recibodet.fd".
           COPY "factura.fd".
           COPY "cuota.fd".
           COPY "cliente.fd".
           COPY "provfac.fd".
           COPY "pagoprov.fd".
           COPY "pagoprovdet.fd".
           COPY "pgpctrl.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "permiso.fd".
           COPY "usuario.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
           COPY "AUDITORIA.cpy".
           COPY "PERMISO.cpy".
       01 ST-USUARIOS       PIC XX.

       01 ST-SESION         PIC XX.
       01 ST-CRUCES         PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-RECIBODET      PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-CUOTAS         PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-PAGOSPROV      PIC XX.
       01 ST-PAGOSPROVDET   PIC XX.
       01 ST-NEXT-PGP       PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 WS-RESPUESTA      PIC X.

       01 W-CRZ-NRO         PIC 9(07).
       01 WS-CRZ-OK         PIC X VALUE "N".
       01 WS-PGP-REV-NRO    PIC 9(07).
       01 WS-MONTO-RESTAURAR PIC S9(9)V99.
       01 WS-FALTA-CUOTA    PIC S9(9)V99.
       01 WS-EDIT-MONTO     PIC -(7)9.99.
       01 WS-AUD-MONTO-DISP PIC Z(9)9.99.

      *> Aplicaciones del pago original, para contraponerlas
       01 WS-TOT-PGD        PIC 99 VALUE 0.
       01 WS-TABLA-PGD.
          05 T-PGD OCCURS 50 TIMES.
             10 TG-PFC-NRO   PIC 9(07).
             10 TG-MONTO     PIC S9(9)V99.
       01 WS-IDX            PIC 99.

       01 WS-SW-RECDET      PIC X VALUE "N".
          88 FIN-RECDET        VALUE "S".
          88 NO-FIN-RECDET     VALUE "N".
       01 WS-SW-PGD         PIC X VALUE "N".
          88 FIN-PGD           VALUE "S".
          88 NO-FIN-PGD        VALUE "N".
       01 WS-SW-CUOTAS      PIC X VALUE "N".
          88 FIN-CUOTAS-FAC    VALUE "S".
          88 NO-FIN-CUOTAS-FAC VALUE "N".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE "CRUCE02" TO WS-AUD-PROGRAMA
           PERFORM LEER-SESION
           MOVE "CRUCE02" TO WS-PRM-PROGRAMA
           PERFORM VALIDAR-PERMISO
           IF PERMISO-DENEGADO
               DISPLAY "OPERACION NO AUTORIZADA" LINE 12 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 35
               GOBACK
           END-IF
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN.
           DISPLAY "ANULAR CRUCE DE CUENTAS" LINE 03 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY "Reversa el recibo de cruce y el pago al proveedor,"
                   LINE 05 COL 10
           DISPLAY "restaurando facturas, cuotas y saldos del tercero."
                   LINE 06 COL 10

           PERFORM ABRIR-ARCHIVOS
           PERFORM BUSCAR-CRUCE
           IF WS-CRZ-OK = "S"
               PERFORM CONFIRMAR-Y-ANULAR
           END-IF
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       VALIDAR-PERMISO.
           COPY "VALIDAR-PERMISO.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-ARCHIVOS.
           PERFORM ABRIR-AUDITORIA
           OPEN I-O CRUCES
           IF ST-CRUCES = "35"
               OPEN OUTPUT CRUCES
               CLOSE CRUCES
               OPEN I-O CRUCES
           END-IF
           OPEN I-O RECIBOS
           IF ST-RECIBOS > "07"
               STRING "ERROR AL ABRIR RECIBOS: " ST-RECIBOS
                   INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               STOP RUN
           END-IF
           OPEN INPUT RECIBODET
           OPEN I-O FACTURAS
           OPEN I-O CUOTAS
           IF ST-CUOTAS = "35"
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN I-O CUOTAS
           END-IF
           OPEN I-O CLIENTES
           OPEN I-O FACTURAS-PROV
           OPEN I-O PAGOSPROV
           OPEN I-O PAGOSPROVDET
           OPEN I-O NEXT-PGP-NRO
           IF ST-NEXT-PGP = "35"
               OPEN OUTPUT NEXT-PGP-NRO
               CLOSE NEXT-PGP-NRO
               OPEN I-O NEXT-PGP-NRO
               MOVE "1" TO PGC-CLAVE
               MOVE 0   TO PGC-ULTIMO-NRO
               WRITE NEXT-PGP-NRO-REG
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CRUCES
           CLOSE RECIBOS
           CLOSE RECIBODET
           CLOSE FACTURAS
           CLOSE CUOTAS
           CLOSE CLIENTES
           CLOSE FACTURAS-PROV
           CLOSE PAGOSPROV
           CLOSE PAGOSPROVDET
           CLOSE NEXT-PGP-NRO
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

       BUSCAR-CRUCE.
           MOVE "N" TO WS-CRZ-OK
           MOVE 0 TO W-CRZ-NRO
           DISPLAY "NUMERO DE CRUCE A ANULAR: " LINE 08 COL 10
           ACCEPT W-CRZ-NRO LINE 08 COL 37

           MOVE W-CRZ-NRO TO CRZ-NRO
           READ CRUCES
               INVALID KEY
                   DISPLAY "CRUCE NO ENCONTRADO" LINE 10 COL 10
                   ACCEPT WS-PAUSA LINE 10 COL 32
                   EXIT PARAGRAPH
           END-READ

           IF CRZ-ANULADO
               DISPLAY "EL CRUCE YA ESTA ANULADO" LINE 10 COL 10
               ACCEPT WS-PAUSA LINE 10 COL 37
               EXIT PARAGRAPH
           END-IF

           MOVE CRZ-REC-NRO TO REC-NRO
           READ RECIBOS
               INVALID KEY
                   DISPLAY "RECIBO DEL CRUCE NO EXISTE" LINE 10 COL 10
                   ACCEPT WS-PAUSA LINE 10 COL 40
                   EXIT PARAGRAPH
           END-READ

           MOVE CRZ-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE DEL CRUCE NO EXISTE" LINE 10 COL 10
                   ACCEPT WS-PAUSA LINE 10 COL 40
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "TERCERO: " LINE 10 COL 10
           DISPLAY CLI-NOMBRE  LINE 10 COL 19
           DISPLAY "MONTO  : " LINE 11 COL 10
           MOVE CRZ-MONTO TO WS-EDIT-MONTO
           DISPLAY WS-EDIT-MONTO LINE 11 COL 19
           DISPLAY "FECHA  : " LINE 12 COL 10
           DISPLAY CRZ-FECHA LINE 12 COL 19
           DISPLAY "RECIBO : " LINE 13 COL 10
           DISPLAY CRZ-REC-NRO LINE 13 COL 19
           DISPLAY "PAGO   : " LINE 13 COL 30
           DISPLAY CRZ-PGP-NRO LINE 13 COL 39
           MOVE "S" TO WS-CRZ-OK.

       CONFIRMAR-Y-ANULAR.
           DISPLAY "CONFIRMA ANULAR EL CRUCE [S/N]? " LINE 15 COL 10
           ACCEPT WS-RESPUESTA LINE 15 COL 43

           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               DISPLAY "OPERACION CANCELADA" LINE 17 COL 10
               ACCEPT WS-PAUSA LINE 17 COL 31
               EXIT PARAGRAPH
           END-IF

      *> Lado cliente: igual que la anulacion de un recibo
           PERFORM REVERSAR-APLICACIONES
           ADD REC-MONTO TO CLI-SALDO
           REWRITE CLIENTES-REG
           SET REC-ANULADO TO TRUE
           REWRITE RECIBO-REG

      *> Lado proveedor: los pagos no se borran; se graba uno negativo
      *> con las mismas aplicaciones en contra
           PERFORM CARGAR-PAGO-ORIGINAL
           PERFORM GRABAR-PAGO-REVERSO

           SET CRZ-ANULADO TO TRUE
           MOVE WS-PGP-REV-NRO TO CRZ-PGP-REVERSO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRZ-FECHA-ANUL
           MOVE WS-USUARIO-SESION TO CRZ-USR-ANUL
           REWRITE CRUCE-REG
           MOVE "Z" TO WS-CLC-TIPO-DOC
           MOVE CRZ-NRO TO WS-CLC-DOC-NRO
           MOVE "R" TO WS-CLC-ACCION
           MOVE "CRUCE02" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           MOVE "ANULA-CRZ" TO WS-AUD-ACCION
           MOVE W-CRZ-NRO TO WS-AUD-REG-CLAVE
           MOVE CRZ-MONTO TO WS-AUD-MONTO-DISP
           MOVE WS-AUD-MONTO-DISP TO WS-AUD-VALOR-ANT
           MOVE "ANULADO" TO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           DISPLAY "CRUCE ANULADO - PAGO DE REVERSO NRO " LINE 17 COL 10
           DISPLAY WS-PGP-REV-NRO LINE 17 COL 47
           ACCEPT WS-PAUSA LINE 17 COL 56.

       REVERSAR-APLICACIONES.
           SET NO-FIN-RECDET TO TRUE
           MOVE CRZ-REC-NRO TO RECD-REC-NRO
           MOVE 0           TO RECD-ITEM
           START RECIBODET KEY IS NOT LESS THAN RECD-CLAVE
               INVALID KEY SET FIN-RECDET TO TRUE
           END-START

           PERFORM UNTIL FIN-RECDET
               READ RECIBODET NEXT RECORD
                   AT END
                       SET FIN-RECDET TO TRUE
                   NOT AT END
                       IF RECD-REC-NRO NOT = CRZ-REC-NRO
                           SET FIN-RECDET TO TRUE
                       ELSE
                           PERFORM REVERSAR-UNA-APLICACION
                       END-IF
               END-READ
           END-PERFORM.

       REVERSAR-UNA-APLICACION.
           MOVE RECD-FAC-NRO TO FAC-NRO
           READ FACTURAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           ADD RECD-MONTO-APLIC TO FAC-SALDO-PEND
           SET FAC-NO-PAGADA TO TRUE
           REWRITE FACTURA-REG

           IF FAC-CREDITO
               MOVE RECD-MONTO-APLIC TO WS-MONTO-RESTAURAR
               PERFORM REABRIR-CUOTAS
           END-IF.

       REABRIR-CUOTAS.
           SET NO-FIN-CUOTAS-FAC TO TRUE
           MOVE FAC-NRO TO CUO-FAC-NRO
           MOVE 0       TO CUO-NUMERO
           START CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY SET FIN-CUOTAS-FAC TO TRUE
           END-START

           PERFORM UNTIL FIN-CUOTAS-FAC OR WS-MONTO-RESTAURAR <= 0
               READ CUOTAS NEXT RECORD
                   AT END
                       SET FIN-CUOTAS-FAC TO TRUE
                   NOT AT END
                       IF CUO-FAC-NRO NOT = FAC-NRO
                           SET FIN-CUOTAS-FAC TO TRUE
                       ELSE
                           IF CUO-SALDO < CUO-MONTO AND NOT CUO-CEDIDA
                               PERFORM REABRIR-UNA-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REABRIR-UNA-CUOTA.
           COMPUTE WS-FALTA-CUOTA = CUO-MONTO - CUO-SALDO
           IF WS-MONTO-RESTAURAR >= WS-FALTA-CUOTA
               MOVE CUO-MONTO TO CUO-SALDO
               SUBTRACT WS-FALTA-CUOTA FROM WS-MONTO-RESTAURAR
           ELSE
               ADD WS-MONTO-RESTAURAR TO CUO-SALDO
               MOVE 0 TO WS-MONTO-RESTAURAR
           END-IF
           SET CUO-PENDIENTE TO TRUE
           REWRITE CUOTA-REG.

       CARGAR-PAGO-ORIGINAL.
           MOVE 0 TO WS-TOT-PGD
           SET NO-FIN-PGD TO TRUE
           MOVE CRZ-PGP-NRO TO PGD-PGP-NRO
           START PAGOSPROVDET KEY IS NOT LESS THAN PGD-PGP-NRO
               INVALID KEY SET FIN-PGD TO TRUE
           END-START
           PERFORM UNTIL FIN-PGD
               READ PAGOSPROVDET NEXT RECORD
                   AT END SET FIN-PGD TO TRUE
                   NOT AT END
                       IF PGD-PGP-NRO NOT = CRZ-PGP-NRO
                           SET FIN-PGD TO TRUE
                       ELSE
                           IF WS-TOT-PGD < 50
                               ADD 1 TO WS-TOT-PGD
                               MOVE PGD-PFC-NRO
                                   TO TG-PFC-NRO(WS-TOT-PGD)
                               MOVE PGD-MONTO-APLIC
                                   TO TG-MONTO(WS-TOT-PGD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-PAGO-REVERSO.
           MOVE "1" TO PGC-CLAVE
           READ NEXT-PGP-NRO KEY IS PGC-CLAVE
               INVALID KEY
                   MOVE 0 TO PGC-ULTIMO-NRO
           END-READ
           ADD 1 TO PGC-ULTIMO-NRO
           MOVE PGC-ULTIMO-NRO TO WS-PGP-REV-NRO
           REWRITE NEXT-PGP-NRO-REG

           MOVE WS-PGP-REV-NRO    TO PGP-NRO
           MOVE CRZ-PROV-ID       TO PGP-PROV-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PGP-FECHA
           COMPUTE PGP-MONTO = 0 - CRZ-MONTO
           MOVE WS-USUARIO-SESION TO PGP-USUARIO
           WRITE PAGOPROV-REG

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-PGD
               MOVE WS-PGP-REV-NRO     TO PGD-PGP-NRO
               MOVE WS-IDX             TO PGD-ITEM
               MOVE TG-PFC-NRO(WS-IDX) TO PGD-PFC-NRO
               COMPUTE PGD-MONTO-APLIC = 0 - TG-MONTO(WS-IDX)
               WRITE PAGOPROVDET-REG

               MOVE TG-PFC-NRO(WS-IDX) TO PFC-NRO
               READ FACTURAS-PROV
                   NOT INVALID KEY
                       ADD TG-MONTO(WS-IDX) TO PFC-SALDO-PEND
                       IF PFC-PAGADA
                           SET PFC-VIGENTE TO TRUE
                       END-IF
                       REWRITE FACTURA-PROV-REG
               END-READ
           END-PERFORM.

       END PROGRAM CRUCE02.
