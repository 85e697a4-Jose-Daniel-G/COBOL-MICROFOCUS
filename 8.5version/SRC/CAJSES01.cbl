      *> ******************************************************************
      *> * Purpose:  Sesiones de Caja - apertura con fondo contado y
      *> *           cierre con conteo ciego: el sistema calcula lo que
      *> *           deberia haber en caja y graba el sobrante/faltante;
      *> *           los vouchers de datafono se totalizan aparte y se
      *> *           concilian contra la liquidacion del adquirente.
      *> *           Desde aqui se entra a la venta y gestion de los
      *> *           bonos de regalo
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "cjsctrl.sel".
           COPY "factura.sel".
           COPY "recibo.sel".
           COPY "mediopago.sel".
           COPY "sesion.sel".

       DATA DIVISION.
           COPY "cjsctrl.fd".
           COPY "factura.fd".
           COPY "recibo.fd".
           COPY "mediopago.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "CAJASES.cpy".
           COPY "TARJETA.cpy".

       01 ST-SESION         PIC XX.
       01 ST-NEXT-CJS       PIC XX.
               DISPLAY WS-USUARIO-SESION LINE 03 COL 21
               DISPLAY "1. ABRIR SESION DE CAJA"  LINE 05 COL 10
               DISPLAY "2. CERRAR SESION DE CAJA" LINE 06 COL 10
               DISPLAY "3. CONCILIAR LIQUIDACION DATAFONO" LINE 07 COL 10
               DISPLAY "4. BONOS DE REGALO" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM ABRIR-SESION
                   WHEN "2"
                       PERFORM CERRAR-SESION
                   WHEN "3"
                       CALL "TARCON01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                   LINE 11 COL 10
                               ACCEPT WS-PAUSA LINE 11 COL 40
                       END-CALL
                       CANCEL "TARCON01"
                   WHEN "4"
                       CALL "BONOS01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                   LINE 11 COL 10
                               ACCEPT WS-PAUSA LINE 11 COL 40
                       END-CALL
                       CANCEL "BONOS01"
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN INPUT RECIBOS
           END-IF

           OPEN INPUT MEDIOS-PAGO
           IF ST-MEDIOSPAGO = "35"
               OPEN OUTPUT MEDIOS-PAGO
               CLOSE MEDIOS-PAGO
               OPEN INPUT MEDIOS-PAGO
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE SESIONES-CAJA
           CLOSE NEXT-CJS-NRO
           CLOSE FACTURAS
           CLOSE RECIBOS
           CLOSE MEDIOS-PAGO.

       ABRIR-SESION.
           PERFORM BUSCAR-SESION-CAJA
           MOVE WS-MONTO-APERTURA  TO CJS-MONTO-APERTURA
           MOVE 0 TO CJS-FECHA-CIERRE CJS-HORA-CIERRE
                     CJS-MONTO-DECLARADO CJS-MONTO-SISTEMA
                     CJS-DIFERENCIA CJS-MONTO-TARJETA
                     CJS-CANT-VOUCHERS
           SET CJS-ABIERTA TO TRUE
           WRITE SESION-CAJA-REG

           END-READ

           PERFORM CALCULAR-TOTAL-SISTEMA
           PERFORM CALCULAR-TOTAL-TARJETA

           MOVE WS-MONTO-DECLARADO TO CJS-MONTO-DECLARADO
           MOVE WS-MONTO-SISTEMA   TO CJS-MONTO-SISTEMA
           DISPLAY "DIFERENCIA     : " LINE 15 COL 10
           MOVE CJS-DIFERENCIA TO WS-EDIT-MONTO
           DISPLAY WS-EDIT-MONTO LINE 15 COL 27
           DISPLAY "TARJETAS       : " LINE 16 COL 10
           MOVE CJS-MONTO-TARJETA TO WS-EDIT-MONTO
           DISPLAY WS-EDIT-MONTO LINE 16 COL 27
           DISPLAY "VOUCHERS: " LINE 16 COL 40
           DISPLAY CJS-CANT-VOUCHERS LINE 16 COL 50
           DISPLAY "SESION CERRADA" LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 26.

           *> (venta rapida) + recibos en efectivo de la sesion. Las
           *> facturas de contado que quedan con saldo entran a caja
           *> por su recibo, asi que sumarlas aqui las contaria doble.
           *> Las de pago mixto solo aportan su parte en efectivo.
           *> Los bonos de regalo vendidos en efectivo tambien entran;
           *> lo redimido con bono en un recibo no es efectivo.
           MOVE CJS-MONTO-APERTURA TO WS-MONTO-SISTEMA

           SET NO-FIN-SCAN TO TRUE
                          AND FAC-SALDO-PEND = 0
                           ADD FAC-TOTAL TO WS-MONTO-SISTEMA
                       END-IF
                       IF FAC-SESION-CAJA = WS-CJS-NRO-ACTIVA
                          AND FAC-FINAL AND FAC-PAGO-MIXTO
                           PERFORM SUMAR-EFECTIVO-MIXTO
                       END-IF
               END-READ
           END-PERFORM

                       IF REC-SESION-CAJA = WS-CJS-NRO-ACTIVA
                          AND NOT REC-ANULADO AND REC-MED-EFECTIVO
                           COMPUTE WS-MONTO-CASH =
                               REC-MONTO - REC-MONTO-NC - REC-MONTO-BONO
                           ADD WS-MONTO-CASH TO WS-MONTO-SISTEMA
                       END-IF
               END-READ
           END-PERFORM

           SET NO-FIN-SCAN TO TRUE
           MOVE WS-CJS-NRO-ACTIVA TO MPG-SESION-CAJA
           START MEDIOS-PAGO KEY IS NOT LESS THAN MPG-SESION-CAJA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ MEDIOS-PAGO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF MPG-SESION-CAJA NOT = WS-CJS-NRO-ACTIVA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF MPG-DOC-BONO AND MPG-EFECTIVO
                              AND NOT MPG-CONC-ANULADO
                               ADD MPG-MONTO TO WS-MONTO-SISTEMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-EFECTIVO-MIXTO.
           SET NO-FIN-MPG TO TRUE
           MOVE "F"     TO MPG-TIPO-DOC
           MOVE FAC-NRO TO MPG-DOC-NRO
           MOVE 0       TO MPG-SEC
           START MEDIOS-PAGO KEY IS NOT LESS THAN MPG-CLAVE
               INVALID KEY SET FIN-MPG TO TRUE
           END-START
           PERFORM UNTIL FIN-MPG
               READ MEDIOS-PAGO NEXT RECORD
                   AT END SET FIN-MPG TO TRUE
                   NOT AT END
                       IF NOT MPG-DOC-FACTURA OR MPG-DOC-NRO NOT = FAC-NRO
                           SET FIN-MPG TO TRUE
                       ELSE
                           IF MPG-EFECTIVO AND NOT MPG-CONC-ANULADO
                               ADD MPG-MONTO TO WS-MONTO-SISTEMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-TOTAL-TARJETA.
           *> Lo cobrado con datafono en la sesion (ventas rapidas y
           *> recibos) no esta en el cajon: se totaliza en su propia
           *> columna para cuadrarlo contra el cierre del datafono.
           MOVE 0 TO CJS-MONTO-TARJETA CJS-CANT-VOUCHERS
           SET NO-FIN-SCAN TO TRUE
           MOVE WS-CJS-NRO-ACTIVA TO MPG-SESION-CAJA
           START MEDIOS-PAGO KEY IS NOT LESS THAN MPG-SESION-CAJA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ MEDIOS-PAGO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF MPG-SESION-CAJA NOT = WS-CJS-NRO-ACTIVA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF MPG-TARJETA AND NOT MPG-CONC-ANULADO
                               ADD MPG-MONTO TO CJS-MONTO-TARJETA
                               ADD 1 TO CJS-CANT-VOUCHERS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM CAJSES01.
