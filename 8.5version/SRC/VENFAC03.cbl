           COPY "kardex.sel".
           COPY "parametros.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "permiso.sel".
           COPY "remisiondet.sel".
           COPY "lote.sel".
           COPY "serie.sel".
           COPY "mediopago.sel".
           COPY "notacred.sel".
           COPY "bono.sel".
       DATA DIVISION.
       FILE SECTION.
           COPY "factura.fd".
           COPY "kardex.fd".
           COPY "parametros.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "permiso.fd".
           COPY "remisiondet.fd".
           COPY "lote.fd".
           COPY "serie.fd".
           COPY "mediopago.fd".
           COPY "notacred.fd".
           COPY "bono.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
           COPY "AUDITORIA.cpy".
           COPY "PERMISO.cpy".
           COPY "TARJETA.cpy".
           COPY "BONO.cpy".
       01 ST-USUARIOS      PIC XX.

       01 ST-SESION        PIC XX.
       01 ST-REMISIONDET   PIC XX.
       01 ST-LOTES         PIC XX.
       01 ST-SERIES        PIC XX.
       01 ST-NOTASCRED     PIC XX.

       01 WS-FAC-NRO       PIC 9(7).
       01 WS-ENCONTRADA    PIC X VALUE "N".
       01 WS-ERA-FINAL     PIC X.
       01 WS-RESPUESTA     PIC X.
       01 WS-KAR-SECUENCIA PIC 9(05).
       01 WS-SW-DETALLES   PIC X VALUE "N".
       01 WS-SW-SERIES     PIC X VALUE "N".
          88 FIN-SERIES       VALUE "S".
          88 NO-FIN-SERIES    VALUE "N".
       01 WS-CANT-DESPACHADA PIC 9(09)V999.
       01 WS-CANT-PEND     PIC S9(09)V999.
       01 WS-REF-FAC       PIC X(10).
       01 WS-LOTE-REFILL   PIC X(10).
       01 WS-PROD-REVERSADOS.
       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

               OPEN I-O SERIES
           END-IF

           OPEN I-O MEDIOS-PAGO
           IF ST-MEDIOSPAGO = "35"
               OPEN OUTPUT MEDIOS-PAGO
               CLOSE MEDIOS-PAGO
               OPEN I-O MEDIOS-PAGO
           END-IF

           OPEN I-O NOTASCREDITO
           IF ST-NOTASCRED = "35"
               OPEN OUTPUT NOTASCREDITO
               CLOSE NOTASCREDITO
               OPEN I-O NOTASCREDITO
           END-IF
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

           IF ST-FACTURAS > "07"
               STRING "Error FACTURAS: " ST-FACTURAS
                   INTO WS-MENSAJE
           ACCEPT WS-RESPUESTA LINE 11 COL 32

           IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
               MOVE "N" TO WS-ERA-FINAL
               IF FAC-FINAL
                   MOVE "S" TO WS-ERA-FINAL
               END-IF
               SET FAC-ANULADA TO TRUE
               REWRITE FACTURA-REG
               IF ST-FACTURAS NOT = "00"
                   DISPLAY WS-MENSAJE LINE 13 COL 03
               ELSE
                   PERFORM REVERSAR-STOCK
                   MOVE "F"        TO WS-MPG-TIPO-DOC
                   MOVE FAC-NRO    TO WS-MPG-DOC-NRO
                   PERFORM ANULAR-MEDIOS-PAGO
                   PERFORM DEVOLVER-NOTAS-CREDITO
                   IF WS-MPG-LIQUIDADOS > 0
                       DISPLAY "AVISO: VOUCHER YA LIQUIDADO - REVERSAR EN EL DATAFONO"
                           LINE 12 COL 03 WITH REVERSE-VIDEO
                   END-IF
                   MOVE "ANULA-FAC" TO WS-AUD-ACCION
                   MOVE WS-FAC-NRO TO WS-AUD-REG-CLAVE
                   MOVE FAC-TOTAL TO WS-AUD-MONTO-DISP
                   MOVE WS-AUD-MONTO-DISP TO WS-AUD-VALOR-ANT
                   MOVE "ANULADA" TO WS-AUD-VALOR-NUEVO
                   PERFORM GRABAR-AUDITORIA
      *> La factura en firme ya pidio su asiento: la anulacion pide
      *> el reverso
                   IF WS-ERA-FINAL = "S"
                       MOVE "F" TO WS-CLC-TIPO-DOC
                       MOVE FAC-NRO TO WS-CLC-DOC-NRO
                       MOVE "R" TO WS-CLC-ACCION
                       MOVE "VENFAC03" TO WS-CLC-PROGRAMA
                       PERFORM ENCOLAR-ASIENTO
                   END-IF
                   DISPLAY "FACTURA ANULADA - STOCK RESTAURADO" LINE 13 COL 03
               END-IF
               ACCEPT WS-PAUSA LINE 14 COL 03
           END-IF.

       ANULAR-MEDIOS-PAGO.
           COPY "ANULAR-MEDIOS-PAGO.cpy".

       DEVOLVER-NOTAS-CREDITO.
      *> Lo tomado de notas credito y bonos de regalo en una venta de
      *> pago mixto vuelve al saldo de cada nota o bono al anular la
      *> factura
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
                           IF MPG-NOTA-CREDITO AND MPG-CONC-ANULADO
                               MOVE MPG-NCR-NRO TO NCR-NRO
                               READ NOTASCREDITO
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD MPG-MONTO TO NCR-SALDO
                                       SET NCR-EMITIDA TO TRUE
                                       REWRITE NOTACRED-REG
                               END-READ
                           END-IF
                           IF MPG-BONO AND MPG-CONC-ANULADO
                               MOVE MPG-BONO-NRO TO WS-BOM-BONO
                               MOVE "D"          TO WS-BOM-TIPO
                               MOVE MPG-MONTO    TO WS-BOM-MONTO
                               MOVE "F"          TO WS-BOM-DOC-TIPO
                               MOVE FAC-NRO      TO WS-BOM-DOC-NRO
                               PERFORM MOVER-BONO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MOVER-BONO.
           COPY "MOVER-BONO.cpy".

       REVERSAR-STOCK.
           MOVE 0 TO WS-TOT-PROD-REV
           MOVE 0 TO WS-TOT-REM
           CLOSE REMISIONDET
           CLOSE LOTES
           CLOSE SERIES
           CLOSE MEDIOS-PAGO
           CLOSE NOTASCREDITO
           CLOSE BONOS
           CLOSE BONOS-MOV
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

