           COPY "notacred.sel".
           COPY "anticipo.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "permiso.sel".
           COPY "usuario.sel".
           COPY "cheque.sel".
           COPY "retencion.sel".
           COPY "mediopago.sel".
           COPY "bono.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "notacred.fd".
           COPY "anticipo.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "permiso.fd".
           COPY "usuario.fd".
           COPY "cheque.fd".
           COPY "retencion.fd".
           COPY "mediopago.fd".
           COPY "bono.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
       01 ST-CHEQUES        PIC XX.
       01 ST-RETENCIONES    PIC XX.
       01 WS-RET-LIGADAS    PIC 9(03).
          88 NO-FIN-RET        VALUE "N".
           COPY "AUDITORIA.cpy".
           COPY "PERMISO.cpy".
           COPY "TARJETA.cpy".
           COPY "BONO.cpy".
       01 ST-USUARIOS      PIC XX.

       01 ST-SESION         PIC XX.
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

               CLOSE CHEQUES
               OPEN I-O CHEQUES
           END-IF
           OPEN I-O MEDIOS-PAGO
           IF ST-MEDIOSPAGO = "35"
               OPEN OUTPUT MEDIOS-PAGO
               CLOSE MEDIOS-PAGO
               OPEN I-O MEDIOS-PAGO
           END-IF
           OPEN INPUT RETENCIONES
           IF ST-RETENCIONES = "35"
               OPEN OUTPUT RETENCIONES
               CLOSE RETENCIONES
               OPEN INPUT RETENCIONES
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
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ANTICIPOS
           CLOSE NOTASCREDITO
           CLOSE CHEQUES
           CLOSE MEDIOS-PAGO
           CLOSE RETENCIONES
           CLOSE BONOS
           CLOSE BONOS-MOV
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

               EXIT PARAGRAPH
           END-IF

           *> El recibo de un cruce de cuentas tiene un pago al
           *> proveedor amarrado: se anula junto con el, desde CRUCE02
           IF REC-MED-CRUCE
               DISPLAY "RECIBO DE CRUCE - ANULAR DESDE CRUCE DE CUENTAS"
                   LINE 10 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 10 COL 60
               EXIT PARAGRAPH
           END-IF

           MOVE REC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
               END-READ
           END-IF

           IF REC-MONTO-BONO > 0 AND REC-BONO-NRO > 0
               MOVE REC-BONO-NRO   TO WS-BOM-BONO
               MOVE "D"            TO WS-BOM-TIPO
               MOVE REC-MONTO-BONO TO WS-BOM-MONTO
               MOVE "R"            TO WS-BOM-DOC-TIPO
               MOVE REC-NRO        TO WS-BOM-DOC-NRO
               PERFORM MOVER-BONO
           END-IF

           IF REC-MONTO-ANT > 0 AND REC-ANT-NRO > 0
               MOVE REC-ANT-NRO TO ANT-NRO
               READ ANTICIPOS

           SET REC-ANULADO TO TRUE
           REWRITE RECIBO-REG
           MOVE "R" TO WS-CLC-TIPO-DOC
           MOVE REC-NRO TO WS-CLC-DOC-NRO
           MOVE "R" TO WS-CLC-ACCION
           MOVE "VENFAC11" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           PERFORM ANULAR-CHEQUES-RECIBO
           PERFORM REVISAR-RETENCIONES-RECIBO
           MOVE "R"       TO WS-MPG-TIPO-DOC
           MOVE W-REC-NRO TO WS-MPG-DOC-NRO
           PERFORM ANULAR-MEDIOS-PAGO
           IF WS-MPG-LIQUIDADOS > 0
               DISPLAY "AVISO: VOUCHER YA LIQUIDADO - REVERSAR EN EL DATAFONO"
                   LINE 19 COL 10 WITH REVERSE-VIDEO
           END-IF

           MOVE "ANULA-REC" TO WS-AUD-ACCION
           MOVE W-REC-NRO TO WS-AUD-REG-CLAVE
           DISPLAY "RECIBO ANULADO - SALDOS RESTAURADOS" LINE 16 COL 10
           ACCEPT WS-PAUSA LINE 16 COL 47.

       ANULAR-MEDIOS-PAGO.
           COPY "ANULAR-MEDIOS-PAGO.cpy".

       MOVER-BONO.
           COPY "MOVER-BONO.cpy".

       ANULAR-CHEQUES-RECIBO.
           *> Un cheque tomado con el recibo anulado no puede seguir
           *> en cartera rumbo al deposito; si ya se movio en
                       IF CUO-FAC-NRO NOT = FAC-NRO
                           SET FIN-CUOTAS-FAC TO TRUE
                       ELSE
                           IF CUO-SALDO < CUO-MONTO AND NOT CUO-CEDIDA
                               PERFORM REABRIR-UNA-CUOTA
                           END-IF
                       END-IF
