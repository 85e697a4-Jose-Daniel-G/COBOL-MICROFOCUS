           COPY "parametros.sel".
           COPY "cheque.sel".
           COPY "chqctrl.sel".
           COPY "mediopago.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "cajases.sel".
           COPY "tasaret.sel".
           COPY "municipio.sel".
           COPY "retencion.sel".
           COPY "retctrl.sel".
           COPY "termpag.sel".
           COPY "tasacambio.sel".
           COPY "bloqueo.sel".
           COPY "bono.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "parametros.fd".
           COPY "cheque.fd".
           COPY "chqctrl.fd".
           COPY "mediopago.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "cajases.fd".
           COPY "tasaret.fd".
           COPY "municipio.fd".
           COPY "retencion.fd".
           COPY "retctrl.fd".
           COPY "termpag.fd".
           COPY "tasacambio.fd".
           COPY "bloqueo.fd".
           COPY "bono.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
           COPY "CAJASES.cpy".
           COPY "TARJETA.cpy".
           COPY "BONO.cpy".
           COPY "MUNICIPIO.cpy".
       01 ST-SESION         PIC XX.
       01 ST-TASARET        PIC XX.
       01 ST-RETENCIONES    PIC XX.
       01 WS-MONTO-NC       PIC S9(9)V99.
       01 W-NCR-NRO         PIC 9(07).
       01 WS-APLICA-NC      PIC X.
       01 WS-MONTO-BONO     PIC S9(9)V99.
       01 W-BON-NRO         PIC 9(07).
       01 WS-APLICA-BONO    PIC X.
       01 WS-MEDIO-PAGO     PIC X VALUE "E".
       COPY "BLOQUEO.cpy".
       01 W-BANCO           PIC X(20).
       01 W-FECHA-VENCE-CHQ PIC 9(08).
       01 WS-APLICA-RET     PIC X.
       01 W-TASA-RET        PIC 9(02).
       01 W-RET-MUNICIPIO   PIC X(05).
       01 WS-MONTO-RET      PIC S9(9)V99.
       01 ST-TERMPAG        PIC XX.
       01 WS-PP-DESC        PIC S9(9)V99 VALUE 0.
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".


           MOVE "E" TO WS-MEDIO-PAGO
           IF WS-MONTO-EFECTIVO > 0
               DISPLAY "MEDIO [E/Q/T/K]: " LINE 14 COL 56
               ACCEPT WS-MEDIO-PAGO LINE 14 COL 74
               MOVE FUNCTION UPPER-CASE(WS-MEDIO-PAGO) TO WS-MEDIO-PAGO
               IF WS-MEDIO-PAGO NOT = "E" AND WS-MEDIO-PAGO NOT = "Q"
                  AND WS-MEDIO-PAGO NOT = "T" AND WS-MEDIO-PAGO NOT = "K"
                   MOVE "E" TO WS-MEDIO-PAGO
               END-IF
           END-IF
           PERFORM OFRECER-NOTA-CREDITO
           PERFORM OFRECER-ANTICIPO
           PERFORM OFRECER-PUNTOS
           PERFORM OFRECER-BONO

           COMPUTE WS-MONTO-RECIBIDO = WS-MONTO-EFECTIVO + WS-MONTO-NC
                                     + WS-MONTO-ANT + WS-MONTO-PUNTOS
                                     + WS-MONTO-BONO
           MOVE WS-MONTO-RECIBIDO TO WS-MONTO-DISPONIBLE.

       OFRECER-PUNTOS.
           STRING "REC" WS-REC-NRO DELIMITED BY SIZE INTO PTM-REF
           WRITE PUNTOS-MOV-REG.

       OFRECER-BONO.
      *> Un bono de regalo (al portador) puede cubrir parte del recibo,
      *> hasta su saldo; un solo bono por recibo
           MOVE 0 TO WS-MONTO-BONO W-BON-NRO
           MOVE "N" TO WS-APLICA-BONO
           DISPLAY "APLICA BONO DE REGALO? (S/N): " LINE 20 COL 10
           ACCEPT WS-APLICA-BONO LINE 20 COL 41
           IF FUNCTION UPPER-CASE(WS-APLICA-BONO) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NUMERO DE BONO: " LINE 20 COL 47
           ACCEPT W-BON-NRO LINE 20 COL 64
           MOVE W-BON-NRO TO WS-BOM-BONO
           PERFORM VALIDAR-BONO
           IF BONO-NO-DISPONIBLE
               DISPLAY WS-BON-ERROR LINE 21 COL 10
               ACCEPT WS-PAUSA LINE 21 COL 52
               MOVE 0 TO W-BON-NRO
               EXIT PARAGRAPH
           END-IF

           MOVE BON-SALDO TO WS-EDIT-MONTO
           DISPLAY "SALDO DEL BONO: " LINE 21 COL 10
           DISPLAY WS-EDIT-MONTO LINE 21 COL 27
           DISPLAY "MONTO A TOMAR: " LINE 21 COL 47
           ACCEPT WS-MONTO-BONO LINE 21 COL 63
           IF WS-MONTO-BONO <= 0 OR WS-MONTO-BONO > BON-SALDO
               DISPLAY "MONTO INVALIDO - NO SE APLICA EL BONO" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 49
               MOVE 0 TO WS-MONTO-BONO W-BON-NRO
           END-IF.

       VALIDAR-BONO.
           COPY "VALIDAR-BONO.cpy".

       MOVER-BONO.
           COPY "MOVER-BONO.cpy".

       OFRECER-ANTICIPO.
      *> Permite cubrir parte del recibo con un anticipo abierto del
      *> cliente (un solo anticipo por recibo).
           MOVE W-ANT-NRO    TO REC-ANT-NRO
           MOVE WS-MONTO-ANT TO REC-MONTO-ANT
           MOVE WS-PUNTOS-REDIM TO REC-PUNTOS
           MOVE W-BON-NRO    TO REC-BONO-NRO
           MOVE WS-MONTO-BONO TO REC-MONTO-BONO
           WRITE RECIBO-REG
           MOVE "R" TO WS-CLC-TIPO-DOC
           MOVE REC-NRO TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "VENFAC07" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           IF WS-PUNTOS-REDIM > 0
               SUBTRACT WS-PUNTOS-REDIM FROM CLI-PUNTOS
               PERFORM REGISTRAR-CHEQUE-CARTERA
           END-IF

           IF WS-MEDIO-PAGO = "K" AND WS-MONTO-EFECTIVO > 0
               PERFORM REGISTRAR-VOUCHER-TARJETA
           END-IF

           IF WS-MONTO-NC > 0
               MOVE W-NCR-NRO TO NCR-NRO
               READ NOTASCREDITO
               END-READ
           END-IF

           IF WS-MONTO-BONO > 0
               MOVE W-BON-NRO     TO WS-BOM-BONO
               MOVE "R"           TO WS-BOM-TIPO
               MOVE WS-MONTO-BONO TO WS-BOM-MONTO
               MOVE "R"           TO WS-BOM-DOC-TIPO
               MOVE WS-REC-NRO    TO WS-BOM-DOC-NRO
               PERFORM MOVER-BONO
           END-IF

           IF WS-MONTO-ANT > 0
               MOVE W-ANT-NRO TO ANT-NRO
               READ ANTICIPOS
           SET CHQ-EN-CARTERA TO TRUE
           WRITE CHEQUE-REG.

       REGISTRAR-VOUCHER-TARJETA.
           *> El pago con datafono queda como medio de pago del recibo,
           *> pendiente de cruzar contra la liquidacion del adquirente.
           MOVE 19 TO WS-TJ-LINEA
           PERFORM CAPTURAR-TARJETA
           MOVE "R"               TO MPG-TIPO-DOC
           MOVE WS-REC-NRO        TO MPG-DOC-NRO
           MOVE 1                 TO MPG-SEC
           MOVE REC-FECHA         TO MPG-FECHA
           MOVE WS-CJS-NRO-ACTIVA TO MPG-SESION-CAJA
           SET MPG-TARJETA        TO TRUE
           MOVE WS-MONTO-EFECTIVO TO MPG-MONTO
           MOVE W-TJ-FRANQUICIA   TO MPG-FRANQUICIA
           MOVE W-TJ-AUTORIZACION TO MPG-AUTORIZACION
           MOVE W-TJ-VOUCHER      TO MPG-VOUCHER
           SET MPG-CONC-PENDIENTE TO TRUE
           MOVE 0 TO MPG-CONC-FECHA MPG-MONTO-ABONADO
                     MPG-COMISION MPG-RETENCION
                     MPG-RECIBIDO MPG-NCR-NRO MPG-BONO-NRO
           WRITE MEDIO-PAGO-REG.

       CAPTURAR-TARJETA.
           COPY "CAPTURAR-TARJETA.cpy".

       APLICAR-A-FACTURAS.
           MOVE "S" TO WS-MAS
           PERFORM UNTIL WS-MAS NOT = "S" OR WS-MONTO-DISPONIBLE <= 0
               EXIT PARAGRAPH
           END-IF

      *> El ReteICA se declara en el municipio que lo practico
           MOVE SPACES TO W-RET-MUNICIPIO
           IF TRT-RETEICA
               DISPLAY "MUNICIPIO: " LINE 22 COL 45
               ACCEPT W-RET-MUNICIPIO LINE 22 COL 56
               MOVE W-RET-MUNICIPIO TO WS-MUN-CODIGO
               MOVE SPACES TO WS-MUN-ACTIVIDAD
               PERFORM LEER-MUNICIPIO
               IF MUNICIPIO-NO-HALLADO
                   DISPLAY "MUNICIPIO SIN TARIFA DE ICA" LINE 23 COL 10
                   ACCEPT WS-PAUSA LINE 23 COL 39
                   EXIT PARAGRAPH
               END-IF
               DISPLAY MUN-NOMBRE(1:18) LINE 22 COL 62
           END-IF

           MOVE 0 TO WS-MONTO-RET
           DISPLAY "MONTO RETENIDO: " LINE 23 COL 10
           ACCEPT WS-MONTO-RET LINE 23 COL 27
           MOVE WS-MONTO-RET   TO RET-MONTO
           SET RET-CERT-PENDIENTE TO TRUE
           MOVE WS-USUARIO-SESION TO RET-USUARIO
           MOVE W-RET-MUNICIPIO TO RET-MUNICIPIO
           WRITE RETENCION-REG

           DISPLAY "RETENCION REGISTRADA" LINE 23 COL 45.

       LEER-MUNICIPIO.
           COPY "LEER-MUNICIPIO.cpy".

       APLICAR-A-CUOTAS.
           MOVE W-MONTO-CUOTAS TO WS-MONTO-A-APLICAR-CUOTA
           MOVE FAC-NRO TO CUO-FAC-NRO
               MOVE WS-MONTO-NC TO WS-EDIT-MONTO
               DISPLAY WS-EDIT-MONTO LINE 23 COL 45
           END-IF
           IF WS-MONTO-BONO > 0
               DISPLAY "BONO: " LINE 23 COL 59
               MOVE WS-MONTO-BONO TO WS-EDIT-MONTO
               DISPLAY WS-EDIT-MONTO LINE 23 COL 65
           END-IF
           ACCEPT WS-PAUSA LINE 24 COL 10.

       ABRIR-ARCHIVOS.
               OPEN INPUT SESIONES-CAJA
           END-IF.

           OPEN I-O MEDIOS-PAGO.
           IF ST-MEDIOSPAGO = "35"
               OPEN OUTPUT MEDIOS-PAGO
               CLOSE MEDIOS-PAGO
               OPEN I-O MEDIOS-PAGO
           END-IF.

           PERFORM ABRIR-BLOQUEOS.

           OPEN I-O BONOS.
           IF ST-BONOS = "35"
               OPEN OUTPUT BONOS
               CLOSE BONOS
               OPEN I-O BONOS
           END-IF.

           OPEN I-O BONOS-MOV.
           IF ST-BONOSMOV = "35"
               OPEN OUTPUT BONOS-MOV
               CLOSE BONOS-MOV
               OPEN I-O BONOS-MOV
           END-IF.

           OPEN INPUT TERMINOS-PAGO.
           IF ST-TERMPAG = "35"
               OPEN OUTPUT TERMINOS-PAGO
               OPEN INPUT TASAS-RETENCION
           END-IF.

           OPEN INPUT MUNICIPIOS.
           IF ST-MUNICIPIOS = "35"
               OPEN OUTPUT MUNICIPIOS
               CLOSE MUNICIPIOS
               OPEN INPUT MUNICIPIOS
           END-IF.

           OPEN I-O RETENCIONES.
           IF ST-RETENCIONES = "35"
               OPEN OUTPUT RETENCIONES
           CLOSE PUNTOS-MOV.
           CLOSE CHEQUES.
           CLOSE NEXT-CHQ-NRO.
           CLOSE MEDIOS-PAGO.
           CLOSE SESIONES-CAJA.
           CLOSE TASAS-RETENCION.
           CLOSE MUNICIPIOS.
           CLOSE TERMINOS-PAGO.
           CLOSE TASAS-CAMBIO.
           CLOSE RETENCIONES.
           CLOSE NEXT-RET-NRO.
           CLOSE BONOS.
           CLOSE BONOS-MOV.
           CLOSE BLOQUEOS.

       END PROGRAM VENFAC07.
