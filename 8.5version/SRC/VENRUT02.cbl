       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Liquidacion de Rutas de reparto al regreso del
      *> *           camion: por cada parada de una ruta ya confirmada
      *> *           registra lo cobrado contra entrega (efectivo y
      *> *           cheque) creando los recibos de caja contra la
      *> *           factura, las cantidades rechazadas (para nota
      *> *           credito o cuarentena) y los envases devueltos; al
      *> *           final compara lo esperado con lo entregado por el
      *> *           chofer e imprime la hoja de liquidacion con el
      *> *           faltante o sobrante. Incluye resumen por chofer
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENRUT02.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ruta.sel".
           COPY "liqruta.sel".
           COPY "chofer.sel".
           COPY "remision.sel".
           COPY "remisiondet.sel".
           COPY "factura.sel".
           COPY "cliente.sel".
           COPY "recibo.sel".
           COPY "recibodet.sel".
           COPY "recctrl.sel".
           COPY "cheque.sel".
           COPY "chqctrl.sel".
           COPY "envase.sel".
           COPY "envmov.sel".
           COPY "cajases.sel".
           COPY "bloqueo.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "ruta.fd".
           COPY "liqruta.fd".
           COPY "chofer.fd".
           COPY "remision.fd".
           COPY "remisiondet.fd".
           COPY "factura.fd".
           COPY "cliente.fd".
           COPY "recibo.fd".
           COPY "recibodet.fd".
           COPY "recctrl.fd".
           COPY "cheque.fd".
           COPY "chqctrl.fd".
           COPY "envase.fd".
           COPY "envmov.fd".
           COPY "cajases.fd".
           COPY "bloqueo.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "AUDITORIA.cpy".
       COPY "CAJASES.cpy".
       COPY "BLOQUEO.cpy".
       01 ST-SESION         PIC XX.
       01 ST-RUTAS          PIC XX.
       01 ST-RUTADET        PIC XX.
       01 ST-LIQRUTAS       PIC XX.
       01 ST-LIQPARADAS     PIC XX.
       01 ST-LIQRECHAZOS    PIC XX.
       01 ST-CHOFERES       PIC XX.
       01 ST-REMISIONES     PIC XX.
       01 ST-REMISIONDET    PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-RECIBODET      PIC XX.
       01 ST-NEXT-REC       PIC XX.
       01 ST-CHEQUES        PIC XX.
       01 ST-NEXT-CHQ       PIC XX.
       01 ST-ENVASES        PIC XX.
       01 ST-ENVMOV         PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".

      *> Captura
       01 W-RUT-NRO         PIC 9(05).
       01 W-EFECTIVO        PIC 9(9)V99.
       01 W-CHEQUE          PIC 9(9)V99.
       01 W-BANCO           PIC X(20).
       01 W-NRO-CHEQUE      PIC X(15).
       01 W-FECHA-VENCE-CHQ PIC 9(08).
       01 W-RESPUESTA       PIC X.
       01 W-CANT-RECH       PIC 9(05)V999.
       01 W-DESTINO         PIC X.
       01 W-MOTIVO          PIC X(20).
       01 W-ENV-CODIGO      PIC X(04).
       01 W-ENV-CANT        PIC 9(05).
       01 W-ENTREGADO       PIC 9(9)V99.
       01 W-FECHA-DESDE     PIC 9(08).
       01 W-FECHA-HASTA     PIC 9(08).

      *> Parada en curso
       01 WS-ESPERADO-PAR   PIC S9(9)V99.
       01 WS-REC-EFE        PIC 9(07).
       01 WS-REC-CHQ        PIC 9(07).
       01 WS-LQR-ITEM       PIC 9(03).
       01 WS-EMV-NRO-MAX    PIC 9(07).
       01 WS-DESC-ESTADO    PIC X(10).

      *> Recibo a grabar (GRABAR-RECIBO)
       01 WS-REC-NRO        PIC 9(07).
       01 WS-REC-MONTO      PIC S9(9)V99.
       01 WS-REC-MEDIO      PIC X.

      *> Facturas ya esperadas en esta ruta: una factura despachada en
      *> varias remisiones solo se espera cobrar una vez
       01 WS-CANT-FAC-VISTA PIC 99 VALUE 0.
       01 WS-IDX            PIC 99.
       01 WS-FAC-VISTA-SW   PIC X.
          88 FAC-YA-VISTA      VALUE "S".
       01 WS-TABLA-FAC-VISTA.
          05 T-FAC-VISTA OCCURS 99 TIMES PIC 9(07).

      *> Totales de la liquidacion
       01 WS-TOT-ESPERADO   PIC S9(11)V99.
       01 WS-TOT-EFECTIVO   PIC S9(11)V99.
       01 WS-TOT-CHEQUE     PIC S9(11)V99.
       01 WS-DIFERENCIA     PIC S9(11)V99.
       01 WS-CANT-PARADAS   PIC 9(03).

      *> Resumen por chofer
       01 WS-CHOFER-ANT     PIC X(04).
       01 WS-CHF-RUTAS      PIC 9(05).
       01 WS-CHF-ESPERADO   PIC S9(11)V99.
       01 WS-CHF-ENTREGADO  PIC S9(11)V99.
       01 WS-CHF-DIFERENCIA PIC S9(11)V99.

       01 WS-EDIT-MONTO     PIC -(10)9.99.
       01 WS-EDIT-MONTO2    PIC -(10)9.99.
       01 WS-EDIT-MONTO3    PIC -(10)9.99.
       01 WS-EDIT-CANT      PIC Z(4)9.999.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS
           PERFORM ABRIR-AUDITORIA
           MOVE "VENRUT02" TO WS-AUD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "LIQUIDACION DE RUTAS DE REPARTO" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. LIQUIDAR RUTA (REGRESO DEL CAMION)" LINE 05 COL 10
               DISPLAY "2. REIMPRIMIR HOJA DE LIQUIDACION (SPOOL)"
                       LINE 06 COL 10
               DISPLAY "3. RESUMEN POR CHOFER: FALTANTES Y SOBRANTES (SPOOL)"
                       LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM LIQUIDAR-RUTA
                   WHEN "2"
                       PERFORM REIMPRIMIR-LIQUIDACION
                   WHEN "3"
                       PERFORM RESUMEN-CHOFERES
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

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       BUSCAR-SESION-CAJA.
           COPY "BUSCAR-SESION-CAJA.cpy".

       ABRIR-BLOQUEOS.
           COPY "ABRIR-BLOQUEOS.cpy".

       TOMAR-BLOQUEO.
           COPY "TOMAR-BLOQUEO.cpy".

       SOLTAR-BLOQUEO.
           COPY "SOLTAR-BLOQUEO.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O RUTAS
           IF ST-RUTAS = "35"
               OPEN OUTPUT RUTAS
               CLOSE RUTAS
               OPEN I-O RUTAS
           END-IF
           OPEN INPUT RUTADET
           IF ST-RUTADET = "35"
               OPEN OUTPUT RUTADET
               CLOSE RUTADET
               OPEN INPUT RUTADET
           END-IF
           OPEN I-O LIQ-RUTAS
           IF ST-LIQRUTAS = "35"
               OPEN OUTPUT LIQ-RUTAS
               CLOSE LIQ-RUTAS
               OPEN I-O LIQ-RUTAS
           END-IF
           OPEN I-O LIQ-PARADAS
           IF ST-LIQPARADAS = "35"
               OPEN OUTPUT LIQ-PARADAS
               CLOSE LIQ-PARADAS
               OPEN I-O LIQ-PARADAS
           END-IF
           OPEN I-O LIQ-RECHAZOS
           IF ST-LIQRECHAZOS = "35"
               OPEN OUTPUT LIQ-RECHAZOS
               CLOSE LIQ-RECHAZOS
               OPEN I-O LIQ-RECHAZOS
           END-IF
           OPEN INPUT CHOFERES
           IF ST-CHOFERES = "35"
               OPEN OUTPUT CHOFERES
               CLOSE CHOFERES
               OPEN INPUT CHOFERES
           END-IF
           OPEN INPUT REMISIONES
           IF ST-REMISIONES = "35"
               OPEN OUTPUT REMISIONES
               CLOSE REMISIONES
               OPEN INPUT REMISIONES
           END-IF
           OPEN INPUT REMISIONDET
           IF ST-REMISIONDET = "35"
               OPEN OUTPUT REMISIONDET
               CLOSE REMISIONDET
               OPEN INPUT REMISIONDET
           END-IF
           OPEN I-O FACTURAS
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN I-O FACTURAS
           END-IF
           OPEN I-O CLIENTES
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
           OPEN I-O CHEQUES
           IF ST-CHEQUES = "35"
               OPEN OUTPUT CHEQUES
               CLOSE CHEQUES
               OPEN I-O CHEQUES
           END-IF
           OPEN I-O NEXT-CHQ-NRO
           IF ST-NEXT-CHQ = "35"
               OPEN OUTPUT NEXT-CHQ-NRO
               CLOSE NEXT-CHQ-NRO
               OPEN I-O NEXT-CHQ-NRO
               MOVE "1" TO CQC-CLAVE
               MOVE 0   TO CQC-ULTIMO-NRO
               WRITE NEXT-CHQ-NRO-REG
           END-IF
           OPEN INPUT ENVASES
           IF ST-ENVASES = "35"
               OPEN OUTPUT ENVASES
               CLOSE ENVASES
               OPEN INPUT ENVASES
           END-IF
           OPEN I-O ENVASES-MOV
           IF ST-ENVMOV = "35"
               OPEN OUTPUT ENVASES-MOV
               CLOSE ENVASES-MOV
               OPEN I-O ENVASES-MOV
           END-IF
           OPEN INPUT SESIONES-CAJA
           IF ST-CAJASES = "35"
               OPEN OUTPUT SESIONES-CAJA
               CLOSE SESIONES-CAJA
               OPEN INPUT SESIONES-CAJA
           END-IF
           PERFORM ABRIR-BLOQUEOS.

       CERRAR-ARCHIVOS.
           CLOSE RUTAS
           CLOSE RUTADET
           CLOSE LIQ-RUTAS
           CLOSE LIQ-PARADAS
           CLOSE LIQ-RECHAZOS
           CLOSE CHOFERES
           CLOSE REMISIONES
           CLOSE REMISIONDET
           CLOSE FACTURAS
           CLOSE CLIENTES
           CLOSE RECIBOS
           CLOSE RECIBODET
           CLOSE NEXT-REC-NRO
           CLOSE CHEQUES
           CLOSE NEXT-CHQ-NRO
           CLOSE ENVASES
           CLOSE ENVASES-MOV
           CLOSE SESIONES-CAJA
           CLOSE BLOQUEOS
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

      *> ------------------------------------------------------------
      *> Liquidacion: el dinero que trae el chofer entra a la sesion de
      *> caja abierta de quien recibe la ruta
      *> ------------------------------------------------------------
       LIQUIDAR-RUTA.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           PERFORM BUSCAR-SESION-CAJA
           IF WS-CJS-NRO-ACTIVA = 0
               DISPLAY "NO TIENE UNA SESION DE CAJA ABIERTA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 47
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-RUT-NRO
           DISPLAY "NRO DE RUTA A LIQUIDAR (0=VOLVER): " LINE 05 COL 10
           ACCEPT W-RUT-NRO LINE 05 COL 46
           IF W-RUT-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-RUT-NRO TO RUT-NRO
           READ RUTAS
               INVALID KEY
                   DISPLAY "RUTA NO EXISTE" LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 26
                   EXIT PARAGRAPH
           END-READ
           IF RUT-PENDIENTE
               DISPLAY "CONFIRME PRIMERO LAS ENTREGAS DE LA RUTA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 52
               EXIT PARAGRAPH
           END-IF
           IF RUT-LIQUIDADA
               DISPLAY "LA RUTA YA FUE LIQUIDADA" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 36
               EXIT PARAGRAPH
           END-IF
           MOVE RUT-CHOFER TO CHF-CODIGO
           READ CHOFERES
               INVALID KEY
                   MOVE SPACES TO CHF-NOMBRE CHF-VEHICULO
           END-READ

           MOVE 0 TO WS-TOT-ESPERADO WS-TOT-EFECTIVO WS-TOT-CHEQUE
                     WS-CANT-PARADAS WS-CANT-FAC-VISTA

           SET NO-FIN-SCAN TO TRUE
           MOVE W-RUT-NRO TO RTD-RUT-NRO
           MOVE 0 TO RTD-SECUENCIA
           START RUTADET KEY IS NOT LESS THAN RTD-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RUTADET NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RTD-RUT-NRO NOT = W-RUT-NRO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM LIQUIDAR-PARADA
                       END-IF
               END-READ
           END-PERFORM

           PERFORM CERRAR-LIQUIDACION
           PERFORM IMPRIMIR-LIQUIDACION.

       LIQUIDAR-PARADA.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           DISPLAY "RUTA " LINE 04 COL 10
           DISPLAY W-RUT-NRO LINE 04 COL 15
           DISPLAY "CHOFER " LINE 04 COL 22
           DISPLAY RUT-CHOFER LINE 04 COL 29
           DISPLAY CHF-NOMBRE LINE 04 COL 34

           MOVE 0 TO WS-ESPERADO-PAR W-EFECTIVO W-CHEQUE
                     WS-REC-EFE WS-REC-CHQ WS-LQR-ITEM
           MOVE RTD-REM-NRO TO REM-NRO
           READ REMISIONES
               INVALID KEY
                   MOVE 0 TO REM-FAC-NRO
           END-READ
           MOVE REM-FAC-NRO TO FAC-NRO
           READ FACTURAS
               INVALID KEY
                   MOVE 0 TO FAC-NRO FAC-CLI-ID FAC-SALDO-PEND
                   MOVE SPACES TO FAC-TIPO-PAGO
           END-READ
           MOVE FAC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOMBRE
           END-READ

           EVALUATE TRUE
               WHEN RTD-ENTREGADA
                   MOVE "ENTREGADA" TO WS-DESC-ESTADO
               WHEN RTD-FALLIDA
                   MOVE "FALLIDA" TO WS-DESC-ESTADO
               WHEN OTHER
                   MOVE "PENDIENTE" TO WS-DESC-ESTADO
           END-EVALUATE
           DISPLAY "PARADA " LINE 06 COL 10
           DISPLAY RTD-SECUENCIA LINE 06 COL 17
           DISPLAY "REMISION " LINE 06 COL 21
           DISPLAY RTD-REM-NRO LINE 06 COL 30
           DISPLAY "FACTURA " LINE 06 COL 39
           DISPLAY FAC-NRO LINE 06 COL 47
           DISPLAY WS-DESC-ESTADO LINE 06 COL 56
           DISPLAY "CLIENTE: " LINE 07 COL 10
           DISPLAY CLI-NOMBRE LINE 07 COL 19

      *> Solo la factura de contado entregada se cobra contra entrega;
      *> la de credito sigue su plan de cuotas
           IF RTD-ENTREGADA AND FAC-NRO NOT = 0
              AND NOT FAC-ANULADA AND NOT FAC-CREDITO
              AND FAC-SALDO-PEND > 0
               PERFORM VERIFICAR-FAC-VISTA
               IF NOT FAC-YA-VISTA
                   MOVE FAC-SALDO-PEND TO WS-ESPERADO-PAR
               END-IF
           END-IF
           MOVE WS-ESPERADO-PAR TO WS-EDIT-MONTO
           DISPLAY "A COBRAR CONTRA ENTREGA: " LINE 08 COL 10
           DISPLAY WS-EDIT-MONTO LINE 08 COL 36

           IF WS-ESPERADO-PAR > 0
               PERFORM CAPTURAR-COBRO-PARADA
           END-IF

           IF RTD-ENTREGADA
               PERFORM CAPTURAR-RECHAZOS
               PERFORM CAPTURAR-ENVASES
           END-IF

           MOVE W-RUT-NRO       TO LQP-RUT-NRO
           MOVE RTD-SECUENCIA   TO LQP-SECUENCIA
           MOVE RTD-REM-NRO     TO LQP-REM-NRO
           MOVE FAC-NRO         TO LQP-FAC-NRO
           MOVE WS-ESPERADO-PAR TO LQP-ESPERADO
           MOVE W-EFECTIVO      TO LQP-EFECTIVO
           MOVE W-CHEQUE        TO LQP-CHEQUE
           MOVE WS-REC-EFE      TO LQP-REC-EFE
           MOVE WS-REC-CHQ      TO LQP-REC-CHQ
           WRITE LIQ-PARADA-REG
               INVALID KEY REWRITE LIQ-PARADA-REG
           END-WRITE

           ADD 1 TO WS-CANT-PARADAS
           ADD WS-ESPERADO-PAR TO WS-TOT-ESPERADO
           ADD W-EFECTIVO TO WS-TOT-EFECTIVO
           ADD W-CHEQUE TO WS-TOT-CHEQUE.

       VERIFICAR-FAC-VISTA.
           MOVE "N" TO WS-FAC-VISTA-SW
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-FAC-VISTA
               IF T-FAC-VISTA(WS-IDX) = FAC-NRO
                   SET FAC-YA-VISTA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT FAC-YA-VISTA AND WS-CANT-FAC-VISTA < 99
               ADD 1 TO WS-CANT-FAC-VISTA
               MOVE FAC-NRO TO T-FAC-VISTA(WS-CANT-FAC-VISTA)
           END-IF.

      *> Lo cobrado se recibe hasta el saldo de la factura; lo que el
      *> chofer traiga de mas sale como sobrante en la liquidacion
       CAPTURAR-COBRO-PARADA.
           PERFORM UNTIL 1 = 2
               MOVE 0 TO W-EFECTIVO W-CHEQUE
               DISPLAY "EFECTIVO COBRADO: " LINE 10 COL 10
               ACCEPT W-EFECTIVO LINE 10 COL 30
               DISPLAY "CHEQUE COBRADO  : " LINE 11 COL 10
               ACCEPT W-CHEQUE LINE 11 COL 30
               IF W-EFECTIVO + W-CHEQUE > FAC-SALDO-PEND
                   DISPLAY "LO COBRADO SUPERA EL SALDO DE LA FACTURA"
                           LINE 22 COL 10 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 22 COL 52
                   DISPLAY " " LINE 22 COL 01 ERASE EOL
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF W-CHEQUE > 0
               DISPLAY "BANCO DEL CHEQUE: " LINE 12 COL 10
               MOVE SPACES TO W-BANCO
               ACCEPT W-BANCO LINE 12 COL 29
               DISPLAY "NRO DE CHEQUE   : " LINE 13 COL 10
               MOVE SPACES TO W-NRO-CHEQUE
               ACCEPT W-NRO-CHEQUE LINE 13 COL 29
               MOVE WS-FECHA-HOY TO W-FECHA-VENCE-CHQ
               DISPLAY "FECHA COBRO (AAAAMMDD, ENTER=HOY): " LINE 14 COL 10
               ACCEPT W-FECHA-VENCE-CHQ LINE 14 COL 46
           END-IF

           IF W-EFECTIVO > 0
               MOVE W-EFECTIVO TO WS-REC-MONTO
               MOVE "E" TO WS-REC-MEDIO
               PERFORM GRABAR-RECIBO
               MOVE WS-REC-NRO TO WS-REC-EFE
           END-IF
           IF W-CHEQUE > 0
               MOVE W-CHEQUE TO WS-REC-MONTO
               MOVE "Q" TO WS-REC-MEDIO
               PERFORM GRABAR-RECIBO
               MOVE WS-REC-NRO TO WS-REC-CHQ
               PERFORM REGISTRAR-CHEQUE-CARTERA
           END-IF.

      *> Recibo de caja de una sola linea contra la factura de la parada
      *> (mismo tratamiento que el registro de pagos de VENFAC07)
       GRABAR-RECIBO.
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
           MOVE FAC-CLI-ID        TO REC-CLI-ID
           MOVE WS-FECHA-HOY      TO REC-FECHA
           MOVE WS-REC-MONTO      TO REC-MONTO
           MOVE WS-USUARIO-SESION TO REC-USUARIO
           SET REC-ACTIVO TO TRUE
           MOVE WS-REC-MEDIO      TO REC-MEDIO
           MOVE WS-CJS-NRO-ACTIVA TO REC-SESION-CAJA
           MOVE 0 TO REC-NCR-NRO REC-MONTO-NC REC-DEP-NRO
                     REC-ANT-NRO REC-MONTO-ANT REC-PUNTOS
                     REC-BONO-NRO REC-MONTO-BONO
           WRITE RECIBO-REG
           MOVE "R" TO WS-CLC-TIPO-DOC
           MOVE REC-NRO TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "VENRUT02" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           MOVE WS-REC-NRO   TO RECD-REC-NRO
           MOVE 1            TO RECD-ITEM
           MOVE FAC-NRO      TO RECD-FAC-NRO
           MOVE WS-REC-MONTO TO RECD-MONTO-APLIC
           WRITE RECIBODET-REG

           SUBTRACT WS-REC-MONTO FROM FAC-SALDO-PEND
           IF FAC-SALDO-PEND <= 0
               MOVE 0 TO FAC-SALDO-PEND
               SET FAC-ESTA-PAGADA TO TRUE
           END-IF
           REWRITE FACTURA-REG

           SUBTRACT WS-REC-MONTO FROM CLI-SALDO
           REWRITE CLIENTES-REG.

       REGISTRAR-CHEQUE-CARTERA.
           MOVE "1" TO CQC-CLAVE
           READ NEXT-CHQ-NRO KEY IS CQC-CLAVE
               INVALID KEY MOVE 0 TO CQC-ULTIMO-NRO
           END-READ
           ADD 1 TO CQC-ULTIMO-NRO
           REWRITE NEXT-CHQ-NRO-REG

           MOVE CQC-ULTIMO-NRO    TO CHQ-NRO
           MOVE WS-REC-CHQ        TO CHQ-REC-NRO
           MOVE FAC-CLI-ID        TO CHQ-CLI-ID
           MOVE W-BANCO           TO CHQ-BANCO
           MOVE W-NRO-CHEQUE      TO CHQ-NRO-CHEQUE
           MOVE W-FECHA-VENCE-CHQ TO CHQ-FECHA-VENCE
           MOVE W-CHEQUE          TO CHQ-MONTO
           SET CHQ-EN-CARTERA TO TRUE
           WRITE CHEQUE-REG.

      *> Mercancia que el cliente no recibio y vuelve en el camion: se
      *> deja registrada por linea de la remision con su destino para
      *> que devoluciones emita la nota credito o la pase a cuarentena
       CAPTURAR-RECHAZOS.
           MOVE "N" TO W-RESPUESTA
           DISPLAY "HUBO MERCANCIA RECHAZADA [S/N]: " LINE 15 COL 10
           ACCEPT W-RESPUESTA LINE 15 COL 43
           IF FUNCTION UPPER-CASE(W-RESPUESTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           SET NO-FIN-DET TO TRUE
           MOVE RTD-REM-NRO TO RMD-REM-NRO
           MOVE 0 TO RMD-ITEM
           START REMISIONDET KEY IS NOT LESS THAN RMD-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ REMISIONDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF RMD-REM-NRO NOT = RTD-REM-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           PERFORM CAPTURAR-RECHAZO-LINEA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY " " LINE 16 COL 01 ERASE EOS.

       CAPTURAR-RECHAZO-LINEA.
           DISPLAY " " LINE 16 COL 01 ERASE EOS
           MOVE RMD-CANT TO WS-EDIT-CANT
           DISPLAY RMD-PROD-ID LINE 16 COL 10
           DISPLAY RMD-DESCRIP LINE 16 COL 21
           DISPLAY "DESPACHADO: " LINE 16 COL 52
           DISPLAY WS-EDIT-CANT LINE 16 COL 64
           MOVE 0 TO W-CANT-RECH
           DISPLAY "CANTIDAD RECHAZADA (0=NINGUNA): " LINE 17 COL 10
           ACCEPT W-CANT-RECH LINE 17 COL 43
           IF W-CANT-RECH = 0
               EXIT PARAGRAPH
           END-IF
           IF W-CANT-RECH > RMD-CANT
               DISPLAY "NO PUEDE SUPERAR LO DESPACHADO" LINE 22 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 42
               DISPLAY " " LINE 22 COL 01 ERASE EOL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO W-DESTINO
           DISPLAY "DESTINO [N=NOTA CREDITO / Q=CUARENTENA]: "
                   LINE 18 COL 10
           ACCEPT W-DESTINO LINE 18 COL 52
           MOVE FUNCTION UPPER-CASE(W-DESTINO) TO W-DESTINO
           IF W-DESTINO NOT = "Q"
               MOVE "N" TO W-DESTINO
           END-IF
           MOVE SPACES TO W-MOTIVO
           DISPLAY "MOTIVO: " LINE 19 COL 10
           ACCEPT W-MOTIVO LINE 19 COL 19

           ADD 1 TO WS-LQR-ITEM
           MOVE W-RUT-NRO     TO LQR-RUT-NRO
           MOVE RTD-SECUENCIA TO LQR-SECUENCIA
           MOVE WS-LQR-ITEM   TO LQR-ITEM
           MOVE RTD-REM-NRO   TO LQR-REM-NRO
           MOVE RMD-FAC-NRO   TO LQR-FAC-NRO
           MOVE RMD-DET-ITEM  TO LQR-DET-ITEM
           MOVE RMD-PROD-ID   TO LQR-PROD-ID
           MOVE W-CANT-RECH   TO LQR-CANT
           MOVE W-MOTIVO      TO LQR-MOTIVO
           MOVE W-DESTINO     TO LQR-DESTINO
           SET LQR-PENDIENTE TO TRUE
           WRITE LIQ-RECHAZO-REG
               INVALID KEY REWRITE LIQ-RECHAZO-REG
           END-WRITE.

      *> Envases retornables que el chofer recoge en la parada
       CAPTURAR-ENVASES.
           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 20 COL 01 ERASE EOL
               MOVE SPACES TO W-ENV-CODIGO
               DISPLAY "ENVASE DEVUELTO (VACIO=NINGUNO): " LINE 20 COL 10
               ACCEPT W-ENV-CODIGO LINE 20 COL 44
               IF W-ENV-CODIGO = SPACES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION UPPER-CASE(W-ENV-CODIGO) TO ENV-CODIGO
               READ ENVASES
                   INVALID KEY
                       DISPLAY "ENVASE NO EXISTE" LINE 22 COL 10
                       ACCEPT WS-PAUSA LINE 22 COL 28
                       DISPLAY " " LINE 22 COL 01 ERASE EOL
                       EXIT PERFORM CYCLE
               END-READ
               MOVE 0 TO W-ENV-CANT
               DISPLAY "CANTIDAD: " LINE 20 COL 50
               ACCEPT W-ENV-CANT LINE 20 COL 61
               IF W-ENV-CANT > 0
                   PERFORM GRABAR-ENTRADA-ENVASE
               END-IF
           END-PERFORM.

       GRABAR-ENTRADA-ENVASE.
           MOVE 0 TO WS-EMV-NRO-MAX
           SET NO-FIN-DET TO TRUE
           MOVE 0 TO EMV-NRO
           START ENVASES-MOV KEY IS NOT LESS THAN EMV-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ ENVASES-MOV NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       MOVE EMV-NRO TO WS-EMV-NRO-MAX
               END-READ
           END-PERFORM

           ADD 1 TO WS-EMV-NRO-MAX
           MOVE WS-EMV-NRO-MAX TO EMV-NRO
           MOVE FAC-CLI-ID     TO EMV-CLI-ID
           MOVE ENV-CODIGO     TO EMV-ENV-CODIGO
           MOVE WS-FECHA-HOY   TO EMV-FECHA
           SET EMV-ENTRADA TO TRUE
           MOVE W-ENV-CANT     TO EMV-CANT
           MOVE SPACES TO EMV-REF
           STRING "RUT" W-RUT-NRO DELIMITED BY SIZE INTO EMV-REF
           WRITE ENVASE-MOV-REG.

      *> Lo entregado es el efectivo que cuenta la caja mas los cheques
      *> cobrados; contra lo esperado da el faltante o sobrante
       CERRAR-LIQUIDACION.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           DISPLAY "CIERRE DE LA LIQUIDACION - RUTA " LINE 04 COL 10
           DISPLAY W-RUT-NRO LINE 04 COL 42
           MOVE WS-TOT-ESPERADO TO WS-EDIT-MONTO
           DISPLAY "ESPERADO CONTRA ENTREGA : " LINE 06 COL 10
           DISPLAY WS-EDIT-MONTO LINE 06 COL 37
           MOVE WS-TOT-EFECTIVO TO WS-EDIT-MONTO
           DISPLAY "EFECTIVO COBRADO (RECIBOS): " LINE 07 COL 10
           DISPLAY WS-EDIT-MONTO LINE 07 COL 37
           MOVE WS-TOT-CHEQUE TO WS-EDIT-MONTO
           DISPLAY "CHEQUES COBRADOS        : " LINE 08 COL 10
           DISPLAY WS-EDIT-MONTO LINE 08 COL 37

           MOVE WS-TOT-EFECTIVO TO W-ENTREGADO
           DISPLAY "EFECTIVO CONTADO EN CAJA: " LINE 10 COL 10
           ACCEPT W-ENTREGADO LINE 10 COL 37

           COMPUTE WS-DIFERENCIA = W-ENTREGADO + WS-TOT-CHEQUE
                                 - WS-TOT-ESPERADO
           MOVE WS-DIFERENCIA TO WS-EDIT-MONTO
           EVALUATE TRUE
               WHEN WS-DIFERENCIA < 0
                   DISPLAY "FALTANTE DEL CHOFER     : " LINE 12 COL 10
               WHEN WS-DIFERENCIA > 0
                   DISPLAY "SOBRANTE DEL CHOFER     : " LINE 12 COL 10
               WHEN OTHER
                   DISPLAY "LIQUIDACION CUADRADA    : " LINE 12 COL 10
           END-EVALUATE
           DISPLAY WS-EDIT-MONTO LINE 12 COL 37

           MOVE W-RUT-NRO         TO LQH-RUT-NRO
           MOVE WS-FECHA-HOY      TO LQH-FECHA
           MOVE RUT-CHOFER        TO LQH-CHOFER
           MOVE WS-TOT-ESPERADO   TO LQH-ESPERADO
           MOVE WS-TOT-EFECTIVO   TO LQH-COBRADO-EFE
           MOVE WS-TOT-CHEQUE     TO LQH-COBRADO-CHQ
           MOVE W-ENTREGADO       TO LQH-ENTREGADO
           MOVE WS-DIFERENCIA     TO LQH-DIFERENCIA
           MOVE WS-USUARIO-SESION TO LQH-USUARIO
           MOVE WS-CJS-NRO-ACTIVA TO LQH-SESION-CAJA
           WRITE LIQ-RUTA-REG
               INVALID KEY REWRITE LIQ-RUTA-REG
           END-WRITE

           SET RUT-LIQUIDADA TO TRUE
           REWRITE RUTA-REG

           MOVE "LIQUIDA" TO WS-AUD-ACCION
           MOVE W-RUT-NRO TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "DIFERENCIA " WS-EDIT-MONTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           DISPLAY "RUTA LIQUIDADA" LINE 14 COL 10
           ACCEPT WS-PAUSA LINE 14 COL 26.

      *> ------------------------------------------------------------
      *> Hoja de liquidacion: parada por parada y cuadre del chofer
      *> ------------------------------------------------------------
       REIMPRIMIR-LIQUIDACION.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           MOVE 0 TO W-RUT-NRO
           DISPLAY "NRO DE RUTA (0=VOLVER): " LINE 05 COL 10
           ACCEPT W-RUT-NRO LINE 05 COL 35
           IF W-RUT-NRO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM IMPRIMIR-LIQUIDACION.

       IMPRIMIR-LIQUIDACION.
           MOVE W-RUT-NRO TO LQH-RUT-NRO
           READ LIQ-RUTAS
               INVALID KEY
                   DISPLAY "LA RUTA NO TIENE LIQUIDACION" LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 40
                   EXIT PARAGRAPH
           END-READ
           MOVE LQH-CHOFER TO CHF-CODIGO
           READ CHOFERES
               INVALID KEY
                   MOVE SPACES TO CHF-NOMBRE CHF-VEHICULO
           END-READ

           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT LIQ-PLANO
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "LIQUIDACION DE RUTA " LQH-RUT-NRO "  FECHA " LQH-FECHA
                  "  CHOFER " LQH-CHOFER " " CHF-NOMBRE
                  " (" CHF-VEHICULO ")"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "PAR REMISION FACTURA        ESPERADO       EFECTIVO         CHEQUE  RECIBOS"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           SET NO-FIN-SCAN TO TRUE
           MOVE W-RUT-NRO TO LQP-RUT-NRO
           MOVE 0 TO LQP-SECUENCIA
           START LIQ-PARADAS KEY IS NOT LESS THAN LQP-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ LIQ-PARADAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF LQP-RUT-NRO NOT = W-RUT-NRO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM ESCRIBIR-LINEA-PARADA
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE LQH-ESPERADO TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "ESPERADO CONTRA ENTREGA  : " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE LQH-COBRADO-EFE TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "EFECTIVO COBRADO         : " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE LQH-COBRADO-CHQ TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "CHEQUES COBRADOS         : " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE LQH-ENTREGADO TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           STRING "EFECTIVO ENTREGADO EN CAJA: " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE LQH-DIFERENCIA TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-REP
           EVALUATE TRUE
               WHEN LQH-DIFERENCIA < 0
                   STRING "FALTANTE DEL CHOFER      : " WS-EDIT-MONTO
                       DELIMITED BY SIZE INTO WS-LINEA-REP
               WHEN LQH-DIFERENCIA > 0
                   STRING "SOBRANTE DEL CHOFER      : " WS-EDIT-MONTO
                       DELIMITED BY SIZE INTO WS-LINEA-REP
               WHEN OTHER
                   STRING "LIQUIDACION CUADRADA     : " WS-EDIT-MONTO
                       DELIMITED BY SIZE INTO WS-LINEA-REP
           END-EVALUATE
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "RECIBIDO POR " LQH-USUARIO "  SESION DE CAJA "
                  LQH-SESION-CAJA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           CLOSE LIQ-PLANO

           MOVE "LIQRUTA" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE W-RUT-NRO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "liqruta.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "HOJA 'liqruta.txt' ENVIADA AL SPOOL" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 47.

       ESCRIBIR-LINEA-PARADA.
           MOVE LQP-ESPERADO TO WS-EDIT-MONTO
           MOVE LQP-EFECTIVO TO WS-EDIT-MONTO2
           MOVE LQP-CHEQUE   TO WS-EDIT-MONTO3
           MOVE SPACES TO WS-LINEA-REP
           STRING LQP-SECUENCIA "  " LQP-REM-NRO "  " LQP-FAC-NRO " "
                  WS-EDIT-MONTO " " WS-EDIT-MONTO2 " " WS-EDIT-MONTO3
                  "  " LQP-REC-EFE " " LQP-REC-CHQ
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           SET NO-FIN-DET TO TRUE
           MOVE LQP-RUT-NRO   TO LQR-RUT-NRO
           MOVE LQP-SECUENCIA TO LQR-SECUENCIA
           MOVE 0 TO LQR-ITEM
           START LIQ-RECHAZOS KEY IS NOT LESS THAN LQR-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ LIQ-RECHAZOS NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF LQR-RUT-NRO NOT = LQP-RUT-NRO
                          OR LQR-SECUENCIA NOT = LQP-SECUENCIA
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE LQR-CANT TO WS-EDIT-CANT
                           MOVE SPACES TO WS-LINEA-REP
                           IF LQR-A-CUARENTENA
                               STRING "     RECHAZO " LQR-PROD-ID " X "
                                      WS-EDIT-CANT " A CUARENTENA   "
                                      LQR-MOTIVO
                                   DELIMITED BY SIZE INTO WS-LINEA-REP
                           ELSE
                               STRING "     RECHAZO " LQR-PROD-ID " X "
                                      WS-EDIT-CANT " A NOTA CREDITO "
                                      LQR-MOTIVO
                                   DELIMITED BY SIZE INTO WS-LINEA-REP
                           END-IF
                           PERFORM ESCRIBIR-LINEA-REP
                       END-IF
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Resumen por chofer: corte de control sobre la clave alterna
      *> LQH-CHOFER de las liquidaciones del rango de fechas
      *> ------------------------------------------------------------
       RESUMEN-CHOFERES.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           MOVE WS-FECHA-HOY TO W-FECHA-DESDE W-FECHA-HASTA
           MOVE 01 TO W-FECHA-DESDE(7:2)
           DISPLAY "DESDE (AAAAMMDD): " LINE 05 COL 10
           ACCEPT W-FECHA-DESDE LINE 05 COL 29
           DISPLAY "HASTA (AAAAMMDD): " LINE 06 COL 10
           ACCEPT W-FECHA-HASTA LINE 06 COL 29

           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT LIQ-PLANO
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "LIQUIDACIONES POR CHOFER DEL " W-FECHA-DESDE
                  " AL " W-FECHA-HASTA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "CHOF NOMBRE                         RUTAS       ESPERADO      ENTREGADO  FALTANTE(-)/SOBR"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           MOVE SPACES TO WS-CHOFER-ANT
           MOVE 0 TO WS-CHF-RUTAS WS-CHF-ESPERADO WS-CHF-ENTREGADO
                     WS-CHF-DIFERENCIA
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO LQH-CHOFER
           START LIQ-RUTAS KEY IS NOT LESS THAN LQH-CHOFER
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ LIQ-RUTAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF LQH-FECHA >= W-FECHA-DESDE
                          AND LQH-FECHA <= W-FECHA-HASTA
                           IF LQH-CHOFER NOT = WS-CHOFER-ANT
                              AND WS-CHOFER-ANT NOT = SPACES
                               PERFORM ESCRIBIR-TOTAL-CHOFER
                           END-IF
                           MOVE LQH-CHOFER TO WS-CHOFER-ANT
                           ADD 1 TO WS-CHF-RUTAS
                           ADD LQH-ESPERADO TO WS-CHF-ESPERADO
                           COMPUTE WS-CHF-ENTREGADO = WS-CHF-ENTREGADO
                                   + LQH-ENTREGADO + LQH-COBRADO-CHQ
                           ADD LQH-DIFERENCIA TO WS-CHF-DIFERENCIA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHOFER-ANT NOT = SPACES
               PERFORM ESCRIBIR-TOTAL-CHOFER
           END-IF

           CLOSE LIQ-PLANO

           MOVE "LIQCHOFER" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-FECHA-DESDE "-" W-FECHA-HASTA DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "liqruta.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "RESUMEN 'liqruta.txt' ENVIADO AL SPOOL" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 50.

       ESCRIBIR-TOTAL-CHOFER.
           MOVE WS-CHOFER-ANT TO CHF-CODIGO
           READ CHOFERES
               INVALID KEY
                   MOVE SPACES TO CHF-NOMBRE
           END-READ
           MOVE WS-CHF-ESPERADO   TO WS-EDIT-MONTO
           MOVE WS-CHF-ENTREGADO  TO WS-EDIT-MONTO2
           MOVE WS-CHF-DIFERENCIA TO WS-EDIT-MONTO3
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-CHOFER-ANT " " CHF-NOMBRE " " WS-CHF-RUTAS " "
                  WS-EDIT-MONTO " " WS-EDIT-MONTO2 " " WS-EDIT-MONTO3
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE 0 TO WS-CHF-RUTAS WS-CHF-ESPERADO WS-CHF-ENTREGADO
                     WS-CHF-DIFERENCIA.

       ESCRIBIR-LINEA-REP.
           WRITE REG-LIQ-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM VENRUT02.
