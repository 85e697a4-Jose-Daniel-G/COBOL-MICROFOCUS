      *> * Purpose:  Contabilidad basica - plan de cuentas, reglas por
      *> *           tipo de documento, generacion de asientos desde
      *> *           facturas, notas de credito, recibos y compras
      *> *           recibidas, del Kardex valorado a PRD-COSTO
      *> *           (inventario perpetuo; las ventas de productos FIFO
      *> *           al costo de las capas consumidas), y balance de
      *> *           prueba por periodo. Los documentos se
      *> *           contabilizan a medida que se graban: la corrida de
      *> *           la cola (opcion F, o desatendida con MODOLOTE=S
      *> *           desde el orquestador nocturno) procesa solo las
      *> *           solicitudes pendientes de COLACONT.DAT y reversa
      *> *           los documentos anulados; una corrida interrumpida
      *> *           se retoma donde quedo. La desatendida contabiliza
      *> *           ademas el Kardex del mes que aun no tiene asiento
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "notacred.sel".
           COPY "recibo.sel".
           COPY "compra.sel".
           COPY "cruce.sel".
           COPY "kardex.sel".
           COPY "karcont.sel".
           COPY "producto.sel".
           COPY "mediopago.sel".
           COPY "capacosto.sel".
           COPY "colacont.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "notacred.fd".
           COPY "recibo.fd".
           COPY "compra.fd".
           COPY "cruce.fd".
           COPY "kardex.fd".
           COPY "karcont.fd".
           COPY "producto.fd".
           COPY "mediopago.fd".
           COPY "capacosto.fd".
           COPY "colacont.fd".

       WORKING-STORAGE SECTION.
       COPY "CAPAS.cpy".
       COPY "COLACONT.cpy".

       01 ST-CUENTAS        PIC XX.
       01 ST-REGLACON       PIC XX.
       01 ST-NOTASCRED      PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-CRUCES         PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-KARCONT        PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       COPY "TARJETA.cpy".

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 WS-DOC-NRO-W      PIC 9(07).
       01 WS-CTA-W          PIC X(08).
       01 WS-MONTO-W        PIC S9(11)V99.
       01 WS-MONTO-BONO-W   PIC S9(11)V99.
       01 WS-CTA-CXC-W      PIC X(08).
       01 WS-CTA-HABER-W    PIC X(08).
       01 WS-CTA-BONO-W     PIC X(08).

      *> Contabilizacion del Kardex: clase del movimiento (regla) y
      *> sentido; el saldo anterior del producto da el sentido de los
      *> ajustes, que se graban con cantidad sin signo
       01 W-TIPO-KAR        PIC X(01).
       01 WS-KAR-SENTIDO    PIC X(01).
          88 KAR-DISMINUYE     VALUE "S".
          88 KAR-AUMENTA       VALUE "E".
       01 WS-KAR-PROD-ANT   PIC X(10).
       01 WS-KAR-SALDO-ANT  PIC 9(09)V999.
       01 WS-CANT-KARDEX    PIC 9(05).

       01 WS-TOT-CTAS       PIC 99 VALUE 0.
       01 WS-IDX            PIC 99.
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

      *> Corrida de la cola de contabilizacion: lote de claves
      *> pendientes (se cargan antes de procesar porque procesar
      *> cambia el estado, que es la clave alterna del recorrido)
       01 WS-MODOLOTE       PIC X.
       01 WS-SW-COLA        PIC X VALUE "N".
          88 FIN-COLA          VALUE "S".
          88 NO-FIN-COLA       VALUE "N".
       01 WS-SW-LOTE        PIC X VALUE "N".
          88 FIN-LOTE          VALUE "S".
          88 NO-FIN-LOTE       VALUE "N".
       01 WS-CLC-REINTENTO  PIC X.
       01 WS-CLC-ESTADO-BUS PIC X.
       01 WS-TOT-LOTE       PIC 9(03).
       01 WS-IX-COLA        PIC 9(03).
       01 WS-TABLA-LOTE.
          05 T-CLC-CLAVE OCCURS 500 TIMES PIC X(09).
       01 WS-CLC-CLAVE-ACT  PIC X(09).
       01 WS-CLC-RESULTADO  PIC X.
       01 WS-CLC-MENSAJE    PIC X(30).
       01 WS-CLC-AST-NRO    PIC 9(07).
       01 WS-CLC-ESPERA     PIC X.
       01 WS-CANT-ANTES     PIC 9(05).
       01 WS-CANT-PROCESADAS PIC 9(05).
       01 WS-CANT-ERRORES   PIC 9(05).
       01 WS-CANT-AVANCE    PIC 9(05).

      *> Reverso: lineas del asiento original del documento anulado
       01 WS-REV-TIPO-DOC   PIC X(01).
       01 WS-REV-DOC-NRO    PIC 9(07).
       01 WS-AST-ORIG       PIC 9(07).
       01 WS-AST-ORIG-EDIT  PIC 9(07).
       01 WS-YA-REVERSADO   PIC X.
       01 WS-TOT-REV        PIC 99.
       01 WS-IX-REV         PIC 99.
       01 WS-TABLA-REVERSO.
          05 T-REV OCCURS 50 TIMES.
             10 T-REV-CUENTA  PIC X(08).
             10 T-REV-DEBE    PIC S9(11)V99.
             10 T-REV-HABER   PIC S9(11)V99.
             10 T-REV-CCOSTO  PIC X(04).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM ABRIR-ARCHIVOS

      *> Corrida desatendida: los movimientos de Kardex del mes (el
      *> primer dia tambien los del mes anterior que entraron despues
      *> de la ultima corrida) y la cola de documentos; las
      *> solicitudes que quedan en error hacen fallar el paso para que
      *> se vean en la pantalla de la manana
           IF WS-MODOLOTE = "S"
               IF FUNCTION CURRENT-DATE(7:2) = "01"
                   MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO
                   IF FUNCTION MOD(W-PERIODO, 100) = 1
                       SUBTRACT 89 FROM W-PERIODO
                   ELSE
                       SUBTRACT 1 FROM W-PERIODO
                   END-IF
                   PERFORM POSTEAR-KARDEX
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO
               PERFORM POSTEAR-KARDEX
               PERFORM PROCESAR-COLA-CONTABLE
               PERFORM CERRAR-ARCHIVOS
               IF WS-CANT-ERRORES > 0
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CONTABILIDAD BASICA" LINE 02 COL 10
               DISPLAY "7. CENTROS DE COSTO" LINE 11 COL 10
               DISPLAY "8. PRESUPUESTO DE GASTOS" LINE 12 COL 10
               DISPLAY "9. ACTIVOS FIJOS Y DEPRECIACION" LINE 13 COL 10
               DISPLAY "A. LIBRO MAYOR Y LIBRO DIARIO" LINE 14 COL 10
               DISPLAY "B. CIERRE ANUAL DEL EJERCICIO" LINE 15 COL 10
               DISPLAY "C. CONCILIACION AUXILIARES VS LIBRO" LINE 16 COL 10
               DISPLAY "D. MIGRACION DE SALDOS INICIALES" LINE 17 COL 10
               DISPLAY "E. MERCANCIA RECIBIDA NO FACTURADA" LINE 18 COL 10
               DISPLAY "F. CONTABILIZAR COLA DE DOCUMENTOS" LINE 19 COL 10
               DISPLAY "S. SALIR" LINE 20 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 21 COL 10
               ACCEPT WS-OPCION LINE 21 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "ACTFIJ01"
                   WHEN "A"
                       CALL "CONTAB04"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "CONTAB04"
                   WHEN "B"
                       CALL "CIEANU01"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "CIEANU01"
                   WHEN "C"
                       CALL "CONCIL01"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "CONCIL01"
                   WHEN "D"
                       CALL "SALINI01"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "SALINI01"
                   WHEN "E"
                       CALL "COMPRA11"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "COMPRA11"
                   WHEN "F"
                       PERFORM CORRER-COLA-CONTABLE
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
               OPEN OUTPUT COMPRAS
               CLOSE COMPRAS
               OPEN INPUT COMPRAS
           END-IF
           OPEN INPUT CRUCES
           IF ST-CRUCES = "35"
               OPEN OUTPUT CRUCES
               CLOSE CRUCES
               OPEN INPUT CRUCES
           END-IF
           OPEN INPUT KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN INPUT KARDEX
           END-IF
           OPEN I-O KARDEX-CONTAB
           IF ST-KARCONT = "35"
               OPEN OUTPUT KARDEX-CONTAB
               CLOSE KARDEX-CONTAB
               OPEN I-O KARDEX-CONTAB
           END-IF
           OPEN INPUT PRODUCTOS
           OPEN INPUT MEDIOS-PAGO
           IF ST-MEDIOSPAGO = "35"
               OPEN OUTPUT MEDIOS-PAGO
               CLOSE MEDIOS-PAGO
               OPEN INPUT MEDIOS-PAGO
           END-IF
           OPEN INPUT CONSUMO-CAPAS
           IF ST-CONSUMO-CAPAS = "35"
               OPEN OUTPUT CONSUMO-CAPAS
               CLOSE CONSUMO-CAPAS
               OPEN INPUT CONSUMO-CAPAS
           END-IF
           OPEN I-O COLA-CONTAB
           IF ST-COLACONT = "35"
               OPEN OUTPUT COLA-CONTAB
               CLOSE COLA-CONTAB
               OPEN I-O COLA-CONTAB
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS
           CLOSE NOTASCREDITO
           CLOSE RECIBOS
           CLOSE COMPRAS
           CLOSE CRUCES
           CLOSE KARDEX
           CLOSE KARDEX-CONTAB
           CLOSE PRODUCTOS
           CLOSE MEDIOS-PAGO
           CLOSE CONSUMO-CAPAS
           CLOSE COLA-CONTAB.

       MANTENER-CUENTAS.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
                       IF REC-FECHA(1:6) NOT = W-PERIODO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           *> El recibo de un cruce no mueve caja: se
                           *> contabiliza con el cruce (regla Z)
                           IF NOT REC-ANULADO AND NOT REC-MED-CRUCE
                               PERFORM POSTEAR-RECIBO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           *> Cruces de cuentas activos del periodo
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CRZ-NRO
           START CRUCES KEY IS NOT LESS THAN CRZ-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CRUCES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CRZ-ACTIVO AND CRZ-FECHA(1:6) = W-PERIODO
                           PERFORM POSTEAR-CRUCE
                       END-IF
               END-READ
           END-PERFORM

           *> Movimientos de Kardex del periodo (costo de ventas,
           *> devoluciones, ajustes, mermas y traslados)
           PERFORM POSTEAR-KARDEX

           DISPLAY "ASIENTOS GENERADOS: " LINE 14 COL 10
           DISPLAY WS-CANT-ASIENTOS LINE 14 COL 31
           DISPLAY "(KARDEX: " LINE 14 COL 38
           DISPLAY WS-CANT-KARDEX LINE 14 COL 47
           DISPLAY ")" LINE 14 COL 52
           ACCEPT WS-PAUSA LINE 14 COL 55.

       CORRER-COLA-CONTABLE.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           DISPLAY "PROCESANDO COLA DE CONTABILIZACION..." LINE 12 COL 10
           PERFORM PROCESAR-COLA-CONTABLE
           DISPLAY "SOLICITUDES PROCESADAS: " LINE 14 COL 10
           DISPLAY WS-CANT-PROCESADAS LINE 14 COL 35
           DISPLAY "ASIENTOS GENERADOS: " LINE 15 COL 10
           DISPLAY WS-CANT-ASIENTOS LINE 15 COL 35
           DISPLAY "EN ERROR (SE REINTENTAN): " LINE 16 COL 10
           DISPLAY WS-CANT-ERRORES LINE 16 COL 37
           IF WS-CANT-ERRORES > 0
               PERFORM LISTAR-ERRORES-COLA
           END-IF
           ACCEPT WS-PAUSA LINE 23 COL 10.

       LISTAR-ERRORES-COLA.
           DISPLAY "TIPO DOCUMENTO ACC MOTIVO" LINE 17 COL 10
           MOVE 18 TO WS-FILA
           SET NO-FIN-LOTE TO TRUE
           MOVE "E" TO CLC-ESTADO
           START COLA-CONTAB KEY IS EQUAL TO CLC-ESTADO
               INVALID KEY SET FIN-LOTE TO TRUE
           END-START
           PERFORM UNTIL FIN-LOTE OR WS-FILA > 22
               READ COLA-CONTAB NEXT RECORD
                   AT END SET FIN-LOTE TO TRUE
                   NOT AT END
                       IF NOT CLC-CON-ERROR
                           SET FIN-LOTE TO TRUE
                       ELSE
                           DISPLAY CLC-TIPO-DOC LINE WS-FILA COL 10
                           DISPLAY CLC-DOC-NRO  LINE WS-FILA COL 15
                           DISPLAY CLC-ACCION   LINE WS-FILA COL 25
                           DISPLAY CLC-MENSAJE  LINE WS-FILA COL 29
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM.

       PROCESAR-COLA-CONTABLE.
      *> Procesa por lotes las solicitudes pendientes; las que
      *> quedaron en error en corridas anteriores se reintentan una
      *> vez al comienzo. Cada solicitud se marca al terminar su
      *> asiento, asi una corrida interrumpida se retoma desde la
      *> primera sin marcar (y el documento que alcanzo a quedar
      *> contabilizado no se duplica: lo detecta VERIFICAR-NO-POSTEADO)
           MOVE 0 TO WS-CANT-ASIENTOS WS-CANT-PROCESADAS WS-CANT-ERRORES
           MOVE "S" TO WS-CLC-REINTENTO
           SET NO-FIN-COLA TO TRUE
           PERFORM UNTIL FIN-COLA
               MOVE 0 TO WS-TOT-LOTE WS-CANT-AVANCE
               IF WS-CLC-REINTENTO = "S"
                   MOVE "E" TO WS-CLC-ESTADO-BUS
                   PERFORM CARGAR-LOTE-COLA
               END-IF
               MOVE "P" TO WS-CLC-ESTADO-BUS
               PERFORM CARGAR-LOTE-COLA
               MOVE "N" TO WS-CLC-REINTENTO
               PERFORM VARYING WS-IX-COLA FROM 1 BY 1
                       UNTIL WS-IX-COLA > WS-TOT-LOTE
                   PERFORM PROCESAR-SOLICITUD
               END-PERFORM
      *> Un lote incompleto agota la cola; uno sin avance solo tiene
      *> reversos esperando un asiento original en error
               IF WS-TOT-LOTE < 500 OR WS-CANT-AVANCE = 0
                   SET FIN-COLA TO TRUE
               END-IF
           END-PERFORM
           SUBTRACT WS-CANT-ERRORES FROM WS-CANT-PROCESADAS.

       CARGAR-LOTE-COLA.
           SET NO-FIN-LOTE TO TRUE
           MOVE WS-CLC-ESTADO-BUS TO CLC-ESTADO
           START COLA-CONTAB KEY IS EQUAL TO CLC-ESTADO
               INVALID KEY SET FIN-LOTE TO TRUE
           END-START
           PERFORM UNTIL FIN-LOTE OR WS-TOT-LOTE >= 500
               READ COLA-CONTAB NEXT RECORD
                   AT END SET FIN-LOTE TO TRUE
                   NOT AT END
                       IF CLC-ESTADO NOT = WS-CLC-ESTADO-BUS
                           SET FIN-LOTE TO TRUE
                       ELSE
                           ADD 1 TO WS-TOT-LOTE
                           MOVE CLC-CLAVE TO T-CLC-CLAVE(WS-TOT-LOTE)
                       END-IF
               END-READ
           END-PERFORM.

       PROCESAR-SOLICITUD.
           MOVE T-CLC-CLAVE(WS-IX-COLA) TO CLC-CLAVE
           READ COLA-CONTAB
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF CLC-PROCESADA
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO WS-CLC-RESULTADO
           MOVE SPACES TO WS-CLC-MENSAJE
           MOVE 0 TO WS-CLC-AST-NRO
           MOVE "N" TO WS-YA-POSTEADO
           MOVE WS-CANT-ASIENTOS TO WS-CANT-ANTES
           IF CLC-REVERSAR
      *> El reverso espera a que el asiento original quede hecho
               PERFORM VERIFICAR-ORIGINAL-PENDIENTE
               IF WS-CLC-ESPERA = "S"
                   EXIT PARAGRAPH
               END-IF
               PERFORM REVERSAR-DOCUMENTO
           ELSE
               PERFORM CONTABILIZAR-DOCUMENTO
           END-IF

           MOVE T-CLC-CLAVE(WS-IX-COLA) TO CLC-CLAVE
           READ COLA-CONTAB
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE WS-CLC-RESULTADO TO CLC-ESTADO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLC-FECHA-PROC
           MOVE WS-CLC-AST-NRO TO CLC-AST-NRO
           MOVE WS-CLC-MENSAJE TO CLC-MENSAJE
           REWRITE COLA-CONTAB-REG
           ADD 1 TO WS-CANT-PROCESADAS
           IF CLC-CON-ERROR
               ADD 1 TO WS-CANT-ERRORES
           ELSE
               ADD 1 TO WS-CANT-AVANCE
           END-IF.

       VERIFICAR-ORIGINAL-PENDIENTE.
           MOVE "N" TO WS-CLC-ESPERA
           MOVE CLC-CLAVE TO WS-CLC-CLAVE-ACT
           MOVE "P" TO CLC-ACCION
           READ COLA-CONTAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CLC-PROCESADA
                       MOVE "S" TO WS-CLC-ESPERA
                   END-IF
           END-READ
           MOVE WS-CLC-CLAVE-ACT TO CLC-CLAVE
           READ COLA-CONTAB
               INVALID KEY MOVE "S" TO WS-CLC-ESPERA
           END-READ.

       CONTABILIZAR-DOCUMENTO.
      *> Lee el documento y lo lleva a ASIENTOS con la misma regla del
      *> barrido del periodo
           EVALUATE CLC-TIPO-DOC
               WHEN "F"
                   MOVE CLC-DOC-NRO TO FAC-NRO
                   READ FACTURAS
                       INVALID KEY
                           MOVE "DOCUMENTO NO EXISTE" TO WS-CLC-MENSAJE
                           EXIT PARAGRAPH
                   END-READ
                   IF FAC-TEMPORAL
                       MOVE "FACTURA NO ESTA EN FIRME" TO WS-CLC-MENSAJE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM POSTEAR-FACTURA
               WHEN "N"
                   MOVE CLC-DOC-NRO TO NCR-NRO
                   READ NOTASCREDITO
                       INVALID KEY
                           MOVE "DOCUMENTO NO EXISTE" TO WS-CLC-MENSAJE
                           EXIT PARAGRAPH
                   END-READ
                   PERFORM POSTEAR-NOTA-CREDITO
               WHEN "R"
                   MOVE CLC-DOC-NRO TO REC-NRO
                   READ RECIBOS
                       INVALID KEY
                           MOVE "DOCUMENTO NO EXISTE" TO WS-CLC-MENSAJE
                           EXIT PARAGRAPH
                   END-READ
      *> El recibo de un cruce no mueve caja: va con el cruce
                   IF REC-MED-CRUCE
                       MOVE "H" TO WS-CLC-RESULTADO
                       MOVE "RECIBO DE CRUCE - VA CON CRUCE"
                           TO WS-CLC-MENSAJE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM POSTEAR-RECIBO
               WHEN "C"
                   MOVE CLC-DOC-NRO TO COM-NRO
                   READ COMPRAS
                       INVALID KEY
                           MOVE "DOCUMENTO NO EXISTE" TO WS-CLC-MENSAJE
                           EXIT PARAGRAPH
                   END-READ
                   IF NOT COM-RECIBIDA AND NOT COM-ANULADA
                       MOVE "COMPRA AUN NO RECIBIDA" TO WS-CLC-MENSAJE
                       EXIT PARAGRAPH
                   END-IF
                   IF COM-EN-CONSIGNACION
                       MOVE "H" TO WS-CLC-RESULTADO
                       MOVE "CONSIGNACION - SIN ASIENTO"
                           TO WS-CLC-MENSAJE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM POSTEAR-COMPRA
               WHEN "Z"
                   MOVE CLC-DOC-NRO TO CRZ-NRO
                   READ CRUCES
                       INVALID KEY
                           MOVE "DOCUMENTO NO EXISTE" TO WS-CLC-MENSAJE
                           EXIT PARAGRAPH
                   END-READ
                   PERFORM POSTEAR-CRUCE
               WHEN OTHER
                   MOVE "TIPO DE DOCUMENTO INVALIDO" TO WS-CLC-MENSAJE
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-CANT-ASIENTOS > WS-CANT-ANTES
                   MOVE "H" TO WS-CLC-RESULTADO
                   MOVE WS-AST-NRO TO WS-CLC-AST-NRO
                   MOVE "CONTABILIZADO" TO WS-CLC-MENSAJE
               WHEN WS-YA-POSTEADO = "S"
                   MOVE "H" TO WS-CLC-RESULTADO
                   MOVE "YA ESTABA CONTABILIZADO" TO WS-CLC-MENSAJE
               WHEN WS-CLC-MENSAJE = SPACES
                   MOVE "SIN REGLA CONTABLE DEL TIPO" TO WS-CLC-MENSAJE
           END-EVALUATE.

       REVERSAR-DOCUMENTO.
      *> La anulacion no borra el asiento original: genera otro con
      *> las mismas cuentas y valores cruzados (debe por haber),
      *> fechado el dia de la anulacion, y ambos quedan con la
      *> referencia del documento
           MOVE CLC-TIPO-DOC TO WS-REV-TIPO-DOC
           MOVE CLC-DOC-NRO  TO WS-REV-DOC-NRO
           MOVE 0 TO WS-TOT-REV WS-AST-ORIG
           MOVE "N" TO WS-YA-REVERSADO
           SET NO-FIN-SCAN TO TRUE
           MOVE WS-REV-TIPO-DOC TO AST-TIPO-DOC
           MOVE WS-REV-DOC-NRO  TO AST-DOC-NRO
           START ASIENTOS KEY IS EQUAL TO AST-DOC-REF
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AST-TIPO-DOC NOT = WS-REV-TIPO-DOC
                          OR AST-DOC-NRO NOT = WS-REV-DOC-NRO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF AST-DETALLE(1:7) = "REVERSO"
                               MOVE "S" TO WS-YA-REVERSADO
                           ELSE
                               IF WS-AST-ORIG = 0
                                   MOVE AST-NRO TO WS-AST-ORIG
                               END-IF
                               IF AST-NRO = WS-AST-ORIG
                                  AND WS-TOT-REV < 50
                                   ADD 1 TO WS-TOT-REV
                                   MOVE AST-CUENTA
                                       TO T-REV-CUENTA(WS-TOT-REV)
                                   MOVE AST-DEBE
                                       TO T-REV-DEBE(WS-TOT-REV)
                                   MOVE AST-HABER
                                       TO T-REV-HABER(WS-TOT-REV)
                                   MOVE AST-CCOSTO
                                       TO T-REV-CCOSTO(WS-TOT-REV)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "H" TO WS-CLC-RESULTADO
           IF WS-YA-REVERSADO = "S"
               MOVE "YA ESTABA REVERSADO" TO WS-CLC-MENSAJE
               EXIT PARAGRAPH
           END-IF
           IF WS-TOT-REV = 0
               MOVE "SIN ASIENTO QUE REVERSAR" TO WS-CLC-MENSAJE
               EXIT PARAGRAPH
           END-IF

           PERFORM ABRIR-ASIENTO
           MOVE CLC-FECHA-SOL TO WS-DOC-FECHA
           MOVE WS-AST-ORIG TO WS-AST-ORIG-EDIT
           PERFORM VARYING WS-IX-REV FROM 1 BY 1
                   UNTIL WS-IX-REV > WS-TOT-REV
               PERFORM LINEA-ASIENTO-REVERSO
           END-PERFORM
           MOVE WS-AST-NRO TO WS-CLC-AST-NRO
           MOVE SPACES TO WS-CLC-MENSAJE
           STRING "REVERSO DEL ASIENTO " WS-AST-ORIG-EDIT
               DELIMITED BY SIZE INTO WS-CLC-MENSAJE.

       LINEA-ASIENTO-REVERSO.
           ADD 1 TO WS-AST-ITEM
           MOVE WS-AST-NRO   TO AST-NRO
           MOVE WS-AST-ITEM  TO AST-ITEM
           MOVE WS-DOC-FECHA TO AST-FECHA
           MOVE WS-DOC-FECHA(1:6) TO AST-PERIODO
           MOVE WS-REV-TIPO-DOC TO AST-TIPO-DOC
           MOVE WS-REV-DOC-NRO  TO AST-DOC-NRO
           MOVE T-REV-CUENTA(WS-IX-REV) TO AST-CUENTA
           MOVE T-REV-HABER(WS-IX-REV)  TO AST-DEBE
           MOVE T-REV-DEBE(WS-IX-REV)   TO AST-HABER
           MOVE SPACES TO AST-DETALLE
           STRING "REVERSO ASIENTO " WS-AST-ORIG-EDIT
               DELIMITED BY SIZE INTO AST-DETALLE
           MOVE T-REV-CCOSTO(WS-IX-REV) TO AST-CCOSTO
           WRITE ASIENTO-REG.

       POSTEAR-FACTURA.
           MOVE "F" TO AST-TIPO-DOC
           IF WS-YA-POSTEADO = "S"
               EXIT PARAGRAPH
           END-IF
      *> Sin la regla de bonos el asiento no cuadraria: la solicitud
      *> queda en error y se reintenta
           PERFORM SUMAR-BONOS-FACTURA
           IF WS-MONTO-BONO-W > 0
               PERFORM LEER-REGLA-BONOS
               IF WS-CTA-BONO-W = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "F" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY EXIT PARAGRAPH
           PERFORM LINEA-ASIENTO-HABER
           COMPUTE WS-MONTO-W = FAC-IVA
           MOVE RGL-CTA-IVA TO WS-CTA-W
           PERFORM LINEA-ASIENTO-HABER
           *> Lo pagado con bono de regalo cancela el pasivo por bonos
           *> contra la cuenta por cobrar de la factura
           MOVE RGL-CTA-DEBE TO WS-CTA-CXC-W
           IF WS-MONTO-BONO-W > 0
               MOVE WS-MONTO-BONO-W TO WS-MONTO-W
               MOVE WS-CTA-BONO-W TO WS-CTA-W
               PERFORM LINEA-ASIENTO-DEBE
               MOVE WS-CTA-CXC-W TO WS-CTA-W
               PERFORM LINEA-ASIENTO-HABER
           END-IF.

       LEER-REGLA-BONOS.
           MOVE SPACES TO WS-CTA-BONO-W
           MOVE "H" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY
                   MOVE "SIN REGLA H (BONOS)" TO WS-CLC-MENSAJE
               NOT INVALID KEY
                   MOVE RGL-CTA-HABER TO WS-CTA-BONO-W
           END-READ.

       SUMAR-BONOS-FACTURA.
           MOVE 0 TO WS-MONTO-BONO-W
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
                       IF MPG-TIPO-DOC NOT = "F"
                          OR MPG-DOC-NRO NOT = FAC-NRO
                           SET FIN-MPG TO TRUE
                       ELSE
                           IF MPG-BONO AND NOT MPG-CONC-ANULADO
                               ADD MPG-MONTO TO WS-MONTO-BONO-W
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POSTEAR-NOTA-CREDITO.
           MOVE "N" TO AST-TIPO-DOC
           IF WS-YA-POSTEADO = "S"
               EXIT PARAGRAPH
           END-IF
           IF REC-MONTO-BONO > 0
               PERFORM LEER-REGLA-BONOS
               IF WS-CTA-BONO-W = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "R" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY EXIT PARAGRAPH
           MOVE REC-FECHA TO WS-DOC-FECHA
           MOVE "R" TO W-TIPO
           MOVE REC-NRO TO WS-DOC-NRO-W
           *> La parte pagada con bono de regalo no entra a caja: se
           *> debita al pasivo por bonos (regla H)
           MOVE RGL-CTA-HABER TO WS-CTA-HABER-W
           COMPUTE WS-MONTO-W = REC-MONTO - REC-MONTO-BONO
           MOVE RGL-CTA-DEBE TO WS-CTA-W
           PERFORM LINEA-ASIENTO-DEBE
           IF REC-MONTO-BONO > 0
               COMPUTE WS-MONTO-W = REC-MONTO-BONO
               MOVE WS-CTA-BONO-W TO WS-CTA-W
               PERFORM LINEA-ASIENTO-DEBE
           END-IF
           COMPUTE WS-MONTO-W = REC-MONTO
           MOVE WS-CTA-HABER-W TO WS-CTA-W
           PERFORM LINEA-ASIENTO-HABER.

       POSTEAR-COMPRA.
      *> La compra en consignacion no causa pasivo con el proveedor
           IF COM-EN-CONSIGNACION
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO AST-TIPO-DOC
           MOVE COM-NRO TO AST-DOC-NRO
           PERFORM VERIFICAR-NO-POSTEADO
           MOVE RGL-CTA-HABER TO WS-CTA-W
           PERFORM LINEA-ASIENTO-HABER.

       POSTEAR-CRUCE.
           *> Debe: cuentas por pagar al proveedor; Haber: cartera del
           *> cliente, por el valor compensado
           MOVE "Z" TO AST-TIPO-DOC
           MOVE CRZ-NRO TO AST-DOC-NRO
           PERFORM VERIFICAR-NO-POSTEADO
           IF WS-YA-POSTEADO = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "Z" TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY EXIT PARAGRAPH
           END-READ
           PERFORM ABRIR-ASIENTO
           MOVE CRZ-FECHA TO WS-DOC-FECHA
           MOVE "Z" TO W-TIPO
           MOVE CRZ-NRO TO WS-DOC-NRO-W
           COMPUTE WS-MONTO-W = CRZ-MONTO
           MOVE RGL-CTA-DEBE TO WS-CTA-W
           PERFORM LINEA-ASIENTO-DEBE
           MOVE RGL-CTA-HABER TO WS-CTA-W
           PERFORM LINEA-ASIENTO-HABER.

       POSTEAR-KARDEX.
           *> Se recorre todo el Kardex en orden de producto/secuencia
           *> para llevar el saldo anterior, pero solo se contabiliza
           *> lo que cae en el periodo
           MOVE 0 TO WS-CANT-KARDEX
           MOVE SPACES TO WS-KAR-PROD-ANT
           MOVE 0 TO WS-KAR-SALDO-ANT
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO KAR-CLAVE
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ KARDEX NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = WS-KAR-PROD-ANT
                           MOVE KAR-PROD-ID TO WS-KAR-PROD-ANT
                           MOVE 0 TO WS-KAR-SALDO-ANT
                       END-IF
                       IF KAR-FECHA(1:6) = W-PERIODO
                           PERFORM POSTEAR-MOVIMIENTO-KARDEX
                       END-IF
                       MOVE KAR-SALDO TO WS-KAR-SALDO-ANT
               END-READ
           END-PERFORM.

       POSTEAR-MOVIMIENTO-KARDEX.
           PERFORM CLASIFICAR-KARDEX
           IF W-TIPO-KAR = SPACE
               EXIT PARAGRAPH
           END-IF

           *> Marca de ya contabilizado: el kardex no tiene numero de
           *> documento propio, la marca va por su clave
           MOVE KAR-CLAVE TO KCO-CLAVE
           READ KARDEX-CONTAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE W-TIPO-KAR TO RGL-TIPO-DOC
           READ REGLAS-CONTAB
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE KAR-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           COMPUTE WS-MONTO-W ROUNDED = KAR-CANTIDAD * PRD-COSTO
           *> La venta de un producto FIFO va al costo de las capas que
           *> consumio ese documento (CONSUMIR-CAPAS), no al promedio
           IF W-TIPO-KAR = "V"
               MOVE KAR-PROD-ID    TO CCP-PROD-ID
               MOVE KAR-REFERENCIA TO CCP-REFERENCIA
               READ CONSUMO-CAPAS
                   NOT INVALID KEY
                       IF CCP-CANT-SALIDA > 0
                           COMPUTE WS-MONTO-W ROUNDED = KAR-CANTIDAD
                               * CCP-COSTO-TOTAL / CCP-CANT-SALIDA
                       END-IF
               END-READ
           END-IF
           IF WS-MONTO-W = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM ABRIR-ASIENTO
           MOVE KAR-FECHA TO WS-DOC-FECHA
           MOVE W-TIPO-KAR TO W-TIPO
           MOVE WS-AST-NRO TO WS-DOC-NRO-W
           *> La regla se define para la salida de mercancia; una
           *> entrada de la misma clase contabiliza el espejo
           IF KAR-DISMINUYE
               MOVE RGL-CTA-DEBE TO WS-CTA-W
               PERFORM LINEA-ASIENTO-DEBE
               MOVE RGL-CTA-HABER TO WS-CTA-W
               PERFORM LINEA-ASIENTO-HABER
           ELSE
               MOVE RGL-CTA-HABER TO WS-CTA-W
               PERFORM LINEA-ASIENTO-DEBE
               MOVE RGL-CTA-DEBE TO WS-CTA-W
               PERFORM LINEA-ASIENTO-HABER
           END-IF

           MOVE KAR-CLAVE  TO KCO-CLAVE
           MOVE KAR-FECHA  TO KCO-FECHA
           MOVE W-TIPO-KAR TO KCO-TIPO-DOC
           MOVE WS-AST-NRO TO KCO-AST-NRO
           MOVE WS-MONTO-W TO KCO-VALOR
           WRITE KARCONT-REG
           ADD 1 TO WS-CANT-KARDEX.

       CLASIFICAR-KARDEX.
           *> Regla por clase de movimiento:
           *>   V venta (FAC/REM/SRV)      W devolucion de cliente
           *>   P devolucion a proveedor   A ajuste de inventario
           *>   B baja por merma           T traslado/consignacion
           *> La entrada por compra (OC) ya la contabiliza la regla C
           MOVE SPACE TO W-TIPO-KAR
           EVALUATE TRUE
               WHEN KAR-REFERENCIA = "ARRASTRE"
                   MOVE SPACE TO W-TIPO-KAR
               *> La devolucion de consignacion al proveedor sale de
               *> unidades que nunca entraron al inventario contable
               WHEN KAR-REFERENCIA(1:3) = "DCP"
                   MOVE SPACE TO W-TIPO-KAR
               WHEN KAR-REFERENCIA(1:5) = "MERMA"
                   MOVE "B" TO W-TIPO-KAR
               WHEN KAR-AJUSTE
                   MOVE "A" TO W-TIPO-KAR
               WHEN KAR-REFERENCIA(1:3) = "FAC" OR "REM" OR "SRV"
                   MOVE "V" TO W-TIPO-KAR
               WHEN KAR-REFERENCIA(1:3) = "NCR"
                 OR KAR-REFERENCIA(1:6) = "CUAREV"
                   MOVE "W" TO W-TIPO-KAR
               WHEN KAR-REFERENCIA(1:3) = "DVP"
                 OR KAR-REFERENCIA(1:6) = "CUAPRV"
                   MOVE "P" TO W-TIPO-KAR
               WHEN KAR-REFERENCIA(1:2) = "OC"
                   IF KAR-SALIDA
                       MOVE "P" TO W-TIPO-KAR
                   END-IF
               WHEN KAR-REFERENCIA(1:6) = "TRANSF" OR "CONSIG"
                 OR KAR-REFERENCIA(1:3) = "TRF" OR "REP"
                   MOVE "T" TO W-TIPO-KAR
               WHEN OTHER
                   MOVE "A" TO W-TIPO-KAR
           END-EVALUATE

           EVALUATE TRUE
               WHEN KAR-SALIDA
                   SET KAR-DISMINUYE TO TRUE
               WHEN KAR-ENTRADA
                   SET KAR-AUMENTA TO TRUE
               WHEN KAR-SALDO > WS-KAR-SALDO-ANT
                   SET KAR-AUMENTA TO TRUE
               WHEN OTHER
                   SET KAR-DISMINUYE TO TRUE
           END-EVALUATE.

       VERIFICAR-NO-POSTEADO.
           MOVE "N" TO WS-YA-POSTEADO
           READ ASIENTOS KEY IS AST-DOC-REF
