       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Capas de Costo FIFO: consulta por producto de sus
      *> *           capas (fecha de recepcion, orden de origen, cantidad
      *> *           recibida y la que queda, costo unitario con cargos
      *> *           de importacion) frente a la existencia propia;
      *> *           listado de capas abiertas de todos los productos
      *> *           FIFO al spool para la auditoria; y cuadre de capas
      *> *           contra el stock: lo propio sin capa (existencia de
      *> *           cuando la categoria paso a FIFO, devoluciones) abre
      *> *           una capa al costo promedio y lo que las capas tengan
      *> *           de mas (mermas, ajustes) se descuenta de las mas
      *> *           antiguas. Se llama desde INVSTK07 (F7)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSTK12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "capacosto.sel".
           COPY "categoria.sel".
           COPY "stock.sel".
           COPY "producto.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "capacosto.fd".
           COPY "categoria.fd".
           COPY "stock.fd".
           COPY "producto.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       COPY "AUDITORIA.cpy".
       COPY "CAPAS.cpy".
       01 ST-CATEGORIAS     PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-SESION         PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESP           PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

       01 W-PROD-ID         PIC X(10).
       01 WS-HOY            PIC 9(08).
       01 WS-PROD-CORTE     PIC X(10).

      *> Consulta y listado
       01 WS-VALOR-CAPA     PIC 9(11)V99.
       01 WS-VALOR-PROD     PIC 9(13)V99.
       01 WS-CANT-PROD      PIC 9(09)V999.
       01 WS-TOT-VALOR      PIC 9(13)V99.
       01 WS-TOT-CAPAS      PIC 9(05).
       01 WS-TOT-PROD       PIC 9(05).
       01 WS-DIFERENCIA     PIC S9(09)V999.

      *> Cuadre contra el stock
       01 WS-TOT-ABIERTAS   PIC 9(05).
       01 WS-TOT-DESCONT    PIC 9(05).

       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-EDIT-CANT      PIC Z(8)9.999.
       01 WS-EDIT-CANT2     PIC Z(8)9.999.
       01 WS-EDIT-DIF       PIC -(8)9.999.
       01 WS-EDIT-COSTO     PIC Z(8)9.99.
       01 WS-EDIT-VALOR     PIC Z(12)9.99.
       01 WS-EDIT-TOT       PIC ZZZZ9.
       01 WS-EDIT-SEC       PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE "INVSTK12" TO WS-AUD-PROGRAMA
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CAPAS DE COSTO FIFO" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CONSULTAR CAPAS DE UN PRODUCTO" LINE 04 COL 10
               DISPLAY "2. LISTADO DE CAPAS ABIERTAS" LINE 05 COL 10
               DISPLAY "3. CUADRAR CAPAS CON EL STOCK" LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM CONSULTAR-CAPAS
                   WHEN "2"
                       PERFORM LISTAR-CAPAS
                   WHEN "3"
                       PERFORM CUADRAR-CAPAS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       CREAR-CAPA.
           COPY "CREAR-CAPA.cpy".

       ABRIR-ARCHIVOS.
           PERFORM ABRIR-AUDITORIA
           OPEN I-O CAPAS-COSTO
           IF ST-CAPAS = "35"
               OPEN OUTPUT CAPAS-COSTO
               CLOSE CAPAS-COSTO
               OPEN I-O CAPAS-COSTO
           END-IF

           OPEN INPUT CATEGORIAS
           IF ST-CATEGORIAS = "35"
               OPEN OUTPUT CATEGORIAS
               CLOSE CATEGORIAS
               OPEN INPUT CATEGORIAS
           END-IF

           OPEN INPUT STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN INPUT STOCK
           END-IF

           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CAPAS-COSTO
           CLOSE CATEGORIAS
           CLOSE STOCK
           CLOSE PRODUCTOS
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

      *> ------------------------------------------------------------
      *> Metodo de la categoria del producto leido
      *> ------------------------------------------------------------
       VERIFICAR-METODO.
           SET PRODUCTO-PROMEDIO TO TRUE
           MOVE PRD-CATEGORIA TO CAT-CODIGO
           READ CATEGORIAS
               INVALID KEY
                   MOVE SPACES TO CAT-DESCRIPCION
               NOT INVALID KEY
                   IF CAT-COSTO-FIFO
                       SET PRODUCTO-FIFO TO TRUE
                   END-IF
           END-READ.

       SUMAR-CAPAS.
           MOVE 0 TO WS-CPA-SUMA
           SET NO-FIN-CPA TO TRUE
           MOVE W-PROD-ID TO CPA-PROD-ID
           MOVE 0 TO CPA-FECHA CPA-SECUENCIA
           START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY SET FIN-CPA TO TRUE
           END-START
           PERFORM UNTIL FIN-CPA
               READ CAPAS-COSTO NEXT RECORD
                   AT END SET FIN-CPA TO TRUE
                   NOT AT END
                       IF CPA-PROD-ID NOT = W-PROD-ID
                           SET FIN-CPA TO TRUE
                       ELSE
                           ADD CPA-RESTANTE TO WS-CPA-SUMA
                       END-IF
               END-READ
           END-PERFORM.

       EXISTENCIA-PROPIA.
           MOVE 0 TO WS-CPA-PROPIA
           MOVE W-PROD-ID TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-CPA-PROPIA = STK-CANTIDAD - STK-CONSIGNADA
           END-READ
           IF WS-CPA-PROPIA < 0
               MOVE 0 TO WS-CPA-PROPIA
           END-IF.

      *> ------------------------------------------------------------
      *> Consulta de capas de un producto (incluye las agotadas)
      *> ------------------------------------------------------------
       CONSULTAR-CAPAS.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE SPACES TO W-PROD-ID
           DISPLAY "PRODUCTO (VACIO=VOLVER): " LINE 11 COL 10
           ACCEPT W-PROD-ID LINE 11 COL 36
           IF W-PROD-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE W-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   DISPLAY "PRODUCTO NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 30
                   EXIT PARAGRAPH
           END-READ
           MOVE PRD-CODIGO TO W-PROD-ID
           PERFORM VERIFICAR-METODO
           PERFORM SUMAR-CAPAS
           PERFORM EXISTENCIA-PROPIA

           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "CAPAS DE COSTO FIFO" LINE 02 COL 10 WITH REVERSE-VIDEO
           DISPLAY "PRODUCTO : " LINE 04 COL 10
           DISPLAY W-PROD-ID LINE 04 COL 21
           DISPLAY PRD-DESCRIPCION LINE 04 COL 32
           DISPLAY "CATEGORIA: " LINE 05 COL 10
           DISPLAY PRD-CATEGORIA LINE 05 COL 21
           DISPLAY CAT-DESCRIPCION LINE 05 COL 26
           IF PRODUCTO-FIFO
               DISPLAY "COSTEO FIFO" LINE 05 COL 58
           ELSE
               DISPLAY "COSTEO PROMEDIO" LINE 05 COL 58
           END-IF
           MOVE WS-CPA-PROPIA TO WS-EDIT-CANT
           DISPLAY "EXISTENCIA PROPIA: " LINE 06 COL 10
           DISPLAY WS-EDIT-CANT LINE 06 COL 29
           MOVE WS-CPA-SUMA TO WS-EDIT-CANT
           DISPLAY "EN CAPAS: " LINE 06 COL 44
           DISPLAY WS-EDIT-CANT LINE 06 COL 54
           MOVE PRD-COSTO TO WS-EDIT-COSTO
           DISPLAY "COSTO PROMEDIO: " LINE 07 COL 10
           DISPLAY WS-EDIT-COSTO LINE 07 COL 29
           IF WS-CPA-SUMA NOT = WS-CPA-PROPIA
               DISPLAY "CAPAS Y EXISTENCIA NO CUADRAN (OPCION 3)"
                       LINE 07 COL 44
           END-IF

           DISPLAY "FECHA    SEC ORIGEN          RECIBIDO        QUEDA   COSTO UNIT. E"
                   LINE 09 COL 05
           MOVE 10 TO WS-FILA
           MOVE 0 TO WS-TOT-VALOR WS-TOT-CAPAS
           SET NO-FIN-CPA TO TRUE
           MOVE W-PROD-ID TO CPA-PROD-ID
           MOVE 0 TO CPA-FECHA CPA-SECUENCIA
           START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY SET FIN-CPA TO TRUE
           END-START
           PERFORM UNTIL FIN-CPA
               READ CAPAS-COSTO NEXT RECORD
                   AT END SET FIN-CPA TO TRUE
                   NOT AT END
                       IF CPA-PROD-ID NOT = W-PROD-ID
                           SET FIN-CPA TO TRUE
                       ELSE
                           PERFORM MOSTRAR-CAPA
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TOT-CAPAS = 0
               DISPLAY "EL PRODUCTO NO TIENE CAPAS" LINE 10 COL 05
           END-IF
           MOVE WS-TOT-VALOR TO WS-EDIT-VALOR
           DISPLAY "VALOR EN CAPAS: " LINE 22 COL 05
           DISPLAY WS-EDIT-VALOR LINE 22 COL 21
           DISPLAY "ENTER=VOLVER" LINE 23 COL 05
           ACCEPT WS-PAUSA LINE 23 COL 18.

       MOSTRAR-CAPA.
           ADD 1 TO WS-TOT-CAPAS
           COMPUTE WS-VALOR-CAPA ROUNDED = CPA-RESTANTE * CPA-COSTO-UNIT
           ADD WS-VALOR-CAPA TO WS-TOT-VALOR
           IF WS-FILA > 20
               DISPLAY "ENTER=SIGUIENTE PAGINA" LINE 23 COL 05
               ACCEPT WS-PAUSA LINE 23 COL 28
               DISPLAY " " LINE 10 COL 01 ERASE EOS
               MOVE 10 TO WS-FILA
           END-IF
           MOVE CPA-SECUENCIA  TO WS-EDIT-SEC
           MOVE CPA-INICIAL    TO WS-EDIT-CANT
           MOVE CPA-RESTANTE   TO WS-EDIT-CANT2
           MOVE CPA-COSTO-UNIT TO WS-EDIT-COSTO
           DISPLAY CPA-FECHA     LINE WS-FILA COL 05
           DISPLAY WS-EDIT-SEC   LINE WS-FILA COL 14
           DISPLAY CPA-ORIGEN    LINE WS-FILA COL 18
           DISPLAY WS-EDIT-CANT  LINE WS-FILA COL 29
           DISPLAY WS-EDIT-CANT2 LINE WS-FILA COL 43
           DISPLAY WS-EDIT-COSTO LINE WS-FILA COL 57
           DISPLAY CPA-ESTADO    LINE WS-FILA COL 70
           ADD 1 TO WS-FILA.

      *> ------------------------------------------------------------
      *> Listado de capas abiertas por producto, al spool
      *> ------------------------------------------------------------
       LISTAR-CAPAS.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           OPEN OUTPUT CAPAS-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-PROD WS-TOT-CAPAS WS-TOT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "CAPAS DE COSTO FIFO ABIERTAS AL " WS-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "PRODUCTO   FECHA    SEC ORIGEN          RECIBIDO         QUEDA     COSTO UNIT.           VALOR"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO

           MOVE SPACES TO WS-PROD-CORTE
           MOVE 0 TO WS-VALOR-PROD WS-CANT-PROD
           SET NO-FIN-CPA TO TRUE
           MOVE LOW-VALUES TO CPA-CLAVE
           START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY SET FIN-CPA TO TRUE
           END-START
           PERFORM UNTIL FIN-CPA
               READ CAPAS-COSTO NEXT RECORD
                   AT END SET FIN-CPA TO TRUE
                   NOT AT END
                       IF CPA-RESTANTE > 0
                           PERFORM LISTAR-UNA-CAPA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-CORTE NOT = SPACES
               PERFORM TOTAL-PRODUCTO-PLANO
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE WS-TOT-PROD TO WS-EDIT-TOT
           MOVE WS-TOT-VALOR TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           STRING "PRODUCTOS: " WS-EDIT-TOT "   VALOR TOTAL EN CAPAS: "
                  WS-EDIT-VALOR
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           CLOSE CAPAS-PLANO

           MOVE "CAPASFIFO" TO WS-SPL-REPORTE
           MOVE WS-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "capas_costo.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           MOVE WS-TOT-CAPAS TO WS-EDIT-TOT
           DISPLAY "CAPAS ABIERTAS: " LINE 12 COL 10
           DISPLAY WS-EDIT-TOT LINE 12 COL 27
           MOVE WS-TOT-VALOR TO WS-EDIT-VALOR
           DISPLAY "VALOR TOTAL: " LINE 13 COL 10
           DISPLAY WS-EDIT-VALOR LINE 13 COL 27
           DISPLAY "ARCHIVO capas_costo.txt GENERADO" LINE 15 COL 10
           ACCEPT WS-PAUSA LINE 15 COL 45.

       LISTAR-UNA-CAPA.
           IF CPA-PROD-ID NOT = WS-PROD-CORTE
               IF WS-PROD-CORTE NOT = SPACES
                   PERFORM TOTAL-PRODUCTO-PLANO
               END-IF
               MOVE CPA-PROD-ID TO WS-PROD-CORTE
               MOVE 0 TO WS-VALOR-PROD WS-CANT-PROD
               ADD 1 TO WS-TOT-PROD
           END-IF
           ADD 1 TO WS-TOT-CAPAS
           COMPUTE WS-VALOR-CAPA ROUNDED = CPA-RESTANTE * CPA-COSTO-UNIT
           ADD WS-VALOR-CAPA TO WS-VALOR-PROD WS-TOT-VALOR
           ADD CPA-RESTANTE TO WS-CANT-PROD

           MOVE CPA-SECUENCIA  TO WS-EDIT-SEC
           MOVE CPA-INICIAL    TO WS-EDIT-CANT
           MOVE CPA-RESTANTE   TO WS-EDIT-CANT2
           MOVE CPA-COSTO-UNIT TO WS-EDIT-COSTO
           MOVE WS-VALOR-CAPA  TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           STRING CPA-PROD-ID " " CPA-FECHA " " WS-EDIT-SEC " "
                  CPA-ORIGEN " " WS-EDIT-CANT " " WS-EDIT-CANT2 " "
                  WS-EDIT-COSTO " " WS-EDIT-VALOR
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO.

      *> Subtotal del producto y su diferencia contra la existencia
       TOTAL-PRODUCTO-PLANO.
           MOVE WS-PROD-CORTE TO W-PROD-ID
           PERFORM EXISTENCIA-PROPIA
           COMPUTE WS-DIFERENCIA = WS-CANT-PROD - WS-CPA-PROPIA
           MOVE WS-CANT-PROD TO WS-EDIT-CANT
           MOVE WS-VALOR-PROD TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           IF WS-DIFERENCIA = 0
               STRING "   TOTAL " WS-PROD-CORTE "  EN CAPAS: " WS-EDIT-CANT
                      "  VALOR: " WS-EDIT-VALOR
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               MOVE WS-DIFERENCIA TO WS-EDIT-DIF
               STRING "   TOTAL " WS-PROD-CORTE "  EN CAPAS: " WS-EDIT-CANT
                      "  VALOR: " WS-EDIT-VALOR
                      "  ** DIFERENCIA CON EXISTENCIA: " WS-EDIT-DIF
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-PLANO.

      *> ------------------------------------------------------------
      *> Cuadre de capas contra la existencia propia de cada producto
      *> FIFO (queda en auditoria, accion CUADRECAPA)
      *> ------------------------------------------------------------
       CUADRAR-CAPAS.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "LO PROPIO SIN CAPA ABRE UNA CAPA AL COSTO PROMEDIO;"
                   LINE 11 COL 10
           DISPLAY "EL EXCESO DE LAS CAPAS SE DESCUENTA DE LAS MAS ANTIGUAS"
                   LINE 12 COL 10
           MOVE "N" TO WS-RESP
           DISPLAY "CONFIRMA EL CUADRE (S/N): " LINE 14 COL 10
           ACCEPT WS-RESP LINE 14 COL 37
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TOT-ABIERTAS WS-TOT-DESCONT
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO STK-CODIGO
           START STOCK KEY IS NOT LESS THAN STK-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ STOCK NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       PERFORM CUADRAR-PRODUCTO
               END-READ
           END-PERFORM

           MOVE WS-TOT-ABIERTAS TO WS-EDIT-TOT
           DISPLAY "CAPAS ABIERTAS POR CUADRE : " LINE 16 COL 10
           DISPLAY WS-EDIT-TOT LINE 16 COL 39
           MOVE WS-TOT-DESCONT TO WS-EDIT-TOT
           DISPLAY "PRODUCTOS CON CAPAS REBAJADAS: " LINE 17 COL 10
           DISPLAY WS-EDIT-TOT LINE 17 COL 41
           ACCEPT WS-PAUSA LINE 19 COL 10.

       CUADRAR-PRODUCTO.
           MOVE STK-CODIGO TO W-PROD-ID PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VERIFICAR-METODO
           IF PRODUCTO-PROMEDIO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CPA-PROPIA = STK-CANTIDAD - STK-CONSIGNADA
           IF WS-CPA-PROPIA < 0
               MOVE 0 TO WS-CPA-PROPIA
           END-IF
           PERFORM SUMAR-CAPAS
           IF WS-CPA-SUMA = WS-CPA-PROPIA
               EXIT PARAGRAPH
           END-IF

           MOVE "CUADRECAPA" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-REG-CLAVE WS-AUD-VALOR-ANT
                          WS-AUD-VALOR-NUEVO
           MOVE W-PROD-ID TO WS-AUD-REG-CLAVE
           MOVE WS-CPA-SUMA TO WS-EDIT-CANT
           STRING "EN CAPAS " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-AUD-VALOR-ANT
           MOVE WS-CPA-PROPIA TO WS-EDIT-CANT
           STRING "EXISTENCIA " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           IF WS-CPA-PROPIA > WS-CPA-SUMA
               COMPUTE WS-CPA-CANTIDAD = WS-CPA-PROPIA - WS-CPA-SUMA
               MOVE PRD-COSTO TO WS-CPA-COSTO-UNIT
               MOVE 0 TO WS-CPA-COM-NRO
               MOVE "CUADRE" TO WS-CPA-ORIGEN
               PERFORM CREAR-CAPA
               ADD 1 TO WS-TOT-ABIERTAS
           ELSE
               COMPUTE WS-CPA-PENDIENTE = WS-CPA-SUMA - WS-CPA-PROPIA
               PERFORM REBAJAR-CAPAS
               ADD 1 TO WS-TOT-DESCONT
           END-IF.

      *> Descuenta WS-CPA-PENDIENTE de las capas mas antiguas
       REBAJAR-CAPAS.
           SET NO-FIN-CPA TO TRUE
           MOVE W-PROD-ID TO CPA-PROD-ID
           MOVE 0 TO CPA-FECHA CPA-SECUENCIA
           START CAPAS-COSTO KEY IS NOT LESS THAN CPA-CLAVE
               INVALID KEY SET FIN-CPA TO TRUE
           END-START
           PERFORM UNTIL FIN-CPA OR WS-CPA-PENDIENTE = 0
               READ CAPAS-COSTO NEXT RECORD
                   AT END SET FIN-CPA TO TRUE
                   NOT AT END
                       IF CPA-PROD-ID NOT = W-PROD-ID
                           SET FIN-CPA TO TRUE
                       ELSE
                           IF CPA-RESTANTE > 0
                               IF CPA-RESTANTE < WS-CPA-PENDIENTE
                                   MOVE CPA-RESTANTE TO WS-CPA-TOMA
                               ELSE
                                   MOVE WS-CPA-PENDIENTE TO WS-CPA-TOMA
                               END-IF
                               SUBTRACT WS-CPA-TOMA FROM CPA-RESTANTE
                                                         WS-CPA-PENDIENTE
                               IF CPA-RESTANTE = 0
                                   SET CPA-AGOTADA TO TRUE
                               END-IF
                               REWRITE CAPA-COSTO-REG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-PLANO.
           WRITE REG-CAPAS-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM INVSTK12.
