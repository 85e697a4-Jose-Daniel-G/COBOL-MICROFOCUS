       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Inspeccion de calidad de las recepciones de compra:
      *> *           lo recibido por COMPRA06 de productos o proveedores
      *> *           marcados para inspeccion queda retenido (no se
      *> *           vende ni se reserva) hasta registrar aqui la
      *> *           muestra revisada, los defectos hallados y la
      *> *           cantidad aceptada y rechazada. Lo aceptado entra al
      *> *           stock con su kardex, costo promedio o capa FIFO,
      *> *           lote, series y backorders como una recepcion normal;
      *> *           lo rechazado se devuelve al proveedor por COMPRA05
      *> *           (sin tocar stock, nunca entro). El acta de cada
      *> *           inspeccion va al spool y los resultados alimentan
      *> *           el scorecard de proveedores (PROVSC01).
      *> *           Incluye la marca de inspeccion por producto y por
      *> *           proveedor
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRA13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "inspec.sel".
           COPY "compra.sel".
           COPY "compradet.sel".
           COPY "proveedor.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "kardex.sel".
           COPY "lote.sel".
           COPY "serie.sel".
           COPY "pedido.sel".
           COPY "pedidodet.sel".
           COPY "categoria.sel".
           COPY "capacosto.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

           SELECT ACTA-INSP
               ASSIGN TO "inspeccion.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASIGNA-PLANO
               ASSIGN TO "asignaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "inspec.fd".
           COPY "compra.fd".
           COPY "compradet.fd".
           COPY "proveedor.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "kardex.fd".
           COPY "lote.fd".
           COPY "serie.fd".
           COPY "pedido.fd".
           COPY "pedidodet.fd".
           COPY "categoria.fd".
           COPY "capacosto.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       FD  ACTA-INSP.
       01  REG-ACTA-INSP      PIC X(132).

       FD  ASIGNA-PLANO.
       01  REG-ASIGNA-PLANO   PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PROVCSG.cpy".
       COPY "CAPAS.cpy".
       01 ST-SESION         PIC XX.
       01 ST-INSPEC         PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-COMPRASDET     PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-LOTES          PIC XX.
       01 ST-SERIES         PIC XX.
       01 ST-PEDIDOS        PIC XX.
       01 ST-PEDIDOSDET     PIC XX.
       01 ST-CATEGORIAS     PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-RESPUESTA      PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".
       01 WS-SW-BACKORD     PIC X VALUE "N".
          88 FIN-BACKORD       VALUE "S".
          88 NO-FIN-BACKORD    VALUE "N".

       01 W-INS-NRO         PIC 9(07).
       01 W-MUESTRA         PIC 9(05).
       01 W-DEFECTOS        PIC 9(05).
       01 W-ACEPTADA        PIC 9(05).
       01 W-RECHAZADA       PIC 9(05).
       01 W-OBSERVACION     PIC X(40).
       01 W-TIPO-MARCA      PIC X.
       01 W-PROD-ID         PIC X(10).
       01 W-PROV-ID         PIC 9(07).
       01 W-MARCA           PIC X.
       01 WS-CANT-VENTA     PIC 9(09).
       01 WS-KAR-SECUENCIA  PIC 9(05).
       01 WS-SERIE-CAPT     PIC X(20).
       01 WS-SERIE-IDX      PIC 9(05).
       01 WS-CANT-PEND-INSP PIC 9(05).
       01 WS-PCT-DEFECTOS   PIC 9(03)V99.
       01 WS-PCT-DISP       PIC ZZ9.99.
       01 WS-ENV-INSPEC     PIC X(07).

       01 WS-DISPONIBLE-BO  PIC S9(09).
       01 WS-ASIGNAR-BO     PIC 9(09).
       01 WS-TOT-ASIG       PIC 99 VALUE 0.
       01 WS-ASG-IDX        PIC 99.
       01 WS-TABLA-ASIGNA.
          05 T-ASG OCCURS 50 TIMES.
             10 T-ASG-PED    PIC 9(07).
             10 T-ASG-PROD   PIC X(10).
             10 T-ASG-CANT   PIC 9(09).
       01 WS-LINEA-ASIGNA   PIC X(200).
       01 WS-CANT-LINEAS-AS PIC 9(05).

       01 WS-LINEA-ACTA     PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "INSPECCION DE CALIDAD DE RECEPCIONES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. PENDIENTES DE INSPECCION" LINE 05 COL 10
               DISPLAY "2. REGISTRAR INSPECCION DE UN LOTE" LINE 06 COL 10
               DISPLAY "3. DEVOLVER RECHAZOS AL PROVEEDOR" LINE 07 COL 10
               DISPLAY "4. MARCAR PRODUCTO / PROVEEDOR PARA INSPECCION"
                       LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM LISTAR-PENDIENTES
                   WHEN "2"
                       PERFORM REGISTRAR-INSPECCION
                   WHEN "3"
                       PERFORM DEVOLVER-RECHAZOS
                   WHEN "4"
                       PERFORM MARCAR-INSPECCION
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       CREAR-CAPA.
           COPY "CREAR-CAPA.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O INSPECCION
           IF ST-INSPEC = "35"
               OPEN OUTPUT INSPECCION
               CLOSE INSPECCION
               OPEN I-O INSPECCION
           END-IF
           OPEN INPUT COMPRAS
           OPEN INPUT COMPRASDET
           OPEN I-O PROVEEDORES
           OPEN I-O PRODUCTOS
           OPEN I-O STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF
           OPEN I-O CONSIG-PROV
           IF ST-PROVCSG = "35"
               OPEN OUTPUT CONSIG-PROV
               CLOSE CONSIG-PROV
               OPEN I-O CONSIG-PROV
           END-IF
           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF
           OPEN I-O LOTES
           IF ST-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF
           OPEN I-O SERIES
           IF ST-SERIES = "35"
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN I-O SERIES
           END-IF
           OPEN I-O PEDIDOS
           IF ST-PEDIDOS = "35"
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF
           OPEN I-O PEDIDOSDET
           IF ST-PEDIDOSDET = "35"
               OPEN OUTPUT PEDIDOSDET
               CLOSE PEDIDOSDET
               OPEN I-O PEDIDOSDET
           END-IF
           OPEN INPUT CATEGORIAS
           IF ST-CATEGORIAS = "35"
               OPEN OUTPUT CATEGORIAS
               CLOSE CATEGORIAS
               OPEN INPUT CATEGORIAS
           END-IF
           OPEN I-O CAPAS-COSTO
           IF ST-CAPAS = "35"
               OPEN OUTPUT CAPAS-COSTO
               CLOSE CAPAS-COSTO
               OPEN I-O CAPAS-COSTO
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE INSPECCION
           CLOSE COMPRAS
           CLOSE COMPRASDET
           CLOSE PROVEEDORES
           CLOSE PRODUCTOS
           CLOSE STOCK
           CLOSE CONSIG-PROV
           CLOSE KARDEX
           CLOSE LOTES
           CLOSE SERIES
           CLOSE PEDIDOS
           CLOSE PEDIDOSDET
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO.

      *> ------------------------------------------------------------
      *> 1. Lotes retenidos esperando inspeccion, y los ya
      *>    inspeccionados con rechazo por devolver
      *> ------------------------------------------------------------
       LISTAR-PENDIENTES.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "NRO      ORDEN   PROVEEDOR PRODUCTO   RECIBIDO  CANT. EST RECHAZO"
                   LINE 11 COL 05
           MOVE 12 TO WS-FILA
           MOVE 0 TO WS-CANT-PEND-INSP
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO INS-NRO
           START INSPECCION KEY IS NOT LESS THAN INS-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ INSPECCION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF INS-PENDIENTE OR INS-POR-DEVOLVER
                           ADD 1 TO WS-CANT-PEND-INSP
                           IF WS-FILA <= 21
                               DISPLAY INS-NRO LINE WS-FILA COL 05
                               DISPLAY INS-COM-NRO LINE WS-FILA COL 14
                               DISPLAY INS-PROV-ID LINE WS-FILA COL 22
                               DISPLAY INS-PROD-ID LINE WS-FILA COL 32
                               DISPLAY INS-FECHA LINE WS-FILA COL 43
                               DISPLAY INS-CANT LINE WS-FILA COL 53
                               DISPLAY INS-ESTADO LINE WS-FILA COL 60
                               IF INS-POR-DEVOLVER
                                   COMPUTE W-RECHAZADA =
                                       INS-CANT-RECHAZADA - INS-CANT-DEVUELTA
                                   DISPLAY W-RECHAZADA LINE WS-FILA COL 64
                               END-IF
                               ADD 1 TO WS-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "LOTES: " LINE 23 COL 05
           DISPLAY WS-CANT-PEND-INSP LINE 23 COL 12
           DISPLAY "(P=POR INSPECCIONAR R=RECHAZO POR DEVOLVER)" LINE 23 COL 20
           ACCEPT WS-PAUSA LINE 23 COL 65.

      *> ------------------------------------------------------------
      *> 2. Resultado de la inspeccion de un lote
      *> ------------------------------------------------------------
       REGISTRAR-INSPECCION.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-INS-NRO
           DISPLAY "NRO DE INSPECCION (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-INS-NRO LINE 11 COL 41
           IF W-INS-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-INS-NRO TO INS-NRO
           READ INSPECCION
               INVALID KEY
                   DISPLAY "NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 21
                   EXIT PARAGRAPH
           END-READ
           IF NOT INS-PENDIENTE
               DISPLAY "EL LOTE YA FUE INSPECCIONADO" LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 40
               EXIT PARAGRAPH
           END-IF

           MOVE INS-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY MOVE SPACES TO PRD-DESCRIPCION
           END-READ
           DISPLAY "PRODUCTO: " LINE 12 COL 10
           DISPLAY INS-PROD-ID LINE 12 COL 21
           DISPLAY PRD-DESCRIPCION(1:30) LINE 12 COL 32
           DISPLAY "ORDEN: " LINE 13 COL 10
           DISPLAY INS-COM-NRO LINE 13 COL 17
           DISPLAY "PROVEEDOR: " LINE 13 COL 27
           DISPLAY INS-PROV-ID LINE 13 COL 38
           DISPLAY "RECIBIDO: " LINE 13 COL 48
           DISPLAY INS-CANT LINE 13 COL 58
           IF INS-LOTE NOT = SPACES
               DISPLAY "LOTE: " LINE 13 COL 65
               DISPLAY INS-LOTE LINE 13 COL 71
           END-IF

           MOVE 0 TO W-MUESTRA
           DISPLAY "MUESTRA REVISADA: " LINE 15 COL 10
           ACCEPT W-MUESTRA LINE 15 COL 29
           IF W-MUESTRA = 0 OR W-MUESTRA > INS-CANT
               DISPLAY "MUESTRA INVALIDA (1 A LO RECIBIDO)" LINE 16 COL 10
               ACCEPT WS-PAUSA LINE 16 COL 46
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO W-DEFECTOS
           DISPLAY "DEFECTUOSAS EN LA MUESTRA: " LINE 15 COL 40
           ACCEPT W-DEFECTOS LINE 15 COL 68
           IF W-DEFECTOS > W-MUESTRA
               DISPLAY "NO PUEDE HABER MAS DEFECTOS QUE MUESTRA" LINE 16 COL 10
               ACCEPT WS-PAUSA LINE 16 COL 51
               EXIT PARAGRAPH
           END-IF

      *> Se propone aceptar todo menos lo defectuoso hallado
           COMPUTE W-ACEPTADA = INS-CANT - W-DEFECTOS
           DISPLAY "CANTIDAD ACEPTADA: " LINE 16 COL 10
           ACCEPT W-ACEPTADA LINE 16 COL 30 WITH UPDATE
           IF W-ACEPTADA > INS-CANT
               MOVE INS-CANT TO W-ACEPTADA
           END-IF
           COMPUTE W-RECHAZADA = INS-CANT - W-ACEPTADA
           DISPLAY "RECHAZADA: " LINE 16 COL 40
           DISPLAY W-RECHAZADA LINE 16 COL 52

           MOVE SPACES TO W-OBSERVACION
           DISPLAY "OBSERVACION: " LINE 17 COL 10
           ACCEPT W-OBSERVACION LINE 17 COL 24

           DISPLAY "CONFIRMA EL RESULTADO (S/N)? " LINE 19 COL 10
           ACCEPT WS-RESPUESTA LINE 19 COL 40
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               DISPLAY "INSPECCION NO REGISTRADA" LINE 20 COL 10
               ACCEPT WS-PAUSA LINE 20 COL 36
               EXIT PARAGRAPH
           END-IF

           IF W-ACEPTADA > 0
               PERFORM ACEPTAR-A-STOCK
           END-IF

           MOVE W-MUESTRA     TO INS-MUESTRA
           MOVE W-DEFECTOS    TO INS-DEFECTOS
           MOVE W-ACEPTADA    TO INS-CANT-ACEPTADA
           MOVE W-RECHAZADA   TO INS-CANT-RECHAZADA
           MOVE W-OBSERVACION TO INS-OBSERVACION
           MOVE WS-FECHA-HOY  TO INS-FECHA-INSP
           MOVE WS-USUARIO-SESION TO INS-USUARIO
           IF W-RECHAZADA > 0
               SET INS-POR-DEVOLVER TO TRUE
           ELSE
               SET INS-CERRADA TO TRUE
           END-IF
           REWRITE INSPECCION-REG

           PERFORM IMPRIMIR-ACTA

           DISPLAY "INSPECCION REGISTRADA - ACTA EN EL SPOOL" LINE 20 COL 10
           IF W-RECHAZADA > 0
               DISPLAY "RECHAZO POR DEVOLVER: OPCION 3" LINE 21 COL 10
           END-IF
           IF WS-TOT-ASIG > 0
               PERFORM LISTAR-ASIGNACIONES
           END-IF
           ACCEPT WS-PAUSA LINE 22 COL 10.

      *> Las unidades aceptadas entran al stock como lo haria la
      *> recepcion (COMPRA06) con el costo y el lote del dia en que
      *> se recibieron
       ACEPTAR-A-STOCK.
           COMPUTE WS-CANT-VENTA = W-ACEPTADA * INS-FACTOR
           IF INS-FACTOR = 0
               MOVE W-ACEPTADA TO WS-CANT-VENTA
           END-IF

           MOVE INS-PROD-ID TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   INITIALIZE STOCK-REG
                   MOVE INS-PROD-ID TO STK-CODIGO
                   MOVE INS-BODEGA  TO STK-BODEGA
                   MOVE 0 TO STK-CANTIDAD STK-RESERVADA
                             STK-MINIMO STK-MAXIMO
                   SET STK-ACTIVO TO TRUE
                   WRITE STOCK-REG
           END-READ

           IF INS-CONSIGNACION = "S"
               ADD WS-CANT-VENTA TO STK-CONSIGNADA
               PERFORM REGISTRAR-CONSIGNACION-PROV
           ELSE
               PERFORM ACTUALIZAR-COSTO-PROMEDIO
               PERFORM ABRIR-CAPA-INSPECCION
           END-IF

           ADD WS-CANT-VENTA TO STK-CANTIDAD
           MOVE INS-BODEGA TO STK-BODEGA
           MOVE WS-FECHA-HOY TO STK-FECHA-ACT
           REWRITE STOCK-REG

           PERFORM GRABAR-KARDEX-INSPECCION
           PERFORM ENTRAR-LOTE
           PERFORM CAPTURAR-SERIES
           PERFORM ASIGNAR-BACKORDERS.

       REGISTRAR-CONSIGNACION-PROV.
           MOVE INS-PROV-ID TO PCS-PROV-ID
           MOVE INS-PROD-ID TO PCS-PROD-ID
           READ CONSIG-PROV
               INVALID KEY
                   INITIALIZE CONSIG-PROV-REG
                   MOVE INS-PROV-ID TO PCS-PROV-ID
                   MOVE INS-PROD-ID TO PCS-PROD-ID
                   MOVE INS-PROD-ID TO PCS-PRODUCTO
                   WRITE CONSIG-PROV-REG
           END-READ
           MOVE INS-COSTO-UNIT TO PCS-COSTO
           ADD WS-CANT-VENTA TO PCS-SALDO PCS-TOT-RECIB
           MOVE WS-FECHA-HOY TO PCS-FECHA-REC
           REWRITE CONSIG-PROV-REG.

       ACTUALIZAR-COSTO-PROMEDIO.
           MOVE INS-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF STK-CANTIDAD = 0 OR PRD-COSTO = 0
               MOVE INS-COSTO-UNIT TO PRD-COSTO
           ELSE
               COMPUTE PRD-COSTO ROUNDED =
                   ((STK-CANTIDAD * PRD-COSTO)
                    + (WS-CANT-VENTA * INS-COSTO-UNIT))
                   / (STK-CANTIDAD + WS-CANT-VENTA)
           END-IF

           MOVE WS-FECHA-HOY TO PRD-FECHA-COSTO
           REWRITE PRODUCTO-REG.

       ABRIR-CAPA-INSPECCION.
           MOVE INS-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CANT-VENTA  TO WS-CPA-CANTIDAD
           MOVE INS-COSTO-UNIT TO WS-CPA-COSTO-UNIT
           MOVE INS-COM-NRO    TO WS-CPA-COM-NRO
           MOVE SPACES TO WS-CPA-ORIGEN
           STRING "OC" INS-COM-NRO DELIMITED BY SIZE
               INTO WS-CPA-ORIGEN
           PERFORM CREAR-CAPA.

       GRABAR-KARDEX-INSPECCION.
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE INS-PROD-ID TO KAR-PROD-ID
           MOVE 0 TO KAR-SECUENCIA
           SET NO-FIN-KARDEX TO TRUE
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-KARDEX TO TRUE
           END-START
           PERFORM UNTIL FIN-KARDEX
               READ KARDEX NEXT RECORD
                   AT END SET FIN-KARDEX TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = INS-PROD-ID
                           SET FIN-KARDEX TO TRUE
                       ELSE
                           MOVE KAR-SECUENCIA TO WS-KAR-SECUENCIA
                       END-IF
               END-READ
           END-PERFORM

      *> La referencia es la de la orden, como en la recepcion, para
      *> que la trazabilidad del lote lleve a su proveedor
           ADD 1 TO WS-KAR-SECUENCIA
           MOVE INS-PROD-ID      TO KAR-PROD-ID
           MOVE WS-KAR-SECUENCIA TO KAR-SECUENCIA
           MOVE WS-FECHA-HOY     TO KAR-FECHA
           SET KAR-ENTRADA TO TRUE
           MOVE WS-CANT-VENTA    TO KAR-CANTIDAD
           MOVE STK-CANTIDAD     TO KAR-SALDO
           MOVE INS-BODEGA       TO KAR-BODEGA
           MOVE SPACES TO KAR-REFERENCIA
           STRING "OC" INS-COM-NRO DELIMITED BY SIZE
               INTO KAR-REFERENCIA
           MOVE INS-LOTE         TO KAR-LOTE
           WRITE KARDEX-REG.

       ENTRAR-LOTE.
           IF INS-LOTE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE INS-PROD-ID TO LOT-PROD-ID
           MOVE INS-BODEGA  TO LOT-BODEGA
           MOVE INS-LOTE    TO LOT-NUMERO
           READ LOTES
               INVALID KEY
                   MOVE INS-PROD-ID    TO LOT-PROD-ID
                   MOVE INS-BODEGA     TO LOT-BODEGA
                   MOVE INS-LOTE       TO LOT-NUMERO
                   MOVE WS-CANT-VENTA  TO LOT-CANTIDAD
                   MOVE INS-LOTE-VENCE TO LOT-FECHA-VENCE
                   WRITE LOTE-REG
               NOT INVALID KEY
                   ADD WS-CANT-VENTA TO LOT-CANTIDAD
                   IF INS-LOTE-VENCE > 0
                       MOVE INS-LOTE-VENCE TO LOT-FECHA-VENCE
                   END-IF
                   REWRITE LOTE-REG
           END-READ.

       CAPTURAR-SERIES.
      *> Productos serializados: una serie por unidad aceptada (las
      *> rechazadas nunca quedan registradas en stock)
           MOVE INS-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT PRD-CON-SERIE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SERIE-IDX FROM 1 BY 1
                   UNTIL WS-SERIE-IDX > W-ACEPTADA
               MOVE SPACES TO WS-SERIE-CAPT
               PERFORM UNTIL WS-SERIE-CAPT NOT = SPACES
                   DISPLAY "SERIE DE LA UNIDAD " LINE 18 COL 10
                   DISPLAY WS-SERIE-IDX LINE 18 COL 30
                   DISPLAY ": " LINE 18 COL 36
                   ACCEPT WS-SERIE-CAPT LINE 18 COL 39
               END-PERFORM
               MOVE INS-PROD-ID   TO SER-PROD-ID
               MOVE WS-SERIE-CAPT TO SER-NUMERO
               READ SERIES
                   INVALID KEY
                       MOVE INS-PROD-ID   TO SER-PROD-ID
                       MOVE WS-SERIE-CAPT TO SER-NUMERO
                       SET SER-EN-STOCK TO TRUE
                       MOVE INS-COM-NRO TO SER-COM-NRO
                       MOVE 0 TO SER-FAC-NRO SER-NCR-NRO
                       MOVE WS-FECHA-HOY TO SER-FECHA-ING
                       MOVE SER-FECHA-ING TO SER-FECHA-MOV
                       WRITE SERIE-REG
                   NOT INVALID KEY
                       SET SER-EN-STOCK TO TRUE
                       MOVE INS-COM-NRO TO SER-COM-NRO
                       MOVE WS-FECHA-HOY TO SER-FECHA-MOV
                       REWRITE SERIE-REG
               END-READ
           END-PERFORM
           DISPLAY " " LINE 18 COL 01 ERASE EOL.

       ASIGNAR-BACKORDERS.
      *> Igual que en la recepcion: los pedidos que esperaban el
      *> producto toman lo aceptado en orden de pedido
           SET NO-FIN-BACKORD TO TRUE
           MOVE 0 TO PDD-PED-NRO PDD-ITEM
           START PEDIDOSDET KEY IS NOT LESS THAN PDD-CLAVE
               INVALID KEY SET FIN-BACKORD TO TRUE
           END-START
           PERFORM UNTIL FIN-BACKORD
               READ PEDIDOSDET NEXT RECORD
                   AT END SET FIN-BACKORD TO TRUE
                   NOT AT END
                       IF PDD-PROD-ID = INS-PROD-ID
                          AND PDD-CANT-BACKORD > 0
                           PERFORM ASIGNAR-UNA-LINEA-BO
                       END-IF
               END-READ
           END-PERFORM.

       ASIGNAR-UNA-LINEA-BO.
           MOVE PDD-PED-NRO TO PED-NRO
           READ PEDIDOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT PED-ABIERTO AND NOT PED-PARCIAL
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISPONIBLE-BO = STK-CANTIDAD - STK-RESERVADA
           IF WS-DISPONIBLE-BO <= 0
               SET FIN-BACKORD TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF PDD-CANT-BACKORD <= WS-DISPONIBLE-BO
               MOVE PDD-CANT-BACKORD TO WS-ASIGNAR-BO
           ELSE
               MOVE WS-DISPONIBLE-BO TO WS-ASIGNAR-BO
           END-IF

           SUBTRACT WS-ASIGNAR-BO FROM PDD-CANT-BACKORD
           ADD WS-ASIGNAR-BO TO PDD-CANT-RESERV
           REWRITE PEDIDODET-REG

           ADD WS-ASIGNAR-BO TO STK-RESERVADA
           REWRITE STOCK-REG

           IF WS-TOT-ASIG < 50
               ADD 1 TO WS-TOT-ASIG
               MOVE PDD-PED-NRO   TO T-ASG-PED(WS-TOT-ASIG)
               MOVE PDD-PROD-ID   TO T-ASG-PROD(WS-TOT-ASIG)
               MOVE WS-ASIGNAR-BO TO T-ASG-CANT(WS-TOT-ASIG)
           END-IF.

       LISTAR-ASIGNACIONES.
           MOVE 0 TO WS-CANT-LINEAS-AS
           OPEN OUTPUT ASIGNA-PLANO
           MOVE SPACES TO WS-LINEA-ASIGNA
           STRING "BACKORDERS ASIGNADOS AL ACEPTAR LA INSPECCION "
                  INS-NRO " DE LA ORDEN " INS-COM-NRO
               DELIMITED BY SIZE INTO WS-LINEA-ASIGNA
           WRITE REG-ASIGNA-PLANO FROM WS-LINEA-ASIGNA
           ADD 1 TO WS-CANT-LINEAS-AS
           MOVE "PEDIDO   PRODUCTO       ASIGNADO (FACTURAR EN VENPED03)"
               TO WS-LINEA-ASIGNA
           WRITE REG-ASIGNA-PLANO FROM WS-LINEA-ASIGNA
           ADD 1 TO WS-CANT-LINEAS-AS

           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-TOT-ASIG
               MOVE SPACES TO WS-LINEA-ASIGNA
               STRING T-ASG-PED(WS-ASG-IDX) "  "
                      T-ASG-PROD(WS-ASG-IDX) "  "
                      T-ASG-CANT(WS-ASG-IDX)
                   DELIMITED BY SIZE INTO WS-LINEA-ASIGNA
               WRITE REG-ASIGNA-PLANO FROM WS-LINEA-ASIGNA
               ADD 1 TO WS-CANT-LINEAS-AS
           END-PERFORM
           CLOSE ASIGNA-PLANO

           MOVE "ASIGNABACK" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE INS-COM-NRO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS-AS TO WS-SPL-REGISTROS
           MOVE "asignaciones.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "PEDIDOS ATENDIDOS: " LINE 21 COL 45
           DISPLAY WS-TOT-ASIG LINE 21 COL 64
           MOVE 0 TO WS-TOT-ASIG.

       IMPRIMIR-ACTA.
           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT ACTA-INSP
           MOVE SPACES TO WS-LINEA-ACTA
           STRING "ACTA DE INSPECCION DE CALIDAD NRO " INS-NRO
                  "  FECHA " INS-FECHA-INSP "  INSPECTOR " INS-USUARIO
               DELIMITED BY SIZE INTO WS-LINEA-ACTA
           PERFORM ESCRIBIR-LINEA-ACTA
           MOVE INS-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY MOVE SPACES TO PROV-NOMBRE
           END-READ
           MOVE SPACES TO WS-LINEA-ACTA
           STRING "ORDEN DE COMPRA " INS-COM-NRO " ITEM " INS-CDT-ITEM
                  "  PROVEEDOR " INS-PROV-ID " " PROV-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-ACTA
           PERFORM ESCRIBIR-LINEA-ACTA
           MOVE SPACES TO WS-LINEA-ACTA
           STRING "PRODUCTO " INS-PROD-ID " " PRD-DESCRIPCION
                  "  LOTE " INS-LOTE "  RECIBIDO " INS-FECHA
               DELIMITED BY SIZE INTO WS-LINEA-ACTA
           PERFORM ESCRIBIR-LINEA-ACTA
           MOVE ALL "-" TO WS-LINEA-ACTA
           PERFORM ESCRIBIR-LINEA-ACTA

           MOVE 0 TO WS-PCT-DEFECTOS
           IF INS-MUESTRA > 0
               COMPUTE WS-PCT-DEFECTOS ROUNDED =
                   INS-DEFECTOS * 100 / INS-MUESTRA
           END-IF
           MOVE WS-PCT-DEFECTOS TO WS-PCT-DISP
           MOVE SPACES TO WS-LINEA-ACTA
           STRING "CANTIDAD RECIBIDA (UNIDAD DE COMPRA): " INS-CANT
               DELIMITED BY SIZE INTO WS-LINEA-ACTA
           PERFORM ESCRIBIR-LINEA-ACTA
           MOVE SPACES TO WS-LINEA-ACTA
           STRING "MUESTRA REVISADA: " INS-MUESTRA
                  "  DEFECTUOSAS: " INS-DEFECTOS
                  "  (" WS-PCT-DISP "%)"
               DELIMITED BY SIZE INTO WS-LINEA-ACTA
           PERFORM ESCRIBIR-LINEA-ACTA
           MOVE SPACES TO WS-LINEA-ACTA
           STRING "ACEPTADA A STOCK: " INS-CANT-ACEPTADA
                  "  RECHAZADA PARA DEVOLVER: " INS-CANT-RECHAZADA
               DELIMITED BY SIZE INTO WS-LINEA-ACTA
           PERFORM ESCRIBIR-LINEA-ACTA
           MOVE SPACES TO WS-LINEA-ACTA
           STRING "OBSERVACION: " INS-OBSERVACION
               DELIMITED BY SIZE INTO WS-LINEA-ACTA
           PERFORM ESCRIBIR-LINEA-ACTA
           CLOSE ACTA-INSP

           MOVE "ACTAINSP" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE INS-NRO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "inspeccion.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL.

       ESCRIBIR-LINEA-ACTA.
           WRITE REG-ACTA-INSP FROM WS-LINEA-ACTA
           ADD 1 TO WS-CANT-LINEAS.

      *> ------------------------------------------------------------
      *> 3. Devolucion del rechazo: COMPRA05 toma la inspeccion del
      *>    ambiente, ofrece solo esa linea hasta lo rechazado y no
      *>    descuenta stock (lo rechazado nunca entro)
      *> ------------------------------------------------------------
       DEVOLVER-RECHAZOS.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-INS-NRO
           DISPLAY "NRO DE INSPECCION (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-INS-NRO LINE 11 COL 41
           IF W-INS-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-INS-NRO TO INS-NRO
           READ INSPECCION
               INVALID KEY
                   DISPLAY "NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 21
                   EXIT PARAGRAPH
           END-READ
           IF NOT INS-POR-DEVOLVER
               DISPLAY "LA INSPECCION NO TIENE RECHAZO POR DEVOLVER"
                       LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 55
               EXIT PARAGRAPH
           END-IF

           PERFORM CERRAR-ARCHIVOS
           MOVE INS-NRO TO WS-ENV-INSPEC
           DISPLAY "INSPECCION" UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-INSPEC UPON ENVIRONMENT-VALUE
           CALL "COMPRA05"
               ON EXCEPTION
                  DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
           END-CALL
           CANCEL "COMPRA05"
           MOVE SPACES TO WS-ENV-INSPEC
           DISPLAY "INSPECCION" UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-INSPEC UPON ENVIRONMENT-VALUE
           PERFORM ABRIR-ARCHIVOS.

      *> ------------------------------------------------------------
      *> 4. Marca de inspeccion del producto o del proveedor
      *> ------------------------------------------------------------
       MARCAR-INSPECCION.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE SPACE TO W-TIPO-MARCA
           DISPLAY "MARCAR [P=PRODUCTO V=PROVEEDOR]: " LINE 11 COL 10
           ACCEPT W-TIPO-MARCA LINE 11 COL 44
           EVALUATE FUNCTION UPPER-CASE(W-TIPO-MARCA)
               WHEN "P"
                   PERFORM MARCAR-PRODUCTO
               WHEN "V"
                   PERFORM MARCAR-PROVEEDOR
           END-EVALUATE.

       MARCAR-PRODUCTO.
           MOVE SPACES TO W-PROD-ID
           DISPLAY "PRODUCTO: " LINE 12 COL 10
           ACCEPT W-PROD-ID LINE 12 COL 21
           MOVE W-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   DISPLAY "PRODUCTO NO EXISTE" LINE 13 COL 10
                   ACCEPT WS-PAUSA LINE 13 COL 30
                   EXIT PARAGRAPH
           END-READ
           DISPLAY PRD-DESCRIPCION LINE 12 COL 33
           MOVE "N" TO W-MARCA
           IF PRD-CON-INSPECCION
               MOVE "S" TO W-MARCA
           END-IF
           DISPLAY "RECEPCIONES A INSPECCION (S/N): " LINE 13 COL 10
           ACCEPT W-MARCA LINE 13 COL 43 WITH UPDATE
           IF FUNCTION UPPER-CASE(W-MARCA) = "S"
               MOVE "S" TO PRD-INSPECCION
           ELSE
               MOVE "N" TO PRD-INSPECCION
           END-IF
           REWRITE PRODUCTO-REG
           DISPLAY "MARCA ACTUALIZADA" LINE 14 COL 10
           ACCEPT WS-PAUSA LINE 14 COL 29.

       MARCAR-PROVEEDOR.
           MOVE 0 TO W-PROV-ID
           DISPLAY "PROVEEDOR: " LINE 12 COL 10
           ACCEPT W-PROV-ID LINE 12 COL 22
           MOVE W-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "PROVEEDOR NO EXISTE" LINE 13 COL 10
                   ACCEPT WS-PAUSA LINE 13 COL 31
                   EXIT PARAGRAPH
           END-READ
           DISPLAY PROV-NOMBRE LINE 12 COL 31
           MOVE "N" TO W-MARCA
           IF PROV-CON-INSPECCION
               MOVE "S" TO W-MARCA
           END-IF
           DISPLAY "TODO LO RECIBIDO A INSPECCION (S/N): " LINE 13 COL 10
           ACCEPT W-MARCA LINE 13 COL 48 WITH UPDATE
           IF FUNCTION UPPER-CASE(W-MARCA) = "S"
               MOVE "S" TO PROV-INSPECCION
           ELSE
               MOVE "N" TO PROV-INSPECCION
           END-IF
           REWRITE PROVEEDOR-REG
           DISPLAY "MARCA ACTUALIZADA" LINE 14 COL 10
           ACCEPT WS-PAUSA LINE 14 COL 29.

       END PROGRAM COMPRA13.
