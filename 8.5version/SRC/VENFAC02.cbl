      *> ******************************************************************
      *> * Purpose:  Venta Rapida de mostrador - cliente mostrador por
      *> *           defecto, captura por codigo de barras linea a linea,
      *> *           contado con uno o varios medios (efectivo, tarjeta,
      *> *           puntos, nota credito) hasta cubrir el total,
      *> *           con el mismo stock, kardex, numeracion y resolucion
      *> *           de la facturacion; lee las etiquetas EAN-13 de la
      *> *           balanza (prefijo 2); aplica la escala de precio por
      *> *           cantidad a las lineas por peso o medida; un kit
      *> *           con unidades ya armadas en stock (KITENS01) se
      *> *           vende como producto y solo se explota sin armados;
      *> *           el IVA sigue el regimen del cliente (exento,
      *> *           excluido o tarifa diferencial con certificado vigente);
      *> *           el precio digitado bajo lista queda en AUDITORIA
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENFAC02.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "preccli.sel".
           COPY "producto.sel".
           COPY "facctrl.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "capacosto.sel".
           COPY "kardex.sel".
           COPY "factimp.sel".
           COPY "parametros.sel".
           COPY "resolucion.sel".
           COPY "feoutbox.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "cajases.sel".
           COPY "mediopago.sel".
           COPY "notacred.sel".
           COPY "bono.sel".
           COPY "bloqueo.sel".
           COPY "lote.sel".
           COPY "kit.sel".
           COPY "escala.sel".
           COPY "puntosmov.sel".
           COPY "envase.sel".
           COPY "envmov.sel".
           COPY "producto.fd".
           COPY "facctrl.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "capacosto.fd".
           COPY "kardex.fd".
           COPY "factimp.fd".
           COPY "parametros.fd".
           COPY "resolucion.fd".
           COPY "feoutbox.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "cajases.fd".
           COPY "mediopago.fd".
           COPY "notacred.fd".
           COPY "bono.fd".
           COPY "bloqueo.fd".
           COPY "lote.fd".
           COPY "kit.fd".
           COPY "escala.fd".
           COPY "puntosmov.fd".
           COPY "envase.fd".
           COPY "envmov.fd".
           COPY "audctrl.fd".

       WORKING-STORAGE SECTION.
           COPY "PROVCSG.cpy".
           COPY "CAPAS.cpy".
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
           COPY "CLAVE.cpy".
           COPY "AUDITORIA.cpy".
           COPY "CAJASES.cpy".
           COPY "TARJETA.cpy".
           COPY "BONO.cpy".
           COPY "RESOLUCION.cpy".
           COPY "FEVARS.cpy".
           COPY "BLOQUEO.cpy".
           COPY "ESCALA.cpy".
           COPY "REGIMEN-IVA.cpy".
       COPY "PARAMETROS.cpy".
       COPY "PERIODO.cpy".

       01 WS-FAC-NRO-ACTUAL PIC 9(07).
       01 WS-ITEM-DET      PIC 9(03).
       01 WS-COD-SCAN      PIC X(20).
       01 WS-CANT-LINEA    PIC 9(05)V999.
       01 W-CANT-TXT       PIC X(10).
       01 WS-CANT-DISP     PIC Z(4)9.999.
       01 ST-LOTES         PIC XX.
       01 WS-CANT-FALTANTE PIC S9(09)V999.
       01 WS-CANT-TOMADA   PIC 9(09)V999.
      *> Etiqueta de balanza EAN-13: 2T PPPPP VVVVV D, donde T 0-4 indica
      *> que VVVVV es el peso en gramos (o la medida en milimetros) y
      *> T 5-9 que es el importe de la linea en pesos; PPPPP es el PLU
      *> (PRD-CODIGO, o el codigo alterno "2TPPPPP") y D el digito de
      *> control
       01 WS-ETIQUETA-BAL.
          05 WS-ETQ-PREFIJO   PIC X(01).
          05 WS-ETQ-TIPO      PIC 9(01).
             88 ETQ-POR-PESO     VALUE 0 THRU 4.
             88 ETQ-POR-IMPORTE  VALUE 5 THRU 9.
          05 WS-ETQ-PLU       PIC 9(05).
          05 WS-ETQ-VALOR     PIC 9(05).
          05 WS-ETQ-DIGITO    PIC 9(01).
       01 WS-ETQ-DIGITOS REDEFINES WS-ETIQUETA-BAL.
          05 WS-ETQ-DIG       PIC 9(01) OCCURS 13 TIMES.
       01 WS-ES-ETIQUETA   PIC X VALUE "N".
       01 WS-ETQ-MONTO     PIC 9(9)V99.
       01 WS-ETQ-SUMA      PIC 9(03).
       01 WS-ETQ-CONTROL   PIC 9(01).
       01 WS-ETQ-IDX       PIC 99.
       01 WS-LOTE-ELEGIDO  PIC X(10).
       01 WS-VENCE-ELEGIDO PIC 9(08).
       01 WS-REF-FAC       PIC X(10).
       01 WS-SUP-CODIGO-MG PIC X(10).
       01 WS-SUP-CLAVE-MG  PIC X(10).
       01 WS-MARGEN-DISP   PIC -(2)9.99.
       01 WS-PRECIO-BAJO   PIC X VALUE "N".
       01 WS-PRECIO-AUD-DISP PIC Z(9)9.99.
       01 ST-KITS          PIC XX.
       01 ST-PUNTOSMOV     PIC XX.
       01 ST-ENVASES       PIC XX.
       01 WS-PUNTOS-GANADOS PIC 9(07).
       01 WS-PESOS-PUNTO-VR PIC 9(05).
       01 WS-NETO-COBRAR   PIC S9(9)V99.
       01 WS-MEDIO-VR      PIC X VALUE "E".
          88 MEDIO-VR-EFECTIVO VALUE "E".
          88 MEDIO-VR-TARJETA  VALUE "K".
          88 MEDIO-VR-NOTA     VALUE "N".
          88 MEDIO-VR-BONO     VALUE "B".
          88 MEDIO-VR-CANCELA  VALUE "X".
          88 MEDIO-VR-VALIDO   VALUE "E" "K" "N" "B" "X".
      *> Medios con que se cubre el ticket (pago dividido); la
      *> redencion de puntos entra como el primer medio
       01 WS-MEDIOS-VR.
          05 WS-MVR-LINEA OCCURS 8 TIMES.
             10 WS-MVR-MEDIO     PIC X(01).
             10 WS-MVR-MONTO     PIC S9(9)V99.
             10 WS-MVR-RECIBIDO  PIC S9(9)V99.
             10 WS-MVR-FRANQ     PIC X(02).
             10 WS-MVR-AUT       PIC X(06).
             10 WS-MVR-VOUCHER   PIC 9(08).
             10 WS-MVR-NCR-NRO   PIC 9(07).
             10 WS-MVR-BONO-NRO  PIC 9(07).
       01 WS-MVR-CANT      PIC 9(02) VALUE 0.
       01 WS-MVR-MAX       PIC 9(02) VALUE 8.
       01 WS-MVR-IDX       PIC 9(02).
       01 WS-SALDO-COBRAR  PIC S9(9)V99.
       01 WS-MONTO-MEDIO   PIC S9(9)V99.
       01 WS-MONTO-RECIBIDO PIC S9(9)V99.
       01 WS-CAMBIO-VR     PIC S9(9)V99.
       01 WS-TOT-NC-VR     PIC S9(9)V99.
       01 W-MONTO-MEDIO-TXT PIC X(14).
       01 W-NCR-NRO-VR     PIC 9(07).
       01 WS-NCR-REPETIDA  PIC X.
       01 WS-SW-EFECTIVO-VR PIC X VALUE "N".
          88 EFECTIVO-VR-FORZADO VALUE "S".
          88 EFECTIVO-VR-LIBRE   VALUE "N".
       01 WS-SW-CANCELA-VR PIC X VALUE "N".
          88 VENTA-VR-CANCELADA  VALUE "S".
          88 VENTA-VR-SIGUE      VALUE "N".
       01 W-BON-NRO-VR     PIC 9(07).
       01 ST-NOTASCRED     PIC XX.
       01 WS-PTM-NRO-MAX   PIC 9(07).
       01 WS-PTM-TIPO-VR   PIC X(01).
       01 WS-SW-PTM        PIC X VALUE "N".
       01 WS-SW-KIT        PIC X VALUE "N".
          88 FIN-KIT          VALUE "S".
          88 NO-FIN-KIT       VALUE "N".
       01 WS-DISPONIBLE    PIC S9(09)V999.
       01 WS-IVA-LINEA     PIC S9(9)V99.
       01 WS-FILA          PIC 99.


       01 WS-LINEA-TICKET  PIC X(80).
       01 WS-MONTO-TICKET-DISP PIC -(9)9.99.
       COPY "TECLAS.cpy".
       01 WS-KEY           PIC 9(4).
       COPY "BUSQUEDA.cpy".

       PROCEDURE DIVISION.

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

               CLOSE KITS
               OPEN INPUT KITS
           END-IF
           OPEN INPUT ESCALAS
           IF ST-ESCALAS = "35"
               OPEN OUTPUT ESCALAS
               CLOSE ESCALAS
               OPEN INPUT ESCALAS
           END-IF
           OPEN INPUT ENVASES
           IF ST-ENVASES = "35"
               OPEN OUTPUT ENVASES
               WRITE NEXT-FAC-NRO-REG
           END-IF
           OPEN I-O STOCK
           OPEN I-O CONSIG-PROV
           IF ST-PROVCSG = "35"
               OPEN OUTPUT CONSIG-PROV
               CLOSE CONSIG-PROV
               OPEN I-O CONSIG-PROV
           END-IF
           OPEN I-O CAPAS-COSTO
           IF ST-CAPAS = "35"
               OPEN OUTPUT CAPAS-COSTO
               CLOSE CAPAS-COSTO
               OPEN I-O CAPAS-COSTO
           END-IF
           OPEN I-O CONSUMO-CAPAS
           IF ST-CONSUMO-CAPAS = "35"
               OPEN OUTPUT CONSUMO-CAPAS
               CLOSE CONSUMO-CAPAS
               OPEN I-O CONSUMO-CAPAS
           END-IF
           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE LOTES
               OPEN I-O LOTES
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
           PERFORM ABRIR-BLOQUEOS.

       CERRAR-ARCHIVOS.
           CLOSE ENVASES-MOV
           CLOSE PUNTOS-MOV
           CLOSE KITS
           CLOSE ESCALAS
           CLOSE CATEGORIAS
           CLOSE USUARIOS
           CLOSE AUDITORIA
           CLOSE DETALLES
           CLOSE PRODUCTOS
           CLOSE NEXT-FAC-NRO
           CLOSE CONSIG-PROV
           CLOSE CAPAS-COSTO
           CLOSE CONSUMO-CAPAS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE PERIODOS-CONTABLES
           CLOSE SESIONES-CAJA
           CLOSE LOTES
           CLOSE MEDIOS-PAGO
           CLOSE NOTASCREDITO
           CLOSE BONOS
           CLOSE BONOS-MOV
           CLOSE BLOQUEOS.

       VALIDAR-CLIENTE-MOSTRADOR.
           IF WS-CLI-MOSTRADOR = 0
               DISPLAY "CLIENTE MOSTRADOR NO CONFIGURADO - INDIQUELO: "
                   LINE 06 COL 10
               MOVE KEY-F2 TO WS-KEY
               PERFORM UNTIL WS-KEY NOT = KEY-F2
                   ACCEPT WS-CLI-MOSTRADOR LINE 06 COL 57
                   IF WS-KEY = KEY-F2
                       SET BUS-CLIENTES TO TRUE
                       PERFORM BUSCAR-CODIGO
                       DISPLAY "blanco para totalizar. Solo contado."
                           LINE 04 COL 10
                       DISPLAY "CLIENTE MOSTRADOR NO CONFIGURADO - INDIQUELO: "
                           LINE 06 COL 10
                       IF BUS-CON-CODIGO
                           MOVE WS-BUS-CODIGO-NUM TO WS-CLI-MOSTRADOR
                           DISPLAY WS-CLI-MOSTRADOR LINE 06 COL 57
                           MOVE 0 TO WS-KEY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-CLI-MOSTRADOR TO CLI-ID
                   GOBACK
           END-READ
           DISPLAY "CLIENTE: " LINE 06 COL 10 ERASE EOL
           DISPLAY CLI-NOMBRE LINE 06 COL 19
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RGI-FECHA
           PERFORM DETERMINAR-REGIMEN
           MOVE 7 TO WS-RGI-LINEA
           PERFORM AVISAR-REGIMEN.

       CREAR-FACTURA-RAPIDA.
           MOVE "FACCTRL" TO WS-BLQ-ARCHIVO
           MOVE WS-CJS-NRO-ACTIVA TO FAC-SESION-CAJA
           MOVE 0 TO FAC-COMIS-LIQ
           MOVE "N" TO FAC-COMIS-REV
           MOVE SPACES TO FAC-MONEDA FAC-DIR-ENTREGA
           MOVE 0 TO FAC-TASA FAC-TOTAL-ME
           MOVE WS-RGI-REGIMEN TO FAC-REGIMEN
           MOVE WS-RGI-CERT    TO FAC-CERT-EXENCION
           WRITE FACTURA-REG

           MOVE 0 TO WS-ITEM-DET.
           PERFORM UNTIL 1 = 2
               MOVE SPACES TO WS-COD-SCAN
               DISPLAY "CODIGO: " LINE 07 COL 10 ERASE EOL
               MOVE KEY-F2 TO WS-KEY
               PERFORM UNTIL WS-KEY NOT = KEY-F2
                   ACCEPT WS-COD-SCAN LINE 07 COL 19
                   IF WS-KEY = KEY-F2
                       SET BUS-PRODUCTOS TO TRUE
                       PERFORM BUSCAR-CODIGO
                       PERFORM REDIBUJAR-VENTA-RAPIDA
                       DISPLAY "CODIGO: " LINE 07 COL 10
                       IF BUS-CON-CODIGO
                           MOVE WS-BUS-CODIGO TO WS-COD-SCAN
                           DISPLAY WS-COD-SCAN LINE 07 COL 19
                           MOVE 0 TO WS-KEY
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-COD-SCAN = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM AGREGAR-ITEM-SCAN
           END-PERFORM.

       REDIBUJAR-VENTA-RAPIDA.
      *> La ventana de busqueda limpia las lineas 4 a 23: se repone el
      *> encabezado y las lineas ya vendidas de la factura en curso
           DISPLAY "blanco para totalizar. Solo contado."
                   LINE 04 COL 10
           DISPLAY "CLIENTE: " LINE 06 COL 10
           DISPLAY CLI-NOMBRE LINE 06 COL 19
           MOVE 8 TO WS-FILA
           SET NO-FIN-DETALLES TO TRUE
           MOVE WS-FAC-NRO-ACTUAL TO DET-FAC-NRO
           MOVE 0 TO DET-ITEM
           START DETALLES KEY IS NOT LESS THAN DET-CLAVE
               INVALID KEY SET FIN-DETALLES TO TRUE
           END-START
           PERFORM UNTIL FIN-DETALLES
               READ DETALLES NEXT RECORD
                   AT END SET FIN-DETALLES TO TRUE
                   NOT AT END
                       IF DET-FAC-NRO NOT = WS-FAC-NRO-ACTUAL
                           SET FIN-DETALLES TO TRUE
                       ELSE
                           IF WS-FILA <= 19
                               MOVE DET-CANT TO WS-CANT-DISP
                               DISPLAY DET-PROD-ID  LINE WS-FILA COL 10
                               DISPLAY DET-DESCRIP  LINE WS-FILA COL 22
                               DISPLAY WS-CANT-DISP LINE WS-FILA COL 53
                               DISPLAY DET-PRECIO   LINE WS-FILA COL 63
                               ADD 1 TO WS-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-ITEM-SCAN.
           MOVE "N" TO WS-PRODUCTO-OK
           MOVE 1 TO WS-CANT-LINEA
           MOVE 0 TO WS-ETQ-MONTO
           PERFORM LEER-ETIQUETA-BALANZA
           IF WS-ES-ETIQUETA = "S"
               PERFORM BUSCAR-PRODUCTO-ETIQUETA
           ELSE
               MOVE WS-COD-SCAN(1:10) TO PRD-CODIGO
               READ PRODUCTOS
                   INVALID KEY
                       MOVE WS-COD-SCAN TO PRD-COD-ALTERNO
                       READ PRODUCTOS KEY IS PRD-COD-ALTERNO
                           INVALID KEY
                               DISPLAY "PRODUCTO NO ENCONTRADO"
                                   LINE 22 COL 10
                           NOT INVALID KEY
                               MOVE "S" TO WS-PRODUCTO-OK
                       END-READ
                   NOT INVALID KEY
                       MOVE "S" TO WS-PRODUCTO-OK
               END-READ
           END-IF

           IF WS-PRODUCTO-OK NOT = "S"
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           IF WS-ES-ETIQUETA = "N"
               PERFORM VERIFICAR-KIT
               IF WS-ES-KIT = "S"
                   PERFORM EXPLOTAR-KIT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE PRD-CODIGO TO STK-CODIGO
                   DISPLAY "SIN REGISTRO DE STOCK" LINE 22 COL 10
                   EXIT PARAGRAPH
           END-READ

           *> Granel sin etiqueta: el cajero digita el peso o medida
           IF WS-ES-ETIQUETA = "N" AND PRD-VENTA-FRACCION
               PERFORM CAPTURAR-CANTIDAD-SCAN
               IF WS-CANT-LINEA = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE PRD-PRECIO TO WS-PRECIO-LINEA
           PERFORM BUSCAR-PRECIO-CLIENTE
           MOVE 0 TO WS-ESC-APLICADA
           IF WS-ETQ-MONTO = 0
               PERFORM APLICAR-ESCALA-SCAN
           END-IF

           *> Etiqueta por importe: la cantidad sale del importe impreso
           *> por la balanza sobre el precio unitario vigente
           IF WS-ETQ-MONTO > 0
               IF WS-PRECIO-LINEA = 0
                   DISPLAY "PRODUCTO SIN PRECIO - ETIQUETA RECHAZADA"
                       LINE 22 COL 10
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CANT-LINEA ROUNDED =
                   WS-ETQ-MONTO / WS-PRECIO-LINEA
           END-IF

           COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
           IF WS-DISPONIBLE < WS-CANT-LINEA
               DISPLAY "SIN STOCK DISPONIBLE" LINE 22 COL 10
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ITEM-DET

           MOVE "N" TO WS-PRECIO-BAJO
           IF WS-ETQ-MONTO = 0
               MOVE 0 TO W-PRECIO-MANUAL
               DISPLAY "PRECIO (0=SUGERIDO): " LINE 21 COL 10
               ACCEPT W-PRECIO-MANUAL LINE 21 COL 32
               IF W-PRECIO-MANUAL > 0
                   MOVE W-PRECIO-MANUAL TO WS-PRECIO-LINEA
                   MOVE 0 TO WS-ESC-APLICADA
                   IF W-PRECIO-MANUAL < PRD-PRECIO
                       MOVE "S" TO WS-PRECIO-BAJO
                   END-IF
               END-IF
           END-IF

           PERFORM VALIDAR-MARGEN-MINIMO
               EXIT PARAGRAPH
           END-IF

      *> El precio digitado por debajo de la lista queda en el diario
      *> para el informe de prevencion de perdidas (PERDID01)
           IF WS-PRECIO-BAJO = "S"
               MOVE "PRECIO-MAN" TO WS-AUD-ACCION
               MOVE PRD-CODIGO   TO WS-AUD-REG-CLAVE
               MOVE PRD-PRECIO   TO WS-PRECIO-AUD-DISP
               MOVE WS-PRECIO-AUD-DISP TO WS-AUD-VALOR-ANT
               MOVE W-PRECIO-MANUAL TO WS-PRECIO-AUD-DISP
               MOVE WS-PRECIO-AUD-DISP TO WS-AUD-VALOR-NUEVO
               PERFORM GRABAR-AUDITORIA
           END-IF

           MOVE WS-FAC-NRO-ACTUAL TO DET-FAC-NRO
           MOVE WS-ITEM-DET       TO DET-ITEM
           MOVE PRD-CODIGO        TO DET-PROD-ID
           MOVE PRD-DESCRIPCION   TO DET-DESCRIP
           MOVE WS-CANT-LINEA     TO DET-CANT
           MOVE WS-PRECIO-LINEA   TO DET-PRECIO
           IF WS-ETQ-MONTO > 0
               MOVE WS-ETQ-MONTO  TO DET-SUBTOTAL
           ELSE
               COMPUTE DET-SUBTOTAL ROUNDED =
                   WS-CANT-LINEA * WS-PRECIO-LINEA
           END-IF
           MOVE 0                 TO DET-PROMO
           MOVE WS-ESC-APLICADA   TO DET-ESCALA
           MOVE PRD-IVA           TO DET-IVA-PCT
           WRITE DETALLE-REG

           SUBTRACT WS-CANT-LINEA FROM STK-CANTIDAD
           REWRITE STOCK-REG
           PERFORM ACUMULAR-CONSIGNACION
           MOVE WS-CANT-LINEA TO WS-CPA-CANTIDAD
           MOVE SPACES TO WS-CPA-REFERENCIA
           STRING "FAC" WS-FAC-NRO-ACTUAL DELIMITED BY SIZE
               INTO WS-CPA-REFERENCIA
           MOVE WS-FAC-NRO-ACTUAL TO WS-CPA-FAC-NRO
           PERFORM CONSUMIR-CAPAS
           IF PRD-CON-LOTE
               PERFORM CONSUMIR-LOTES-FEFO
           ELSE

           DISPLAY " " LINE 22 COL 01 ERASE EOL
           IF WS-FILA <= 19
               MOVE DET-CANT TO WS-CANT-DISP
               DISPLAY DET-PROD-ID  LINE WS-FILA COL 10
               DISPLAY DET-DESCRIP  LINE WS-FILA COL 22
               DISPLAY WS-CANT-DISP LINE WS-FILA COL 53
               DISPLAY DET-PRECIO   LINE WS-FILA COL 63
               ADD 1 TO WS-FILA
           END-IF.

       LEER-ETIQUETA-BALANZA.
      *> Solo se toma como etiqueta un codigo de 13 digitos con prefijo
      *> 2 y digito de control EAN correcto; cualquier otro codigo sigue
      *> la busqueda normal por codigo o codigo alterno
           MOVE "N" TO WS-ES-ETIQUETA
           IF WS-COD-SCAN(1:1) NOT = "2"
              OR WS-COD-SCAN(1:13) NOT NUMERIC
              OR WS-COD-SCAN(14:7) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COD-SCAN(1:13) TO WS-ETIQUETA-BAL
           MOVE 0 TO WS-ETQ-SUMA
           PERFORM VARYING WS-ETQ-IDX FROM 1 BY 1 UNTIL WS-ETQ-IDX > 12
               IF FUNCTION MOD(WS-ETQ-IDX, 2) = 0
                   COMPUTE WS-ETQ-SUMA =
                       WS-ETQ-SUMA + WS-ETQ-DIG(WS-ETQ-IDX) * 3
               ELSE
                   ADD WS-ETQ-DIG(WS-ETQ-IDX) TO WS-ETQ-SUMA
               END-IF
           END-PERFORM
           COMPUTE WS-ETQ-CONTROL =
               FUNCTION MOD(10 - FUNCTION MOD(WS-ETQ-SUMA, 10), 10)
           IF WS-ETQ-CONTROL NOT = WS-ETQ-DIGITO
               DISPLAY "ETIQUETA DE BALANZA CON DIGITO DE CONTROL ERRADO"
                   LINE 22 COL 10
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ES-ETIQUETA.

       BUSCAR-PRODUCTO-ETIQUETA.
           MOVE WS-ETQ-PLU TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   MOVE SPACES TO PRD-COD-ALTERNO
                   MOVE WS-COD-SCAN(1:7) TO PRD-COD-ALTERNO
                   READ PRODUCTOS KEY IS PRD-COD-ALTERNO
                       INVALID KEY
                           DISPLAY "PLU DE BALANZA NO ENCONTRADO"
                               LINE 22 COL 10
                       NOT INVALID KEY
                           MOVE "S" TO WS-PRODUCTO-OK
                   END-READ
               NOT INVALID KEY
                   MOVE "S" TO WS-PRODUCTO-OK
           END-READ
           IF WS-PRODUCTO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF ETQ-POR-PESO
               COMPUTE WS-CANT-LINEA = WS-ETQ-VALOR / 1000
           ELSE
               MOVE WS-ETQ-VALOR TO WS-ETQ-MONTO
           END-IF
           IF WS-CANT-LINEA = 0 OR (ETQ-POR-IMPORTE AND WS-ETQ-MONTO = 0)
               DISPLAY "ETIQUETA DE BALANZA SIN PESO NI IMPORTE"
                   LINE 22 COL 10
               MOVE "N" TO WS-PRODUCTO-OK
           END-IF.

       CAPTURAR-CANTIDAD-SCAN.
           MOVE SPACES TO W-CANT-TXT
           MOVE 0 TO WS-CANT-LINEA
           DISPLAY "PESO/MEDIDA (" LINE 21 COL 10 ERASE EOL
           DISPLAY PRD-UNI-VENTA LINE 21 COL 23
           DISPLAY "): " LINE 21 COL 26
           ACCEPT W-CANT-TXT LINE 21 COL 29
           IF FUNCTION TEST-NUMVAL(W-CANT-TXT) = 0
               COMPUTE WS-CANT-LINEA = FUNCTION NUMVAL(W-CANT-TXT)
           END-IF
           DISPLAY " " LINE 21 COL 01 ERASE EOL
           IF WS-CANT-LINEA = 0
               DISPLAY "CANTIDAD INVALIDA - ITEM NO AGREGADO"
                   LINE 22 COL 10
           END-IF.

       VERIFICAR-KIT.
           MOVE "N" TO WS-ES-KIT
           MOVE PRD-CODIGO TO KIT-PADRE
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ES-KIT
           END-READ
           IF WS-ES-KIT = "S"
               PERFORM VERIFICAR-KIT-ARMADO
           END-IF.

       VERIFICAR-KIT-ARMADO.
      *> Si hay kits armados disponibles se venden como un producto
      *> normal; los componentes ya salieron del stock al armarlos
           MOVE PRD-CODIGO TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
                   IF WS-DISPONIBLE >= 1
                       MOVE "N" TO WS-ES-KIT
                   END-IF
           END-READ.

       EXPLOTAR-KIT.
           MOVE WS-PRECIO-LINEA   TO DET-PRECIO
           COMPUTE DET-SUBTOTAL = WS-CANT-LINEA * WS-PRECIO-LINEA
           MOVE 0                 TO DET-PROMO
           MOVE 0                 TO DET-ESCALA
           MOVE PRD-IVA           TO DET-IVA-PCT
           WRITE DETALLE-REG

           SUBTRACT WS-CANT-LINEA FROM STK-CANTIDAD
           REWRITE STOCK-REG
           PERFORM ACUMULAR-CONSIGNACION
           MOVE WS-CANT-LINEA TO WS-CPA-CANTIDAD
           MOVE SPACES TO WS-CPA-REFERENCIA
           STRING "FAC" WS-FAC-NRO-ACTUAL DELIMITED BY SIZE
               INTO WS-CPA-REFERENCIA
           MOVE WS-FAC-NRO-ACTUAL TO WS-CPA-FAC-NRO
           PERFORM CONSUMIR-CAPAS
           IF PRD-CON-LOTE
               PERFORM CONSUMIR-LOTES-FEFO
           ELSE
               MOVE PCC-PRECIO TO WS-PRECIO-LINEA
           END-IF.

       APLICAR-ESCALA-SCAN.
      *> Escala de precio por cantidad del producto (o de su categoria):
      *> manda el menor precio entre la escala y el que ya trae la linea
      *> (lista o contrato). La etiqueta por importe no la usa porque
      *> la cantidad sale del precio
           MOVE PRD-CODIGO     TO WS-ESC-PROD-ID
           MOVE PRD-CATEGORIA  TO WS-ESC-CATEGORIA
           MOVE WS-CANT-LINEA  TO WS-ESC-CANT
           MOVE PRD-PRECIO     TO WS-ESC-PRECIO-LISTA
           PERFORM BUSCAR-ESCALA
           IF WS-ESC-DESDE > 0 AND WS-ESC-PRECIO < WS-PRECIO-LINEA
               MOVE WS-ESC-PRECIO TO WS-PRECIO-LINEA
               MOVE WS-ESC-DESDE  TO WS-ESC-APLICADA
               MOVE WS-ESC-DESDE  TO WS-ESC-EDIT
               DISPLAY "PRECIO POR CANTIDAD DESDE " LINE 22 COL 10
               DISPLAY WS-ESC-EDIT LINE 22 COL 36
           END-IF.

       BUSCAR-ESCALA.
           COPY "BUSCAR-ESCALA.cpy".

       DETERMINAR-REGIMEN.
           COPY "DETERMINAR-REGIMEN.cpy".

       AJUSTAR-IVA-REGIMEN.
           COPY "AJUSTAR-IVA-REGIMEN.cpy".

       AVISAR-REGIMEN.
           COPY "AVISAR-REGIMEN.cpy".

       GRABAR-KARDEX-SCAN.
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE DET-PROD-ID TO KAR-PROD-ID
                           READ PRODUCTOS
                               INVALID KEY MOVE 0 TO PRD-IVA
                           END-READ
                           MOVE PRD-IVA TO WS-RGI-PCT
                           PERFORM AJUSTAR-IVA-REGIMEN
                           IF WS-RGI-PCT NOT = DET-IVA-PCT
                               MOVE WS-RGI-PCT TO DET-IVA-PCT
                               REWRITE DETALLE-REG
                           END-IF
                           COMPUTE WS-IVA-LINEA ROUNDED =
                               DET-SUBTOTAL * WS-RGI-PCT / 100
                           ADD WS-IVA-LINEA TO FAC-IVA
                       END-IF
               END-READ
           DISPLAY "COBRA Y CONFIRMA [S/N]? " LINE 21 COL 10
           ACCEPT WS-RESPUESTA LINE 21 COL 36

      *> El cajero puede cancelar la venta desde la captura de medios
           SET VENTA-VR-SIGUE TO TRUE
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
               COMPUTE WS-NETO-COBRAR = FAC-TOTAL - WS-PUNTOS-REDIM
               PERFORM CAPTURAR-MEDIOS-VR
           ELSE
               SET VENTA-VR-CANCELADA TO TRUE
           END-IF

           IF VENTA-VR-SIGUE
               SET FAC-FINAL TO TRUE
               MOVE 0 TO FAC-SALDO-PEND
               SET FAC-ESTA-PAGADA TO TRUE
               REWRITE FACTURA-REG
               PERFORM GRABAR-MEDIOS-VR
               MOVE "F" TO WS-FE-TIPO
               MOVE FAC-NRO TO WS-FE-NRO
               MOVE FAC-FECHA TO WS-FE-FECHA
               PERFORM ENCOLAR-FE
               MOVE "F" TO WS-CLC-TIPO-DOC
               MOVE FAC-NRO TO WS-CLC-DOC-NRO
               MOVE "P" TO WS-CLC-ACCION
               MOVE "VENFAC02" TO WS-CLC-PROGRAMA
               PERFORM ENCOLAR-ASIENTO
               PERFORM LIQUIDAR-PUNTOS
               PERFORM CAPTURAR-ENVASES-VR
               PERFORM IMPRIMIR-TICKET
           END-IF
           ACCEPT WS-PAUSA LINE 23 COL 50.

       CAPTURAR-MEDIOS-VR.
      *> Pago dividido: lo que queda por cobrar despues de los puntos
      *> se cubre con uno o varios medios hasta saldar el ticket. Solo
      *> el efectivo da cambio; la tarjeta, la nota credito y el bono de
      *> regalo no pueden pasar del saldo. Con un solo medio la factura queda de contado
      *> o con tarjeta como siempre; con mas de uno (o con puntos) queda
      *> FAC-PAGO-MIXTO y caja y cierre toman cada parte de MEDIOS-PAGO.
      *> El medio X cancela la venta (nada se ha descontado aun)
           MOVE 0 TO WS-MVR-CANT WS-CAMBIO-VR WS-TOT-NC-VR
           INITIALIZE WS-MEDIOS-VR
           MOVE WS-NETO-COBRAR TO WS-SALDO-COBRAR
           IF WS-PUNTOS-REDIM > 0
               ADD 1 TO WS-MVR-CANT
               MOVE "P" TO WS-MVR-MEDIO(WS-MVR-CANT)
               MOVE WS-PUNTOS-REDIM TO WS-MVR-MONTO(WS-MVR-CANT)
           END-IF

           PERFORM UNTIL WS-SALDO-COBRAR <= 0 OR VENTA-VR-CANCELADA
               PERFORM CAPTURAR-UN-MEDIO-VR
           END-PERFORM

           DISPLAY " " LINE 22 COL 01 ERASE EOS
           IF VENTA-VR-CANCELADA
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMBIO-VR > 0
               MOVE WS-CAMBIO-VR TO WS-MONTO-TICKET-DISP
               DISPLAY "CAMBIO: " LINE 21 COL 45 WITH REVERSE-VIDEO
               DISPLAY WS-MONTO-TICKET-DISP LINE 21 COL 53
                   WITH REVERSE-VIDEO
           END-IF

           EVALUATE TRUE
               WHEN WS-MVR-CANT = 1 AND WS-MVR-MEDIO(1) = "K"
                   SET FAC-TARJETA TO TRUE
               WHEN WS-MVR-CANT > 1
               WHEN WS-MVR-CANT = 1 AND WS-MVR-MEDIO(1) NOT = "E"
                   SET FAC-PAGO-MIXTO TO TRUE
               WHEN OTHER
                   SET FAC-CONTADO TO TRUE
           END-EVALUATE.

       CAPTURAR-UN-MEDIO-VR.
           DISPLAY " " LINE 22 COL 01 ERASE EOS
           MOVE WS-SALDO-COBRAR TO WS-MONTO-TICKET-DISP
           DISPLAY "POR COBRAR: " LINE 22 COL 10
           DISPLAY WS-MONTO-TICKET-DISP LINE 22 COL 22
      *> La tabla es finita: el ultimo medio posible es el efectivo,
      *> que entonces debe cubrir todo el saldo
           MOVE SPACE TO WS-MEDIO-VR
           IF WS-MVR-CANT >= WS-MVR-MAX - 1
               SET EFECTIVO-VR-FORZADO TO TRUE
               DISPLAY "ULTIMO MEDIO: EFECTIVO" LINE 22 COL 40
               PERFORM UNTIL MEDIO-VR-EFECTIVO OR MEDIO-VR-CANCELA
                   DISPLAY "MEDIO [E=EFECTIVO X=CANCELAR VENTA]: "
                       LINE 23 COL 10
                   ACCEPT WS-MEDIO-VR LINE 23 COL 48
                   MOVE FUNCTION UPPER-CASE(WS-MEDIO-VR) TO WS-MEDIO-VR
               END-PERFORM
           ELSE
               SET EFECTIVO-VR-LIBRE TO TRUE
               PERFORM UNTIL MEDIO-VR-VALIDO
                   DISPLAY "MEDIO [E=EFECT K=TARJ N=NOTA CR B=BONO X=CANCELAR]: "
                       LINE 23 COL 10
                   ACCEPT WS-MEDIO-VR LINE 23 COL 63
                   MOVE FUNCTION UPPER-CASE(WS-MEDIO-VR) TO WS-MEDIO-VR
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN MEDIO-VR-CANCELA
                   PERFORM CONFIRMAR-CANCELA-VR
               WHEN MEDIO-VR-EFECTIVO
                   PERFORM TOMAR-EFECTIVO-VR
               WHEN MEDIO-VR-TARJETA
                   PERFORM TOMAR-TARJETA-VR
               WHEN MEDIO-VR-NOTA
                   PERFORM TOMAR-NOTA-CREDITO-VR
               WHEN MEDIO-VR-BONO
                   PERFORM TOMAR-BONO-VR
           END-EVALUATE.

       PEDIR-MONTO-MEDIO-VR.
      *> ENTER toma todo el saldo pendiente
           MOVE SPACES TO W-MONTO-MEDIO-TXT
           DISPLAY "MONTO (ENTER=SALDO): " LINE 24 COL 10
           ACCEPT W-MONTO-MEDIO-TXT LINE 24 COL 32
           IF W-MONTO-MEDIO-TXT = SPACES
               MOVE WS-SALDO-COBRAR TO WS-MONTO-MEDIO
           ELSE
               IF FUNCTION TEST-NUMVAL(W-MONTO-MEDIO-TXT) = 0
                   COMPUTE WS-MONTO-MEDIO =
                       FUNCTION NUMVAL(W-MONTO-MEDIO-TXT)
               ELSE
                   MOVE 0 TO WS-MONTO-MEDIO
               END-IF
           END-IF.

       TOMAR-EFECTIVO-VR.
      *> Se digita lo que entrega el cliente; el excedente sobre el
      *> saldo es el cambio y solo se aplica lo que cubre el ticket
           PERFORM PEDIR-MONTO-MEDIO-VR
           IF WS-MONTO-MEDIO <= 0
               EXIT PARAGRAPH
           END-IF
           IF EFECTIVO-VR-FORZADO AND WS-MONTO-MEDIO < WS-SALDO-COBRAR
               DISPLAY "EL EFECTIVO DEBE CUBRIR EL SALDO" LINE 24 COL 45
               ACCEPT WS-PAUSA LINE 24 COL 79
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTO-MEDIO TO WS-MONTO-RECIBIDO
           IF WS-MONTO-MEDIO > WS-SALDO-COBRAR
               COMPUTE WS-CAMBIO-VR = WS-CAMBIO-VR
                                    + WS-MONTO-MEDIO - WS-SALDO-COBRAR
               MOVE WS-SALDO-COBRAR TO WS-MONTO-MEDIO
           END-IF
           ADD 1 TO WS-MVR-CANT
           MOVE "E" TO WS-MVR-MEDIO(WS-MVR-CANT)
           MOVE WS-MONTO-MEDIO    TO WS-MVR-MONTO(WS-MVR-CANT)
           MOVE WS-MONTO-RECIBIDO TO WS-MVR-RECIBIDO(WS-MVR-CANT)
           SUBTRACT WS-MONTO-MEDIO FROM WS-SALDO-COBRAR.

       CONFIRMAR-CANCELA-VR.
           MOVE "N" TO WS-RESPUESTA
           DISPLAY "CANCELA LA VENTA [S/N]? " LINE 24 COL 10
           ACCEPT WS-RESPUESTA LINE 24 COL 35
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
               SET VENTA-VR-CANCELADA TO TRUE
           END-IF.

       TOMAR-TARJETA-VR.
      *> El voucher queda pendiente de cruzar con la liquidacion del
      *> adquirente; el datafono no da cambio
           PERFORM PEDIR-MONTO-MEDIO-VR
           IF WS-MONTO-MEDIO <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTO-MEDIO > WS-SALDO-COBRAR
               DISPLAY "LA TARJETA NO PUEDE PASAR DEL SALDO" LINE 24 COL 45
               ACCEPT WS-PAUSA LINE 24 COL 79
               EXIT PARAGRAPH
           END-IF
           MOVE 23 TO WS-TJ-LINEA
           DISPLAY " " LINE 23 COL 01 ERASE EOL
           PERFORM CAPTURAR-TARJETA
           ADD 1 TO WS-MVR-CANT
           MOVE "K" TO WS-MVR-MEDIO(WS-MVR-CANT)
           MOVE WS-MONTO-MEDIO    TO WS-MVR-MONTO(WS-MVR-CANT)
           MOVE W-TJ-FRANQUICIA   TO WS-MVR-FRANQ(WS-MVR-CANT)
           MOVE W-TJ-AUTORIZACION TO WS-MVR-AUT(WS-MVR-CANT)
           MOVE W-TJ-VOUCHER      TO WS-MVR-VOUCHER(WS-MVR-CANT)
           SUBTRACT WS-MONTO-MEDIO FROM WS-SALDO-COBRAR.

       TOMAR-NOTA-CREDITO-VR.
      *> La nota credito se presenta en mostrador; se toma de su saldo
      *> lo que falte por cubrir (el descuento se hace al confirmar)
           MOVE 0 TO W-NCR-NRO-VR
           DISPLAY "NUMERO DE NOTA CREDITO: " LINE 24 COL 10
           ACCEPT W-NCR-NRO-VR LINE 24 COL 35
           IF W-NCR-NRO-VR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NCR-REPETIDA
           PERFORM VARYING WS-MVR-IDX FROM 1 BY 1
                   UNTIL WS-MVR-IDX > WS-MVR-CANT
               IF WS-MVR-MEDIO(WS-MVR-IDX) = "N"
                  AND WS-MVR-NCR-NRO(WS-MVR-IDX) = W-NCR-NRO-VR
                   MOVE "S" TO WS-NCR-REPETIDA
               END-IF
           END-PERFORM
           IF WS-NCR-REPETIDA = "S"
               DISPLAY "NOTA YA APLICADA EN ESTA VENTA" LINE 24 COL 45
               ACCEPT WS-PAUSA LINE 24 COL 79
               EXIT PARAGRAPH
           END-IF
           MOVE W-NCR-NRO-VR TO NCR-NRO
           READ NOTASCREDITO
               INVALID KEY
                   DISPLAY "NOTA CREDITO NO EXISTE" LINE 24 COL 45
                   ACCEPT WS-PAUSA LINE 24 COL 79
                   EXIT PARAGRAPH
           END-READ
           IF NOT NCR-EMITIDA OR NCR-SALDO <= 0
               DISPLAY "LA NOTA NO TIENE SALDO" LINE 24 COL 45
               ACCEPT WS-PAUSA LINE 24 COL 79
               EXIT PARAGRAPH
           END-IF
      *> Solo la redime su titular: el cliente de la venta o el
      *> cliente identificado en mostrador con el plan de puntos
           IF NCR-CLI-ID NOT = FAC-CLI-ID
              AND (WS-CLI-PUNTOS-ID = 0
                   OR NCR-CLI-ID NOT = WS-CLI-PUNTOS-ID)
               DISPLAY "LA NOTA ES DE OTRO CLIENTE" LINE 24 COL 45
               ACCEPT WS-PAUSA LINE 24 COL 79
               EXIT PARAGRAPH
           END-IF
           IF NCR-SALDO < WS-SALDO-COBRAR
               MOVE NCR-SALDO TO WS-MONTO-MEDIO
           ELSE
               MOVE WS-SALDO-COBRAR TO WS-MONTO-MEDIO
           END-IF
           ADD 1 TO WS-MVR-CANT
           MOVE "N" TO WS-MVR-MEDIO(WS-MVR-CANT)
           MOVE WS-MONTO-MEDIO TO WS-MVR-MONTO(WS-MVR-CANT)
           MOVE W-NCR-NRO-VR   TO WS-MVR-NCR-NRO(WS-MVR-CANT)
           ADD WS-MONTO-MEDIO TO WS-TOT-NC-VR
           SUBTRACT WS-MONTO-MEDIO FROM WS-SALDO-COBRAR.

       TOMAR-BONO-VR.
      *> El bono de regalo cubre hasta su saldo (redencion parcial o
      *> total); se descuenta del bono al confirmar la venta
           MOVE 0 TO W-BON-NRO-VR
           DISPLAY "NUMERO DE BONO DE REGALO: " LINE 24 COL 10
           ACCEPT W-BON-NRO-VR LINE 24 COL 37
           IF W-BON-NRO-VR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NCR-REPETIDA
           PERFORM VARYING WS-MVR-IDX FROM 1 BY 1
                   UNTIL WS-MVR-IDX > WS-MVR-CANT
               IF WS-MVR-MEDIO(WS-MVR-IDX) = "B"
                  AND WS-MVR-BONO-NRO(WS-MVR-IDX) = W-BON-NRO-VR
                   MOVE "S" TO WS-NCR-REPETIDA
               END-IF
           END-PERFORM
           IF WS-NCR-REPETIDA = "S"
               DISPLAY "BONO YA APLICADO EN ESTA VENTA" LINE 24 COL 45
               ACCEPT WS-PAUSA LINE 24 COL 79
               EXIT PARAGRAPH
           END-IF
           MOVE W-BON-NRO-VR TO WS-BOM-BONO
           PERFORM VALIDAR-BONO
           IF BONO-NO-DISPONIBLE
               DISPLAY WS-BON-ERROR LINE 24 COL 45
               ACCEPT WS-PAUSA LINE 24 COL 79
               EXIT PARAGRAPH
           END-IF
           IF BON-SALDO < WS-SALDO-COBRAR
               MOVE BON-SALDO TO WS-MONTO-MEDIO
           ELSE
               MOVE WS-SALDO-COBRAR TO WS-MONTO-MEDIO
           END-IF
           ADD 1 TO WS-MVR-CANT
           MOVE "B" TO WS-MVR-MEDIO(WS-MVR-CANT)
           MOVE WS-MONTO-MEDIO TO WS-MVR-MONTO(WS-MVR-CANT)
           MOVE W-BON-NRO-VR   TO WS-MVR-BONO-NRO(WS-MVR-CANT)
           SUBTRACT WS-MONTO-MEDIO FROM WS-SALDO-COBRAR.

       VALIDAR-BONO.
           COPY "VALIDAR-BONO.cpy".

       MOVER-BONO.
           COPY "MOVER-BONO.cpy".

       CAPTURAR-TARJETA.
           COPY "CAPTURAR-TARJETA.cpy".

       GRABAR-MEDIOS-VR.
      *> Una linea de MEDIOS-PAGO por medio usado; las notas credito
      *> y los bonos de regalo se descuentan de su saldo en este momento
           PERFORM VARYING WS-MVR-IDX FROM 1 BY 1
                   UNTIL WS-MVR-IDX > WS-MVR-CANT
               MOVE "F"               TO MPG-TIPO-DOC
               MOVE FAC-NRO           TO MPG-DOC-NRO
               MOVE WS-MVR-IDX        TO MPG-SEC
               MOVE FAC-FECHA         TO MPG-FECHA
               MOVE FAC-SESION-CAJA   TO MPG-SESION-CAJA
               MOVE WS-MVR-MEDIO(WS-MVR-IDX)    TO MPG-MEDIO
               MOVE WS-MVR-MONTO(WS-MVR-IDX)    TO MPG-MONTO
               MOVE WS-MVR-RECIBIDO(WS-MVR-IDX) TO MPG-RECIBIDO
               MOVE WS-MVR-FRANQ(WS-MVR-IDX)    TO MPG-FRANQUICIA
               MOVE WS-MVR-AUT(WS-MVR-IDX)      TO MPG-AUTORIZACION
               MOVE WS-MVR-VOUCHER(WS-MVR-IDX)  TO MPG-VOUCHER
               MOVE WS-MVR-NCR-NRO(WS-MVR-IDX)  TO MPG-NCR-NRO
               MOVE WS-MVR-BONO-NRO(WS-MVR-IDX) TO MPG-BONO-NRO
               IF MPG-TARJETA
                   SET MPG-CONC-PENDIENTE TO TRUE
               ELSE
                   SET MPG-CONC-NO-APLICA TO TRUE
               END-IF
               MOVE 0 TO MPG-CONC-FECHA MPG-MONTO-ABONADO
                         MPG-COMISION MPG-RETENCION
               WRITE MEDIO-PAGO-REG
               IF MPG-NOTA-CREDITO
                   PERFORM DESCONTAR-NOTA-CREDITO-VR
               END-IF
               IF MPG-BONO
                   MOVE MPG-BONO-NRO TO WS-BOM-BONO
                   MOVE "R"          TO WS-BOM-TIPO
                   MOVE MPG-MONTO    TO WS-BOM-MONTO
                   MOVE "F"          TO WS-BOM-DOC-TIPO
                   MOVE FAC-NRO      TO WS-BOM-DOC-NRO
                   PERFORM MOVER-BONO
               END-IF
           END-PERFORM.

       DESCONTAR-NOTA-CREDITO-VR.
           MOVE MPG-NCR-NRO TO NCR-NRO
           READ NOTASCREDITO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT MPG-MONTO FROM NCR-SALDO
           IF NCR-SALDO <= 0
               MOVE 0 TO NCR-SALDO
               SET NCR-APLICADA TO TRUE
           END-IF
           REWRITE NOTACRED-REG.

       OFRECER-PUNTOS.
      *> Redencion de puntos como medio de pago en mostrador: se
      *> identifica al cliente del plan (el mostrador generico no
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE DEL PLAN DE PUNTOS (0=NO): " LINE 20 COL 40
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-CLI-PUNTOS-ID LINE 20 COL 76
               IF WS-KEY = KEY-F2
                   SET BUS-CLIENTES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   PERFORM REDIBUJAR-VENTA-RAPIDA
                   DISPLAY "TOTAL A COBRAR: " LINE 20 COL 10
                   DISPLAY WS-MONTO-TICKET-DISP LINE 20 COL 27
                   DISPLAY "CLIENTE DEL PLAN DE PUNTOS (0=NO): " LINE 20 COL 40
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO-NUM TO WS-CLI-PUNTOS-ID
                       DISPLAY WS-CLI-PUNTOS-ID LINE 20 COL 76
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLI-PUNTOS-ID = 0
              OR WS-CLI-PUNTOS-ID = WS-CLI-MOSTRADOR
               MOVE 0 TO WS-CLI-PUNTOS-ID

       LIQUIDAR-PUNTOS.
      *> Al confirmar la venta: descuenta los puntos redimidos y
      *> acumula los ganados por el neto pagado (lo cubierto con
      *> nota credito no genera puntos)
           IF WS-CLI-PUNTOS-ID = 0 OR WS-PESOS-PUNTO-VR = 0
               EXIT PARAGRAPH
           END-IF
           END-IF

           COMPUTE WS-NETO-COBRAR = FAC-TOTAL - WS-PUNTOS-REDIM
                                  - WS-TOT-NC-VR
           COMPUTE WS-PUNTOS-GANADOS =
               WS-NETO-COBRAR / WS-PESOS-PUNTO-VR
           IF WS-PUNTOS-GANADOS > 0
           MOVE WS-CLI-PUNTOS-ID TO WS-CLI-ENVASE
           IF WS-CLI-ENVASE = 0
               DISPLAY "CLIENTE PARA ENVASES (0=NINGUNO): " LINE 22 COL 10
               MOVE KEY-F2 TO WS-KEY
               PERFORM UNTIL WS-KEY NOT = KEY-F2
                   ACCEPT WS-CLI-ENVASE LINE 22 COL 45
                   IF WS-KEY = KEY-F2
                       SET BUS-CLIENTES TO TRUE
                       PERFORM BUSCAR-CODIGO
                       PERFORM REDIBUJAR-VENTA-RAPIDA
                       DISPLAY "CLIENTE PARA ENVASES (0=NINGUNO): " LINE 22 COL 10
                       IF BUS-CON-CODIGO
                           MOVE WS-BUS-CODIGO-NUM TO WS-CLI-ENVASE
                           DISPLAY WS-CLI-ENVASE LINE 22 COL 45
                           MOVE 0 TO WS-KEY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CLI-ENVASE = 0
               EXIT PARAGRAPH
                           SET FIN-DETALLES TO TRUE
                       ELSE
                           MOVE DET-SUBTOTAL TO WS-MONTO-TICKET-DISP
                           MOVE DET-CANT TO WS-CANT-DISP
                           MOVE SPACES TO WS-LINEA-TICKET
                           STRING DET-PROD-ID " "
                                  DET-DESCRIP " "
                                  WS-CANT-DISP " "
                                  WS-MONTO-TICKET-DISP
                               DELIMITED BY SIZE INTO WS-LINEA-TICKET
                           WRITE REG-TICKET FROM WS-LINEA-TICKET
                           IF DET-ESCALA > 0
                               MOVE DET-ESCALA TO WS-ESC-EDIT
                               MOVE SPACES TO WS-LINEA-TICKET
                               STRING "            PRECIO POR CANTIDAD DESDE "
                                      WS-ESC-EDIT " UNIDADES"
                                   DELIMITED BY SIZE INTO WS-LINEA-TICKET
                               WRITE REG-TICKET FROM WS-LINEA-TICKET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               DELIMITED BY SIZE INTO WS-LINEA-TICKET
           WRITE REG-TICKET FROM WS-LINEA-TICKET

      *> Un renglon por cada medio con que se pago, y el cambio
           PERFORM VARYING WS-MVR-IDX FROM 1 BY 1
                   UNTIL WS-MVR-IDX > WS-MVR-CANT
               PERFORM IMPRIMIR-MEDIO-TICKET
           END-PERFORM
           IF WS-CAMBIO-VR > 0
               MOVE SPACES TO WS-LINEA-TICKET
               MOVE WS-CAMBIO-VR TO WS-MONTO-TICKET-DISP
               STRING "CAMBIO: " WS-MONTO-TICKET-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-TICKET
               WRITE REG-TICKET FROM WS-LINEA-TICKET
           END-IF

           CLOSE FACTURA-TICKET
           DISPLAY "TICKET GENERADO: factura_ticket.txt" LINE 22 COL 10.

       IMPRIMIR-MEDIO-TICKET.
           MOVE SPACES TO WS-LINEA-TICKET
           MOVE WS-MVR-MONTO(WS-MVR-IDX) TO WS-MONTO-TICKET-DISP
           EVALUATE WS-MVR-MEDIO(WS-MVR-IDX)
               WHEN "E"
                   STRING "EFECTIVO: " WS-MONTO-TICKET-DISP
                       DELIMITED BY SIZE INTO WS-LINEA-TICKET
                   WRITE REG-TICKET FROM WS-LINEA-TICKET
                   IF WS-MVR-RECIBIDO(WS-MVR-IDX) >
                      WS-MVR-MONTO(WS-MVR-IDX)
                       MOVE SPACES TO WS-LINEA-TICKET
                       MOVE WS-MVR-RECIBIDO(WS-MVR-IDX)
                           TO WS-MONTO-TICKET-DISP
                       STRING "  RECIBIDO: " WS-MONTO-TICKET-DISP
                           DELIMITED BY SIZE INTO WS-LINEA-TICKET
                       WRITE REG-TICKET FROM WS-LINEA-TICKET
                   END-IF
               WHEN "K"
                   STRING "TARJETA " WS-MVR-FRANQ(WS-MVR-IDX)
                          " AUT " WS-MVR-AUT(WS-MVR-IDX)
                          " VOUCHER " WS-MVR-VOUCHER(WS-MVR-IDX) " "
                          WS-MONTO-TICKET-DISP
                       DELIMITED BY SIZE INTO WS-LINEA-TICKET
                   WRITE REG-TICKET FROM WS-LINEA-TICKET
               WHEN "P"
                   STRING "PUNTOS REDIMIDOS: " WS-MONTO-TICKET-DISP
                       DELIMITED BY SIZE INTO WS-LINEA-TICKET
                   WRITE REG-TICKET FROM WS-LINEA-TICKET
               WHEN "N"
                   STRING "NOTA CREDITO " WS-MVR-NCR-NRO(WS-MVR-IDX)
                          ": " WS-MONTO-TICKET-DISP
                       DELIMITED BY SIZE INTO WS-LINEA-TICKET
                   WRITE REG-TICKET FROM WS-LINEA-TICKET
               WHEN "B"
                   STRING "BONO REGALO " WS-MVR-BONO-NRO(WS-MVR-IDX)
                          ": " WS-MONTO-TICKET-DISP
                       DELIMITED BY SIZE INTO WS-LINEA-TICKET
                   WRITE REG-TICKET FROM WS-LINEA-TICKET
           END-EVALUATE.

       ACUMULAR-CONSIGNACION.
           COPY "ACUMULAR-CONSIGNACION.cpy".

       CONSUMIR-CAPAS.
           COPY "CONSUMIR-CAPAS.cpy".

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       END PROGRAM VENFAC02.
