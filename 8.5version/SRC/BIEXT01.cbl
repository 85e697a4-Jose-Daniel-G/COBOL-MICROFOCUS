       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Extracto nocturno para la bodega de datos (BI).
      *> *           Hechos incrementales desde la ultima corrida:
      *> *           lineas de factura con costo y margen (PRD-COSTO o
      *> *           capas PEPS como VENFAC10), lineas de notas de
      *> *           credito, aplicaciones de recibos, movimientos de
      *> *           kardex y la foto diaria de existencias por bodega.
      *> *           Dimensiones completas en cada corrida con su clave
      *> *           natural: clientes, productos, vendedores, bodegas y
      *> *           fechas. La marca EXTRACTBI de BITACORA guarda el
      *> *           ultimo dia extraido (se mueve solo al terminar bien)
      *> *           y bi_control.csv trae registros y totales por
      *> *           archivo para que la bodega cuadre la carga.
      *> *           Facturas y recibos anulados despues de extraidos se
      *> *           vuelven a enviar con su nuevo estado.
      *> *           Carga completa: opcion C en pantalla, o en BATCH01
      *> *           con COMPLETA en la consulta del paso (MODOLOTE=S)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIEXT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "factura.sel".
           COPY "detalle.sel".
           COPY "producto.sel".
           COPY "capacosto.sel".
           COPY "notacred.sel".
           COPY "notacreddet.sel".
           COPY "recibo.sel".
           COPY "recibodet.sel".
           COPY "kardex.sel".
           COPY "stock.sel".
           COPY "stkbod.sel".
           COPY "cliente.sel".
           COPY "vendedor.sel".
           COPY "bodega.sel".
           COPY "auditoria.sel".
           COPY "bitacora.sel".
           COPY "bi.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "factura.fd".
           COPY "detalle.fd".
           COPY "producto.fd".
           COPY "capacosto.fd".
           COPY "notacred.fd".
           COPY "notacreddet.fd".
           COPY "recibo.fd".
           COPY "recibodet.fd".
           COPY "kardex.fd".
           COPY "stock.fd".
           COPY "stkbod.fd".
           COPY "cliente.fd".
           COPY "vendedor.fd".
           COPY "bodega.fd".
           COPY "auditoria.fd".
           COPY "bitacora.fd".
           COPY "bi.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "BITACORA.cpy".
       01 ST-SESION         PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-DETALLES       PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-CAPAS          PIC XX.
       01 ST-CONSUMO-CAPAS  PIC XX.
       01 ST-NOTASCRED      PIC XX.
       01 ST-NOTASCREDDET   PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-RECIBODET      PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-STKBOD         PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-VENDEDORES     PIC XX.
       01 ST-BODEGAS        PIC XX.
       01 ST-AUDITORIA      PIC XX.

       01 WS-MODOLOTE       PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-CONFIRMA       PIC X.
       01 WS-PARAM-PASO     PIC X(12).

       01 WS-MODO           PIC X VALUE "I".
          88 MODO-INCREMENTAL  VALUE "I".
          88 MODO-COMPLETO     VALUE "C".
       01 WS-FOTO-STOCK     PIC X VALUE "N".
          88 CON-FOTO-STOCK    VALUE "S".

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".
       01 WS-SW-CAPA        PIC X VALUE "N".
          88 FIN-CAPA          VALUE "S".
          88 NO-FIN-CAPA       VALUE "N".

      *> Ventana de hechos: (ultimo dia extraido, ultimo dia cerrado]
       01 WS-HOY            PIC 9(08).
       01 WS-FECHA-ULT-CIERRE PIC 9(08) VALUE 0.
       01 WS-MARCA-ANT      PIC 9(08) VALUE 0.
       01 W-DESDE           PIC 9(08).
       01 W-HASTA           PIC 9(08).
       01 WS-FECHA-MIN      PIC 9(08) VALUE 0.
       01 WS-FECHA-DATO     PIC 9(08).
       01 WS-DIA-INT        PIC 9(08).
       01 WS-DIA-INT-FIN    PIC 9(08).
       01 WS-DIA            PIC 9(08).
       01 WS-DIA-R REDEFINES WS-DIA.
          05 WS-DIA-ANO        PIC 9(04).
          05 WS-DIA-MES        PIC 9(02).
          05 WS-DIA-DD         PIC 9(02).
       01 WS-DIA-SEMANA     PIC 9(01).
       01 WS-TRIMESTRE      PIC 9(01).

       01 WS-NOMBRES-DIA.
          05 FILLER PIC X(09) VALUE "LUNES".
          05 FILLER PIC X(09) VALUE "MARTES".
          05 FILLER PIC X(09) VALUE "MIERCOLES".
          05 FILLER PIC X(09) VALUE "JUEVES".
          05 FILLER PIC X(09) VALUE "VIERNES".
          05 FILLER PIC X(09) VALUE "SABADO".
          05 FILLER PIC X(09) VALUE "DOMINGO".
       01 WS-TABLA-DIAS REDEFINES WS-NOMBRES-DIA.
          05 T-NOMBRE-DIA OCCURS 7 TIMES PIC X(09).

      *> Costo de la linea de factura
       01 WS-COSTO-LINEA    PIC S9(11)V99.
       01 WS-MARGEN-LINEA   PIC S9(11)V99.
       01 WS-FIFO-CANT      PIC 9(09)V999.
       01 WS-FIFO-COSTO     PIC 9(11)V99.

      *> Foto de existencias
       01 WS-ASIGNADO       PIC 9(09)V999.
       01 WS-RESTO          PIC S9(09)V999.
       01 WS-FOTO-BODEGA    PIC X(04).
       01 WS-FOTO-CANT      PIC 9(09)V999.
       01 WS-FOTO-VALOR     PIC S9(11)V99.

      *> Registros y totales por archivo para bi_control.csv
       01 WS-TABLA-CONTROL.
          05 T-CTL OCCURS 10 TIMES.
             10 T-CTL-ARCHIVO  PIC X(24).
             10 T-CTL-REG      PIC 9(09).
             10 T-CTL-TOTAL    PIC S9(13)V99.
       01 WS-IDX            PIC 9(02).
       01 WS-FILA           PIC 99.
       01 WS-CANT-HECHOS    PIC 9(09) VALUE 0.
       01 WS-CANT-CONTROL   PIC 9(05) VALUE 0.

      *> Campos editados para los renglones
       01 WS-LINEA-CSV      PIC X(250).
       01 WS-TXT-NOMBRE     PIC X(40).
       01 WS-TXT-REF        PIC X(10).
       01 WS-E-CANT         PIC -(9)9.999.
       01 WS-E-CANT2        PIC -(9)9.999.
       01 WS-E-PRECIO       PIC -(11)9.99.
       01 WS-E-SUBTOTAL     PIC -(11)9.99.
       01 WS-E-COSTO        PIC -(11)9.99.
       01 WS-E-MARGEN       PIC -(11)9.99.
       01 WS-E-TOTAL        PIC -(13)9.99.
       01 WS-E-PCT          PIC ZZ9.99.
       01 WS-E-REG          PIC Z(8)9.
       01 WS-GENERADO       PIC X(14).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION

           IF WS-MODOLOTE NOT = "S" AND NOT SESION-SUPERVISOR
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 12 COL 18
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 18
               GOBACK
           END-IF

           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-ULTIMO-CIERRE
           PERFORM LEER-MARCA-EXTRACTO

      *> Se extrae hasta el ultimo dia cerrado por VENFAC08 (el paso
      *> que corre antes en la noche); sin cierres, hasta hoy
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           IF WS-FECHA-ULT-CIERRE > 0
               MOVE WS-FECHA-ULT-CIERRE TO W-HASTA
           ELSE
               MOVE WS-HOY TO W-HASTA
           END-IF

           SET MODO-INCREMENTAL TO TRUE
           IF WS-MODOLOTE = "S"
               MOVE SPACES TO WS-PARAM-PASO
               ACCEPT WS-PARAM-PASO FROM ENVIRONMENT "CONSULTA"
               IF FUNCTION UPPER-CASE(WS-PARAM-PASO) = "COMPLETA"
                   SET MODO-COMPLETO TO TRUE
               END-IF
           END-IF
           IF WS-MARCA-ANT = 0
               SET MODO-COMPLETO TO TRUE
           END-IF

           IF WS-MODOLOTE NOT = "S"
               PERFORM PEDIR-MODO
               IF WS-CONFIRMA NOT = "S"
                   PERFORM CERRAR-ARCHIVOS
                   GOBACK
               END-IF
           END-IF

      *> La foto de existencias es la del momento de la corrida: se
      *> toma una vez por dia cerrado nuevo (o en la carga completa)
           IF MODO-COMPLETO
               MOVE 0 TO W-DESDE
               MOVE "S" TO WS-FOTO-STOCK
           ELSE
               COMPUTE W-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MARCA-ANT) + 1)
               IF W-HASTA > WS-MARCA-ANT
                   MOVE "S" TO WS-FOTO-STOCK
               ELSE
                   MOVE "N" TO WS-FOTO-STOCK
               END-IF
           END-IF

           PERFORM INICIAR-CONTROL
           PERFORM ABRIR-EXTRACTO

           IF WS-MODOLOTE NOT = "S"
               DISPLAY "EXTRAYENDO VENTAS..." LINE 12 COL 10
           END-IF
           PERFORM EXTRAER-VENTAS
           PERFORM EXTRAER-NOTAS-CREDITO
           PERFORM EXTRAER-RECIBOS
           IF MODO-INCREMENTAL
               PERFORM REENVIAR-ANULADOS
           END-IF
           IF WS-MODOLOTE NOT = "S"
               DISPLAY "EXTRAYENDO KARDEX Y EXISTENCIAS..." LINE 13 COL 10
           END-IF
           PERFORM EXTRAER-KARDEX
           IF CON-FOTO-STOCK
               PERFORM EXTRAER-FOTO-STOCK
           END-IF
           IF WS-MODOLOTE NOT = "S"
               DISPLAY "EXTRAYENDO DIMENSIONES..." LINE 14 COL 10
           END-IF
           PERFORM EXTRAER-DIM-CLIENTES
           PERFORM EXTRAER-DIM-PRODUCTOS
           PERFORM EXTRAER-DIM-VENDEDORES
           PERFORM EXTRAER-DIM-BODEGAS
           PERFORM EXTRAER-DIM-FECHAS

           PERFORM CERRAR-EXTRACTO
           PERFORM ESCRIBIR-CONTROL
           PERFORM GRABAR-MARCA-EXTRACTO

           MOVE "EXTRACTBI" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING WS-MODO " " W-HASTA DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-CONTROL TO WS-SPL-REGISTROS
           MOVE "bi_control.csv" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           IF WS-MODOLOTE NOT = "S"
               PERFORM MOSTRAR-RESUMEN
           END-IF

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-BITACORA.
           COPY "ABRIR-BITACORA.cpy".

       ABRIR-ARCHIVOS.
           OPEN INPUT FACTURAS
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN INPUT FACTURAS
           END-IF
           OPEN INPUT DETALLES
           IF ST-DETALLES = "35"
               OPEN OUTPUT DETALLES
               CLOSE DETALLES
               OPEN INPUT DETALLES
           END-IF
           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF
           OPEN INPUT CONSUMO-CAPAS
           IF ST-CONSUMO-CAPAS = "35"
               OPEN OUTPUT CONSUMO-CAPAS
               CLOSE CONSUMO-CAPAS
               OPEN INPUT CONSUMO-CAPAS
           END-IF
           OPEN INPUT NOTASCREDITO
           IF ST-NOTASCRED = "35"
               OPEN OUTPUT NOTASCREDITO
               CLOSE NOTASCREDITO
               OPEN INPUT NOTASCREDITO
           END-IF
           OPEN INPUT NOTASCREDDET
           IF ST-NOTASCREDDET = "35"
               OPEN OUTPUT NOTASCREDDET
               CLOSE NOTASCREDDET
               OPEN INPUT NOTASCREDDET
           END-IF
           OPEN INPUT RECIBOS
           IF ST-RECIBOS = "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN INPUT RECIBOS
           END-IF
           OPEN INPUT RECIBODET
           IF ST-RECIBODET = "35"
               OPEN OUTPUT RECIBODET
               CLOSE RECIBODET
               OPEN INPUT RECIBODET
           END-IF
           OPEN INPUT KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN INPUT KARDEX
           END-IF
           OPEN INPUT STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN INPUT STOCK
           END-IF
           OPEN INPUT EXIST-SUCURSAL
           IF ST-STKBOD = "35"
               OPEN OUTPUT EXIST-SUCURSAL
               CLOSE EXIST-SUCURSAL
               OPEN INPUT EXIST-SUCURSAL
           END-IF
           OPEN INPUT CLIENTES
           IF ST-CLIENTES = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN INPUT CLIENTES
           END-IF
           OPEN INPUT VENDEDORES
           IF ST-VENDEDORES = "35"
               OPEN OUTPUT VENDEDORES
               CLOSE VENDEDORES
               OPEN INPUT VENDEDORES
           END-IF
           OPEN INPUT BODEGAS
           IF ST-BODEGAS = "35"
               OPEN OUTPUT BODEGAS
               CLOSE BODEGAS
               OPEN INPUT BODEGAS
           END-IF
           OPEN INPUT AUDITORIA
           IF ST-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN INPUT AUDITORIA
           END-IF
           PERFORM ABRIR-BITACORA.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS DETALLES PRODUCTOS CONSUMO-CAPAS NOTASCREDITO
                 NOTASCREDDET RECIBOS RECIBODET KARDEX STOCK
                 EXIST-SUCURSAL CLIENTES VENDEDORES BODEGAS AUDITORIA
                 BITACORA.

       LEER-ULTIMO-CIERRE.
           MOVE 0 TO WS-FECHA-ULT-CIERRE
           MOVE "CIERREDIA" TO BIT-PROCESO
           READ BITACORA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BIT-ULTIMA-CLAVE(1:8) IS NUMERIC
                       MOVE BIT-ULTIMA-CLAVE(1:8) TO WS-FECHA-ULT-CIERRE
                   END-IF
           END-READ.

      *> Ultimo dia ya enviado a la bodega de datos (0 = nunca)
       LEER-MARCA-EXTRACTO.
           MOVE 0 TO WS-MARCA-ANT
           MOVE "EXTRACTBI" TO BIT-PROCESO
           READ BITACORA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BIT-ULTIMA-CLAVE(1:8) IS NUMERIC
                       MOVE BIT-ULTIMA-CLAVE(1:8) TO WS-MARCA-ANT
                   END-IF
           END-READ.

       PEDIR-MODO.
           MOVE "N" TO WS-CONFIRMA
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "EXTRACTO PARA LA BODEGA DE DATOS (BI)"
                   LINE 02 COL 10 WITH REVERSE-VIDEO
           DISPLAY "ULTIMO DIA CERRADO  : " LINE 04 COL 10
           DISPLAY W-HASTA LINE 04 COL 33
           DISPLAY "EXTRAIDO HASTA      : " LINE 05 COL 10
           DISPLAY WS-MARCA-ANT LINE 05 COL 33
           IF WS-MARCA-ANT = 0
               DISPLAY "SIN EXTRACTO PREVIO: SE HARA CARGA COMPLETA"
                       LINE 07 COL 10
           ELSE
               DISPLAY "MODO (I=INCREMENTAL, C=CARGA COMPLETA): "
                       LINE 07 COL 10
               ACCEPT WS-MODO LINE 07 COL 51
               MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
               IF NOT MODO-INCREMENTAL AND NOT MODO-COMPLETO
                   DISPLAY "MODO INVALIDO" LINE 09 COL 10
                   ACCEPT WS-PAUSA LINE 09 COL 25
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "GENERAR EL EXTRACTO (S/N): " LINE 09 COL 10
           ACCEPT WS-CONFIRMA LINE 09 COL 38
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.

       INICIAR-CONTROL.
           INITIALIZE WS-TABLA-CONTROL
           MOVE "bi_ventas.csv"         TO T-CTL-ARCHIVO(1)
           MOVE "bi_notascred.csv"      TO T-CTL-ARCHIVO(2)
           MOVE "bi_recibos.csv"        TO T-CTL-ARCHIVO(3)
           MOVE "bi_kardex.csv"         TO T-CTL-ARCHIVO(4)
           MOVE "bi_stock_dia.csv"      TO T-CTL-ARCHIVO(5)
           MOVE "bi_dim_clientes.csv"   TO T-CTL-ARCHIVO(6)
           MOVE "bi_dim_productos.csv"  TO T-CTL-ARCHIVO(7)
           MOVE "bi_dim_vendedores.csv" TO T-CTL-ARCHIVO(8)
           MOVE "bi_dim_bodegas.csv"    TO T-CTL-ARCHIVO(9)
           MOVE "bi_dim_fechas.csv"     TO T-CTL-ARCHIVO(10).

       ABRIR-EXTRACTO.
           OPEN OUTPUT BI-VENTAS BI-NOTASCRED BI-RECIBOS BI-KARDEX
                       BI-STOCK-DIA BI-DIM-CLIENTES BI-DIM-PRODUCTOS
                       BI-DIM-VENDEDORES BI-DIM-BODEGAS BI-DIM-FECHAS
           MOVE "FAC_NRO;ITEM;FECHA;CLIENTE;VENDEDOR;PRODUCTO;CANTIDAD;PRECIO;SUBTOTAL;IVA_PCT;COSTO;MARGEN;ESTADO;TIPO_PAGO;MONEDA"
               TO REG-BI-VENTAS
           WRITE REG-BI-VENTAS
           MOVE "NCR_NRO;ITEM;FECHA;CLIENTE;FAC_NRO;FAC_ITEM;PRODUCTO;CANTIDAD;PRECIO;SUBTOTAL;IVA_PCT;ESTADO"
               TO REG-BI-NOTASCRED
           WRITE REG-BI-NOTASCRED
           MOVE "REC_NRO;ITEM;FECHA;CLIENTE;FAC_NRO;MONTO_APLICADO;MEDIO;ESTADO;USUARIO"
               TO REG-BI-RECIBOS
           WRITE REG-BI-RECIBOS
           MOVE "PRODUCTO;SECUENCIA;FECHA;TIPO;CANTIDAD;SALDO;BODEGA;REFERENCIA;LOTE"
               TO REG-BI-KARDEX
           WRITE REG-BI-KARDEX
           MOVE "FECHA;PRODUCTO;BODEGA;CANTIDAD;COSTO_UNIT;VALOR"
               TO REG-BI-STOCK-DIA
           WRITE REG-BI-STOCK-DIA
           MOVE "CLIENTE;NOMBRE;CATEGORIA;ESTADO;GRUPO;VENDEDOR;ZONA;MUNICIPIO;SEGMENTO_RFM;GRADO_RIESGO;FUSIONADO_EN;FECHA_MOD"
               TO REG-BI-DIM-CLIENTES
           WRITE REG-BI-DIM-CLIENTES
           MOVE "PRODUCTO;DESCRIPCION;CATEGORIA;CLASE_ABC;PRECIO;COSTO;IVA_PCT;UNIDAD_VENTA;ESTADO;FECHA_MOD"
               TO REG-BI-DIM-PRODUCTOS
           WRITE REG-BI-DIM-PRODUCTOS
           MOVE "VENDEDOR;NOMBRE;COMISION_PCT;ESTADO"
               TO REG-BI-DIM-VENDEDORES
           WRITE REG-BI-DIM-VENDEDORES
           MOVE "BODEGA;NOMBRE;MUNICIPIO;ESTADO;FECHA_MOD"
               TO REG-BI-DIM-BODEGAS
           WRITE REG-BI-DIM-BODEGAS
           MOVE "FECHA;ANO;TRIMESTRE;MES;ANOMES;DIA;DIA_SEMANA;NOMBRE_DIA"
               TO REG-BI-DIM-FECHAS
           WRITE REG-BI-DIM-FECHAS.

       CERRAR-EXTRACTO.
           CLOSE BI-VENTAS BI-NOTASCRED BI-RECIBOS BI-KARDEX
                 BI-STOCK-DIA BI-DIM-CLIENTES BI-DIM-PRODUCTOS
                 BI-DIM-VENDEDORES BI-DIM-BODEGAS BI-DIM-FECHAS.

      *> Guarda la fecha mas antigua que sale en los hechos para que
      *> la dimension de fechas la cubra
       ANOTAR-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DATO) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-MIN = 0 OR WS-FECHA-DATO < WS-FECHA-MIN
               MOVE WS-FECHA-DATO TO WS-FECHA-MIN
           END-IF.

      *> ------------------------------------------------------------
      *> Hechos de venta: lineas de las facturas confirmadas o anuladas
      *> de la ventana; la factura temporal aun no es venta
      *> ------------------------------------------------------------
       EXTRAER-VENTAS.
           SET NO-FIN-SCAN TO TRUE
           MOVE W-DESDE TO FAC-FECHA
           START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FAC-FECHA > W-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF NOT FAC-TEMPORAL
                               PERFORM EXTRAER-FACTURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EXTRAER-FACTURA.
           MOVE FAC-FECHA TO WS-FECHA-DATO
           PERFORM ANOTAR-FECHA
           SET NO-FIN-DET TO TRUE
           MOVE FAC-NRO TO DET-FAC-NRO
           START DETALLES KEY IS EQUAL TO DET-FAC-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ DETALLES NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF DET-FAC-NRO NOT = FAC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           PERFORM ESCRIBIR-VENTA
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-VENTA.
           MOVE DET-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY MOVE 0 TO PRD-COSTO
           END-READ
           COMPUTE WS-COSTO-LINEA = DET-CANT * PRD-COSTO
           PERFORM COSTO-LINEA-FIFO
           COMPUTE WS-MARGEN-LINEA = DET-SUBTOTAL - WS-COSTO-LINEA

           MOVE DET-CANT        TO WS-E-CANT
           MOVE DET-PRECIO      TO WS-E-PRECIO
           MOVE DET-SUBTOTAL    TO WS-E-SUBTOTAL
           MOVE WS-COSTO-LINEA  TO WS-E-COSTO
           MOVE WS-MARGEN-LINEA TO WS-E-MARGEN
           MOVE SPACES TO WS-LINEA-CSV
           STRING FAC-NRO ";" DET-ITEM ";" FAC-FECHA ";" FAC-CLI-ID ";"
                  FAC-VENDEDOR ";" DET-PROD-ID ";"
                  FUNCTION TRIM(WS-E-CANT) ";"
                  FUNCTION TRIM(WS-E-PRECIO) ";"
                  FUNCTION TRIM(WS-E-SUBTOTAL) ";"
                  DET-IVA-PCT ";"
                  FUNCTION TRIM(WS-E-COSTO) ";"
                  FUNCTION TRIM(WS-E-MARGEN) ";"
                  FAC-ESTADO ";" FAC-TIPO-PAGO ";" FAC-MONEDA
               DELIMITED BY SIZE INTO WS-LINEA-CSV
           WRITE REG-BI-VENTAS FROM WS-LINEA-CSV
           ADD 1 TO T-CTL-REG(1)
           ADD DET-SUBTOTAL TO T-CTL-TOTAL(1).

      *> Producto FIFO: la linea va al costo de las capas que consumio
      *> la factura (o sus remisiones); sin consumo queda el promedio
       COSTO-LINEA-FIFO.
           MOVE 0 TO WS-FIFO-CANT WS-FIFO-COSTO
           SET NO-FIN-CAPA TO TRUE
           MOVE FAC-NRO     TO CCP-FAC-NRO
           MOVE DET-PROD-ID TO CCP-ALT-PROD-ID
           START CONSUMO-CAPAS KEY IS EQUAL TO CCP-ALTERNA
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FIN-CAPA
               READ CONSUMO-CAPAS NEXT RECORD
                   AT END SET FIN-CAPA TO TRUE
                   NOT AT END
                       IF CCP-FAC-NRO NOT = FAC-NRO
                          OR CCP-ALT-PROD-ID NOT = DET-PROD-ID
                           SET FIN-CAPA TO TRUE
                       ELSE
                           ADD CCP-CANT-SALIDA TO WS-FIFO-CANT
                           ADD CCP-COSTO-TOTAL TO WS-FIFO-COSTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FIFO-CANT > 0
               COMPUTE WS-COSTO-LINEA ROUNDED =
                   DET-CANT * WS-FIFO-COSTO / WS-FIFO-CANT
           END-IF.

      *> ------------------------------------------------------------
      *> Notas de credito de la ventana (el archivo no tiene llave por
      *> fecha: se recorre completo)
      *> ------------------------------------------------------------
       EXTRAER-NOTAS-CREDITO.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO NCR-NRO
           START NOTASCREDITO KEY IS NOT LESS THAN NCR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ NOTASCREDITO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NCR-FECHA >= W-DESDE AND NCR-FECHA <= W-HASTA
                           PERFORM EXTRAER-NOTA
                       END-IF
               END-READ
           END-PERFORM.

       EXTRAER-NOTA.
           MOVE NCR-FECHA TO WS-FECHA-DATO
           PERFORM ANOTAR-FECHA
           SET NO-FIN-DET TO TRUE
           MOVE NCR-NRO TO NCD-NCR-NRO
           START NOTASCREDDET KEY IS EQUAL TO NCD-NCR-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ NOTASCREDDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF NCD-NCR-NRO NOT = NCR-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           PERFORM ESCRIBIR-NOTA
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-NOTA.
           MOVE NCD-CANT     TO WS-E-CANT
           MOVE NCD-PRECIO   TO WS-E-PRECIO
           MOVE NCD-SUBTOTAL TO WS-E-SUBTOTAL
           MOVE SPACES TO WS-LINEA-CSV
           STRING NCR-NRO ";" NCD-ITEM ";" NCR-FECHA ";" NCR-CLI-ID ";"
                  NCR-FAC-NRO ";" NCD-DET-ITEM ";" NCD-PROD-ID ";"
                  FUNCTION TRIM(WS-E-CANT) ";"
                  FUNCTION TRIM(WS-E-PRECIO) ";"
                  FUNCTION TRIM(WS-E-SUBTOTAL) ";"
                  NCD-IVA-PCT ";" NCR-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-CSV
           WRITE REG-BI-NOTASCRED FROM WS-LINEA-CSV
           ADD 1 TO T-CTL-REG(2)
           ADD NCD-SUBTOTAL TO T-CTL-TOTAL(2).

      *> ------------------------------------------------------------
      *> Recibos de caja de la ventana: una fila por factura abonada
      *> ------------------------------------------------------------
       EXTRAER-RECIBOS.
           SET NO-FIN-SCAN TO TRUE
           MOVE W-DESDE TO REC-FECHA
           START RECIBOS KEY IS NOT LESS THAN REC-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RECIBOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF REC-FECHA > W-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM EXTRAER-RECIBO
                       END-IF
               END-READ
           END-PERFORM.

       EXTRAER-RECIBO.
           MOVE REC-FECHA TO WS-FECHA-DATO
           PERFORM ANOTAR-FECHA
           SET NO-FIN-DET TO TRUE
           MOVE REC-NRO TO RECD-REC-NRO
           START RECIBODET KEY IS EQUAL TO RECD-REC-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ RECIBODET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF RECD-REC-NRO NOT = REC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           PERFORM ESCRIBIR-RECIBO
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-RECIBO.
           MOVE RECD-MONTO-APLIC TO WS-E-SUBTOTAL
           MOVE SPACES TO WS-LINEA-CSV
           STRING REC-NRO ";" RECD-ITEM ";" REC-FECHA ";" REC-CLI-ID ";"
                  RECD-FAC-NRO ";"
                  FUNCTION TRIM(WS-E-SUBTOTAL) ";"
                  REC-MEDIO ";" REC-ESTADO ";"
                  FUNCTION TRIM(REC-USUARIO)
               DELIMITED BY SIZE INTO WS-LINEA-CSV
           WRITE REG-BI-RECIBOS FROM WS-LINEA-CSV
           ADD 1 TO T-CTL-REG(3)
           ADD RECD-MONTO-APLIC TO T-CTL-TOTAL(3).

      *> ------------------------------------------------------------
      *> Facturas y recibos de dias ya extraidos que se anularon en la
      *> ventana: se reenvian completos con el estado A/N para que la
      *> bodega reemplace los renglones que ya tenia
      *> ------------------------------------------------------------
       REENVIAR-ANULADOS.
           SET NO-FIN-SCAN TO TRUE
           MOVE W-DESDE TO AUD-FECHA
           START AUDITORIA KEY IS NOT LESS THAN AUD-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ AUDITORIA NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AUD-FECHA > W-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM REVISAR-ANULACION
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-ANULACION.
           IF AUD-REG-CLAVE(1:7) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE AUD-ACCION
               WHEN "ANULA-FAC"
                   MOVE AUD-REG-CLAVE(1:7) TO FAC-NRO
                   READ FACTURAS
                       INVALID KEY EXIT PARAGRAPH
                   END-READ
                   IF FAC-FECHA < W-DESDE AND NOT FAC-TEMPORAL
                       PERFORM EXTRAER-FACTURA
                   END-IF
               WHEN "ANULA-REC"
                   MOVE AUD-REG-CLAVE(1:7) TO REC-NRO
                   READ RECIBOS
                       INVALID KEY EXIT PARAGRAPH
                   END-READ
                   IF REC-FECHA < W-DESDE
                       PERFORM EXTRAER-RECIBO
                   END-IF
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Movimientos de kardex de la ventana (recorrido completo: la
      *> llave es producto + secuencia)
      *> ------------------------------------------------------------
       EXTRAER-KARDEX.
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO KAR-CLAVE
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ KARDEX NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF KAR-FECHA >= W-DESDE AND KAR-FECHA <= W-HASTA
                           PERFORM ESCRIBIR-KARDEX
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-KARDEX.
           MOVE KAR-FECHA TO WS-FECHA-DATO
           PERFORM ANOTAR-FECHA
           MOVE KAR-CANTIDAD TO WS-E-CANT
           MOVE KAR-SALDO    TO WS-E-CANT2
           MOVE KAR-REFERENCIA TO WS-TXT-REF
           INSPECT WS-TXT-REF REPLACING ALL ";" BY ","
           MOVE SPACES TO WS-LINEA-CSV
           STRING KAR-PROD-ID ";" KAR-SECUENCIA ";" KAR-FECHA ";"
                  KAR-TIPO ";"
                  FUNCTION TRIM(WS-E-CANT) ";"
                  FUNCTION TRIM(WS-E-CANT2) ";"
                  KAR-BODEGA ";"
                  FUNCTION TRIM(WS-TXT-REF) ";"
                  FUNCTION TRIM(KAR-LOTE)
               DELIMITED BY SIZE INTO WS-LINEA-CSV
           WRITE REG-BI-KARDEX FROM WS-LINEA-CSV
           ADD 1 TO T-CTL-REG(4)
           ADD KAR-CANTIDAD TO T-CTL-TOTAL(4).

      *> ------------------------------------------------------------
      *> Foto de existencias al ultimo dia cerrado, por bodega: lo que
      *> esta en cada sucursal y el resto en la bodega del STOCK (como
      *> INVSTK11), valorizada al costo promedio del producto
      *> ------------------------------------------------------------
       EXTRAER-FOTO-STOCK.
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO STK-CODIGO
           START STOCK KEY IS NOT LESS THAN STK-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ STOCK NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF STK-CANTIDAD > 0
                           PERFORM FOTO-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM.

       FOTO-PRODUCTO.
           MOVE STK-CODIGO TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY MOVE 0 TO PRD-COSTO
           END-READ
           MOVE 0 TO WS-ASIGNADO
           SET NO-FIN-DET TO TRUE
           MOVE STK-CODIGO TO SBD-PROD-ID
           START EXIST-SUCURSAL KEY IS EQUAL TO SBD-PROD-ID
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ EXIST-SUCURSAL NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF SBD-PROD-ID NOT = STK-CODIGO
                           SET FIN-DET TO TRUE
                       ELSE
                           IF SBD-CANTIDAD > 0
                               ADD SBD-CANTIDAD TO WS-ASIGNADO
                               MOVE SBD-BODEGA   TO WS-FOTO-BODEGA
                               MOVE SBD-CANTIDAD TO WS-FOTO-CANT
                               PERFORM ESCRIBIR-FOTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           COMPUTE WS-RESTO = STK-CANTIDAD - WS-ASIGNADO
           IF WS-RESTO > 0
               MOVE STK-BODEGA TO WS-FOTO-BODEGA
               MOVE WS-RESTO   TO WS-FOTO-CANT
               PERFORM ESCRIBIR-FOTO
           END-IF.

       ESCRIBIR-FOTO.
           COMPUTE WS-FOTO-VALOR ROUNDED = WS-FOTO-CANT * PRD-COSTO
           MOVE WS-FOTO-CANT  TO WS-E-CANT
           MOVE PRD-COSTO     TO WS-E-PRECIO
           MOVE WS-FOTO-VALOR TO WS-E-SUBTOTAL
           MOVE SPACES TO WS-LINEA-CSV
           STRING W-HASTA ";" STK-CODIGO ";" WS-FOTO-BODEGA ";"
                  FUNCTION TRIM(WS-E-CANT) ";"
                  FUNCTION TRIM(WS-E-PRECIO) ";"
                  FUNCTION TRIM(WS-E-SUBTOTAL)
               DELIMITED BY SIZE INTO WS-LINEA-CSV
           WRITE REG-BI-STOCK-DIA FROM WS-LINEA-CSV
           ADD 1 TO T-CTL-REG(5)
           ADD WS-FOTO-VALOR TO T-CTL-TOTAL(5).

      *> ------------------------------------------------------------
      *> Dimensiones: completas en cada corrida. El cliente fusionado
      *> sigue saliendo con FUSIONADO_EN para que la bodega lo lleve al
      *> que quedo. Sin datos de contacto (proteccion de datos)
      *> ------------------------------------------------------------
       EXTRAER-DIM-CLIENTES.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE CLI-NOMBRE TO WS-TXT-NOMBRE
                       INSPECT WS-TXT-NOMBRE REPLACING ALL ";" BY ","
                       MOVE SPACES TO WS-LINEA-CSV
                       STRING CLI-ID ";"
                              FUNCTION TRIM(WS-TXT-NOMBRE) ";"
                              CLI-CATEGORIA ";" CLI-ESTADO ";"
                              CLI-GRUPO ";" CLI-VENDEDOR ";"
                              CLI-ZONA ";" CLI-MUNICIPIO ";"
                              CLI-RFM-SEGMENTO ";" CLI-GRADO-RIESGO ";"
                              CLI-FUSIONADO-EN ";" CLI-FECHA-MOD
                           DELIMITED BY SIZE INTO WS-LINEA-CSV
                       WRITE REG-BI-DIM-CLIENTES FROM WS-LINEA-CSV
                       ADD 1 TO T-CTL-REG(6)
               END-READ
           END-PERFORM.

       EXTRAER-DIM-PRODUCTOS.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO PRD-CODIGO
           START PRODUCTOS KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ PRODUCTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE PRD-DESCRIPCION TO WS-TXT-NOMBRE
                       INSPECT WS-TXT-NOMBRE REPLACING ALL ";" BY ","
                       MOVE PRD-PRECIO TO WS-E-PRECIO
                       MOVE PRD-COSTO  TO WS-E-COSTO
                       MOVE SPACES TO WS-LINEA-CSV
                       STRING PRD-CODIGO ";"
                              FUNCTION TRIM(WS-TXT-NOMBRE) ";"
                              PRD-CATEGORIA ";" PRD-CLASE-ABC ";"
                              FUNCTION TRIM(WS-E-PRECIO) ";"
                              FUNCTION TRIM(WS-E-COSTO) ";"
                              PRD-IVA ";" PRD-UNI-VENTA ";"
                              PRD-ESTADO ";" PRD-FECHA-MOD
                           DELIMITED BY SIZE INTO WS-LINEA-CSV
                       WRITE REG-BI-DIM-PRODUCTOS FROM WS-LINEA-CSV
                       ADD 1 TO T-CTL-REG(7)
               END-READ
           END-PERFORM.

       EXTRAER-DIM-VENDEDORES.
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO VEN-CODIGO
           START VENDEDORES KEY IS NOT LESS THAN VEN-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ VENDEDORES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE VEN-NOMBRE TO WS-TXT-NOMBRE
                       INSPECT WS-TXT-NOMBRE REPLACING ALL ";" BY ","
                       MOVE VEN-COMISION TO WS-E-PCT
                       MOVE SPACES TO WS-LINEA-CSV
                       STRING VEN-CODIGO ";"
                              FUNCTION TRIM(WS-TXT-NOMBRE) ";"
                              FUNCTION TRIM(WS-E-PCT) ";"
                              VEN-ESTADO
                           DELIMITED BY SIZE INTO WS-LINEA-CSV
                       WRITE REG-BI-DIM-VENDEDORES FROM WS-LINEA-CSV
                       ADD 1 TO T-CTL-REG(8)
               END-READ
           END-PERFORM.

       EXTRAER-DIM-BODEGAS.
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO BOD-CODIGO
           START BODEGAS KEY IS NOT LESS THAN BOD-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ BODEGAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE BOD-NOMBRE TO WS-TXT-NOMBRE
                       INSPECT WS-TXT-NOMBRE REPLACING ALL ";" BY ","
                       MOVE SPACES TO WS-LINEA-CSV
                       STRING BOD-CODIGO ";"
                              FUNCTION TRIM(WS-TXT-NOMBRE) ";"
                              BOD-MUNICIPIO ";" BOD-ESTADO ";"
                              BOD-FECHA-MOD
                           DELIMITED BY SIZE INTO WS-LINEA-CSV
                       WRITE REG-BI-DIM-BODEGAS FROM WS-LINEA-CSV
                       ADD 1 TO T-CTL-REG(9)
               END-READ
           END-PERFORM.

      *> Un dia por fila desde la fecha mas antigua de los hechos de
      *> esta corrida hasta el ultimo dia cerrado; dia 1 = lunes
       EXTRAER-DIM-FECHAS.
           IF WS-FECHA-MIN = 0 OR WS-FECHA-MIN > W-HASTA
               MOVE W-HASTA TO WS-FECHA-MIN
           END-IF
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-MIN)
           COMPUTE WS-DIA-INT-FIN = FUNCTION INTEGER-OF-DATE(W-HASTA)
           PERFORM UNTIL WS-DIA-INT > WS-DIA-INT-FIN
               COMPUTE WS-DIA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-INT - 1, 7) + 1
               COMPUTE WS-TRIMESTRE = (WS-DIA-MES + 2) / 3
               MOVE SPACES TO WS-LINEA-CSV
               STRING WS-DIA ";" WS-DIA-ANO ";" WS-TRIMESTRE ";"
                      WS-DIA-MES ";" WS-DIA-ANO WS-DIA-MES ";"
                      WS-DIA-DD ";" WS-DIA-SEMANA ";"
                      FUNCTION TRIM(T-NOMBRE-DIA(WS-DIA-SEMANA))
                   DELIMITED BY SIZE INTO WS-LINEA-CSV
               WRITE REG-BI-DIM-FECHAS FROM WS-LINEA-CSV
               ADD 1 TO T-CTL-REG(10)
               ADD 1 TO WS-DIA-INT
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Control de la carga: una fila por archivo con sus registros
      *> (sin la fila de titulos) y el total de la columna de valor
      *> ------------------------------------------------------------
       ESCRIBIR-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GENERADO
           MOVE 0 TO WS-CANT-CONTROL
           OPEN OUTPUT BI-CONTROL
           MOVE "ARCHIVO;REGISTROS;TOTAL;MODO;DESDE;HASTA;GENERADO"
               TO REG-BI-CONTROL
           WRITE REG-BI-CONTROL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE T-CTL-REG(WS-IDX)   TO WS-E-REG
               MOVE T-CTL-TOTAL(WS-IDX) TO WS-E-TOTAL
               MOVE SPACES TO WS-LINEA-CSV
               STRING FUNCTION TRIM(T-CTL-ARCHIVO(WS-IDX)) ";"
                      FUNCTION TRIM(WS-E-REG) ";"
                      FUNCTION TRIM(WS-E-TOTAL) ";"
                      WS-MODO ";" W-DESDE ";" W-HASTA ";" WS-GENERADO
                   DELIMITED BY SIZE INTO WS-LINEA-CSV
               WRITE REG-BI-CONTROL FROM WS-LINEA-CSV
               ADD 1 TO WS-CANT-CONTROL
               IF WS-IDX <= 5
                   ADD T-CTL-REG(WS-IDX) TO WS-CANT-HECHOS
               END-IF
           END-PERFORM
           CLOSE BI-CONTROL.

      *> La marca avanza solo al terminar el extracto; si la corrida
      *> se cae, la siguiente vuelve a tomar los mismos dias
       GRABAR-MARCA-EXTRACTO.
           IF MODO-INCREMENTAL AND W-HASTA <= WS-MARCA-ANT
               EXIT PARAGRAPH
           END-IF
           MOVE "EXTRACTBI" TO BIT-PROCESO
           READ BITACORA
               INVALID KEY
                   MOVE "EXTRACTBI" TO BIT-PROCESO
                   MOVE W-HASTA        TO BIT-ULTIMA-CLAVE
                   MOVE WS-CANT-HECHOS TO BIT-CANT-PROC
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BIT-FECHA
                   MOVE FUNCTION CURRENT-DATE(9:6) TO BIT-HORA
                   SET BIT-COMPLETO TO TRUE
                   WRITE BITACORA-REG
               NOT INVALID KEY
                   MOVE W-HASTA        TO BIT-ULTIMA-CLAVE
                   MOVE WS-CANT-HECHOS TO BIT-CANT-PROC
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BIT-FECHA
                   MOVE FUNCTION CURRENT-DATE(9:6) TO BIT-HORA
                   SET BIT-COMPLETO TO TRUE
                   REWRITE BITACORA-REG
           END-READ.

       MOSTRAR-RESUMEN.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "EXTRACTO BI GENERADO HASTA" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY W-HASTA LINE 02 COL 37 WITH REVERSE-VIDEO
           IF MODO-COMPLETO
               DISPLAY "CARGA COMPLETA" LINE 03 COL 10
           ELSE
               DISPLAY "INCREMENTAL DESDE" LINE 03 COL 10
               DISPLAY W-DESDE LINE 03 COL 28
           END-IF
           DISPLAY "ARCHIVO                   REGISTROS" LINE 05 COL 10
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE T-CTL-REG(WS-IDX) TO WS-E-REG
               COMPUTE WS-FILA = WS-IDX + 5
               DISPLAY T-CTL-ARCHIVO(WS-IDX) LINE WS-FILA COL 10
               DISPLAY WS-E-REG LINE WS-FILA COL 36
           END-PERFORM
           IF NOT CON-FOTO-STOCK
               DISPLAY "SIN DIA CERRADO NUEVO: NO SE TOMO FOTO DE EXISTENCIAS"
                       LINE 17 COL 10
           END-IF
           DISPLAY "CONTROL EN bi_control.csv - ENTER PARA CONTINUAR"
                   LINE 19 COL 10
           ACCEPT WS-PAUSA LINE 19 COL 60.

       END PROGRAM BIEXT01.
