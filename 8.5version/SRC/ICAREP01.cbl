       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Industria y comercio (ICA) por municipio - ingresos
      *> *           brutos del periodo por municipio y actividad, menos
      *> *           devoluciones (notas de credito) e ingresos exentos,
      *> *           base gravable e impuesto segun la tarifa por mil
      *> *           del municipio; ReteICA sufrida (clientes) y
      *> *           practicada (proveedores) por municipio para la
      *> *           declaracion bimestral o anual. El municipio de la
      *> *           venta es el del punto de entrega (o del cliente) en
      *> *           las facturas a domicilio y el de la bodega que
      *> *           despacha en las de mostrador
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICAREP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "factura.sel".
           COPY "detalle.sel".
           COPY "notacred.sel".
           COPY "notacreddet.sel".
           COPY "cliente.sel".
           COPY "direntrega.sel".
           COPY "stock.sel".
           COPY "bodega.sel".
           COPY "producto.sel".
           COPY "categoria.sel".
           COPY "municipio.sel".
           COPY "provfac.sel".
           COPY "retencion.sel".
           COPY "tasaret.sel".
           COPY "parametros.sel".
           COPY "icadecl.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "factura.fd".
           COPY "detalle.fd".
           COPY "notacred.fd".
           COPY "notacreddet.fd".
           COPY "cliente.fd".
           COPY "direntrega.fd".
           COPY "stock.fd".
           COPY "bodega.fd".
           COPY "producto.fd".
           COPY "categoria.fd".
           COPY "municipio.fd".
           COPY "provfac.fd".
           COPY "retencion.fd".
           COPY "tasaret.fd".
           COPY "parametros.fd".
           COPY "icadecl.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "SPOOLVARS.cpy".
       COPY "PARAMETROS.cpy".
           COPY "DIRENTREGA.cpy".
           COPY "MUNICIPIO.cpy".

       01 ST-SESION         PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-DETALLES       PIC XX.
       01 ST-NOTASCRED      PIC XX.
       01 ST-NOTASCREDDET   PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-BODEGAS        PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-CATEGORIAS     PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-RETENCIONES    PIC XX.
       01 ST-TASARET        PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 FIN               PIC X VALUE "N".
       01 WS-NIT-EMPRESA    PIC X(15) VALUE SPACES.

       01 W-PERIODO-DESDE   PIC 9(06).
       01 W-PERIODO-HASTA   PIC 9(06).
       01 WS-FILA           PIC 99.
       01 WS-LINEA-PLANO    PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-MONTO-DISP     PIC -(9)9.99.
       01 WS-BASE-DISP      PIC -(9)9.99.
       01 WS-DEV-DISP       PIC -(9)9.99.
       01 WS-EXE-DISP       PIC -(9)9.99.
       01 WS-IMP-DISP       PIC -(9)9.99.
       01 WS-PAN-DISP       PIC -(9)9.
       01 WS-TARIFA-DISP    PIC Z9.999.

      *> Municipio que corresponde a la factura: punto de entrega o
      *> cliente si es a domicilio; en blanco si es de mostrador (se
      *> toma de la bodega de cada linea)
       01 WS-MUN-FACTURA    PIC X(05).
       01 WS-FAC-EXENTA     PIC X VALUE "N".
          88 FACTURA-EXENTA    VALUE "S".
          88 FACTURA-GRAVADA   VALUE "N".
       01 WS-PROD-ID        PIC X(10).
       01 WS-MONTO-LINEA    PIC S9(11)V99.

      *> Acumulado por municipio y actividad
       01 WS-TOT-ICA        PIC 9(03) VALUE 0.
       01 WS-TABLA-ICA.
          05 T-ICA OCCURS 300 TIMES.
             10 T-ICA-MUN      PIC X(05).
             10 T-ICA-ACT      PIC X(04).
             10 T-ICA-TARIFA   PIC 9(02)V9(03).
             10 T-ICA-TARIFADA PIC X(01).
             10 T-ICA-BRUTO    PIC S9(11)V99.
             10 T-ICA-DEVOL    PIC S9(11)V99.
             10 T-ICA-EXENTO   PIC S9(11)V99.
             10 T-ICA-BASE     PIC S9(11)V99.
             10 T-ICA-IMPUESTO PIC S9(11)V99.
       01 WS-IX             PIC 9(03).

      *> Resumen por municipio para el formulario
       01 WS-TOT-MUN        PIC 9(03) VALUE 0.
       01 WS-TABLA-MUN.
          05 T-MUN OCCURS 100 TIMES.
             10 T-MUN-COD      PIC X(05).
             10 T-MUN-NOMBRE   PIC X(30).
             10 T-MUN-PERIOD   PIC X(01).
             10 T-MUN-ICA      PIC S9(11)V99.
             10 T-MUN-RIC-SUF  PIC S9(11)V99.
             10 T-MUN-RIC-PRA  PIC S9(11)V99.
             10 T-MUN-PAGAR    PIC S9(11)V99.
       01 WS-IM             PIC 9(03).
       01 WS-MUN-BUSCADO    PIC X(05).

       01 WS-TOT-BRUTO      PIC S9(11)V99.
       01 WS-TOT-DEVOL      PIC S9(11)V99.
       01 WS-TOT-EXENTO     PIC S9(11)V99.
       01 WS-TOT-BASE       PIC S9(11)V99.
       01 WS-TOT-IMPUESTO   PIC S9(11)V99.
       01 WS-TOT-RIC-SUF    PIC S9(11)V99.
       01 WS-TOT-RIC-PRA    PIC S9(11)V99.
       01 WS-TOT-PAGAR      PIC S9(11)V99.
       01 WS-CANT-SIN-TARIFA PIC 9(05).
       01 WS-TABLA-LLENA    PIC X VALUE "N".

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM LEER-NIT-EMPRESA
           PERFORM ABRIR-ARCHIVOS

           IF FIN NOT = "S"
               PERFORM PEDIR-PERIODO
           END-IF
           IF FIN NOT = "S"
               PERFORM GENERAR-REPORTE
           END-IF

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       LEER-DIR-ENTREGA.
           COPY "LEER-DIR-ENTREGA.cpy".

       LEER-MUNICIPIO.
           COPY "LEER-MUNICIPIO.cpy".

       LEER-NIT-EMPRESA.
           OPEN INPUT PARAMETROS
           IF ST-PARAMETROS = "00"
               MOVE "1" TO PAR-CLAVE
               READ PARAMETROS KEY IS PAR-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAR-NIT TO WS-NIT-EMPRESA
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT FACTURAS
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN INPUT FACTURAS
           END-IF
           IF ST-FACTURAS > "07"
               STRING "ERROR AL ABRIR FACTURAS: " ST-FACTURAS
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               ACCEPT WS-PAUSA LINE 20 COL 60
               MOVE "S" TO FIN
           END-IF

           OPEN INPUT MUNICIPIOS
           IF ST-MUNICIPIOS = "35"
               OPEN OUTPUT MUNICIPIOS
               CLOSE MUNICIPIOS
               OPEN INPUT MUNICIPIOS
           END-IF
           IF ST-MUNICIPIOS > "07"
               STRING "ERROR AL ABRIR MUNICIPIOS: " ST-MUNICIPIOS
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 21 COL 10
               ACCEPT WS-PAUSA LINE 21 COL 60
               MOVE "S" TO FIN
           END-IF

           OPEN INPUT DETALLES
           IF ST-DETALLES = "35"
               OPEN OUTPUT DETALLES
               CLOSE DETALLES
               OPEN INPUT DETALLES
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
           OPEN INPUT FACTURAS-PROV
           IF ST-PROVFAC = "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN INPUT FACTURAS-PROV
           END-IF
           OPEN INPUT RETENCIONES
           IF ST-RETENCIONES = "35"
               OPEN OUTPUT RETENCIONES
               CLOSE RETENCIONES
               OPEN INPUT RETENCIONES
           END-IF
           OPEN INPUT DIRECCIONES-ENTREGA
           IF ST-DIRENTREGA = "35"
               OPEN OUTPUT DIRECCIONES-ENTREGA
               CLOSE DIRECCIONES-ENTREGA
               OPEN INPUT DIRECCIONES-ENTREGA
           END-IF

           OPEN INPUT CLIENTES
           OPEN INPUT STOCK
           OPEN INPUT BODEGAS
           OPEN INPUT PRODUCTOS
           OPEN INPUT CATEGORIAS
           OPEN INPUT TASAS-RETENCION.

       CERRAR-ARCHIVOS.
           CLOSE FACTURAS
           CLOSE DETALLES
           CLOSE NOTASCREDITO
           CLOSE NOTASCREDDET
           CLOSE CLIENTES
           CLOSE DIRECCIONES-ENTREGA
           CLOSE STOCK
           CLOSE BODEGAS
           CLOSE PRODUCTOS
           CLOSE CATEGORIAS
           CLOSE MUNICIPIOS
           CLOSE FACTURAS-PROV
           CLOSE RETENCIONES
           CLOSE TASAS-RETENCION.

       PEDIR-PERIODO.
      *> Por defecto el bimestre en curso; para la declaracion anual se
      *> pide de 01 a 12
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "ICA Y RETEICA POR MUNICIPIO" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO-DESDE
           IF FUNCTION MOD(W-PERIODO-DESDE(5:2), 2) = 0
               SUBTRACT 1 FROM W-PERIODO-DESDE
           END-IF
           COMPUTE W-PERIODO-HASTA = W-PERIODO-DESDE + 1
           DISPLAY "PERIODO DESDE (AAAAMM): " LINE 04 COL 10
           ACCEPT W-PERIODO-DESDE LINE 04 COL 35 WITH UPDATE
           DISPLAY "PERIODO HASTA (AAAAMM): " LINE 05 COL 10
           ACCEPT W-PERIODO-HASTA LINE 05 COL 35 WITH UPDATE
           IF W-PERIODO-HASTA < W-PERIODO-DESDE
               DISPLAY "RANGO DE PERIODOS INVALIDO" LINE 07 COL 10
                   WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 07 COL 40
               MOVE "S" TO FIN
           END-IF.

       GENERAR-REPORTE.
           INITIALIZE WS-TABLA-ICA WS-TABLA-MUN
           MOVE 0 TO WS-TOT-ICA WS-TOT-MUN WS-CANT-LINEAS
           MOVE 0 TO WS-CANT-SIN-TARIFA
           MOVE "N" TO WS-TABLA-LLENA
           DISPLAY "PROCESANDO VENTAS..." LINE 07 COL 10

           PERFORM PROCESAR-FACTURAS
           PERFORM PROCESAR-NOTAS-CREDITO
           PERFORM CALCULAR-IMPUESTO
           PERFORM PROCESAR-RETEICA-SUFRIDA
           PERFORM PROCESAR-RETEICA-PRACTICADA
           PERFORM CALCULAR-SALDOS

           PERFORM ESCRIBIR-PLANO
           PERFORM ESCRIBIR-CSV
           PERFORM MOSTRAR-RESUMEN

           MOVE "ICADECL" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-PERIODO-DESDE "-" W-PERIODO-HASTA
               DELIMITED BY SIZE INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "icadecl.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "Archivos 'icadecl.txt' e 'icadecl.CSV' generados."
                   LINE 23 COL 02
           ACCEPT WS-PAUSA LINE 23 COL 55.

       PROCESAR-FACTURAS.
      *> Ingresos brutos: facturas definitivas del periodo por la fecha
           SET NO-FIN-SCAN TO TRUE
           COMPUTE FAC-FECHA = W-PERIODO-DESDE * 100 + 1
           START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FAC-FECHA(1:6) > W-PERIODO-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF FAC-FINAL
                               PERFORM ACUMULAR-FACTURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-FACTURA.
           PERFORM DETERMINAR-MUNICIPIO-FACTURA
           SET NO-FIN-DET TO TRUE
           MOVE FAC-NRO TO DET-FAC-NRO
           START DETALLES KEY IS NOT LESS THAN DET-FAC-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ DETALLES NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF DET-FAC-NRO NOT = FAC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE DET-PROD-ID  TO WS-PROD-ID
                           MOVE DET-SUBTOTAL TO WS-MONTO-LINEA
                           PERFORM UBICAR-FILA-ICA
                           ADD WS-MONTO-LINEA TO T-ICA-BRUTO(WS-IX)
                           IF FACTURA-EXENTA
                               ADD WS-MONTO-LINEA TO T-ICA-EXENTO(WS-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROCESAR-NOTAS-CREDITO.
      *> Devoluciones: notas de credito del periodo, en el municipio de
      *> la factura que afectan. La devolucion de una venta exenta
      *> tambien reduce lo exento para no descontarla dos veces
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO NCR-NRO
           START NOTASCREDITO KEY IS NOT LESS THAN NCR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ NOTASCREDITO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NCR-FECHA(1:6) >= W-PERIODO-DESDE
                          AND NCR-FECHA(1:6) <= W-PERIODO-HASTA
                           PERFORM ACUMULAR-NOTA-CREDITO
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-NOTA-CREDITO.
           MOVE NCR-FAC-NRO TO FAC-NRO
           READ FACTURAS
               INVALID KEY
                   INITIALIZE FACTURA-REG
                   MOVE NCR-CLI-ID TO FAC-CLI-ID
                   MOVE "M" TO FAC-ENTREGA
           END-READ
           PERFORM DETERMINAR-MUNICIPIO-FACTURA
           SET NO-FIN-DET TO TRUE
           MOVE NCR-NRO TO NCD-NCR-NRO
           START NOTASCREDDET KEY IS NOT LESS THAN NCD-NCR-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ NOTASCREDDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF NCD-NCR-NRO NOT = NCR-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE NCD-PROD-ID  TO WS-PROD-ID
                           MOVE NCD-SUBTOTAL TO WS-MONTO-LINEA
                           PERFORM UBICAR-FILA-ICA
                           ADD WS-MONTO-LINEA TO T-ICA-DEVOL(WS-IX)
                           IF FACTURA-EXENTA
                               SUBTRACT WS-MONTO-LINEA
                                   FROM T-ICA-EXENTO(WS-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DETERMINAR-MUNICIPIO-FACTURA.
      *> FACTURA-REG leido: a domicilio va al municipio del punto de
      *> entrega (o del cliente); de mostrador queda en blanco y cada
      *> linea toma el de la bodega que despacha
           MOVE SPACES TO WS-MUN-FACTURA
           IF FAC-REG-EXENTO
               SET FACTURA-EXENTA TO TRUE
           ELSE
               SET FACTURA-GRAVADA TO TRUE
           END-IF
           IF NOT FAC-ENT-DOMICILIO
               EXIT PARAGRAPH
           END-IF
           MOVE FAC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   INITIALIZE CLIENTES-REG
           END-READ
           MOVE FAC-CLI-ID      TO WS-DEN-CLI-ID
           MOVE FAC-DIR-ENTREGA TO WS-DEN-CODIGO
           PERFORM LEER-DIR-ENTREGA
           MOVE WS-DEN-MUNICIPIO TO WS-MUN-FACTURA.

       UBICAR-FILA-ICA.
      *> Deja en WS-IX la fila de municipio y actividad de la linea
      *> WS-PROD-ID; la actividad sale de la categoria del producto y,
      *> si no tiene, de la primera actividad del municipio
           MOVE WS-MUN-FACTURA TO WS-MUN-CODIGO
           IF WS-MUN-CODIGO = SPACES
               MOVE WS-PROD-ID TO STK-CODIGO
               READ STOCK
                   INVALID KEY
                       MOVE SPACES TO STK-BODEGA
               END-READ
               MOVE STK-BODEGA TO BOD-CODIGO
               READ BODEGAS
                   INVALID KEY
                       MOVE SPACES TO BOD-MUNICIPIO
               END-READ
               MOVE BOD-MUNICIPIO TO WS-MUN-CODIGO
           END-IF

           MOVE SPACES TO WS-MUN-ACTIVIDAD
           MOVE WS-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   MOVE SPACES TO PRD-CATEGORIA
           END-READ
           IF PRD-CATEGORIA NOT = SPACES
               MOVE PRD-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS
                   INVALID KEY
                       MOVE SPACES TO CAT-ACTIVIDAD-ICA
               END-READ
               MOVE CAT-ACTIVIDAD-ICA TO WS-MUN-ACTIVIDAD
           END-IF
           PERFORM LEER-MUNICIPIO

           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-ICA
               IF T-ICA-MUN(WS-IX) = WS-MUN-CODIGO
                  AND T-ICA-ACT(WS-IX) = WS-MUN-ACTIVIDAD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TOT-ICA >= 300
      *> Tabla llena: lo que no cabe se acumula en la ultima fila
               MOVE "S" TO WS-TABLA-LLENA
               MOVE 300 TO WS-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-ICA
           MOVE WS-TOT-ICA       TO WS-IX
           MOVE WS-MUN-CODIGO    TO T-ICA-MUN(WS-IX)
           MOVE WS-MUN-ACTIVIDAD TO T-ICA-ACT(WS-IX)
           IF MUNICIPIO-HALLADO
               MOVE MUN-TARIFA-ICA TO T-ICA-TARIFA(WS-IX)
               MOVE "S" TO T-ICA-TARIFADA(WS-IX)
           ELSE
               MOVE 0 TO T-ICA-TARIFA(WS-IX)
               MOVE "N" TO T-ICA-TARIFADA(WS-IX)
           END-IF.

       CALCULAR-IMPUESTO.
      *> Base gravable = brutos - devoluciones - exentos; el impuesto
      *> es la tarifa por mil del municipio y la actividad
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-ICA
               COMPUTE T-ICA-BASE(WS-IX) = T-ICA-BRUTO(WS-IX)
                       - T-ICA-DEVOL(WS-IX) - T-ICA-EXENTO(WS-IX)
               IF T-ICA-BASE(WS-IX) > 0
                   COMPUTE T-ICA-IMPUESTO(WS-IX) ROUNDED =
                           T-ICA-BASE(WS-IX) * T-ICA-TARIFA(WS-IX) / 1000
               ELSE
                   MOVE 0 TO T-ICA-IMPUESTO(WS-IX)
               END-IF
               IF T-ICA-TARIFADA(WS-IX) = "N"
                   ADD 1 TO WS-CANT-SIN-TARIFA
               END-IF
               MOVE T-ICA-MUN(WS-IX) TO WS-MUN-BUSCADO
               PERFORM UBICAR-MUNICIPIO
               ADD T-ICA-IMPUESTO(WS-IX) TO T-MUN-ICA(WS-IM)
           END-PERFORM.

       PROCESAR-RETEICA-SUFRIDA.
      *> Retenciones de ICA que nos practicaron los clientes (concepto
      *> de retencion marcado como ReteICA)
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RET-NRO
           START RETENCIONES KEY IS NOT LESS THAN RET-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RETENCIONES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RET-FECHA(1:6) >= W-PERIODO-DESDE
                          AND RET-FECHA(1:6) <= W-PERIODO-HASTA
                           PERFORM ACUMULAR-RETEICA-SUFRIDA
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-RETEICA-SUFRIDA.
           MOVE RET-TASA-COD TO TRT-CODIGO
           READ TASAS-RETENCION
               INVALID KEY
                   MOVE "B" TO TRT-APLICA
           END-READ
           IF NOT TRT-RETEICA AND RET-MUNICIPIO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RET-MUNICIPIO TO WS-MUN-BUSCADO
           PERFORM UBICAR-MUNICIPIO
           ADD RET-MONTO TO T-MUN-RIC-SUF(WS-IM).

       PROCESAR-RETEICA-PRACTICADA.
      *> Retenciones de ICA practicadas en facturas de proveedor
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO PFC-NRO
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NOT PFC-ANULADA
                          AND PFC-RICA-MONTO > 0
                          AND PFC-FECHA(1:6) >= W-PERIODO-DESDE
                          AND PFC-FECHA(1:6) <= W-PERIODO-HASTA
                           MOVE PFC-RICA-MUN TO WS-MUN-BUSCADO
                           PERFORM UBICAR-MUNICIPIO
                           ADD PFC-RICA-MONTO TO T-MUN-RIC-PRA(WS-IM)
                       END-IF
               END-READ
           END-PERFORM.

       UBICAR-MUNICIPIO.
      *> Deja en WS-IM la fila del resumen del municipio WS-MUN-BUSCADO
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > WS-TOT-MUN
               IF T-MUN-COD(WS-IM) = WS-MUN-BUSCADO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TOT-MUN >= 100
               MOVE "S" TO WS-TABLA-LLENA
               MOVE 100 TO WS-IM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-MUN
           MOVE WS-TOT-MUN     TO WS-IM
           MOVE WS-MUN-BUSCADO TO T-MUN-COD(WS-IM)
           MOVE WS-MUN-BUSCADO TO WS-MUN-CODIGO
           MOVE SPACES         TO WS-MUN-ACTIVIDAD
           PERFORM LEER-MUNICIPIO
           IF MUNICIPIO-HALLADO
               MOVE MUN-NOMBRE       TO T-MUN-NOMBRE(WS-IM)
               MOVE MUN-PERIODICIDAD TO T-MUN-PERIOD(WS-IM)
           ELSE
               IF WS-MUN-BUSCADO = SPACES
                   MOVE "SIN ASIGNAR" TO T-MUN-NOMBRE(WS-IM)
               ELSE
                   MOVE "NO REGISTRADO" TO T-MUN-NOMBRE(WS-IM)
               END-IF
               MOVE SPACE TO T-MUN-PERIOD(WS-IM)
           END-IF.

       CALCULAR-SALDOS.
      *> A pagar = impuesto a cargo - ReteICA que nos practicaron +
      *> ReteICA que practicamos (se declara y paga en el mismo formulario)
           MOVE 0 TO WS-TOT-BRUTO WS-TOT-DEVOL WS-TOT-EXENTO WS-TOT-BASE
           MOVE 0 TO WS-TOT-IMPUESTO WS-TOT-RIC-SUF WS-TOT-RIC-PRA
           MOVE 0 TO WS-TOT-PAGAR
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-ICA
               ADD T-ICA-BRUTO(WS-IX)    TO WS-TOT-BRUTO
               ADD T-ICA-DEVOL(WS-IX)    TO WS-TOT-DEVOL
               ADD T-ICA-EXENTO(WS-IX)   TO WS-TOT-EXENTO
               ADD T-ICA-BASE(WS-IX)     TO WS-TOT-BASE
               ADD T-ICA-IMPUESTO(WS-IX) TO WS-TOT-IMPUESTO
           END-PERFORM
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > WS-TOT-MUN
               COMPUTE T-MUN-PAGAR(WS-IM) = T-MUN-ICA(WS-IM)
                       - T-MUN-RIC-SUF(WS-IM) + T-MUN-RIC-PRA(WS-IM)
               ADD T-MUN-RIC-SUF(WS-IM) TO WS-TOT-RIC-SUF
               ADD T-MUN-RIC-PRA(WS-IM) TO WS-TOT-RIC-PRA
               ADD T-MUN-PAGAR(WS-IM)   TO WS-TOT-PAGAR
           END-PERFORM.

       ESCRIBIR-PLANO.
           OPEN OUTPUT ICADECL-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "INDUSTRIA Y COMERCIO PERIODO " W-PERIODO-DESDE
                  " A " W-PERIODO-HASTA " - " WS-EMPRESA
                  " NIT " WS-NIT-EMPRESA
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
           MOVE "MUNIC ACT         ING. BRUTOS   DEVOLUCIONES        EXENTOS"
               TO WS-LINEA-PLANO
           MOVE "     BASE GRAVABLE  TARIFA       IMPUESTO"
               TO WS-LINEA-PLANO(63:41)
           WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-ICA
               MOVE T-ICA-BRUTO(WS-IX)    TO WS-MONTO-DISP
               MOVE T-ICA-DEVOL(WS-IX)    TO WS-DEV-DISP
               MOVE T-ICA-EXENTO(WS-IX)   TO WS-EXE-DISP
               MOVE T-ICA-BASE(WS-IX)     TO WS-BASE-DISP
               MOVE T-ICA-TARIFA(WS-IX)   TO WS-TARIFA-DISP
               MOVE T-ICA-IMPUESTO(WS-IX) TO WS-IMP-DISP
               MOVE SPACES TO WS-LINEA-PLANO
               STRING T-ICA-MUN(WS-IX) " " T-ICA-ACT(WS-IX) "  "
                      WS-MONTO-DISP "  " WS-DEV-DISP "  " WS-EXE-DISP
                      "  " WS-BASE-DISP "  " WS-TARIFA-DISP "  "
                      WS-IMP-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
               IF T-ICA-TARIFADA(WS-IX) = "N"
                   MOVE "*SIN TARIFA" TO WS-LINEA-PLANO(105:11)
               END-IF
               WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
               ADD 1 TO WS-CANT-LINEAS
           END-PERFORM
           MOVE WS-TOT-BRUTO    TO WS-MONTO-DISP
           MOVE WS-TOT-DEVOL    TO WS-DEV-DISP
           MOVE WS-TOT-EXENTO   TO WS-EXE-DISP
           MOVE WS-TOT-BASE     TO WS-BASE-DISP
           MOVE WS-TOT-IMPUESTO TO WS-IMP-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "TOTAL       " WS-MONTO-DISP "  " WS-DEV-DISP "  "
                  WS-EXE-DISP "  " WS-BASE-DISP "          " WS-IMP-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO

           MOVE SPACES TO WS-LINEA-PLANO
           WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
           MOVE "RESUMEN POR MUNICIPIO (PERIODICIDAD B=BIMESTRAL A=ANUAL)"
               TO WS-LINEA-PLANO
           WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
           MOVE "MUNIC NOMBRE                         P    ICA A CARGO"
               TO WS-LINEA-PLANO
           MOVE "  RETEICA SUFRIDA  RETEICA PRACTIC.        A PAGAR"
               TO WS-LINEA-PLANO(54:51)
           WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > WS-TOT-MUN
               MOVE T-MUN-ICA(WS-IM)     TO WS-IMP-DISP
               MOVE T-MUN-RIC-SUF(WS-IM) TO WS-DEV-DISP
               MOVE T-MUN-RIC-PRA(WS-IM) TO WS-EXE-DISP
               MOVE T-MUN-PAGAR(WS-IM)   TO WS-MONTO-DISP
               MOVE SPACES TO WS-LINEA-PLANO
               STRING T-MUN-COD(WS-IM) " " T-MUN-NOMBRE(WS-IM) " "
                      T-MUN-PERIOD(WS-IM) "  " WS-IMP-DISP "    "
                      WS-DEV-DISP "     " WS-EXE-DISP "  " WS-MONTO-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
               WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
               ADD 1 TO WS-CANT-LINEAS
           END-PERFORM
           MOVE WS-TOT-IMPUESTO TO WS-IMP-DISP
           MOVE WS-TOT-RIC-SUF  TO WS-DEV-DISP
           MOVE WS-TOT-RIC-PRA  TO WS-EXE-DISP
           MOVE WS-TOT-PAGAR    TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "TOTAL                                  " WS-IMP-DISP
                  "    " WS-DEV-DISP "     " WS-EXE-DISP "  "
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO

           IF WS-CANT-SIN-TARIFA > 0
               MOVE SPACES TO WS-LINEA-PLANO
               WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
               MOVE "*SIN TARIFA: MUNICIPIO SIN ASIGNAR O SIN ACTIVIDAD REGISTRADA (NO LIQUIDA IMPUESTO)"
                   TO WS-LINEA-PLANO
               WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
           END-IF
           IF WS-TABLA-LLENA = "S"
               MOVE "ATENCION: DEMASIADOS MUNICIPIOS/ACTIVIDADES, LA ULTIMA FILA ACUMULA EL EXCEDENTE"
                   TO WS-LINEA-PLANO
               WRITE REG-ICADECL-PLANO FROM WS-LINEA-PLANO
           END-IF
           CLOSE ICADECL-PLANO.

       ESCRIBIR-CSV.
           OPEN OUTPUT ICADECL-CSV
           MOVE "TIPO;MUNICIPIO;ACTIVIDAD;BRUTOS;DEVOLUCIONES;EXENTOS;BASE;TARIFA;IMPUESTO;RETEICA SUFRIDA;RETEICA PRACTICADA;A PAGAR"
               TO WS-LINEA-PLANO
           WRITE REG-ICADECL-CSV FROM WS-LINEA-PLANO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-ICA
               MOVE T-ICA-BRUTO(WS-IX)    TO WS-MONTO-DISP
               MOVE T-ICA-DEVOL(WS-IX)    TO WS-DEV-DISP
               MOVE T-ICA-EXENTO(WS-IX)   TO WS-EXE-DISP
               MOVE T-ICA-BASE(WS-IX)     TO WS-BASE-DISP
               MOVE T-ICA-TARIFA(WS-IX)   TO WS-TARIFA-DISP
               MOVE T-ICA-IMPUESTO(WS-IX) TO WS-IMP-DISP
               MOVE SPACES TO WS-LINEA-PLANO
               STRING "ICA;" T-ICA-MUN(WS-IX) ";" T-ICA-ACT(WS-IX) ";"
                      WS-MONTO-DISP ";" WS-DEV-DISP ";" WS-EXE-DISP ";"
                      WS-BASE-DISP ";" WS-TARIFA-DISP ";" WS-IMP-DISP
                      ";;;"
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
               WRITE REG-ICADECL-CSV FROM WS-LINEA-PLANO
           END-PERFORM
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > WS-TOT-MUN
               MOVE T-MUN-ICA(WS-IM)     TO WS-IMP-DISP
               MOVE T-MUN-RIC-SUF(WS-IM) TO WS-DEV-DISP
               MOVE T-MUN-RIC-PRA(WS-IM) TO WS-EXE-DISP
               MOVE T-MUN-PAGAR(WS-IM)   TO WS-MONTO-DISP
               MOVE SPACES TO WS-LINEA-PLANO
               STRING "MUNICIPIO;" T-MUN-COD(WS-IM) ";"
                      T-MUN-PERIOD(WS-IM) ";;;;;;" WS-IMP-DISP ";"
                      WS-DEV-DISP ";" WS-EXE-DISP ";" WS-MONTO-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
               WRITE REG-ICADECL-CSV FROM WS-LINEA-PLANO
           END-PERFORM
           CLOSE ICADECL-CSV.

       MOSTRAR-RESUMEN.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "ICA Y RETEICA POR MUNICIPIO" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY "PERIODO " LINE 02 COL 40
           DISPLAY W-PERIODO-DESDE LINE 02 COL 48
           DISPLAY " A " LINE 02 COL 54
           DISPLAY W-PERIODO-HASTA LINE 02 COL 57
           DISPLAY "MUNIC ACT     BRUTOS     DEVOL.    EXENTOS  BASE GRAV. TARIFA   IMPUESTO"
                   LINE 04 COL 02
           MOVE 5 TO WS-FILA
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-TOT-ICA OR WS-FILA > 12
               DISPLAY T-ICA-MUN(WS-IX) LINE WS-FILA COL 02
               DISPLAY T-ICA-ACT(WS-IX) LINE WS-FILA COL 08
               MOVE T-ICA-BRUTO(WS-IX) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 13
               MOVE T-ICA-DEVOL(WS-IX) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 24
               MOVE T-ICA-EXENTO(WS-IX) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 35
               MOVE T-ICA-BASE(WS-IX) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 46
               MOVE T-ICA-TARIFA(WS-IX) TO WS-TARIFA-DISP
               DISPLAY WS-TARIFA-DISP LINE WS-FILA COL 58
               MOVE T-ICA-IMPUESTO(WS-IX) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 65
               IF T-ICA-TARIFADA(WS-IX) = "N"
                   DISPLAY "*" LINE WS-FILA COL 76
               END-IF
               ADD 1 TO WS-FILA
           END-PERFORM
           IF WS-TOT-ICA > 8
               DISPLAY "(VER EL ARCHIVO PARA EL DETALLE COMPLETO)"
                       LINE 13 COL 02
           END-IF

           DISPLAY "MUNIC NOMBRE           P ICA CARGO RICA SUFR. RICA PRACT.    A PAGAR"
                   LINE 15 COL 02
           MOVE 16 TO WS-FILA
           PERFORM VARYING WS-IM FROM 1 BY 1
                   UNTIL WS-IM > WS-TOT-MUN OR WS-FILA > 20
               DISPLAY T-MUN-COD(WS-IM) LINE WS-FILA COL 02
               DISPLAY T-MUN-NOMBRE(WS-IM)(1:16) LINE WS-FILA COL 08
               DISPLAY T-MUN-PERIOD(WS-IM) LINE WS-FILA COL 25
               MOVE T-MUN-ICA(WS-IM) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 27
               MOVE T-MUN-RIC-SUF(WS-IM) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 38
               MOVE T-MUN-RIC-PRA(WS-IM) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 50
               MOVE T-MUN-PAGAR(WS-IM) TO WS-PAN-DISP
               DISPLAY WS-PAN-DISP LINE WS-FILA COL 62
               ADD 1 TO WS-FILA
           END-PERFORM
           DISPLAY "TOTAL A PAGAR: " LINE 21 COL 46
           MOVE WS-TOT-PAGAR TO WS-PAN-DISP
           DISPLAY WS-PAN-DISP LINE 21 COL 62.

       END PROGRAM ICAREP01.
