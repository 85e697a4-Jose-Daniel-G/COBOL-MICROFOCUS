       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Presupuesto de compras (open-to-buy) por categoria
      *> *           de producto y mes: carga/edicion del presupuesto
      *> *           anual de una categoria (al costo) y reporte
      *> *           mensual que compara presupuesto, comprometido
      *> *           (ordenes abiertas), recibido y vendido al costo
      *> *           (facturas menos notas de credito) por categoria,
      *> *           con el disponible para comprar, al spool. COMPRA01
      *> *           controla las ordenes contra este presupuesto
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOM01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "prescomp.sel".
           COPY "categoria.sel".
           COPY "compra.sel".
           COPY "compradet.sel".
           COPY "producto.sel".
           COPY "factura.sel".
           COPY "detalle.sel".
           COPY "notacred.sel".
           COPY "notacreddet.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "prescomp.fd".
           COPY "categoria.fd".
           COPY "compra.fd".
           COPY "compradet.fd".
           COPY "producto.fd".
           COPY "factura.fd".
           COPY "detalle.fd".
           COPY "notacred.fd".
           COPY "notacreddet.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "OTB.cpy".
       01 ST-SESION         PIC XX.
       01 ST-PRESCOMP       PIC XX.
       01 ST-CATEGORIAS     PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-COMPRASDET     PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-DETALLES       PIC XX.
       01 ST-NOTASCRED      PIC XX.
       01 ST-NOTASCREDDET   PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".

       01 W-CATEGORIA       PIC X(04).
       01 W-PERIODO         PIC 9(06).
       01 W-ANIO            PIC 9(04).
       01 W-MES             PIC 9(02).
       01 W-MONTO           PIC 9(9)V99.
       01 W-MONTO-TXT       PIC X(12).

      *> Categorias del maestro con su vendido al costo del periodo
       01 WS-TOT-CAT        PIC 9(03) VALUE 0.
       01 WS-IX             PIC 9(03).
       01 WS-TABLA-CAT.
          05 T-CAT OCCURS 200 TIMES.
             10 T-CAT-CODIGO    PIC X(04).
             10 T-CAT-DESCRIP   PIC X(20).
             10 T-CAT-VENDIDO   PIC S9(11)V99.

       01 WS-PROD-ID        PIC X(10).
       01 WS-COSTO-LINEA    PIC S9(11)V99.
       01 WS-TOT-PRESUP     PIC S9(11)V99.
       01 WS-TOT-COMPROM    PIC S9(11)V99.
       01 WS-TOT-RECIBIDO   PIC S9(11)V99.
       01 WS-TOT-DISPON     PIC S9(11)V99.
       01 WS-TOT-VENDIDO    PIC S9(11)V99.

       01 WS-MONTO-DISP     PIC -(9)9.99.
       01 WS-PRESUP-DISP    PIC -(9)9.99.
       01 WS-COMPROM-DISP   PIC -(9)9.99.
       01 WS-RECIB-DISP     PIC -(9)9.99.
       01 WS-DISPON-DISP    PIC -(9)9.99.
       01 WS-VENDIDO-DISP   PIC -(9)9.99.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "PRESUPUESTO DE COMPRAS (OPEN-TO-BUY)" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CARGAR/EDITAR PRESUPUESTO ANUAL DE UNA CATEGORIA"
                       LINE 05 COL 10
               DISPLAY "2. REPORTE OPEN-TO-BUY DEL MES"
                       LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM CARGAR-PRESUPUESTO
                   WHEN "2"
                       PERFORM REPORTE-OPEN-TO-BUY
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

       CALCULAR-OTB.
           COPY "CALCULAR-OTB.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O PRESUPUESTO-COMPRAS
           IF ST-PRESCOMP = "35"
               OPEN OUTPUT PRESUPUESTO-COMPRAS
               CLOSE PRESUPUESTO-COMPRAS
               OPEN I-O PRESUPUESTO-COMPRAS
           END-IF

           OPEN INPUT CATEGORIAS
           IF ST-CATEGORIAS = "35"
               OPEN OUTPUT CATEGORIAS
               CLOSE CATEGORIAS
               OPEN INPUT CATEGORIAS
           END-IF

           OPEN INPUT COMPRAS
           IF ST-COMPRAS = "35"
               OPEN OUTPUT COMPRAS
               CLOSE COMPRAS
               OPEN INPUT COMPRAS
           END-IF

           OPEN INPUT COMPRASDET
           IF ST-COMPRASDET = "35"
               OPEN OUTPUT COMPRASDET
               CLOSE COMPRASDET
               OPEN INPUT COMPRASDET
           END-IF

           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF

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
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PRESUPUESTO-COMPRAS
           CLOSE CATEGORIAS
           CLOSE COMPRAS
           CLOSE COMPRASDET
           CLOSE PRODUCTOS
           CLOSE FACTURAS
           CLOSE DETALLES
           CLOSE NOTASCREDITO
           CLOSE NOTASCREDDET.

       CARGAR-PRESUPUESTO.
      *> Captura los doce meses del anio para una categoria; ENTER
      *> deja el mes como esta y monto 0 lo deja sin presupuesto
      *> (se elimina si existia, y la categoria queda sin control)
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE SPACES TO W-CATEGORIA
           DISPLAY "CATEGORIA: " LINE 11 COL 10
           ACCEPT W-CATEGORIA LINE 11 COL 22
           IF W-CATEGORIA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(W-CATEGORIA) TO W-CATEGORIA
           MOVE W-CATEGORIA TO CAT-CODIGO
           READ CATEGORIAS
               INVALID KEY
                   DISPLAY "CATEGORIA NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 31
                   EXIT PARAGRAPH
           END-READ
           DISPLAY CAT-DESCRIPCION LINE 11 COL 30

           MOVE FUNCTION CURRENT-DATE(1:4) TO W-ANIO
           DISPLAY "ANIO: " LINE 12 COL 10
           ACCEPT W-ANIO LINE 12 COL 17

           MOVE 13 TO WS-FILA
           PERFORM VARYING W-MES FROM 1 BY 1 UNTIL W-MES > 12
               COMPUTE W-PERIODO = W-ANIO * 100 + W-MES
               MOVE W-CATEGORIA TO PCO-CATEGORIA
               MOVE W-PERIODO   TO PCO-PERIODO
               READ PRESUPUESTO-COMPRAS
                   INVALID KEY MOVE 0 TO PCO-MONTO
               END-READ
               MOVE PCO-MONTO TO WS-MONTO-DISP
               DISPLAY "MES" LINE WS-FILA COL 10
               DISPLAY W-MES LINE WS-FILA COL 14
               DISPLAY WS-MONTO-DISP LINE WS-FILA COL 18
               MOVE SPACES TO W-MONTO-TXT
               DISPLAY "NUEVO (ENTER=SIN CAMBIO): " LINE WS-FILA COL 34
               ACCEPT W-MONTO-TXT LINE WS-FILA COL 61
               IF W-MONTO-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(W-MONTO-TXT) TO W-MONTO
                   MOVE W-CATEGORIA TO PCO-CATEGORIA
                   MOVE W-PERIODO   TO PCO-PERIODO
                   IF W-MONTO > 0
                       READ PRESUPUESTO-COMPRAS
                           INVALID KEY
                               MOVE W-CATEGORIA TO PCO-CATEGORIA
                               MOVE W-PERIODO   TO PCO-PERIODO
                               MOVE W-MONTO     TO PCO-MONTO
                               MOVE WS-USUARIO-SESION TO PCO-USUARIO
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO PCO-FECHA-MOD
                               WRITE PRESCOMP-REG
                           NOT INVALID KEY
                               MOVE W-MONTO TO PCO-MONTO
                               MOVE WS-USUARIO-SESION TO PCO-USUARIO
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO PCO-FECHA-MOD
                               REWRITE PRESCOMP-REG
                       END-READ
                   ELSE
                       DELETE PRESUPUESTO-COMPRAS RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
               IF WS-FILA < 23
                   ADD 1 TO WS-FILA
               ELSE
                   DISPLAY " " LINE 13 COL 01 ERASE EOS
                   MOVE 13 TO WS-FILA
               END-IF
           END-PERFORM
           DISPLAY "PRESUPUESTO GRABADO" LINE 24 COL 10
           ACCEPT WS-PAUSA LINE 24 COL 31.

       REPORTE-OPEN-TO-BUY.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO
           DISPLAY "PERIODO DEL REPORTE (AAAAMM): " LINE 11 COL 10
           ACCEPT W-PERIODO LINE 11 COL 41
           DISPLAY "PROCESANDO..." LINE 11 COL 50

           PERFORM CARGAR-CATEGORIAS
           PERFORM PROCESAR-FACTURAS
           PERFORM PROCESAR-NOTAS-CREDITO

           MOVE 0 TO WS-CANT-LINEAS WS-TOT-PRESUP WS-TOT-COMPROM
                     WS-TOT-RECIBIDO WS-TOT-DISPON WS-TOT-VENDIDO
           OPEN OUTPUT OTB-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "OPEN-TO-BUY POR CATEGORIA - PERIODO " W-PERIODO
                  " (VALORES AL COSTO)"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "CAT  DESCRIPCION            PRESUPUESTO"
                  "  COMPROMETIDO      RECIBIDO    DISPONIBLE"
                  "       VENDIDO"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "CAT    PRESUPUESTO  COMPROMETIDO      RECIBIDO"
                   LINE 12 COL 02
           DISPLAY "   DISPONIBLE       VENDIDO" LINE 12 COL 49
           MOVE 13 TO WS-FILA

           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-CAT
               PERFORM COMPARAR-CATEGORIA
           END-PERFORM

           IF WS-CANT-LINEAS <= 3
               CLOSE OTB-PLANO
               DISPLAY "SIN PRESUPUESTO NI MOVIMIENTO EN EL PERIODO"
                       LINE WS-FILA COL 10
           ELSE
               MOVE ALL "-" TO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-REP
               MOVE WS-TOT-PRESUP   TO WS-PRESUP-DISP
               MOVE WS-TOT-COMPROM  TO WS-COMPROM-DISP
               MOVE WS-TOT-RECIBIDO TO WS-RECIB-DISP
               MOVE WS-TOT-DISPON   TO WS-DISPON-DISP
               MOVE WS-TOT-VENDIDO  TO WS-VENDIDO-DISP
               MOVE SPACES TO WS-LINEA-REP
               STRING "TOTAL                     " WS-PRESUP-DISP " "
                      WS-COMPROM-DISP " " WS-RECIB-DISP " "
                      WS-DISPON-DISP " " WS-VENDIDO-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-REP
               CLOSE OTB-PLANO

               MOVE "OPENTOBUY" TO WS-SPL-REPORTE
               MOVE SPACES TO WS-SPL-PARAMS
               MOVE W-PERIODO TO WS-SPL-PARAMS
               MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
               MOVE "opentobuy.txt" TO WS-SPL-ORIGEN
               PERFORM GUARDAR-SPOOL
               DISPLAY "REPORTE 'opentobuy.txt' ENVIADO AL SPOOL"
                       LINE 23 COL 10
           END-IF
           ACCEPT WS-PAUSA LINE 23 COL 55.

       CARGAR-CATEGORIAS.
           MOVE 0 TO WS-TOT-CAT
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO CAT-CODIGO
           START CATEGORIAS KEY IS NOT LESS THAN CAT-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CATEGORIAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF WS-TOT-CAT < 200
                           ADD 1 TO WS-TOT-CAT
                           MOVE CAT-CODIGO TO T-CAT-CODIGO(WS-TOT-CAT)
                           MOVE CAT-DESCRIPCION
                               TO T-CAT-DESCRIP(WS-TOT-CAT)
                           MOVE 0 TO T-CAT-VENDIDO(WS-TOT-CAT)
                       END-IF
               END-READ
           END-PERFORM.

       PROCESAR-FACTURAS.
      *> Vendido: lineas de las facturas definitivas del periodo
      *> valoradas al costo vigente del producto
           SET NO-FIN-SCAN TO TRUE
           COMPUTE FAC-FECHA = W-PERIODO * 100 + 1
           START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FAC-FECHA(1:6) > W-PERIODO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF FAC-FINAL
                               PERFORM ACUMULAR-FACTURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-FACTURA.
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
                           MOVE DET-PROD-ID TO WS-PROD-ID
                           PERFORM UBICAR-CATEGORIA
                           IF WS-IX > 0
                               COMPUTE WS-COSTO-LINEA ROUNDED =
                                   DET-CANT * PRD-COSTO
                               ADD WS-COSTO-LINEA
                                   TO T-CAT-VENDIDO(WS-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROCESAR-NOTAS-CREDITO.
      *> Las devoluciones del periodo (notas de credito) restan de lo
      *> vendido, al mismo costo
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO NCR-NRO
           START NOTASCREDITO KEY IS NOT LESS THAN NCR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ NOTASCREDITO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NCR-FECHA(1:6) = W-PERIODO
                           PERFORM ACUMULAR-NOTA-CREDITO
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-NOTA-CREDITO.
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
                           MOVE NCD-PROD-ID TO WS-PROD-ID
                           PERFORM UBICAR-CATEGORIA
                           IF WS-IX > 0
                               COMPUTE WS-COSTO-LINEA ROUNDED =
                                   NCD-CANT * PRD-COSTO
                               SUBTRACT WS-COSTO-LINEA
                                   FROM T-CAT-VENDIDO(WS-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       UBICAR-CATEGORIA.
      *> Lee el producto WS-PROD-ID y deja en WS-IX la fila de su
      *> categoria (0 = sin categoria o fuera del maestro)
           MOVE 0 TO WS-IX
           MOVE WS-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-CAT
               IF T-CAT-CODIGO(WS-IX) = PRD-CATEGORIA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IX > WS-TOT-CAT
               MOVE 0 TO WS-IX
           END-IF.

       COMPARAR-CATEGORIA.
      *> Presupuesto, comprometido y recibido salen del mismo calculo
      *> con que COMPRA01 controla las ordenes
           MOVE T-CAT-CODIGO(WS-IX) TO WS-OTB-CATEGORIA
           MOVE W-PERIODO TO WS-OTB-PERIODO
           PERFORM CALCULAR-OTB
           IF WS-OTB-PRESUPUESTO = 0 AND WS-OTB-COMPROMETIDO = 0
              AND WS-OTB-RECIBIDO = 0 AND T-CAT-VENDIDO(WS-IX) = 0
               EXIT PARAGRAPH
           END-IF

           ADD WS-OTB-PRESUPUESTO  TO WS-TOT-PRESUP
           ADD WS-OTB-COMPROMETIDO TO WS-TOT-COMPROM
           ADD WS-OTB-RECIBIDO     TO WS-TOT-RECIBIDO
           ADD WS-OTB-DISPONIBLE   TO WS-TOT-DISPON
           ADD T-CAT-VENDIDO(WS-IX) TO WS-TOT-VENDIDO

           MOVE WS-OTB-PRESUPUESTO  TO WS-PRESUP-DISP
           MOVE WS-OTB-COMPROMETIDO TO WS-COMPROM-DISP
           MOVE WS-OTB-RECIBIDO     TO WS-RECIB-DISP
           MOVE WS-OTB-DISPONIBLE   TO WS-DISPON-DISP
           MOVE T-CAT-VENDIDO(WS-IX) TO WS-VENDIDO-DISP

           MOVE SPACES TO WS-LINEA-REP
           STRING T-CAT-CODIGO(WS-IX) " " T-CAT-DESCRIP(WS-IX) " "
                  WS-PRESUP-DISP " " WS-COMPROM-DISP " "
                  WS-RECIB-DISP " " WS-DISPON-DISP " "
                  WS-VENDIDO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           IF WS-FILA <= 21
               DISPLAY T-CAT-CODIGO(WS-IX) LINE WS-FILA COL 02
               DISPLAY WS-PRESUP-DISP  LINE WS-FILA COL 07
               DISPLAY WS-COMPROM-DISP LINE WS-FILA COL 21
               DISPLAY WS-RECIB-DISP   LINE WS-FILA COL 35
               DISPLAY WS-DISPON-DISP  LINE WS-FILA COL 49
               DISPLAY WS-VENDIDO-DISP LINE WS-FILA COL 63
               ADD 1 TO WS-FILA
           END-IF.

       ESCRIBIR-LINEA-REP.
           WRITE REG-OTB-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM PRECOM01.
