       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Stock a una Fecha y Fotos Mensuales de Inventario:
      *> *           la foto guarda cantidad y costo unitario por
      *> *           producto, bodega y lote al cierre de cada mes (el
      *> *           orquestador nocturno la toma sola el ultimo dia del
      *> *           mes, o el primero si la corrida paso la medianoche).
      *> *           El reporte reconstruye el stock de cualquier fecha
      *> *           pasada desde el saldo del KARDEX y del historico
      *> *           KARHIST y, si hay foto de esa fecha, la compara con
      *> *           lo reconstruido marcando los productos que no
      *> *           coinciden. Se llama desde INVSTK07 (F8)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSTK11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "snapshot.sel".
           COPY "stock.sel".
           COPY "producto.sel".
           COPY "lote.sel".
           COPY "stkbod.sel".
           COPY "kardex.sel".
           COPY "karhist.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "snapshot.fd".
           COPY "stock.fd".
           COPY "producto.fd".
           COPY "lote.fd".
           COPY "stkbod.fd".
           COPY "kardex.fd".
           COPY "karhist.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       01 ST-SNAPSHOT       PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-LOTES          PIC XX.
       01 ST-STKBOD         PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-SESION         PIC XX.

       01 WS-MODOLOTE       PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESP           PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".
       01 WS-SW-HIST        PIC X VALUE "N".
          88 FIN-HIST          VALUE "S".
          88 NO-FIN-HIST       VALUE "N".

      *> Fechas
       01 WS-HOY            PIC 9(08).
       01 WS-HOY-INT        PIC 9(09).
       01 WS-FECHA-AUX      PIC 9(08).
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
          05 WS-AUX-ANIOMES    PIC 9(06).
          05 WS-AUX-DIA        PIC 9(02).
       01 WS-PERIODO        PIC 9(06).
       01 WS-FECHA-FOTO     PIC 9(08).
       01 W-FECHA           PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          05 W-FEC-ANIO        PIC 9(04).
          05 W-FEC-MES         PIC 9(02).
          05 W-FEC-DIA         PIC 9(02).
       01 WS-HAY-FOTO       PIC X.
       01 WS-FECHA-FOTO-HALLADA PIC 9(08).

      *> Toma de la foto
       01 WS-ASIGNADO       PIC 9(11)V999.
       01 WS-RESTO          PIC S9(11)V999.
       01 WS-FILAS-FOTO     PIC 9(07).
       01 WS-PROD-FOTO      PIC 9(07).
       01 WS-ULT-PERIODO    PIC 9(06).

      *> Saldos del historico anual (ultimo saldo hasta la fecha)
       01 WS-LINEA-HIST.
          05 HIS-PROD-ID      PIC X(10).
          05 FILLER           PIC X(03).
          05 HIS-SECUENCIA    PIC X(05).
          05 FILLER           PIC X(03).
          05 HIS-FECHA        PIC 9(08).
          05 FILLER           PIC X(03).
          05 HIS-TIPO         PIC X(01).
          05 FILLER           PIC X(03).
          05 HIS-CANTIDAD     PIC X(12).
          05 FILLER           PIC X(03).
          05 HIS-SALDO        PIC 9(09)V999.
          05 HIS-SALDO-X REDEFINES HIS-SALDO PIC X(12).
          05 FILLER           PIC X(129).
      *> Lineas archivadas antes de la cantidad con decimales: cantidad
      *> y saldo en 9 digitos enteros (separador en la columna 46)
       01 WS-LINEA-HIST-ANT.
          05 FILLER           PIC X(36).
          05 HIA-CANTIDAD     PIC X(09).
          05 FILLER           PIC X(03).
          05 HIA-SALDO        PIC X(09).
          05 HIA-SALDO-N REDEFINES HIA-SALDO PIC 9(09).
          05 FILLER           PIC X(143).
       01 WS-TOT-HIS        PIC 9(05) VALUE 0.
       01 WS-HIS-IDX        PIC 9(05).
       01 WS-HIS-OMITIDOS   PIC 9(05) VALUE 0.
       01 WS-TABLA-HIS.
          05 T-HIS OCCURS 5000 TIMES.
             10 T-HIS-PROD    PIC X(10).
             10 T-HIS-FECHA   PIC 9(08).
             10 T-HIS-SALDO   PIC 9(09)V999.

      *> Reporte
       01 WS-RECONSTRUIDO   PIC 9(09)V999.
       01 WS-EN-FOTO        PIC 9(11)V999.
       01 WS-DIFERENCIA     PIC S9(11)V999.
       01 WS-COSTO          PIC 9(09)V99.
       01 WS-VALOR          PIC 9(13)V99.
       01 WS-TOT-VALOR      PIC 9(13)V99.
       01 WS-TOT-PROD       PIC 9(05).
       01 WS-TOT-DIF        PIC 9(05).
       01 WS-HALLADO        PIC X.
       01 WS-MARCA          PIC X(02).

       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-EDIT-CANT      PIC Z(8)9.999.
       01 WS-EDIT-CANT2     PIC Z(8)9.999.
       01 WS-EDIT-DIF       PIC -(9)9.999.
       01 WS-EDIT-COSTO     PIC Z(8)9.99.
       01 WS-EDIT-VALOR     PIC Z(12)9.99.
       01 WS-EDIT-TOT       PIC ZZZZ9.
       01 WS-EDIT-FILAS     PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY)

      *> Corrida desatendida: foto del cierre de mes si corresponde
           IF WS-MODOLOTE = "S"
               PERFORM FOTO-AUTOMATICA
               PERFORM CERRAR-ARCHIVOS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "STOCK A UNA FECHA Y FOTOS MENSUALES DE INVENTARIO"
                       LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "1. TOMAR FOTO DEL MES EN CURSO" LINE 04 COL 10
               DISPLAY "2. STOCK A UNA FECHA (COMPARA CON LA FOTO)"
                       LINE 05 COL 10
               DISPLAY "3. FOTOS REGISTRADAS" LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM FOTO-MANUAL
                   WHEN "2"
                       PERFORM STOCK-A-FECHA
                   WHEN "3"
                       PERFORM LISTAR-FOTOS
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

       ABRIR-ARCHIVOS.
           OPEN I-O FOTO-INVENTARIO
           IF ST-SNAPSHOT = "35"
               OPEN OUTPUT FOTO-INVENTARIO
               CLOSE FOTO-INVENTARIO
               OPEN I-O FOTO-INVENTARIO
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
           END-IF

           OPEN INPUT LOTES
           IF ST-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN INPUT LOTES
           END-IF

           OPEN INPUT EXIST-SUCURSAL
           IF ST-STKBOD = "35"
               OPEN OUTPUT EXIST-SUCURSAL
               CLOSE EXIST-SUCURSAL
               OPEN INPUT EXIST-SUCURSAL
           END-IF

           OPEN INPUT KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN INPUT KARDEX
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE FOTO-INVENTARIO
           CLOSE STOCK
           CLOSE PRODUCTOS
           CLOSE LOTES
           CLOSE EXIST-SUCURSAL
           CLOSE KARDEX.

      *> ------------------------------------------------------------
      *> Foto automatica: el ultimo dia del mes, o el primero del
      *> siguiente si el mes que cerro quedo sin foto
      *> ------------------------------------------------------------
       FOTO-AUTOMATICA.
           COMPUTE WS-FECHA-AUX = FUNCTION DATE-OF-INTEGER(WS-HOY-INT + 1)
           IF WS-AUX-DIA = 1
               MOVE WS-HOY TO WS-FECHA-FOTO
               MOVE WS-HOY(1:6) TO WS-PERIODO
               PERFORM TOMAR-FOTO
               EXIT PARAGRAPH
           END-IF

           IF WS-HOY(7:2) = "01"
               COMPUTE WS-FECHA-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-HOY-INT - 1)
               MOVE WS-FECHA-AUX TO WS-FECHA-FOTO
               MOVE WS-AUX-ANIOMES TO WS-PERIODO
               PERFORM BUSCAR-FOTO
               IF WS-HAY-FOTO = "N"
                   PERFORM TOMAR-FOTO
               END-IF
           END-IF.

       FOTO-MANUAL.
           MOVE WS-HOY TO WS-FECHA-FOTO
           MOVE WS-HOY(1:6) TO WS-PERIODO
           PERFORM BUSCAR-FOTO
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE "N" TO WS-RESP
           IF WS-HAY-FOTO = "S"
               DISPLAY "EL MES YA TIENE FOTO DEL " LINE 11 COL 10
               DISPLAY WS-FECHA-FOTO-HALLADA LINE 11 COL 35
               DISPLAY "REEMPLAZARLA CON LA EXISTENCIA DE HOY (S/N): "
                       LINE 12 COL 10
               ACCEPT WS-RESP LINE 12 COL 56
           ELSE
               DISPLAY "TOMAR LA FOTO CON LA EXISTENCIA DE HOY (S/N): "
                       LINE 12 COL 10
               ACCEPT WS-RESP LINE 12 COL 57
           END-IF
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM TOMAR-FOTO
           MOVE WS-PROD-FOTO TO WS-EDIT-FILAS
           DISPLAY "PRODUCTOS EN LA FOTO: " LINE 14 COL 10
           DISPLAY WS-EDIT-FILAS LINE 14 COL 33
           MOVE WS-FILAS-FOTO TO WS-EDIT-FILAS
           DISPLAY "RENGLONES (BODEGA/LOTE): " LINE 15 COL 10
           DISPLAY WS-EDIT-FILAS LINE 15 COL 36
           ACCEPT WS-PAUSA LINE 15 COL 50.

       BUSCAR-FOTO.
           MOVE "N" TO WS-HAY-FOTO
           MOVE 0 TO WS-FECHA-FOTO-HALLADA
           MOVE LOW-VALUES TO SNP-CLAVE
           MOVE WS-PERIODO TO SNP-PERIODO
           START FOTO-INVENTARIO KEY IS NOT LESS THAN SNP-CLAVE
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ FOTO-INVENTARIO NEXT RECORD
               AT END EXIT PARAGRAPH
           END-READ
           IF SNP-PERIODO = WS-PERIODO
               MOVE "S" TO WS-HAY-FOTO
               MOVE SNP-FECHA TO WS-FECHA-FOTO-HALLADA
           END-IF.

       TOMAR-FOTO.
           PERFORM BORRAR-FOTO
           MOVE 0 TO WS-FILAS-FOTO WS-PROD-FOTO
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

       BORRAR-FOTO.
           SET NO-FIN-DET TO TRUE
           MOVE LOW-VALUES TO SNP-CLAVE
           MOVE WS-PERIODO TO SNP-PERIODO
           START FOTO-INVENTARIO KEY IS NOT LESS THAN SNP-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ FOTO-INVENTARIO NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF SNP-PERIODO NOT = WS-PERIODO
                           SET FIN-DET TO TRUE
                       ELSE
                           DELETE FOTO-INVENTARIO RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       FOTO-PRODUCTO.
           ADD 1 TO WS-PROD-FOTO
           MOVE STK-CODIGO TO PRD-CODIGO
           MOVE 0 TO PRD-COSTO
           MOVE "N" TO PRD-MANEJA-LOTE
           READ PRODUCTOS
               INVALID KEY CONTINUE
           END-READ
           MOVE 0 TO WS-ASIGNADO

      *> Con lote: un renglon por lote con existencia
           IF PRD-CON-LOTE
               SET NO-FIN-DET TO TRUE
               MOVE STK-CODIGO TO LOT-PROD-ID
               MOVE LOW-VALUES TO LOT-BODEGA LOT-NUMERO
               START LOTES KEY IS NOT LESS THAN LOT-CLAVE
                   INVALID KEY SET FIN-DET TO TRUE
               END-START
               PERFORM UNTIL FIN-DET
                   READ LOTES NEXT RECORD
                       AT END SET FIN-DET TO TRUE
                       NOT AT END
                           IF LOT-PROD-ID NOT = STK-CODIGO
                               SET FIN-DET TO TRUE
                           ELSE
                               IF LOT-CANTIDAD > 0
                                   MOVE LOT-BODEGA   TO SNP-BODEGA
                                   MOVE LOT-NUMERO   TO SNP-LOTE
                                   MOVE LOT-CANTIDAD TO SNP-CANTIDAD
                                   PERFORM GRABAR-RENGLON-FOTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
      *> Sin lote: un renglon por sucursal con existencia
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
                                   MOVE SBD-BODEGA   TO SNP-BODEGA
                                   MOVE SPACES       TO SNP-LOTE
                                   MOVE SBD-CANTIDAD TO SNP-CANTIDAD
                                   PERFORM GRABAR-RENGLON-FOTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

      *> El resto del total queda en la bodega del STOCK, sin lote
           COMPUTE WS-RESTO = STK-CANTIDAD - WS-ASIGNADO
           IF WS-RESTO > 0
               MOVE STK-BODEGA TO SNP-BODEGA
               MOVE SPACES     TO SNP-LOTE
               MOVE WS-RESTO   TO SNP-CANTIDAD
               PERFORM GRABAR-RENGLON-FOTO
           END-IF.

       GRABAR-RENGLON-FOTO.
           MOVE WS-PERIODO        TO SNP-PERIODO
           MOVE STK-CODIGO        TO SNP-PROD-ID
           MOVE WS-FECHA-FOTO     TO SNP-FECHA
           MOVE PRD-COSTO         TO SNP-COSTO
           MOVE WS-USUARIO-SESION TO SNP-USUARIO
           WRITE FOTO-INVENTARIO-REG
               INVALID KEY
      *> Bodega/lote repetido (resto en la misma bodega): se suma
                   READ FOTO-INVENTARIO
                       INVALID KEY CONTINUE
                   END-READ
                   ADD WS-RESTO TO SNP-CANTIDAD
                   REWRITE FOTO-INVENTARIO-REG
               NOT INVALID KEY
                   ADD 1 TO WS-FILAS-FOTO
           END-WRITE
           ADD SNP-CANTIDAD TO WS-ASIGNADO.

      *> ------------------------------------------------------------
      *> Stock a una fecha: ultimo saldo del kardex (o del historico)
      *> hasta esa fecha; con foto de la misma fecha se comparan
      *> ------------------------------------------------------------
       STOCK-A-FECHA.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE WS-HOY TO W-FECHA
           DISPLAY "FECHA (AAAAMMDD): " LINE 11 COL 10
           ACCEPT W-FECHA LINE 11 COL 29
           IF W-FECHA = 0
               EXIT PARAGRAPH
           END-IF
           IF W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              OR W-FECHA > WS-HOY
               DISPLAY "FECHA INVALIDA" LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 30
               EXIT PARAGRAPH
           END-IF

           MOVE W-FECHA(1:6) TO WS-PERIODO
           PERFORM BUSCAR-FOTO
           IF WS-HAY-FOTO = "S" AND WS-FECHA-FOTO-HALLADA NOT = W-FECHA
               MOVE "N" TO WS-HAY-FOTO
           END-IF

           DISPLAY "RECONSTRUYENDO DESDE KARDEX E HISTORICO..."
                   LINE 13 COL 10
           PERFORM CARGAR-HISTORICO

           OPEN OUTPUT FOTO-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-PROD WS-TOT-DIF WS-TOT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           IF WS-HAY-FOTO = "S"
               STRING "STOCK AL " W-FECHA
                      " - FOTO DE CIERRE VS RECONSTRUIDO DEL KARDEX"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING "STOCK AL " W-FECHA
                      " - RECONSTRUIDO DEL KARDEX (SIN FOTO DE ESA FECHA)"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-PLANO
           MOVE "PRODUCTO   DESCRIPCION                RECONSTRUIDO          FOTO    DIFERENCIA     COSTO UNIT.           VALOR"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO

           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO STK-CODIGO
           START STOCK KEY IS NOT LESS THAN STK-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ STOCK NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       PERFORM STOCK-PRODUCTO-A-FECHA
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE WS-TOT-PROD TO WS-EDIT-TOT
           MOVE WS-TOT-VALOR TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           STRING "PRODUCTOS: " WS-EDIT-TOT "   VALOR TOTAL: " WS-EDIT-VALOR
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           IF WS-HAY-FOTO = "S"
               MOVE WS-TOT-DIF TO WS-EDIT-TOT
               MOVE SPACES TO WS-LINEA-REP
               STRING "PRODUCTOS DONDE FOTO Y KARDEX NO COINCIDEN (**): "
                      WS-EDIT-TOT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-PLANO
           END-IF
           IF WS-HIS-OMITIDOS > 0
               MOVE WS-HIS-OMITIDOS TO WS-EDIT-TOT
               MOVE SPACES TO WS-LINEA-REP
               STRING "PRODUCTOS DEL HISTORICO NO CONSIDERADOS (TABLA LLENA): "
                      WS-EDIT-TOT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-PLANO
           END-IF
           CLOSE FOTO-PLANO

           MOVE "STOCKFECHA" TO WS-SPL-REPORTE
           MOVE W-FECHA TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "stock_fecha.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY " " LINE 13 COL 01 ERASE EOL
           MOVE WS-TOT-PROD TO WS-EDIT-TOT
           DISPLAY "PRODUCTOS CON EXISTENCIA A LA FECHA: " LINE 13 COL 10
           DISPLAY WS-EDIT-TOT LINE 13 COL 48
           MOVE WS-TOT-VALOR TO WS-EDIT-VALOR
           DISPLAY "VALOR TOTAL: " LINE 14 COL 10
           DISPLAY WS-EDIT-VALOR LINE 14 COL 24
           IF WS-HAY-FOTO = "S"
               MOVE WS-TOT-DIF TO WS-EDIT-TOT
               DISPLAY "PRODUCTOS QUE NO COINCIDEN CON LA FOTO: "
                       LINE 15 COL 10
               DISPLAY WS-EDIT-TOT LINE 15 COL 50
           ELSE
               DISPLAY "NO HAY FOTO DE ESA FECHA: SOLO RECONSTRUIDO"
                       LINE 15 COL 10
           END-IF
           DISPLAY "REPORTE 'stock_fecha.txt' ENVIADO AL SPOOL"
                   LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 55.

       CARGAR-HISTORICO.
           MOVE 0 TO WS-TOT-HIS WS-HIS-OMITIDOS
           OPEN INPUT KARDEX-HIST
           SET NO-FIN-HIST TO TRUE
           PERFORM UNTIL FIN-HIST
               READ KARDEX-HIST INTO WS-LINEA-HIST
                   AT END SET FIN-HIST TO TRUE
                   NOT AT END
                       PERFORM AJUSTAR-LINEA-HIST
                       IF HIS-FECHA IS NUMERIC
                          AND HIS-FECHA <= W-FECHA
                          AND HIS-SALDO IS NUMERIC
                           PERFORM ACUMULAR-HISTORICO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KARDEX-HIST.

       AJUSTAR-LINEA-HIST.
      *> El historico anual puede traer lineas de los dos formatos; el
      *> saldo no numerico se deja asi para que la linea se descarte
           IF WS-LINEA-HIST(46:3) NOT = " | "
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-HIST TO WS-LINEA-HIST-ANT
           MOVE HIA-CANTIDAD TO HIS-CANTIDAD
           IF HIA-SALDO IS NUMERIC
               MOVE HIA-SALDO-N TO HIS-SALDO
           ELSE
               MOVE HIA-SALDO TO HIS-SALDO-X
           END-IF.

       ACUMULAR-HISTORICO.
      *> El archivo va en orden de movimiento: el ultimo que llega de
      *> una fecha no mayor es el saldo vigente
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-TOT-HIS
               IF T-HIS-PROD(WS-HIS-IDX) = HIS-PROD-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIS-IDX > WS-TOT-HIS
               IF WS-TOT-HIS >= 5000
                   ADD 1 TO WS-HIS-OMITIDOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-HIS
               MOVE WS-TOT-HIS  TO WS-HIS-IDX
               MOVE HIS-PROD-ID TO T-HIS-PROD(WS-HIS-IDX)
               MOVE 0           TO T-HIS-FECHA(WS-HIS-IDX)
           END-IF
           IF HIS-FECHA >= T-HIS-FECHA(WS-HIS-IDX)
               MOVE HIS-FECHA TO T-HIS-FECHA(WS-HIS-IDX)
               MOVE HIS-SALDO TO T-HIS-SALDO(WS-HIS-IDX)
           END-IF.

       STOCK-PRODUCTO-A-FECHA.
           MOVE 0 TO WS-RECONSTRUIDO
           MOVE "N" TO WS-HALLADO

      *> Kardex vigente: el ultimo movimiento hasta la fecha
           SET NO-FIN-DET TO TRUE
           MOVE STK-CODIGO TO KAR-PROD-ID
           MOVE 0 TO KAR-SECUENCIA
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ KARDEX NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = STK-CODIGO
                           SET FIN-DET TO TRUE
                       ELSE
                           IF KAR-FECHA <= W-FECHA
                               MOVE KAR-SALDO TO WS-RECONSTRUIDO
                               MOVE "S" TO WS-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *> Antes del corte del archivo anual: el historico
           IF WS-HALLADO = "N"
               PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                       UNTIL WS-HIS-IDX > WS-TOT-HIS
                   IF T-HIS-PROD(WS-HIS-IDX) = STK-CODIGO
                       MOVE T-HIS-SALDO(WS-HIS-IDX) TO WS-RECONSTRUIDO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WS-EN-FOTO WS-COSTO
           IF WS-HAY-FOTO = "S"
               SET NO-FIN-DET TO TRUE
               MOVE WS-PERIODO TO SNP-PERIODO
               MOVE STK-CODIGO TO SNP-PROD-ID
               MOVE LOW-VALUES TO SNP-BODEGA SNP-LOTE
               START FOTO-INVENTARIO KEY IS NOT LESS THAN SNP-CLAVE
                   INVALID KEY SET FIN-DET TO TRUE
               END-START
               PERFORM UNTIL FIN-DET
                   READ FOTO-INVENTARIO NEXT RECORD
                       AT END SET FIN-DET TO TRUE
                       NOT AT END
                           IF SNP-PERIODO NOT = WS-PERIODO
                              OR SNP-PROD-ID NOT = STK-CODIGO
                               SET FIN-DET TO TRUE
                           ELSE
                               ADD SNP-CANTIDAD TO WS-EN-FOTO
                               MOVE SNP-COSTO TO WS-COSTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-RECONSTRUIDO = 0 AND WS-EN-FOTO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PRD-DESCRIPCION
           MOVE STK-CODIGO TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY MOVE 0 TO PRD-COSTO
           END-READ
      *> Costo de la foto; sin ella, el costo promedio vigente
           IF WS-COSTO = 0
               MOVE PRD-COSTO TO WS-COSTO
           END-IF

           MOVE SPACES TO WS-MARCA
           IF WS-HAY-FOTO = "S"
               COMPUTE WS-DIFERENCIA = WS-EN-FOTO - WS-RECONSTRUIDO
               IF WS-DIFERENCIA NOT = 0
                   MOVE "**" TO WS-MARCA
                   ADD 1 TO WS-TOT-DIF
               END-IF
               COMPUTE WS-VALOR ROUNDED = WS-EN-FOTO * WS-COSTO
           ELSE
               MOVE 0 TO WS-DIFERENCIA
               COMPUTE WS-VALOR ROUNDED = WS-RECONSTRUIDO * WS-COSTO
           END-IF
           ADD WS-VALOR TO WS-TOT-VALOR
           ADD 1 TO WS-TOT-PROD

           MOVE WS-RECONSTRUIDO TO WS-EDIT-CANT
           MOVE WS-EN-FOTO      TO WS-EDIT-CANT2
           MOVE WS-DIFERENCIA   TO WS-EDIT-DIF
           MOVE WS-COSTO        TO WS-EDIT-COSTO
           MOVE WS-VALOR        TO WS-EDIT-VALOR
           MOVE SPACES TO WS-LINEA-REP
           IF WS-HAY-FOTO = "S"
               STRING STK-CODIGO " " PRD-DESCRIPCION(1:25) " "
                      WS-EDIT-CANT " " WS-EDIT-CANT2 " " WS-EDIT-DIF " "
                      WS-EDIT-COSTO " " WS-EDIT-VALOR " " WS-MARCA
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING STK-CODIGO " " PRD-DESCRIPCION(1:25) " "
                      WS-EDIT-CANT "                             "
                      WS-EDIT-COSTO " " WS-EDIT-VALOR
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-PLANO.

      *> ------------------------------------------------------------
      *> Fotos registradas: periodo, fecha y renglones
      *> ------------------------------------------------------------
       LISTAR-FOTOS.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "PERIODO  FECHA FOTO  RENGLONES  USUARIO" LINE 11 COL 10
           MOVE 12 TO WS-FILA
           MOVE 0 TO WS-ULT-PERIODO WS-FILAS-FOTO
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO SNP-CLAVE
           START FOTO-INVENTARIO KEY IS NOT LESS THAN SNP-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FOTO-INVENTARIO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF SNP-PERIODO NOT = WS-ULT-PERIODO
                           IF WS-ULT-PERIODO NOT = 0
                               PERFORM MOSTRAR-FOTO
                           END-IF
                           MOVE SNP-PERIODO TO WS-ULT-PERIODO
                           MOVE SNP-FECHA   TO WS-FECHA-FOTO
                           MOVE 0 TO WS-FILAS-FOTO
                       END-IF
                       ADD 1 TO WS-FILAS-FOTO
               END-READ
           END-PERFORM
           IF WS-ULT-PERIODO NOT = 0
               PERFORM MOSTRAR-FOTO
           ELSE
               DISPLAY "NO HAY FOTOS REGISTRADAS" LINE 12 COL 10
           END-IF
           ACCEPT WS-PAUSA LINE 23 COL 10.

       MOSTRAR-FOTO.
           IF WS-FILA > 22
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILAS-FOTO TO WS-EDIT-FILAS
           DISPLAY WS-ULT-PERIODO LINE WS-FILA COL 10
           DISPLAY WS-FECHA-FOTO  LINE WS-FILA COL 19
           DISPLAY WS-EDIT-FILAS  LINE WS-FILA COL 31
           DISPLAY SNP-USUARIO    LINE WS-FILA COL 40
           ADD 1 TO WS-FILA.

       ESCRIBIR-PLANO.
           WRITE REG-FOTO-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM INVSTK11.
