       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Recalculo de Minimo/Maximo de Stock desde el
      *> *           consumo: lee las salidas por venta (FAC/REM/SRV)
      *> *           del KARDEX y del historico KARHIST en una ventana
      *> *           de dias, calcula la demanda diaria promedio y su
      *> *           desviacion por producto y bodega, y propone
      *> *           minimo = demanda x lead time + stock de seguridad
      *> *           (Z del nivel de servicio de la clase ABC x desviacion
      *> *           x raiz del lead time) y maximo = minimo + demanda x
      *> *           dias de cobertura. El lead time sale del catalogo
      *> *           Producto-Proveedor (proveedor habitual). El
      *> *           comprador acepta, edita o rechaza cada linea y
      *> *           aplica las aceptadas al STOCK dejando el historico
      *> *           (MMHIST). En modo lote (MODOLOTE=S) solo calcula y
      *> *           deja la propuesta en el spool. Se llama desde
      *> *           INVSTK03 (F8)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSTK09.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "minmax.sel".
           COPY "mmhist.sel".
           COPY "stock.sel".
           COPY "producto.sel".
           COPY "kardex.sel".
           COPY "karhist.sel".
           COPY "prodprov.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "minmax.fd".
           COPY "mmhist.fd".
           COPY "stock.fd".
           COPY "producto.fd".
           COPY "kardex.fd".
           COPY "karhist.fd".
           COPY "prodprov.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       01 ST-MINMAX         PIC XX.
       01 ST-MMHIST         PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-PRODPROV       PIC XX.
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
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".
       01 WS-SW-PPV         PIC X VALUE "N".
          88 FIN-PPV           VALUE "S".
          88 NO-FIN-PPV        VALUE "N".
       01 WS-SW-HIST        PIC X VALUE "N".
          88 FIN-HIST          VALUE "S".
          88 NO-FIN-HIST       VALUE "N".

      *> Parametros del calculo
       01 W-DIAS-HIST       PIC 9(03) VALUE 180.
       01 W-DIAS-COBERTURA  PIC 9(03) VALUE 30.
       01 W-LEAD-DEFECTO    PIC 9(03) VALUE 7.
       01 W-NIVEL-A         PIC 99 VALUE 98.
       01 W-NIVEL-B         PIC 99 VALUE 95.
       01 W-NIVEL-C         PIC 99 VALUE 90.

      *> Nivel de servicio (%) -> factor Z de la normal
       01 WS-TABLA-Z-VAL    PIC X(40) VALUE
          "8008485104901289214195165971889820599233".
       01 WS-TABLA-Z REDEFINES WS-TABLA-Z-VAL.
          05 T-Z OCCURS 8 TIMES.
             10 T-Z-PCT      PIC 99.
             10 T-Z-VALOR    PIC 9V99.
       01 WS-Z-IDX          PIC 9.
       01 WS-NIVEL          PIC 99.
       01 WS-Z              PIC 9V99.

      *> Ventana de historia
       01 WS-HOY            PIC 9(08).
       01 WS-HOY-INT        PIC 9(09).
       01 WS-INI-INT        PIC 9(09).
       01 WS-FECHA-DESDE    PIC 9(08).
       01 WS-DIA-IDX        PIC S9(05).
       01 WS-TABLA-DIAS.
          05 T-DIA OCCURS 366 TIMES PIC 9(09)V999.

      *> Salidas por venta del historico anual (leido una sola vez)
       01 WS-LINEA-HIST.
          05 HIS-PROD-ID      PIC X(10).
          05 FILLER           PIC X(03).
          05 HIS-SECUENCIA    PIC X(05).
          05 FILLER           PIC X(03).
          05 HIS-FECHA        PIC 9(08).
          05 FILLER           PIC X(03).
          05 HIS-TIPO         PIC X(01).
          05 FILLER           PIC X(03).
          05 HIS-CANTIDAD     PIC 9(09)V999.
          05 FILLER           PIC X(03).
          05 HIS-SALDO        PIC X(12).
          05 FILLER           PIC X(03).
          05 HIS-BODEGA       PIC X(04).
          05 FILLER           PIC X(03).
          05 HIS-REFERENCIA   PIC X(10).
          05 FILLER           PIC X(113).
      *> Lineas archivadas antes de la cantidad con decimales: cantidad
      *> y saldo en 9 digitos enteros (separador en la columna 46)
       01 WS-LINEA-HIST-ANT.
          05 FILLER           PIC X(36).
          05 HIA-CANTIDAD     PIC 9(09).
          05 FILLER           PIC X(03).
          05 HIA-SALDO        PIC X(09).
          05 FILLER           PIC X(03).
          05 HIA-BODEGA       PIC X(04).
          05 FILLER           PIC X(03).
          05 HIA-REFERENCIA   PIC X(10).
          05 FILLER           PIC X(123).
       01 WS-TOT-HIS        PIC 9(05) VALUE 0.
       01 WS-HIS-IDX        PIC 9(05).
       01 WS-HIS-OMITIDOS   PIC 9(05) VALUE 0.
       01 WS-TABLA-HIS.
          05 T-HIS OCCURS 5000 TIMES.
             10 T-HIS-PROD    PIC X(10).
             10 T-HIS-BODEGA  PIC X(04).
             10 T-HIS-FECHA   PIC 9(08).
             10 T-HIS-CANT    PIC 9(09)V999.

      *> Calculo por producto
       01 WS-REF-PREFIJO    PIC X(03).
          88 WS-REF-VENTA      VALUE "FAC" "REM" "SRV".
       01 WS-SUMA           PIC 9(11)V999.
       01 WS-SUMA-CUAD      PIC 9(15)V999.
       01 WS-DEMANDA        PIC 9(07)V999.
       01 WS-VARIANZA       PIC S9(11)V9(6).
       01 WS-DESVIO         PIC 9(07)V999.
       01 WS-LEAD           PIC 9(03).
       01 WS-MEJOR-FECHA    PIC 9(08).
       01 WS-SEGURIDAD      PIC 9(09)V999.
       01 WS-MIN-CALC       PIC 9(09)V999.
       01 WS-MAX-CALC       PIC 9(09)V999.
       01 WS-TOT-PROP       PIC 9(05).
       01 WS-TOT-CAMBIA     PIC 9(05).

      *> Revision / aplicacion
       01 W-PROD            PIC X(10).
       01 W-MIN             PIC 9(05).
       01 W-MAX             PIC 9(05).
       01 WS-ULT-PROD       PIC X(10).
       01 WS-PAG-INICIO     PIC X(10).
       01 WS-MMH-SEC        PIC 9(05).
       01 WS-TOT-APLIC      PIC 9(05).

       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-EDIT-DEM       PIC Z(5)9.999.
       01 WS-EDIT-DESV      PIC Z(5)9.999.
       01 WS-EDIT-CANT      PIC ZZZZ9.
       01 WS-EDIT-CANT2     PIC ZZZZ9.
       01 WS-EDIT-CANT3     PIC ZZZZ9.
       01 WS-EDIT-CANT4     PIC ZZZZ9.
       01 WS-EDIT-LEAD      PIC ZZ9.
       01 WS-EDIT-TOT       PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

      *> Corrida desatendida: calcula con los valores por defecto y
      *> deja la propuesta en el spool para la revision del comprador
           IF WS-MODOLOTE = "S"
               PERFORM CALCULAR-PROPUESTA
               PERFORM CERRAR-ARCHIVOS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "RECALCULO DE MINIMO / MAXIMO DE STOCK" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CALCULAR PROPUESTA DESDE EL CONSUMO" LINE 04 COL 10
               DISPLAY "2. REVISAR PROPUESTA (ACEPTAR/EDITAR/RECHAZAR)"
                       LINE 05 COL 10
               DISPLAY "3. ACEPTAR TODAS LAS PENDIENTES" LINE 06 COL 10
               DISPLAY "4. APLICAR ACEPTADAS AL STOCK" LINE 07 COL 10
               DISPLAY "5. HISTORICO DE UN PRODUCTO" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM PEDIR-PARAMETROS
                       IF WS-RESP = "S"
                           PERFORM CALCULAR-PROPUESTA
                           PERFORM MOSTRAR-RESUMEN-CALCULO
                       END-IF
                   WHEN "2"
                       PERFORM REVISAR-PROPUESTA
                   WHEN "3"
                       PERFORM ACEPTAR-TODAS
                   WHEN "4"
                       PERFORM APLICAR-ACEPTADAS
                   WHEN "5"
                       PERFORM CONSULTAR-HISTORICO
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
           OPEN I-O MINMAX-PROP
           IF ST-MINMAX = "35"
               OPEN OUTPUT MINMAX-PROP
               CLOSE MINMAX-PROP
               OPEN I-O MINMAX-PROP
           END-IF

           OPEN I-O MINMAX-HIST
           IF ST-MMHIST = "35"
               OPEN OUTPUT MINMAX-HIST
               CLOSE MINMAX-HIST
               OPEN I-O MINMAX-HIST
           END-IF

           OPEN I-O STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF

           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF

           OPEN INPUT KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN INPUT KARDEX
           END-IF

           OPEN INPUT PRODPROV
           IF ST-PRODPROV = "35"
               OPEN OUTPUT PRODPROV
               CLOSE PRODPROV
               OPEN INPUT PRODPROV
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE MINMAX-PROP
           CLOSE MINMAX-HIST
           CLOSE STOCK
           CLOSE PRODUCTOS
           CLOSE KARDEX
           CLOSE PRODPROV.

       PEDIR-PARAMETROS.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           DISPLAY "DIAS DE HISTORIA (MAX 366): " LINE 13 COL 10
           ACCEPT W-DIAS-HIST LINE 13 COL 45
           IF W-DIAS-HIST = 0 OR W-DIAS-HIST > 366
               MOVE 180 TO W-DIAS-HIST
           END-IF
           DISPLAY "DIAS DE COBERTURA ENTRE PEDIDOS: " LINE 14 COL 10
           ACCEPT W-DIAS-COBERTURA LINE 14 COL 45
           DISPLAY "LEAD TIME SI NO HAY EN CATALOGO: " LINE 15 COL 10
           ACCEPT W-LEAD-DEFECTO LINE 15 COL 45
           DISPLAY "NIVEL DE SERVICIO % CLASE A: " LINE 16 COL 10
           ACCEPT W-NIVEL-A LINE 16 COL 45
           DISPLAY "NIVEL DE SERVICIO % CLASE B: " LINE 17 COL 10
           ACCEPT W-NIVEL-B LINE 17 COL 45
           DISPLAY "NIVEL DE SERVICIO % CLASE C: " LINE 18 COL 10
           ACCEPT W-NIVEL-C LINE 18 COL 45
           MOVE "N" TO WS-RESP
           DISPLAY "LA PROPUESTA ANTERIOR SE REEMPLAZA. CONFIRMA (S/N): "
                   LINE 20 COL 10
           ACCEPT WS-RESP LINE 20 COL 63
           MOVE FUNCTION UPPER-CASE(WS-RESP) TO WS-RESP.

      *> ------------------------------------------------------------
      *> Calculo: una propuesta por registro de stock activo
      *> ------------------------------------------------------------
       CALCULAR-PROPUESTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY)
           COMPUTE WS-INI-INT = WS-HOY-INT - W-DIAS-HIST + 1
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(WS-INI-INT)

           PERFORM CARGAR-HISTORICO
           PERFORM BORRAR-PROPUESTA

           OPEN OUTPUT MINMAX-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-PROP WS-TOT-CAMBIA
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "PROPUESTA DE MINIMO/MAXIMO - SALIDAS POR VENTA DEL "
                  WS-FECHA-DESDE " AL " WS-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "PRODUCTO   BOD  ABC  DEMANDA/DIA   DESVIACION LEAD  MIN ACT  MAX ACT MIN PROP MAX PROP"
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
                       IF STK-ACTIVO
                           PERFORM CALCULAR-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOT-PROP TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "PRODUCTOS CALCULADOS: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE WS-TOT-CAMBIA TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "CON CAMBIO PROPUESTO: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           IF WS-HIS-OMITIDOS > 0
               MOVE WS-HIS-OMITIDOS TO WS-EDIT-TOT
               MOVE SPACES TO WS-LINEA-REP
               STRING "SALIDAS DEL HISTORICO NO CONSIDERADAS (TABLA LLENA): "
                      WS-EDIT-TOT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-PLANO
           END-IF
           CLOSE MINMAX-PLANO

           MOVE "MINMAXPROP" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING WS-FECHA-DESDE "-" WS-HOY DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "minmax.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL.

       CARGAR-HISTORICO.
      *> Solo las salidas por venta dentro de la ventana
           MOVE 0 TO WS-TOT-HIS WS-HIS-OMITIDOS
           OPEN INPUT KARDEX-HIST
           SET NO-FIN-HIST TO TRUE
           PERFORM UNTIL FIN-HIST
               READ KARDEX-HIST INTO WS-LINEA-HIST
                   AT END SET FIN-HIST TO TRUE
                   NOT AT END
                       PERFORM AJUSTAR-LINEA-HIST
                       MOVE HIS-REFERENCIA(1:3) TO WS-REF-PREFIJO
                       IF HIS-TIPO = "S" AND WS-REF-VENTA
                          AND HIS-FECHA IS NUMERIC
                          AND HIS-FECHA >= WS-FECHA-DESDE
                          AND HIS-FECHA <= WS-HOY
                           IF WS-TOT-HIS < 5000
                               ADD 1 TO WS-TOT-HIS
                               MOVE HIS-PROD-ID  TO T-HIS-PROD(WS-TOT-HIS)
                               MOVE HIS-BODEGA   TO T-HIS-BODEGA(WS-TOT-HIS)
                               MOVE HIS-FECHA    TO T-HIS-FECHA(WS-TOT-HIS)
                               MOVE HIS-CANTIDAD TO T-HIS-CANT(WS-TOT-HIS)
                           ELSE
                               ADD 1 TO WS-HIS-OMITIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KARDEX-HIST.

       AJUSTAR-LINEA-HIST.
      *> El historico anual puede traer lineas de los dos formatos
           IF WS-LINEA-HIST(46:3) NOT = " | "
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-HIST TO WS-LINEA-HIST-ANT
           IF HIA-CANTIDAD IS NUMERIC
               MOVE HIA-CANTIDAD TO HIS-CANTIDAD
           ELSE
               MOVE 0 TO HIS-CANTIDAD
           END-IF
           MOVE HIA-SALDO      TO HIS-SALDO
           MOVE HIA-BODEGA     TO HIS-BODEGA
           MOVE HIA-REFERENCIA TO HIS-REFERENCIA.

       BORRAR-PROPUESTA.
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO MMP-PROD-ID
           START MINMAX-PROP KEY IS NOT LESS THAN MMP-PROD-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ MINMAX-PROP NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       DELETE MINMAX-PROP RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM.

       CALCULAR-PRODUCTO.
           INITIALIZE WS-TABLA-DIAS
           MOVE 0 TO WS-SUMA WS-SUMA-CUAD

      *> Salidas por venta del kardex vigente en la bodega del stock
           SET NO-FIN-KARDEX TO TRUE
           MOVE STK-CODIGO TO KAR-PROD-ID
           MOVE 0 TO KAR-SECUENCIA
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-KARDEX TO TRUE
           END-START
           PERFORM UNTIL FIN-KARDEX
               READ KARDEX NEXT RECORD
                   AT END SET FIN-KARDEX TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = STK-CODIGO
                           SET FIN-KARDEX TO TRUE
                       ELSE
                           MOVE KAR-REFERENCIA(1:3) TO WS-REF-PREFIJO
                           IF KAR-SALIDA AND WS-REF-VENTA
                              AND KAR-FECHA >= WS-FECHA-DESDE
                              AND KAR-FECHA <= WS-HOY
                              AND (KAR-BODEGA = STK-BODEGA
                                   OR KAR-BODEGA = SPACES)
                               COMPUTE WS-DIA-IDX =
                                   FUNCTION INTEGER-OF-DATE(KAR-FECHA)
                                   - WS-INI-INT + 1
                               ADD KAR-CANTIDAD TO T-DIA(WS-DIA-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *> Salidas del historico anual
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-TOT-HIS
               IF T-HIS-PROD(WS-HIS-IDX) = STK-CODIGO
                  AND (T-HIS-BODEGA(WS-HIS-IDX) = STK-BODEGA
                       OR T-HIS-BODEGA(WS-HIS-IDX) = SPACES)
                   COMPUTE WS-DIA-IDX =
                       FUNCTION INTEGER-OF-DATE(T-HIS-FECHA(WS-HIS-IDX))
                       - WS-INI-INT + 1
                   ADD T-HIS-CANT(WS-HIS-IDX) TO T-DIA(WS-DIA-IDX)
               END-IF
           END-PERFORM

      *> Demanda diaria promedio y desviacion estandar de la ventana
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > W-DIAS-HIST
               ADD T-DIA(WS-DIA-IDX) TO WS-SUMA
               COMPUTE WS-SUMA-CUAD = WS-SUMA-CUAD
                   + T-DIA(WS-DIA-IDX) * T-DIA(WS-DIA-IDX)
           END-PERFORM
           COMPUTE WS-DEMANDA ROUNDED = WS-SUMA / W-DIAS-HIST
           COMPUTE WS-VARIANZA = (WS-SUMA-CUAD / W-DIAS-HIST)
                               - (WS-DEMANDA * WS-DEMANDA)
           IF WS-VARIANZA > 0
               COMPUTE WS-DESVIO ROUNDED = FUNCTION SQRT(WS-VARIANZA)
           ELSE
               MOVE 0 TO WS-DESVIO
           END-IF

           PERFORM BUSCAR-LEAD-TIME

           MOVE STK-CODIGO TO PRD-CODIGO
           MOVE SPACE TO PRD-CLASE-ABC
           READ PRODUCTOS
               INVALID KEY CONTINUE
           END-READ
           EVALUATE PRD-CLASE-ABC
               WHEN "A"   MOVE W-NIVEL-A TO WS-NIVEL
               WHEN "C"   MOVE W-NIVEL-C TO WS-NIVEL
               WHEN OTHER MOVE W-NIVEL-B TO WS-NIVEL
           END-EVALUATE
           PERFORM BUSCAR-FACTOR-Z

           COMPUTE WS-SEGURIDAD ROUNDED =
               WS-Z * WS-DESVIO * FUNCTION SQRT(WS-LEAD)
           COMPUTE WS-MIN-CALC = WS-DEMANDA * WS-LEAD + WS-SEGURIDAD
           COMPUTE WS-MAX-CALC =
               WS-MIN-CALC + WS-DEMANDA * W-DIAS-COBERTURA

           INITIALIZE MINMAX-PROP-REG
           MOVE STK-CODIGO    TO MMP-PROD-ID
           MOVE STK-BODEGA    TO MMP-BODEGA
           MOVE PRD-CLASE-ABC TO MMP-CLASE
           MOVE WS-DEMANDA    TO MMP-DEMANDA
           MOVE WS-DESVIO     TO MMP-DESVIO
           MOVE WS-LEAD       TO MMP-LEAD
           MOVE STK-MINIMO    TO MMP-MIN-ACT
           MOVE STK-MAXIMO    TO MMP-MAX-ACT
      *> Unidades enteras hacia arriba, tope del campo de stock
           IF WS-MIN-CALC > 99999
               MOVE 99999 TO MMP-MIN-PROP
           ELSE
               COMPUTE MMP-MIN-PROP = WS-MIN-CALC + 0.999
           END-IF
           IF WS-MAX-CALC > 99999
               MOVE 99999 TO MMP-MAX-PROP
           ELSE
               COMPUTE MMP-MAX-PROP = WS-MAX-CALC + 0.999
           END-IF
           IF MMP-MAX-PROP < MMP-MIN-PROP
               MOVE MMP-MIN-PROP TO MMP-MAX-PROP
           END-IF
           MOVE WS-HOY        TO MMP-FECHA
           SET MMP-PENDIENTE  TO TRUE
           WRITE MINMAX-PROP-REG

           ADD 1 TO WS-TOT-PROP
           IF MMP-MIN-PROP NOT = MMP-MIN-ACT
              OR MMP-MAX-PROP NOT = MMP-MAX-ACT
               ADD 1 TO WS-TOT-CAMBIA
           END-IF
           PERFORM ARMAR-LINEA-PROPUESTA
           PERFORM ESCRIBIR-PLANO.

       BUSCAR-LEAD-TIME.
      *> Lead time del proveedor habitual (ultima compra del producto)
           MOVE W-LEAD-DEFECTO TO WS-LEAD
           MOVE 0 TO WS-MEJOR-FECHA
           SET NO-FIN-PPV TO TRUE
           MOVE STK-CODIGO TO PPV-PROD-ID
           MOVE 0 TO PPV-PROV-ID
           START PRODPROV KEY IS NOT LESS THAN PPV-CLAVE
               INVALID KEY SET FIN-PPV TO TRUE
           END-START
           PERFORM UNTIL FIN-PPV
               READ PRODPROV NEXT RECORD
                   AT END SET FIN-PPV TO TRUE
                   NOT AT END
                       IF PPV-PROD-ID NOT = STK-CODIGO
                           SET FIN-PPV TO TRUE
                       ELSE
                           IF PPV-ULT-FECHA >= WS-MEJOR-FECHA
                              AND PPV-LEAD-DIAS > 0
                               MOVE PPV-ULT-FECHA TO WS-MEJOR-FECHA
                               MOVE PPV-LEAD-DIAS TO WS-LEAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEAD = 0
               MOVE 1 TO WS-LEAD
           END-IF.

       BUSCAR-FACTOR-Z.
      *> El mayor nivel tabulado que no supera el pedido
           MOVE T-Z-VALOR(1) TO WS-Z
           PERFORM VARYING WS-Z-IDX FROM 1 BY 1 UNTIL WS-Z-IDX > 8
               IF T-Z-PCT(WS-Z-IDX) <= WS-NIVEL
                   MOVE T-Z-VALOR(WS-Z-IDX) TO WS-Z
               END-IF
           END-PERFORM.

       ARMAR-LINEA-PROPUESTA.
           MOVE MMP-DEMANDA  TO WS-EDIT-DEM
           MOVE MMP-DESVIO   TO WS-EDIT-DESV
           MOVE MMP-LEAD     TO WS-EDIT-LEAD
           MOVE MMP-MIN-ACT  TO WS-EDIT-CANT
           MOVE MMP-MAX-ACT  TO WS-EDIT-CANT2
           MOVE MMP-MIN-PROP TO WS-EDIT-CANT3
           MOVE MMP-MAX-PROP TO WS-EDIT-CANT4
           MOVE SPACES TO WS-LINEA-REP
           STRING MMP-PROD-ID " " MMP-BODEGA "  " MMP-CLASE "   "
                  WS-EDIT-DEM "   " WS-EDIT-DESV "  " WS-EDIT-LEAD "    "
                  WS-EDIT-CANT "    " WS-EDIT-CANT2 "    "
                  WS-EDIT-CANT3 "    " WS-EDIT-CANT4 " " MMP-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-REP.

       MOSTRAR-RESUMEN-CALCULO.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           MOVE WS-TOT-PROP TO WS-EDIT-TOT
           DISPLAY "PRODUCTOS CALCULADOS: " LINE 13 COL 10
           DISPLAY WS-EDIT-TOT LINE 13 COL 36
           MOVE WS-TOT-CAMBIA TO WS-EDIT-TOT
           DISPLAY "CON CAMBIO PROPUESTO: " LINE 14 COL 10
           DISPLAY WS-EDIT-TOT LINE 14 COL 36
           IF WS-HIS-OMITIDOS > 0
               DISPLAY "AVISO: HISTORICO CON MAS SALIDAS QUE LA TABLA"
                       LINE 15 COL 10
           END-IF
           DISPLAY "PROPUESTA 'minmax.txt' ENVIADA AL SPOOL" LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 50.

      *> ------------------------------------------------------------
      *> Revision en pantalla, de a 14 lineas
      *> ------------------------------------------------------------
       REVISAR-PROPUESTA.
           MOVE LOW-VALUES TO WS-ULT-PROD
           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "REVISION DE LA PROPUESTA DE MINIMO / MAXIMO"
                       LINE 01 COL 10 WITH REVERSE-VIDEO
               DISPLAY "PRODUCTO   BOD  ABC  DEMANDA/DIA   DESVIACION LEAD  MIN ACT  MAX ACT MIN PROP MAX PROP"
                       LINE 03 COL 01
               MOVE 4 TO WS-FILA
               MOVE WS-ULT-PROD TO WS-PAG-INICIO
               SET NO-FIN-SCAN TO TRUE
               MOVE WS-ULT-PROD TO MMP-PROD-ID
               START MINMAX-PROP KEY IS GREATER THAN MMP-PROD-ID
                   INVALID KEY SET FIN-SCAN TO TRUE
               END-START
               PERFORM UNTIL FIN-SCAN OR WS-FILA > 17
                   READ MINMAX-PROP NEXT RECORD
                       AT END SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF NOT MMP-APLICADA
                               PERFORM ARMAR-LINEA-PROPUESTA
                               DISPLAY WS-LINEA-REP(1:80) LINE WS-FILA COL 01
                               MOVE MMP-PROD-ID TO WS-ULT-PROD
                               ADD 1 TO WS-FILA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "ESTADO: P=PENDIENTE A=ACEPTADA R=RECHAZADA"
                       LINE 19 COL 01

               MOVE SPACES TO W-PROD
               DISPLAY "PRODUCTO (VACIO=SIGUIENTE PAGINA, *=VOLVER): "
                       LINE 21 COL 01
               ACCEPT W-PROD LINE 21 COL 47
               IF W-PROD = "*"
                   EXIT PERFORM
               END-IF
               IF W-PROD = SPACES
                   IF FIN-SCAN
                       MOVE LOW-VALUES TO WS-ULT-PROD
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM REVISAR-LINEA
      *> Vuelve a la pagina que se estaba viendo
               MOVE WS-PAG-INICIO TO WS-ULT-PROD
           END-PERFORM.

       REVISAR-LINEA.
           MOVE W-PROD TO MMP-PROD-ID
           READ MINMAX-PROP
               INVALID KEY
                   DISPLAY "EL PRODUCTO NO ESTA EN LA PROPUESTA" LINE 22 COL 01
                   ACCEPT WS-PAUSA LINE 22 COL 40
                   EXIT PARAGRAPH
           END-READ
           IF MMP-APLICADA
               DISPLAY "LA LINEA YA FUE APLICADA" LINE 22 COL 01
               ACCEPT WS-PAUSA LINE 22 COL 30
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-RESP
           DISPLAY "A=ACEPTAR  E=EDITAR  R=RECHAZAR: " LINE 22 COL 01
           ACCEPT WS-RESP LINE 22 COL 35
           EVALUATE FUNCTION UPPER-CASE(WS-RESP)
               WHEN "A"
                   SET MMP-ACEPTADA TO TRUE
                   REWRITE MINMAX-PROP-REG
               WHEN "R"
                   SET MMP-RECHAZADA TO TRUE
                   REWRITE MINMAX-PROP-REG
               WHEN "E"
                   MOVE MMP-MIN-PROP TO W-MIN
                   MOVE MMP-MAX-PROP TO W-MAX
                   DISPLAY "MINIMO: " LINE 23 COL 01
                   ACCEPT W-MIN LINE 23 COL 10
                   DISPLAY "MAXIMO: " LINE 23 COL 20
                   ACCEPT W-MAX LINE 23 COL 29
                   IF W-MAX < W-MIN
                       DISPLAY "EL MAXIMO NO PUEDE SER MENOR AL MINIMO"
                               LINE 24 COL 01
                       ACCEPT WS-PAUSA LINE 24 COL 40
                       EXIT PARAGRAPH
                   END-IF
                   MOVE W-MIN TO MMP-MIN-PROP
                   MOVE W-MAX TO MMP-MAX-PROP
                   SET MMP-ACEPTADA TO TRUE
                   REWRITE MINMAX-PROP-REG
           END-EVALUATE.

       ACEPTAR-TODAS.
           MOVE 0 TO WS-TOT-APLIC
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO MMP-PROD-ID
           START MINMAX-PROP KEY IS NOT LESS THAN MMP-PROD-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ MINMAX-PROP NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF MMP-PENDIENTE
                           SET MMP-ACEPTADA TO TRUE
                           REWRITE MINMAX-PROP-REG
                           ADD 1 TO WS-TOT-APLIC
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOT-APLIC TO WS-EDIT-TOT
           DISPLAY "LINEAS ACEPTADAS: " LINE 13 COL 10
           DISPLAY WS-EDIT-TOT LINE 13 COL 28
           ACCEPT WS-PAUSA LINE 13 COL 40.

      *> ------------------------------------------------------------
      *> Aplicacion: STK-MINIMO/STK-MAXIMO con historico de valores
      *> ------------------------------------------------------------
       APLICAR-ACEPTADAS.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           MOVE "N" TO WS-RESP
           DISPLAY "APLICAR LAS LINEAS ACEPTADAS AL STOCK (S/N): "
                   LINE 13 COL 10
           ACCEPT WS-RESP LINE 13 COL 56
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           OPEN OUTPUT MINMAX-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-APLIC
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "MINIMO/MAXIMO APLICADOS EL " WS-HOY " POR "
                  WS-USUARIO-SESION
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "PRODUCTO   BOD  ABC  DEMANDA/DIA   DESVIACION LEAD  MIN ANT  MAX ANT MIN NUEV MAX NUEV"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO

           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO MMP-PROD-ID
           START MINMAX-PROP KEY IS NOT LESS THAN MMP-PROD-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ MINMAX-PROP NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF MMP-ACEPTADA
                           PERFORM APLICAR-LINEA
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOT-APLIC TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "LINEAS APLICADAS: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           CLOSE MINMAX-PLANO

           MOVE "MINMAXAPLI" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE WS-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "minmax.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "LINEAS APLICADAS: " LINE 15 COL 10
           DISPLAY WS-EDIT-TOT LINE 15 COL 28
           DISPLAY "DETALLE 'minmax.txt' ENVIADO AL SPOOL" LINE 16 COL 10
           ACCEPT WS-PAUSA LINE 16 COL 50.

       APLICAR-LINEA.
           MOVE MMP-PROD-ID TO STK-CODIGO
           READ STOCK
               INVALID KEY EXIT PARAGRAPH
           END-READ

           PERFORM BUSCAR-SECUENCIA-HIST
           INITIALIZE MMH-REG
           MOVE MMP-PROD-ID       TO MMH-PROD-ID
           MOVE WS-MMH-SEC        TO MMH-SECUENCIA
           MOVE WS-HOY            TO MMH-FECHA
           MOVE STK-BODEGA        TO MMH-BODEGA
           MOVE STK-MINIMO        TO MMH-MIN-ANT
           MOVE STK-MAXIMO        TO MMH-MAX-ANT
           MOVE MMP-MIN-PROP      TO MMH-MIN-NUEVO
           MOVE MMP-MAX-PROP      TO MMH-MAX-NUEVO
           MOVE WS-USUARIO-SESION TO MMH-USUARIO
           WRITE MMH-REG

           MOVE STK-MINIMO TO MMP-MIN-ACT
           MOVE STK-MAXIMO TO MMP-MAX-ACT
           MOVE MMP-MIN-PROP TO STK-MINIMO
           MOVE MMP-MAX-PROP TO STK-MAXIMO
           MOVE WS-HOY TO STK-FECHA-ACT
           REWRITE STOCK-REG

           SET MMP-APLICADA TO TRUE
           REWRITE MINMAX-PROP-REG
           ADD 1 TO WS-TOT-APLIC
           PERFORM ARMAR-LINEA-PROPUESTA
           PERFORM ESCRIBIR-PLANO.

       BUSCAR-SECUENCIA-HIST.
           MOVE 0 TO WS-MMH-SEC
           SET NO-FIN-HIST TO TRUE
           MOVE MMP-PROD-ID TO MMH-PROD-ID
           MOVE 0 TO MMH-SECUENCIA
           START MINMAX-HIST KEY IS NOT LESS THAN MMH-CLAVE
               INVALID KEY SET FIN-HIST TO TRUE
           END-START
           PERFORM UNTIL FIN-HIST
               READ MINMAX-HIST NEXT RECORD
                   AT END SET FIN-HIST TO TRUE
                   NOT AT END
                       IF MMH-PROD-ID NOT = MMP-PROD-ID
                           SET FIN-HIST TO TRUE
                       ELSE
                           MOVE MMH-SECUENCIA TO WS-MMH-SEC
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-MMH-SEC.

       CONSULTAR-HISTORICO.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           MOVE SPACES TO W-PROD
           DISPLAY "PRODUCTO: " LINE 13 COL 10
           ACCEPT W-PROD LINE 13 COL 21
           IF W-PROD = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FECHA     BODEGA  MIN ANT  MAX ANT  MIN NUEVO  MAX NUEVO  USUARIO"
                   LINE 14 COL 05
           MOVE 15 TO WS-FILA
           SET NO-FIN-HIST TO TRUE
           MOVE W-PROD TO MMH-PROD-ID
           MOVE 0 TO MMH-SECUENCIA
           START MINMAX-HIST KEY IS NOT LESS THAN MMH-CLAVE
               INVALID KEY SET FIN-HIST TO TRUE
           END-START
           PERFORM UNTIL FIN-HIST OR WS-FILA > 22
               READ MINMAX-HIST NEXT RECORD
                   AT END SET FIN-HIST TO TRUE
                   NOT AT END
                       IF MMH-PROD-ID NOT = W-PROD
                           SET FIN-HIST TO TRUE
                       ELSE
                           MOVE MMH-MIN-ANT   TO WS-EDIT-CANT
                           MOVE MMH-MAX-ANT   TO WS-EDIT-CANT2
                           MOVE MMH-MIN-NUEVO TO WS-EDIT-CANT3
                           MOVE MMH-MAX-NUEVO TO WS-EDIT-CANT4
                           DISPLAY MMH-FECHA     LINE WS-FILA COL 05
                           DISPLAY MMH-BODEGA    LINE WS-FILA COL 15
                           DISPLAY WS-EDIT-CANT  LINE WS-FILA COL 24
                           DISPLAY WS-EDIT-CANT2 LINE WS-FILA COL 33
                           DISPLAY WS-EDIT-CANT3 LINE WS-FILA COL 44
                           DISPLAY WS-EDIT-CANT4 LINE WS-FILA COL 55
                           DISPLAY MMH-USUARIO   LINE WS-FILA COL 63
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM
           ACCEPT WS-PAUSA LINE 23 COL 10.

       ESCRIBIR-PLANO.
           WRITE REG-MINMAX-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM INVSTK09.
