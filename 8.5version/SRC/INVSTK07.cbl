       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Inventario Valorizado - existencias por bodega
      *> *           valorizadas al costo promedio del producto, o
      *> *           por sus capas de costo si la categoria es FIFO
      *> *           (tipo FIF); las
      *> *           unidades de proveedores en consignacion van en un
      *> *           renglon aparte (CSG) sin valorizar, fuera del total.
      *> *           F8 abre el stock a una fecha y las fotos mensuales
      *> *           de inventario (INVSTK11); F7 la consulta de capas
      *> *           FIFO por producto (INVSTK12)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "producto.sel".
           COPY "valorizado.sel".
           COPY "parametros.sel".
           COPY "categoria.sel".
           COPY "capacosto.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "producto.fd".
           COPY "valorizado.fd".
           COPY "parametros.fd".
           COPY "categoria.fd".
           COPY "capacosto.fd".

       WORKING-STORAGE SECTION.
       COPY "PARAMETROS.cpy".
           COPY "TECLAS.cpy".
           COPY "CAPAS.cpy".

       01 WS-UI-CONTROLES.
          05 WS-TITULO-PANTALLA    PIC X(40) VALUE SPACES.

       01  ST-STOCK        PIC XX.
       01  ST-PRODUCTOS    PIC XX.
       01  ST-CATEGORIAS   PIC XX.
       01  WS-KEY          PIC 9(4).
       01  WS-PAUSA        PIC X.
       01  MENSAJE         PIC X(70).
       01  WS-TOT-GENERAL  PIC S9(11)V99 VALUE 0.
       01  WS-TOT-BODEGA   PIC S9(11)V99.
       01  WS-BODEGA-CORTE PIC X(04).
       01  WS-CANT-PROPIA  PIC S9(09)V999.
       01  WS-TOT-CONSIG   PIC 9(11)V999 VALUE 0.
       01  WS-TOTCSG-DISP  PIC Z(10)9.999.

       01  WS-TABLA-VALORIZADO.
           05 T-RENGLON OCCURS 300 TIMES.
              10 T-BODEGA       PIC X(04).
              10 T-PROD-ID      PIC X(10).
              10 T-DESCRIP      PIC X(20).
              10 T-CANTIDAD     PIC Z(5)9.999.
              10 T-COSTO        PIC 9(9)V99.
              10 T-VALOR        PIC S9(11)V99.
              10 T-TIPO         PIC X(03).

       01  WS-FILA-TEMP.
           05 WS-T-BODEGA       PIC X(04).
           05 WS-T-PROD-ID      PIC X(10).
           05 WS-T-DESCRIP      PIC X(20).
           05 WS-T-CANTIDAD     PIC Z(5)9.999.
           05 WS-T-COSTO        PIC 9(9)V99.
           05 WS-T-VALOR        PIC S9(11)V99.
           05 WS-T-TIPO         PIC X(03).

       01  WS-COSTO-DISP        PIC Z(8)9.99.
       01  WS-VALOR-DISP        PIC -(9)9.99.
           05 LINE 03 COL 67 VALUE "VALOR"    BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 04 COL 01 PIC X(80) FROM ALL "_" BACKGROUND-COLOR 1.
           05 LINE 25 COL 01 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 02 VALUE "F7=Capas FIFO  F8=Stock a fecha  F9=Plano  F10=CSV  ESC=Salir" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

           PERFORM UNTIL WS-KEY = KEY-ESC
               ACCEPT WS-PAUSA LINE 1 COL 1 WITH NO-ECHO
               EVALUATE WS-KEY
                   WHEN KEY-F7
                       PERFORM CERRAR-ARCHIVOS
                       CALL "INVSTK12"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG INVSTK12"
                                       LINE 22 COL 20
                       END-CALL
                       CANCEL "INVSTK12"
                       PERFORM ABRO-ARCHIVO
                       PERFORM CARGAR-VALORIZADO
                       PERFORM ORDENAR-POR-BODEGA
                       DISPLAY PANTALLA-BASE
                       PERFORM MOSTRAR-REGISTROS
                   WHEN KEY-F8
                       PERFORM CERRAR-ARCHIVOS
                       CALL "INVSTK11"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG INVSTK11"
                                       LINE 22 COL 20
                       END-CALL
                       CANCEL "INVSTK11"
                       PERFORM ABRO-ARCHIVO
                       DISPLAY PANTALLA-BASE
                       PERFORM MOSTRAR-REGISTROS
                   WHEN KEY-F9
                       PERFORM GENERAR-PLANO
                       DISPLAY "Archivo plano 'valorizado.txt' generado." LINE 22 COL 20
               END-EVALUATE
           END-PERFORM.

           PERFORM CERRAR-ARCHIVOS.
           GOBACK.

       CERRAR-ARCHIVOS.
           CLOSE STOCK
           CLOSE PRODUCTOS
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO.

       CARGAR-VALORIZADO.
           MOVE 0 TO WS-TOTAL-FILAS WS-TOT-GENERAL WS-TOT-CONSIG
           MOVE LOW-VALUES TO STK-CODIGO
           START STOCK KEY IS NOT LESS THAN STK-CODIGO
               INVALID KEY CONTINUE
                   MOVE 0      TO PRD-COSTO
           END-READ

      *> Solo lo propio se valoriza; lo consignado es del proveedor
           COMPUTE WS-CANT-PROPIA = STK-CANTIDAD - STK-CONSIGNADA
           IF WS-CANT-PROPIA > 0
      *> Promedio o FIFO segun la categoria (VALORIZAR-CAPAS)
               MOVE WS-CANT-PROPIA TO WS-CPA-PROPIA
               PERFORM VALORIZAR-CAPAS
               MOVE WS-CPA-VALOR TO WS-VALOR-LINEA
               ADD 1 TO WS-TOTAL-FILAS
               MOVE STK-BODEGA      TO T-BODEGA(WS-TOTAL-FILAS)
               MOVE STK-CODIGO      TO T-PROD-ID(WS-TOTAL-FILAS)
               MOVE PRD-DESCRIPCION TO T-DESCRIP(WS-TOTAL-FILAS)
               MOVE WS-CANT-PROPIA  TO T-CANTIDAD(WS-TOTAL-FILAS)
               MOVE WS-VALOR-LINEA  TO T-VALOR(WS-TOTAL-FILAS)
               IF PRODUCTO-FIFO
                   COMPUTE T-COSTO(WS-TOTAL-FILAS) ROUNDED =
                       WS-VALOR-LINEA / WS-CANT-PROPIA
                   MOVE "FIF"       TO T-TIPO(WS-TOTAL-FILAS)
               ELSE
                   MOVE PRD-COSTO   TO T-COSTO(WS-TOTAL-FILAS)
                   MOVE SPACES      TO T-TIPO(WS-TOTAL-FILAS)
               END-IF
               ADD WS-VALOR-LINEA   TO WS-TOT-GENERAL
           END-IF

           IF STK-CONSIGNADA > 0 AND WS-TOTAL-FILAS < 300
               ADD 1 TO WS-TOTAL-FILAS
               MOVE STK-BODEGA      TO T-BODEGA(WS-TOTAL-FILAS)
               MOVE STK-CODIGO      TO T-PROD-ID(WS-TOTAL-FILAS)
               MOVE SPACES          TO T-DESCRIP(WS-TOTAL-FILAS)
               STRING "CSG " PRD-DESCRIPCION DELIMITED BY SIZE
                   INTO T-DESCRIP(WS-TOTAL-FILAS)
               MOVE STK-CONSIGNADA  TO T-CANTIDAD(WS-TOTAL-FILAS)
               MOVE 0               TO T-COSTO(WS-TOTAL-FILAS)
               MOVE 0               TO T-VALOR(WS-TOTAL-FILAS)
               MOVE "CSG"           TO T-TIPO(WS-TOTAL-FILAS)
               ADD STK-CONSIGNADA   TO WS-TOT-CONSIG
           END-IF.

       VALORIZAR-CAPAS.
           COPY "VALORIZAR-CAPAS.cpy".

       ORDENAR-POR-BODEGA.
           IF WS-TOTAL-FILAS > 1
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY WS-TOTGEN-DISP LINE 23 COL 31
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           IF WS-TOT-CONSIG > 0
               MOVE WS-TOT-CONSIG TO WS-TOTCSG-DISP
               DISPLAY "UNID. CSG:" LINE 23 COL 48
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY WS-TOTCSG-DISP LINE 23 COL 59
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           END-IF
           IF WS-TOTAL-FILAS > 17
               DISPLAY "HAY MAS REGISTROS - USE F9/F10 PARA VER EL REPORTE COMPLETO"
                       LINE 22 COL 02
           STRING "TOTAL GENERAL | " WS-TOTGEN-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-VALORIZADO-PLANO FROM WS-LINEA-PLANO
           IF WS-TOT-CONSIG > 0
               MOVE WS-TOT-CONSIG TO WS-TOTCSG-DISP
               MOVE SPACES TO WS-LINEA-PLANO
               STRING "UNIDADES DE PROVEEDORES EN CONSIGNACION (CSG, "
                      "NO VALORIZADAS) | " WS-TOTCSG-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
               WRITE REG-VALORIZADO-PLANO FROM WS-LINEA-PLANO
           END-IF
           CLOSE VALORIZADO-PLANO.

       ESCRIBIR-TOTAL-BODEGA-PLANO.

       GENERAR-CSV.
           OPEN OUTPUT VALORIZADO-CSV
           MOVE "BODEGA;PRODUCTO;DESCRIPCION;CANTIDAD;COSTO;VALOR;TIPO"
               TO REG-VALORIZADO-CSV
           WRITE REG-VALORIZADO-CSV
           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-FILAS
                   WS-COSTO-DISP           DELIMITED BY SIZE
                   ";"
                   WS-VALOR-DISP           DELIMITED BY SIZE
                   ";"
                   T-TIPO(WS-INDICE)       DELIMITED BY SIZE
                   INTO REG-VALORIZADO-CSV
               WRITE REG-VALORIZADO-CSV
           END-PERFORM
               DISPLAY MENSAJE LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 23 COL 55
               GOBACK
           END-IF

           OPEN INPUT CATEGORIAS
           IF ST-CATEGORIAS = "35"
               OPEN OUTPUT CATEGORIAS
               CLOSE CATEGORIAS
               OPEN INPUT CATEGORIAS
           END-IF

           OPEN INPUT CAPAS-COSTO
           IF ST-CAPAS = "35"
               OPEN OUTPUT CAPAS-COSTO
               CLOSE CAPAS-COSTO
               OPEN INPUT CAPAS-COSTO
           END-IF.

       END PROGRAM INVSTK07.
