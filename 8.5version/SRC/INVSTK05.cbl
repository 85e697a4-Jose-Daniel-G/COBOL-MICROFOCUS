       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Consulta de Stock por Bodega (solo lectura). Con un
      *> *           codigo de estilo muestra la grilla talla x color de
      *> *           sus variantes en la bodega pedida (o en todas)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "stock.sel".
           COPY "producto.sel".
           COPY "bodega.sel".
           COPY "estilo.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "stock.fd".
           COPY "producto.fd".
           COPY "bodega.fd".
           COPY "estilo.fd".

       WORKING-STORAGE SECTION.

       01 FIN              PIC X VALUE "N".

       01 W-CODIGO         PIC X(10).
       01 W-CANTIDAD-PROD  PIC 9(09)V999.
       01 W-BODEGA-PROD    PIC X(04).
       01 W-UBICACION-PROD PIC X(08).
       01 WS-EXISTE-STOCK  PIC X.

       01 WS-FILA          PIC 99.
       01 WS-CANTIDAD-FILA PIC 9(09)V999.
       01 WS-CANTIDAD-EDIT PIC Z(8)9.999.
       01 WS-GRAN-TOTAL    PIC 9(09)V999.
       01 WS-GRAN-TOTAL-EDIT PIC Z(8)9.999.

       01 W-BODEGA-GRI     PIC X(04).
       01 WS-CANT-CELDA    PIC 9(09)V999.
       01 WS-TOTAL-COLOR   PIC 9(09)V999.
      *> La celda tiene 6 columnas y el total 7: con decimales hasta
      *> donde caben, y en unidades enteras si la cantidad es mayor
       01 WS-CELDA-EDIT    PIC ZZ9.99.
       01 WS-CELDA-ENTERA  PIC Z(5)9.
       01 WS-TOTAL-EDIT    PIC Z(3)9.99.
       01 WS-TOTAL-ENTERO  PIC Z(6)9.

       COPY "GRILLA.cpy".

       01 WS-SW-BODEGAS    PIC X VALUE "N".
          88 FIN-BODEGAS      VALUE "S".
                   LINE 05 COL 10
           DISPLAY "y el total general. Deje el codigo en blanco para salir."
                   LINE 06 COL 10
           DISPLAY "Con un codigo de estilo muestra la grilla talla x color."
                   LINE 07 COL 10

           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               PERFORM INGRESO-PRODUCTO
               IF FIN NOT = "S"
                   MOVE W-CODIGO(1:8) TO WS-GRI-ESTILO
                   SET ESTILO-NO-EXISTE TO TRUE
                   IF W-CODIGO(9:2) = SPACES
                       PERFORM CARGAR-GRILLA
                   END-IF
                   IF ESTILO-ENCONTRADO
                       PERFORM MOSTRAR-GRILLA-STOCK
                   ELSE
                       PERFORM LEO-PRODUCTO-Y-STOCK
                       PERFORM MOSTRAR-POR-BODEGA
                   END-IF
               END-IF
           END-PERFORM


       INGRESO-PRODUCTO.
           MOVE SPACES TO W-CODIGO
           DISPLAY "Codigo de producto o estilo: " LINE 09 COL 10
           ACCEPT W-CODIGO LINE 09 COL 40

           IF W-CODIGO = SPACES
               MOVE "S" TO FIN
               DISPLAY ALL " " LINE WS-FILA COL 1 SIZE 80 BACKGROUND-COLOR 1
           END-PERFORM

           DISPLAY "BODEGA               NOMBRE           CANTIDAD      UBICACION"
                   LINE 13 COL 10

           MOVE 0 TO WS-GRAN-TOTAL
           END-PERFORM

           DISPLAY "TOTAL GENERAL (TODAS LAS BODEGAS): " LINE 22 COL 10
           MOVE WS-GRAN-TOTAL TO WS-GRAN-TOTAL-EDIT
           DISPLAY WS-GRAN-TOTAL-EDIT LINE 22 COL 46

           ACCEPT WS-PAUSA LINE 23 COL 60.


           DISPLAY BOD-CODIGO      LINE WS-FILA COL 10
           DISPLAY BOD-NOMBRE      LINE WS-FILA COL 25
           MOVE WS-CANTIDAD-FILA TO WS-CANTIDAD-EDIT
           DISPLAY WS-CANTIDAD-EDIT LINE WS-FILA COL 48
           IF WS-EXISTE-STOCK = "S" AND BOD-CODIGO = W-BODEGA-PROD
               DISPLAY W-UBICACION-PROD LINE WS-FILA COL 62
           END-IF

           ADD WS-CANTIDAD-FILA TO WS-GRAN-TOTAL
           ADD 1 TO WS-FILA.

       CARGAR-GRILLA.
           COPY "CARGAR-GRILLA.cpy".

       MOSTRAR-GRILLA-STOCK.
      *> Renglon = color, columna = talla; cada celda es la existencia
      *> de la variante si esta en la bodega pedida ("-" = combinacion
      *> no generada), con el total por color a la derecha
           PERFORM VARYING WS-FILA FROM 11 BY 1 UNTIL WS-FILA > 22
               DISPLAY ALL " " LINE WS-FILA COL 1 SIZE 80 BACKGROUND-COLOR 1
           END-PERFORM

           DISPLAY "Estilo: " LINE 11 COL 10
           DISPLAY EST-DESCRIPCION LINE 11 COL 21
           MOVE SPACES TO W-BODEGA-GRI
           DISPLAY "Bodega (vacio=todas): " LINE 12 COL 10
           ACCEPT W-BODEGA-GRI LINE 12 COL 33
           MOVE FUNCTION UPPER-CASE(W-BODEGA-GRI) TO W-BODEGA-GRI

           DISPLAY "COLOR/TALLA" LINE 13 COL 02
           PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
               COMPUTE WS-GRI-COL = 14 + (WS-GRI-T - 1) * 6
               DISPLAY EST-TALLA(WS-GRI-T) LINE 13 COL WS-GRI-COL
           END-PERFORM
           DISPLAY "TOTAL" LINE 13 COL 75

           MOVE 0 TO WS-GRAN-TOTAL
           PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
               IF EST-COLOR(WS-GRI-C) = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               COMPUTE WS-FILA = 13 + WS-GRI-C
               DISPLAY EST-COLOR(WS-GRI-C) LINE WS-FILA COL 02
               MOVE 0 TO WS-TOTAL-COLOR
               PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
                   IF EST-TALLA(WS-GRI-T) = SPACES
                       EXIT PERFORM CYCLE
                   END-IF
                   COMPUTE WS-GRI-COL = 14 + (WS-GRI-T - 1) * 6
                   IF WS-GRI-PROD(WS-GRI-C, WS-GRI-T) = SPACES
                       DISPLAY "    -" LINE WS-FILA COL WS-GRI-COL
                       EXIT PERFORM CYCLE
                   END-IF
                   MOVE 0 TO WS-CANT-CELDA
                   MOVE WS-GRI-PROD(WS-GRI-C, WS-GRI-T) TO STK-CODIGO
                   READ STOCK
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF W-BODEGA-GRI = SPACES
                              OR STK-BODEGA = W-BODEGA-GRI
                               MOVE STK-CANTIDAD TO WS-CANT-CELDA
                           END-IF
                   END-READ
                   IF WS-CANT-CELDA < 1000
                       MOVE WS-CANT-CELDA TO WS-CELDA-EDIT
                       DISPLAY WS-CELDA-EDIT LINE WS-FILA COL WS-GRI-COL
                   ELSE
                       MOVE WS-CANT-CELDA TO WS-CELDA-ENTERA
                       DISPLAY WS-CELDA-ENTERA LINE WS-FILA COL WS-GRI-COL
                   END-IF
                   ADD WS-CANT-CELDA TO WS-TOTAL-COLOR
               END-PERFORM
               IF WS-TOTAL-COLOR < 10000
                   MOVE WS-TOTAL-COLOR TO WS-TOTAL-EDIT
                   DISPLAY WS-TOTAL-EDIT LINE WS-FILA COL 74
               ELSE
                   MOVE WS-TOTAL-COLOR TO WS-TOTAL-ENTERO
                   DISPLAY WS-TOTAL-ENTERO LINE WS-FILA COL 74
               END-IF
               ADD WS-TOTAL-COLOR TO WS-GRAN-TOTAL
           END-PERFORM

           IF W-BODEGA-GRI = SPACES
               DISPLAY "TOTAL GENERAL (TODAS LAS BODEGAS): " LINE 22 COL 10
           ELSE
               DISPLAY "TOTAL DEL ESTILO EN LA BODEGA: " LINE 22 COL 10
           END-IF
           MOVE WS-GRAN-TOTAL TO WS-GRAN-TOTAL-EDIT
           DISPLAY WS-GRAN-TOTAL-EDIT LINE 22 COL 46

           ACCEPT WS-PAUSA LINE 23 COL 60.

       ABRIR-ARCHIVOS.
           OPEN INPUT STOCK.
           OPEN INPUT PRODUCTOS.
           OPEN INPUT BODEGAS.
           OPEN INPUT ESTILOS.
           OPEN INPUT VARIANTES.

           IF ST-ESTILOS = "35"
               OPEN OUTPUT ESTILOS
               CLOSE ESTILOS
               OPEN INPUT ESTILOS
           END-IF.

           IF ST-VARIANTES = "35"
               OPEN OUTPUT VARIANTES
               CLOSE VARIANTES
               OPEN INPUT VARIANTES
           END-IF.

           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
           CLOSE STOCK.
           CLOSE PRODUCTOS.
           CLOSE BODEGAS.
           CLOSE ESTILOS.
           CLOSE VARIANTES.

       END PROGRAM INVSTK05.
