      *> ******************************************************************
      *> * Purpose:  Reporte de Margen Bruto por Producto, con resumen
      *> *           por Cliente y por Vendedor (rango de fechas).
      *> *           Costo de ventas al costo promedio del producto,
      *> *           o al de las capas consumidas si es FIFO.
      *> *           Las lineas vendidas con precio por cantidad se
      *> *           resumen ademas por producto y escala aplicada; en
      *> *           pantalla la columna ESC marca los productos con
      *> *           ventas por escala.
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "vendedor.sel".
           COPY "margen.sel".
           COPY "parametros.sel".
           COPY "capacosto.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "vendedor.fd".
           COPY "margen.fd".
           COPY "parametros.fd".
           COPY "capacosto.fd".

       WORKING-STORAGE SECTION.
       COPY "PARAMETROS.cpy".
           COPY "TECLAS.cpy".
           COPY "CAPAS.cpy".

       01 WS-UI-CONTROLES.
          05 WS-TITULO-PANTALLA    PIC X(40) VALUE SPACES.
       01  WS-LINEA-PLANO  PIC X(200).

       01  WS-COSTO-LINEA  PIC S9(11)V99.
       01  WS-FIFO-CANT    PIC 9(09)V999.
       01  WS-FIFO-COSTO   PIC 9(11)V99.
       01  WS-VENTA-BASE   PIC S9(11)V99.

       01  WS-TOT-PROD     PIC 999 VALUE 0.
           05 T-PROD OCCURS 200 TIMES.
              10 TP-PROD-ID      PIC X(10).
              10 TP-DESCRIP      PIC X(20).
              10 TP-CANTIDAD     PIC 9(07)V999.
              10 TP-VENTA        PIC S9(11)V99.
              10 TP-COSTO        PIC S9(11)V99.
              10 TP-CON-ESCALA   PIC X(01).

       01  WS-TOT-ESC      PIC 999 VALUE 0.
       01  WS-TABLA-ESCALA.
           05 T-ESC OCCURS 200 TIMES.
              10 TE-PROD-ID      PIC X(10).
              10 TE-DESCRIP      PIC X(20).
              10 TE-ESCALA       PIC 9(05).
              10 TE-CANTIDAD     PIC 9(07)V999.
              10 TE-VENTA        PIC S9(11)V99.
              10 TE-COSTO        PIC S9(11)V99.

       01  WS-TOT-CLI      PIC 999 VALUE 0.
       01  WS-TABLA-CLIENTE.
       01  WS-COSTO-DISP   PIC -(9)9.99.
       01  WS-MARGEN-DISP  PIC -(9)9.99.
       01  WS-PCT-DISP     PIC -ZZ9.99.
       01  WS-CANT-PANT    PIC Z(6)9.
       01  WS-CANT-EXP     PIC Z(6)9.999.
       01  WS-ESCALA-EXP   PIC Z(4)9.

       SCREEN SECTION.
       01 PANTALLA-BASE.
           05 LINE 03 COL 44 VALUE "VENTA" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 56 VALUE "MARGEN" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 70 VALUE "MG%" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 76 VALUE "ESC" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 04 COL 01 PIC X(80) FROM ALL "_" BACKGROUND-COLOR 1.
           05 LINE 25 COL 01 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 02 VALUE "F9=Plano  F10=CSV  ESC=Salir" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
           CLOSE CLIENTES.
           CLOSE PRODUCTOS.
           CLOSE VENDEDORES.
           CLOSE CONSUMO-CAPAS.
           GOBACK.

       PEDIR-RANGO-FECHAS.
           END-IF.

       CARGAR-REPORTE.
           MOVE 0 TO WS-TOT-PROD WS-TOT-CLI WS-TOT-VEN WS-TOT-ESC
           MOVE ZERO TO FAC-NRO
           START FACTURAS KEY IS NOT LESS THAN FAC-NRO
               INVALID KEY CONTINUE
               INVALID KEY MOVE 0 TO PRD-COSTO
           END-READ
           COMPUTE WS-COSTO-LINEA = DET-CANT * PRD-COSTO
           PERFORM COSTO-LINEA-FIFO

           PERFORM ACUMULAR-PRODUCTO
           PERFORM ACUMULAR-CLIENTE
           PERFORM ACUMULAR-VENDEDOR
           IF DET-ESCALA > 0
               PERFORM ACUMULAR-ESCALA
           END-IF.

      *> Producto FIFO: la linea va al costo de las capas que consumio
      *> la factura (o sus remisiones); sin consumo queda el promedio
       COSTO-LINEA-FIFO.
           MOVE 0 TO WS-FIFO-CANT WS-FIFO-COSTO
           MOVE FAC-NRO     TO CCP-FAC-NRO
           MOVE DET-PROD-ID TO CCP-ALT-PROD-ID
           START CONSUMO-CAPAS KEY IS EQUAL TO CCP-ALTERNA
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-KEY = KEY-ESC
               READ CONSUMO-CAPAS NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF CCP-FAC-NRO NOT = FAC-NRO
                          OR CCP-ALT-PROD-ID NOT = DET-PROD-ID
                           EXIT PERFORM
                       END-IF
                       ADD CCP-CANT-SALIDA TO WS-FIFO-CANT
                       ADD CCP-COSTO-TOTAL TO WS-FIFO-COSTO
               END-READ
           END-PERFORM
           IF WS-FIFO-CANT > 0
               COMPUTE WS-COSTO-LINEA ROUNDED =
                   DET-CANT * WS-FIFO-COSTO / WS-FIFO-CANT
           END-IF.

       ACUMULAR-PRODUCTO.
           MOVE "N" TO WS-ENCONTRADO
               MOVE DET-DESCRIP TO TP-DESCRIP(WS-POS)
               MOVE 0 TO TP-CANTIDAD(WS-POS) TP-VENTA(WS-POS)
                         TP-COSTO(WS-POS)
               MOVE SPACE TO TP-CON-ESCALA(WS-POS)
           END-IF

           IF DET-ESCALA > 0
               MOVE "*" TO TP-CON-ESCALA(WS-POS)
           END-IF

           ADD DET-CANT       TO TP-CANTIDAD(WS-POS)
           ADD DET-SUBTOTAL   TO TV-VENTA(WS-POS)
           ADD WS-COSTO-LINEA TO TV-COSTO(WS-POS).

       ACUMULAR-ESCALA.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TOT-ESC OR FILA-ENCONTRADA
               IF TE-PROD-ID(WS-POS) = DET-PROD-ID
                  AND TE-ESCALA(WS-POS) = DET-ESCALA
                   SET FILA-ENCONTRADA TO TRUE
               END-IF
           END-PERFORM

           IF FILA-ENCONTRADA
               SUBTRACT 1 FROM WS-POS
           ELSE
               IF WS-TOT-ESC >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-ESC
               MOVE WS-TOT-ESC TO WS-POS
               MOVE DET-PROD-ID TO TE-PROD-ID(WS-POS)
               MOVE DET-DESCRIP TO TE-DESCRIP(WS-POS)
               MOVE DET-ESCALA  TO TE-ESCALA(WS-POS)
               MOVE 0 TO TE-CANTIDAD(WS-POS) TE-VENTA(WS-POS)
                         TE-COSTO(WS-POS)
           END-IF

           ADD DET-CANT       TO TE-CANTIDAD(WS-POS)
           ADD DET-SUBTOTAL   TO TE-VENTA(WS-POS)
           ADD WS-COSTO-LINEA TO TE-COSTO(WS-POS).

       CALCULAR-MARGEN-PCT.
           *> WS-MARGEN ya trae venta - costo; la venta base llega
           *> en WS-VENTA-BASE.
               MOVE WS-MARGEN-PCT       TO WS-PCT-DISP
               DISPLAY TP-PROD-ID(WS-INDICE)  LINE WS-FILA COL 02 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY TP-DESCRIP(WS-INDICE)  LINE WS-FILA COL 14 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE TP-CANTIDAD(WS-INDICE) TO WS-CANT-PANT
               DISPLAY WS-CANT-PANT           LINE WS-FILA COL 35 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY WS-VENTA-DISP          LINE WS-FILA COL 43 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY WS-MARGEN-DISP         LINE WS-FILA COL 55 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY WS-PCT-DISP            LINE WS-FILA COL 68 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY TP-CON-ESCALA(WS-INDICE) LINE WS-FILA COL 77 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               ADD 1 TO WS-FILA
           END-PERFORM
           IF WS-TOT-PROD > 18
               MOVE WS-MARGEN           TO WS-MARGEN-DISP
               MOVE WS-MARGEN-PCT       TO WS-PCT-DISP
               MOVE SPACES TO WS-LINEA-PLANO
               MOVE TP-CANTIDAD(WS-INDICE) TO WS-CANT-EXP
               STRING
                   TP-PROD-ID(WS-INDICE)   DELIMITED BY SIZE
                   " | "
                   TP-DESCRIP(WS-INDICE)   DELIMITED BY SIZE
                   " | "
                   WS-CANT-EXP             DELIMITED BY SIZE
                   " | "
                   WS-VENTA-DISP           DELIMITED BY SIZE
                   " | "
               WRITE REG-MARGEN-PLANO FROM WS-LINEA-PLANO
           END-PERFORM

           MOVE "*** MARGEN POR ESCALA DE PRECIO ***" TO WS-LINEA-PLANO
           WRITE REG-MARGEN-PLANO FROM WS-LINEA-PLANO
           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > WS-TOT-ESC
               COMPUTE WS-MARGEN = TE-VENTA(WS-INDICE) - TE-COSTO(WS-INDICE)
               MOVE TE-VENTA(WS-INDICE) TO WS-VENTA-BASE
               PERFORM CALCULAR-MARGEN-PCT
               MOVE TE-VENTA(WS-INDICE) TO WS-VENTA-DISP
               MOVE TE-COSTO(WS-INDICE) TO WS-COSTO-DISP
               MOVE WS-MARGEN           TO WS-MARGEN-DISP
               MOVE WS-MARGEN-PCT       TO WS-PCT-DISP
               MOVE SPACES TO WS-LINEA-PLANO
               MOVE TE-CANTIDAD(WS-INDICE) TO WS-CANT-EXP
               MOVE TE-ESCALA(WS-INDICE)   TO WS-ESCALA-EXP
               STRING
                   TE-PROD-ID(WS-INDICE)   DELIMITED BY SIZE
                   " | "
                   TE-DESCRIP(WS-INDICE)   DELIMITED BY SIZE
                   " | DESDE "
                   WS-ESCALA-EXP           DELIMITED BY SIZE
                   " | "
                   WS-CANT-EXP             DELIMITED BY SIZE
                   " | "
                   WS-VENTA-DISP           DELIMITED BY SIZE
                   " | "
                   WS-COSTO-DISP           DELIMITED BY SIZE
                   " | "
                   WS-MARGEN-DISP          DELIMITED BY SIZE
                   " | "
                   WS-PCT-DISP             DELIMITED BY SIZE
                   INTO WS-LINEA-PLANO
               WRITE REG-MARGEN-PLANO FROM WS-LINEA-PLANO
           END-PERFORM

           CLOSE MARGEN-PLANO.

       GENERAR-CSV.
               MOVE TP-COSTO(WS-INDICE) TO WS-COSTO-DISP
               MOVE WS-MARGEN           TO WS-MARGEN-DISP
               MOVE WS-MARGEN-PCT       TO WS-PCT-DISP
               MOVE TP-CANTIDAD(WS-INDICE) TO WS-CANT-EXP
               STRING
                   "PRODUCTO;"
                   TP-PROD-ID(WS-INDICE)   DELIMITED BY SIZE
                   ";"
                   TP-DESCRIP(WS-INDICE)   DELIMITED BY SIZE
                   ";"
                   WS-CANT-EXP             DELIMITED BY SIZE
                   ";"
                   WS-VENTA-DISP           DELIMITED BY SIZE
                   ";"
                   INTO REG-MARGEN-CSV
               WRITE REG-MARGEN-CSV
           END-PERFORM

           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > WS-TOT-ESC
               INITIALIZE REG-MARGEN-CSV
               COMPUTE WS-MARGEN = TE-VENTA(WS-INDICE) - TE-COSTO(WS-INDICE)
               MOVE TE-VENTA(WS-INDICE) TO WS-VENTA-BASE
               PERFORM CALCULAR-MARGEN-PCT
               MOVE TE-VENTA(WS-INDICE) TO WS-VENTA-DISP
               MOVE TE-COSTO(WS-INDICE) TO WS-COSTO-DISP
               MOVE WS-MARGEN           TO WS-MARGEN-DISP
               MOVE WS-MARGEN-PCT       TO WS-PCT-DISP
               MOVE TE-CANTIDAD(WS-INDICE) TO WS-CANT-EXP
               MOVE TE-ESCALA(WS-INDICE)   TO WS-ESCALA-EXP
               STRING
                   "ESCALA;"
                   TE-PROD-ID(WS-INDICE)   DELIMITED BY SIZE
                   "-"
                   WS-ESCALA-EXP           DELIMITED BY SIZE
                   ";"
                   TE-DESCRIP(WS-INDICE)   DELIMITED BY SIZE
                   ";"
                   WS-CANT-EXP             DELIMITED BY SIZE
                   ";"
                   WS-VENTA-DISP           DELIMITED BY SIZE
                   ";"
                   WS-COSTO-DISP           DELIMITED BY SIZE
                   ";"
                   WS-MARGEN-DISP          DELIMITED BY SIZE
                   ";"
                   WS-PCT-DISP             DELIMITED BY SIZE
                   INTO REG-MARGEN-CSV
               WRITE REG-MARGEN-CSV
           END-PERFORM
           CLOSE MARGEN-CSV.

       LEER-PARAMETROS.
               OPEN OUTPUT VENDEDORES
               CLOSE VENDEDORES
               OPEN INPUT VENDEDORES
           END-IF

           OPEN INPUT CONSUMO-CAPAS
           IF ST-CONSUMO-CAPAS = "35"
               OPEN OUTPUT CONSUMO-CAPAS
               CLOSE CONSUMO-CAPAS
               OPEN INPUT CONSUMO-CAPAS
           END-IF.

       END PROGRAM VENFAC10.
