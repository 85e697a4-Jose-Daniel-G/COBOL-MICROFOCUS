       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Reporte Consolidado de Ventas por Cliente/Producto (rango de fechas)
      *> *           agrupado por zona de venta, con subtotal por zona y
      *> *           filtro opcional de una sola zona
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "zona.sel".
           COPY "direntrega.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "zona.fd".
           COPY "direntrega.fd".

       WORKING-STORAGE SECTION.
       COPY "PARAMETROS.cpy".
           COPY "SPOOLVARS.cpy".
           COPY "SESION.cpy".
       01  ST-SESION       PIC XX.
           COPY "DIRENTREGA.cpy".

       01 WS-UI-CONTROLES.
          05 WS-TITULO-PANTALLA    PIC X(40) VALUE SPACES.
       01  ST-FACTURAS     PIC XX.
       01  ST-DETALLES     PIC XX.
       01  ST-CLIENTES     PIC XX.
       01  ST-ZONAS        PIC XX.
       01  WS-KEY          PIC 9(4).
       01  WS-PAUSA        PIC X.
       01  MENSAJE         PIC X(70).

       01  WS-FECHA-DESDE      PIC 9(08).
       01  WS-FECHA-HASTA      PIC 9(08).
       01  WS-ZONA-FILTRO      PIC X(04).
      *> Zona de la factura: la del punto de entrega o la del cliente
       01  WS-ZONA-FAC         PIC X(04).
       01  WS-ZONA-ANT         PIC X(04).
       01  WS-ZONA-ETIQUETA    PIC X(30).
       01  WS-SUBTOTAL-ZONA    PIC S9(9)V99.

       01  WS-SW-DETALLES  PIC X VALUE "N".
           88 FIN-DETALLES     VALUE "S".

       01  WS-TABLA-CONSOLIDADO.
           05 T-RENGLON OCCURS 200 TIMES.
              10 T-ZONA         PIC X(04).
              10 T-CLI-ID       PIC 9(07).
              10 T-CLI-NOMBRE   PIC X(20).
              10 T-PROD-ID      PIC X(10).
              10 T-DESCRIP      PIC X(20).
              10 T-CANTIDAD     PIC 9(07)V999.
              10 T-TOTAL-VTAS   PIC S9(9)V99.

       01  WS-FILA-TEMP.
           05 WS-T-ZONA         PIC X(04).
           05 WS-T-CLI-ID       PIC 9(07).
           05 WS-T-CLI-NOMBRE   PIC X(20).
           05 WS-T-PROD-ID      PIC X(10).
           05 WS-T-DESCRIP      PIC X(20).
           05 WS-T-CANTIDAD     PIC 9(07)V999.
           05 WS-T-TOTAL-VTAS   PIC S9(9)V99.

       01  WS-TOTALVTAS-DISP    PIC -(9)9.99.
       01  WS-CANT-PANT         PIC Z(5)9.
       01  WS-CANT-EXP          PIC Z(6)9.999.

       SCREEN SECTION.
       01 PANTALLA-BASE.
           CLOSE FACTURAS.
           CLOSE DETALLES.
           CLOSE CLIENTES.
           CLOSE ZONAS.
           CLOSE DIRECCIONES-ENTREGA.
           GOBACK.

       PEDIR-RANGO-FECHAS.

           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           END-IF

           DISPLAY "Zona (vacio=todas)     : " LINE 14 COL 20
           MOVE SPACES TO WS-ZONA-FILTRO
           ACCEPT WS-ZONA-FILTRO LINE 14 COL 46
           MOVE FUNCTION UPPER-CASE(WS-ZONA-FILTRO) TO WS-ZONA-FILTRO.

       CARGAR-REPORTE.
           MOVE 0 TO WS-TOTAL-FILAS
                           EXIT PERFORM
                       END-IF
                       IF NOT FAC-ANULADA
                           PERFORM RESOLVER-ZONA-FACTURA
                           IF WS-ZONA-FILTRO = SPACES
                              OR WS-ZONA-FAC = WS-ZONA-FILTRO
                               PERFORM ACUMULAR-DETALLES-FACTURA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RESOLVER-ZONA-FACTURA.
           MOVE SPACES TO WS-ZONA-FAC
           MOVE FAC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE FAC-CLI-ID      TO WS-DEN-CLI-ID
           MOVE FAC-DIR-ENTREGA TO WS-DEN-CODIGO
           PERFORM LEER-DIR-ENTREGA
           MOVE WS-DEN-ZONA TO WS-ZONA-FAC.

       LEER-DIR-ENTREGA.
           COPY "LEER-DIR-ENTREGA.cpy".

       ACUMULAR-DETALLES-FACTURA.
           SET NO-FIN-DETALLES TO TRUE
           MOVE FAC-NRO TO DET-FAC-NRO

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TOTAL-FILAS OR COMBO-ENCONTRADO
               IF T-ZONA(WS-POS) = WS-ZONA-FAC
                  AND T-CLI-ID(WS-POS) = FAC-CLI-ID
                  AND T-PROD-ID(WS-POS) = DET-PROD-ID
                   SET COMBO-ENCONTRADO TO TRUE
               END-IF
           ELSE
               IF WS-TOTAL-FILAS < 200
                   ADD 1 TO WS-TOTAL-FILAS
                   MOVE WS-ZONA-FAC TO T-ZONA(WS-TOTAL-FILAS)
                   MOVE FAC-CLI-ID  TO T-CLI-ID(WS-TOTAL-FILAS)
                   MOVE DET-PROD-ID TO T-PROD-ID(WS-TOTAL-FILAS)
                   MOVE DET-DESCRIP TO T-DESCRIP(WS-TOTAL-FILAS)
           IF WS-TOTAL-FILAS > 1
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-TOTAL-FILAS
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > (WS-TOTAL-FILAS - WS-I)
                       IF T-ZONA(WS-J) > T-ZONA(WS-J + 1)
                           PERFORM INTERCAMBIAR-FILAS
                       ELSE
                         IF T-ZONA(WS-J) = T-ZONA(WS-J + 1)
                           IF T-CLI-ID(WS-J) > T-CLI-ID(WS-J + 1)
                               PERFORM INTERCAMBIAR-FILAS
                           ELSE
                               IF T-CLI-ID(WS-J) = T-CLI-ID(WS-J + 1)
                                  AND T-PROD-ID(WS-J) > T-PROD-ID(WS-J + 1)
                                   PERFORM INTERCAMBIAR-FILAS
                               END-IF
                           END-IF
                         END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM

       MOSTRAR-REGISTROS.
           MOVE WS-FILA-INICIO TO WS-FILA
           MOVE 0 TO WS-SUBTOTAL-ZONA
           IF WS-TOTAL-FILAS > 0
               MOVE T-ZONA(1) TO WS-ZONA-ANT
           END-IF
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-FILAS OR WS-FILA > 22
               IF T-ZONA(WS-INDICE) NOT = WS-ZONA-ANT
                   PERFORM MOSTRAR-SUBTOTAL-ZONA
                   MOVE T-ZONA(WS-INDICE) TO WS-ZONA-ANT
                   MOVE 0 TO WS-SUBTOTAL-ZONA
                   IF WS-FILA > 22
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD T-TOTAL-VTAS(WS-INDICE) TO WS-SUBTOTAL-ZONA
               DISPLAY T-CLI-ID(WS-INDICE)     LINE WS-FILA COL 02 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-CLI-NOMBRE(WS-INDICE) LINE WS-FILA COL 10 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-PROD-ID(WS-INDICE)    LINE WS-FILA COL 31 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-DESCRIP(WS-INDICE)    LINE WS-FILA COL 42 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE T-CANTIDAD(WS-INDICE) TO WS-CANT-PANT
               DISPLAY WS-CANT-PANT            LINE WS-FILA COL 63 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-TOTAL-VTAS(WS-INDICE) LINE WS-FILA COL 69 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               ADD 1 TO WS-FILA
           END-PERFORM
           IF WS-INDICE > WS-TOTAL-FILAS AND WS-TOTAL-FILAS > 0
              AND WS-FILA NOT > 22
               PERFORM MOSTRAR-SUBTOTAL-ZONA
               MOVE 0 TO WS-FILA
           END-IF
           IF WS-FILA > 22
               DISPLAY "HAY MAS REGISTROS - USE F9/F10 PARA VER EL REPORTE COMPLETO"
                       LINE 23 COL 02
           END-IF.

       MOSTRAR-SUBTOTAL-ZONA.
           PERFORM ARMAR-ETIQUETA-ZONA
           MOVE WS-SUBTOTAL-ZONA TO WS-TOTALVTAS-DISP
           DISPLAY "SUBTOTAL"       LINE WS-FILA COL 02 WITH REVERSE-VIDEO
           DISPLAY WS-ZONA-ETIQUETA LINE WS-FILA COL 10 WITH REVERSE-VIDEO
           DISPLAY WS-TOTALVTAS-DISP LINE WS-FILA COL 66 WITH REVERSE-VIDEO
           ADD 1 TO WS-FILA.

      *> Codigo y nombre de la zona WS-ZONA-ANT para las lineas de
      *> subtotal
       ARMAR-ETIQUETA-ZONA.
           MOVE SPACES TO WS-ZONA-ETIQUETA
           IF WS-ZONA-ANT = SPACES
               MOVE "ZONA (SIN ZONA)" TO WS-ZONA-ETIQUETA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ZONA-ANT TO ZON-CODIGO
           READ ZONAS
               INVALID KEY MOVE SPACES TO ZON-NOMBRE
           END-READ
           STRING "ZONA " WS-ZONA-ANT " " ZON-NOMBRE
               DELIMITED BY SIZE INTO WS-ZONA-ETIQUETA.

       GENERAR-PLANO.
           OPEN OUTPUT VENTCONSOL-PLANO
           MOVE 0 TO WS-SUBTOTAL-ZONA
           IF WS-TOTAL-FILAS > 0
               MOVE T-ZONA(1) TO WS-ZONA-ANT
           END-IF
           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-FILAS
               IF T-ZONA(WS-INDICE) NOT = WS-ZONA-ANT
                   PERFORM ESCRIBIR-SUBTOTAL-ZONA
                   MOVE T-ZONA(WS-INDICE) TO WS-ZONA-ANT
                   MOVE 0 TO WS-SUBTOTAL-ZONA
               END-IF
               ADD T-TOTAL-VTAS(WS-INDICE) TO WS-SUBTOTAL-ZONA
               MOVE T-TOTAL-VTAS(WS-INDICE) TO WS-TOTALVTAS-DISP
               MOVE T-CANTIDAD(WS-INDICE) TO WS-CANT-EXP
               MOVE SPACES TO WS-LINEA-PLANO
               STRING
                   T-ZONA(WS-INDICE)       DELIMITED BY SIZE
                   " | "
                   T-CLI-ID(WS-INDICE)     DELIMITED BY SIZE
                   " | "
                   T-CLI-NOMBRE(WS-INDICE) DELIMITED BY SIZE
                   " | "
                   T-DESCRIP(WS-INDICE)    DELIMITED BY SIZE
                   " | "
                   WS-CANT-EXP             DELIMITED BY SIZE
                   " | "
                   WS-TOTALVTAS-DISP       DELIMITED BY SIZE
                   INTO WS-LINEA-PLANO
               WRITE REG-VENTCONSOL-PLANO FROM WS-LINEA-PLANO
           END-PERFORM
           IF WS-TOTAL-FILAS > 0
               PERFORM ESCRIBIR-SUBTOTAL-ZONA
           END-IF
           CLOSE VENTCONSOL-PLANO

           MOVE "VENTCONSOL" TO WS-SPL-REPORTE
           MOVE "ventconsol.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL.

       ESCRIBIR-SUBTOTAL-ZONA.
           PERFORM ARMAR-ETIQUETA-ZONA
           MOVE WS-SUBTOTAL-ZONA TO WS-TOTALVTAS-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "SUBTOTAL " WS-ZONA-ETIQUETA " | " WS-TOTALVTAS-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-VENTCONSOL-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO REG-VENTCONSOL-PLANO
           WRITE REG-VENTCONSOL-PLANO.

       GENERAR-CSV.
           OPEN OUTPUT VENTCONSOL-CSV
           MOVE "ZONA;CLIENTE;NOMBRE;PRODUCTO;DESCRIPCION;CANTIDAD;TOTAL_VENTAS"
               TO REG-VENTCONSOL-CSV
           WRITE REG-VENTCONSOL-CSV
           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-FILAS
               INITIALIZE REG-VENTCONSOL-CSV
               MOVE T-TOTAL-VTAS(WS-INDICE) TO WS-TOTALVTAS-DISP
               MOVE T-CANTIDAD(WS-INDICE) TO WS-CANT-EXP
               STRING
                   T-ZONA(WS-INDICE)       DELIMITED BY SIZE
                   ";"
                   T-CLI-ID(WS-INDICE)     DELIMITED BY SIZE
                   ";"
                   T-CLI-NOMBRE(WS-INDICE) DELIMITED BY SIZE
                   ";"
                   T-DESCRIP(WS-INDICE)    DELIMITED BY SIZE
                   ";"
                   WS-CANT-EXP             DELIMITED BY SIZE
                   ";"
                   WS-TOTALVTAS-DISP       DELIMITED BY SIZE
                   INTO REG-VENTCONSOL-CSV
               DISPLAY MENSAJE LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 23 COL 55
               GOBACK
           END-IF

           OPEN INPUT ZONAS
           IF ST-ZONAS = "35"
               OPEN OUTPUT ZONAS
               CLOSE ZONAS
               OPEN INPUT ZONAS
           END-IF

           OPEN INPUT DIRECCIONES-ENTREGA
           IF ST-DIRENTREGA = "35"
               OPEN OUTPUT DIRECCIONES-ENTREGA
               CLOSE DIRECCIONES-ENTREGA
               OPEN INPUT DIRECCIONES-ENTREGA
           END-IF.

       END PROGRAM VENFAC09.
