      *> ******************************************************************
      *> * Purpose:  Reporte de Facturas con Despacho Pendiente (entregas
      *> *           a domicilio no remitidas o remitidas parcialmente)
      *> *           agrupado por zona de venta del punto de entrega para
      *> *           planear los camiones
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "remision.sel".
           COPY "remisiondet.sel".
           COPY "parametros.sel".
           COPY "zona.sel".
           COPY "direntrega.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "remision.fd".
           COPY "remisiondet.fd".
           COPY "parametros.fd".
           COPY "zona.fd".
           COPY "direntrega.fd".

       WORKING-STORAGE SECTION.
       COPY "PARAMETROS.cpy".
           COPY "TECLAS.cpy".
           COPY "DIRENTREGA.cpy".

       01 WS-UI-CONTROLES.
          05 WS-TITULO-PANTALLA    PIC X(40) VALUE SPACES.
       01  ST-CLIENTES     PIC XX.
       01  ST-REMISIONES   PIC XX.
       01  ST-REMISIONDET  PIC XX.
       01  ST-ZONAS        PIC XX.
       01  WS-KEY          PIC 9(4).
       01  WS-PAUSA        PIC X.
       01  MENSAJE         PIC X(70).
       01  WS-INDICE       PIC 999.
       01  WS-TOTAL-FILAS  PIC 999 VALUE 0.
       01  WS-LINEA-PLANO  PIC X(200).
       01  WS-I            PIC 999.
       01  WS-J            PIC 999.

       01  WS-ZONA-ANT         PIC X(04).
       01  WS-ZONA-ETIQUETA    PIC X(30).
       01  WS-FACT-ZONA        PIC 9(05).
       01  WS-PEND-ZONA        PIC 9(07)V999.
       01  WS-EDIT-CANT        PIC ZZZZ9.
       01  WS-EDIT-PEND        PIC ZZZZZZ9.999.

       01  WS-CANT-FACT    PIC 9(07)V999.
       01  WS-CANT-REMIT   PIC 9(07)V999.
       01  WS-PENDIENTE    PIC S9(07)V999.

       01  WS-TABLA-PENDIENTES.
           05 T-RENGLON OCCURS 200 TIMES.
              10 T-ZONA         PIC X(04).
              10 T-FAC-NRO      PIC 9(07).
              10 T-FECHA        PIC 9(08).
              10 T-CLI-ID       PIC 9(07).
              10 T-CLI-NOMBRE   PIC X(20).
              10 T-FACTURADA    PIC ZZZ9.999.
              10 T-REMITIDA     PIC ZZZ9.999.
              10 T-PENDIENTE    PIC ZZZ9.999.
              10 T-PEND-NUM     PIC 9(07)V999.

       01  WS-FILA-TEMP.
           05 WS-T-ZONA         PIC X(04).
           05 WS-T-FAC-NRO      PIC 9(07).
           05 WS-T-FECHA        PIC 9(08).
           05 WS-T-CLI-ID       PIC 9(07).
           05 WS-T-CLI-NOMBRE   PIC X(20).
           05 WS-T-FACTURADA    PIC ZZZ9.999.
           05 WS-T-REMITIDA     PIC ZZZ9.999.
           05 WS-T-PENDIENTE    PIC ZZZ9.999.
           05 WS-T-PEND-NUM     PIC 9(07)V999.

       SCREEN SECTION.
       01 PANTALLA-BASE.
           05 LINE 03 COL 02 VALUE "FACTURA"  BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 11 VALUE "FECHA"    BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 21 VALUE "CLIENTE"  BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 42 VALUE "ZONA"     BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 50 VALUE "FACT"     BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 58 VALUE "REMIT"    BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 67 VALUE "PEND"     BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           PERFORM LEER-PARAMETROS.
           PERFORM ABRO-ARCHIVO
           PERFORM CARGAR-REPORTE
           PERFORM ORDENAR-POR-ZONA

           DISPLAY PANTALLA-BASE
           PERFORM MOSTRAR-REGISTROS
           CLOSE CLIENTES.
           CLOSE REMISIONES.
           CLOSE REMISIONDET.
           CLOSE ZONAS.
           CLOSE DIRECCIONES-ENTREGA.
           GOBACK.

       CARGAR-REPORTE.
               MOVE FAC-FECHA    TO T-FECHA(WS-TOTAL-FILAS)
               MOVE FAC-CLI-ID   TO T-CLI-ID(WS-TOTAL-FILAS)
               MOVE SPACES       TO T-CLI-NOMBRE(WS-TOTAL-FILAS)
               MOVE SPACES       TO T-ZONA(WS-TOTAL-FILAS)
               MOVE FAC-CLI-ID   TO CLI-ID
               READ CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO T-CLI-NOMBRE(WS-TOTAL-FILAS)
      *>               La zona del despacho es la del punto de entrega
      *>               elegido en la factura o, sin punto, la del cliente
                       MOVE FAC-CLI-ID      TO WS-DEN-CLI-ID
                       MOVE FAC-DIR-ENTREGA TO WS-DEN-CODIGO
                       PERFORM LEER-DIR-ENTREGA
                       MOVE WS-DEN-ZONA TO T-ZONA(WS-TOTAL-FILAS)
               END-READ
               MOVE WS-CANT-FACT  TO T-FACTURADA(WS-TOTAL-FILAS)
               MOVE WS-CANT-REMIT TO T-REMITIDA(WS-TOTAL-FILAS)
               MOVE WS-PENDIENTE  TO T-PENDIENTE(WS-TOTAL-FILAS)
               MOVE WS-PENDIENTE  TO T-PEND-NUM(WS-TOTAL-FILAS)
           END-IF.

       LEER-DIR-ENTREGA.
           COPY "LEER-DIR-ENTREGA.cpy".

      *> Las facturas se cargan en orden de numero; se agrupan por zona
      *> conservando ese orden dentro de cada zona
       ORDENAR-POR-ZONA.
           IF WS-TOTAL-FILAS > 1
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-TOTAL-FILAS
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > (WS-TOTAL-FILAS - WS-I)
                       IF T-ZONA(WS-J) > T-ZONA(WS-J + 1)
                           PERFORM INTERCAMBIAR-FILAS
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       INTERCAMBIAR-FILAS.
           MOVE T-RENGLON(WS-J)     TO WS-FILA-TEMP
           MOVE T-RENGLON(WS-J + 1) TO T-RENGLON(WS-J)
           MOVE WS-FILA-TEMP        TO T-RENGLON(WS-J + 1).

      *> Codigo y nombre de la zona WS-ZONA-ANT para los subtotales
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

       SUMAR-FACTURADO.
           MOVE 0 TO WS-CANT-FACT
           SET NO-FIN-DETALLES TO TRUE

       MOSTRAR-REGISTROS.
           MOVE WS-FILA-INICIO TO WS-FILA
           MOVE 0 TO WS-FACT-ZONA WS-PEND-ZONA
           IF WS-TOTAL-FILAS > 0
               MOVE T-ZONA(1) TO WS-ZONA-ANT
           END-IF
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-FILAS OR WS-FILA > 22
               IF T-ZONA(WS-INDICE) NOT = WS-ZONA-ANT
                   PERFORM MOSTRAR-SUBTOTAL-ZONA
                   MOVE T-ZONA(WS-INDICE) TO WS-ZONA-ANT
                   MOVE 0 TO WS-FACT-ZONA WS-PEND-ZONA
                   IF WS-FILA > 22
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1 TO WS-FACT-ZONA
               ADD T-PEND-NUM(WS-INDICE) TO WS-PEND-ZONA
               DISPLAY T-FAC-NRO(WS-INDICE)    LINE WS-FILA COL 02 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-FECHA(WS-INDICE)      LINE WS-FILA COL 11 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-CLI-NOMBRE(WS-INDICE) LINE WS-FILA COL 21 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-ZONA(WS-INDICE)       LINE WS-FILA COL 42 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-FACTURADA(WS-INDICE)  LINE WS-FILA COL 48 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-REMITIDA(WS-INDICE)   LINE WS-FILA COL 57 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY T-PENDIENTE(WS-INDICE)  LINE WS-FILA COL 65 BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
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
           MOVE WS-FACT-ZONA TO WS-EDIT-CANT
           MOVE WS-PEND-ZONA TO WS-EDIT-PEND
           DISPLAY WS-ZONA-ETIQUETA LINE WS-FILA COL 02 WITH REVERSE-VIDEO
           DISPLAY WS-EDIT-CANT     LINE WS-FILA COL 33 WITH REVERSE-VIDEO
           DISPLAY "FACT."          LINE WS-FILA COL 39 WITH REVERSE-VIDEO
           DISPLAY WS-EDIT-PEND     LINE WS-FILA COL 62 WITH REVERSE-VIDEO
           ADD 1 TO WS-FILA.

       ESCRIBIR-SUBTOTAL-ZONA.
           PERFORM ARMAR-ETIQUETA-ZONA
           MOVE WS-FACT-ZONA TO WS-EDIT-CANT
           MOVE WS-PEND-ZONA TO WS-EDIT-PEND
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "SUBTOTAL " WS-ZONA-ETIQUETA " | FACTURAS: " WS-EDIT-CANT
                  " | PENDIENTE: " WS-EDIT-PEND
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-REMISION-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO REG-REMISION-PLANO
           WRITE REG-REMISION-PLANO.

       GENERAR-PLANO.
           OPEN OUTPUT REMISION-PLANO
           MOVE 0 TO WS-FACT-ZONA WS-PEND-ZONA
           IF WS-TOTAL-FILAS > 0
               MOVE T-ZONA(1) TO WS-ZONA-ANT
           END-IF
           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-FILAS
               IF T-ZONA(WS-INDICE) NOT = WS-ZONA-ANT
                   PERFORM ESCRIBIR-SUBTOTAL-ZONA
                   MOVE T-ZONA(WS-INDICE) TO WS-ZONA-ANT
                   MOVE 0 TO WS-FACT-ZONA WS-PEND-ZONA
               END-IF
               ADD 1 TO WS-FACT-ZONA
               ADD T-PEND-NUM(WS-INDICE) TO WS-PEND-ZONA
               MOVE SPACES TO WS-LINEA-PLANO
               STRING
                   T-ZONA(WS-INDICE)        DELIMITED BY SIZE
                   " | "
                   T-FAC-NRO(WS-INDICE)     DELIMITED BY SIZE
                   " | "
                   T-FECHA(WS-INDICE)       DELIMITED BY SIZE
                   INTO WS-LINEA-PLANO
               WRITE REG-REMISION-PLANO FROM WS-LINEA-PLANO
           END-PERFORM
           IF WS-TOTAL-FILAS > 0
               PERFORM ESCRIBIR-SUBTOTAL-ZONA
           END-IF
           CLOSE REMISION-PLANO.

       GENERAR-CSV.
           OPEN OUTPUT REMISION-CSV
           MOVE "ZONA;FACTURA;FECHA;CLIENTE;NOMBRE;FACTURADA;REMITIDA;PENDIENTE"
               TO REG-REMISION-CSV
           WRITE REG-REMISION-CSV
           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-FILAS
               INITIALIZE REG-REMISION-CSV
               STRING
                   T-ZONA(WS-INDICE)        DELIMITED BY SIZE
                   ";"
                   T-FAC-NRO(WS-INDICE)     DELIMITED BY SIZE
                   ";"
                   T-FECHA(WS-INDICE)       DELIMITED BY SIZE
               OPEN OUTPUT REMISIONDET
               CLOSE REMISIONDET
               OPEN INPUT REMISIONDET
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

       END PROGRAM VENREM02.
