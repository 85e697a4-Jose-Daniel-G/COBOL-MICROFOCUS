      *> ******************************************************************
      *> * Purpose:  Promociones - mantenimiento (producto o categoria,
      *> *           precio fijo o % de descuento, vigencia) y reporte
      *> *           de unidades e ingresos vendidos bajo cada promocion.
      *> *           Escalas de precio por cantidad (por producto o por
      *> *           categoria: desde N unidades, precio fijo o % sobre
      *> *           la lista) que la facturacion, la venta rapida, la
      *> *           cotizacion y el pedido aplican solas; entre escala,
      *> *           promocion y precio de contrato manda el menor
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "promo.sel".
           COPY "detalle.sel".
           COPY "escala.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "promo.fd".
           COPY "detalle.fd".
           COPY "escala.fd".

       WORKING-STORAGE SECTION.

       01 ST-PROMOS         PIC XX.
       01 ST-DETALLES       PIC XX.
       01 ST-ESCALAS        PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 W-DESDE           PIC 9(08).
       01 W-HASTA           PIC 9(08).
       01 W-ESTADO          PIC X(01).
       01 W-ESC-DESDE       PIC 9(05).

       01 WS-TOT-FILAS      PIC 99 VALUE 0.
       01 WS-POS            PIC 99.
       01 WS-TABLA-VENTAS.
          05 T-PRM OCCURS 50 TIMES.
             10 T-CODIGO     PIC 9(05).
             10 T-UNIDADES   PIC 9(07)V999.
             10 T-INGRESOS   PIC S9(11)V99.
       01 WS-MONTO-DISP     PIC -(9)9.99.
       01 WS-UNIDADES-DISP  PIC Z(5)9.999.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
               DISPLAY "PROMOCIONES" LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "1. LISTAR / CREAR / EDITAR" LINE 05 COL 10
               DISPLAY "2. REPORTE DE VENTAS POR PROMOCION" LINE 06 COL 10
               DISPLAY "3. ESCALAS DE PRECIO POR CANTIDAD" LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19
                       PERFORM MANTENER-PROMOCIONES
                   WHEN "2"
                       PERFORM REPORTE-VENTAS-PROMO
                   WHEN "3"
                       PERFORM MANTENER-ESCALAS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE

           CLOSE PROMOCIONES
           CLOSE DETALLES
           CLOSE ESCALAS
           GOBACK.

       ABRIR-ARCHIVOS.
               OPEN OUTPUT DETALLES
               CLOSE DETALLES
               OPEN INPUT DETALLES
           END-IF

           OPEN I-O ESCALAS
           IF ST-ESCALAS = "35"
               OPEN OUTPUT ESCALAS
               CLOSE ESCALAS
               OPEN I-O ESCALAS
           END-IF.

       MANTENER-PROMOCIONES.
           MOVE W-HASTA  TO PMO-HASTA
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO PMO-ESTADO.

       MANTENER-ESCALAS.
      *> Escalas de un producto o, con el producto en blanco, de una
      *> categoria: se listan por cantidad desde y se crea o edita una
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "PRODUCTO (VACIO=POR CATEGORIA): " LINE 11 COL 05
           MOVE SPACES TO W-PROD-ID W-CATEGORIA
           ACCEPT W-PROD-ID LINE 11 COL 38
           MOVE FUNCTION UPPER-CASE(W-PROD-ID) TO W-PROD-ID
           IF W-PROD-ID = SPACES
               DISPLAY "CATEGORIA: " LINE 11 COL 50
               ACCEPT W-CATEGORIA LINE 11 COL 62
               MOVE FUNCTION UPPER-CASE(W-CATEGORIA) TO W-CATEGORIA
               IF W-CATEGORIA = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 12 COL 01 ERASE EOS
               DISPLAY "DESDE  TIPO        VALOR  ESTADO" LINE 12 COL 05
               MOVE 13 TO WS-FILA
               SET NO-FIN-SCAN TO TRUE
               MOVE W-PROD-ID   TO ESC-PROD-ID
               MOVE W-CATEGORIA TO ESC-CATEGORIA
               MOVE 0           TO ESC-DESDE
               START ESCALAS KEY IS NOT LESS THAN ESC-CLAVE
                   INVALID KEY SET FIN-SCAN TO TRUE
               END-START
               PERFORM UNTIL FIN-SCAN OR WS-FILA > 18
                   READ ESCALAS NEXT RECORD
                       AT END SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF ESC-PROD-ID NOT = W-PROD-ID
                              OR ESC-CATEGORIA NOT = W-CATEGORIA
                               SET FIN-SCAN TO TRUE
                           ELSE
                               MOVE ESC-VALOR TO WS-MONTO-DISP
                               DISPLAY ESC-DESDE     LINE WS-FILA COL 05
                               DISPLAY ESC-TIPO      LINE WS-FILA COL 13
                               DISPLAY WS-MONTO-DISP LINE WS-FILA COL 16
                               DISPLAY ESC-ESTADO    LINE WS-FILA COL 32
                               ADD 1 TO WS-FILA
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 0 TO W-ESC-DESDE
               DISPLAY "DESDE CANTIDAD A CREAR/EDITAR (0=VOLVER): "
                       LINE 19 COL 05
               ACCEPT W-ESC-DESDE LINE 19 COL 48
               IF W-ESC-DESDE = 0
                   EXIT PERFORM
               END-IF
               DISPLAY "TIPO [P=PRECIO FIJO / D=% DESC]: " LINE 20 COL 05
               MOVE "D" TO W-TIPO
               ACCEPT W-TIPO LINE 20 COL 39
               MOVE FUNCTION UPPER-CASE(W-TIPO) TO W-TIPO
               IF W-TIPO NOT = "P" AND W-TIPO NOT = "D"
                   MOVE "D" TO W-TIPO
               END-IF
               DISPLAY "VALOR: " LINE 20 COL 44
               MOVE 0 TO W-VALOR
               ACCEPT W-VALOR LINE 20 COL 52
               IF W-TIPO = "D" AND W-VALOR >= 100
                   DISPLAY "EL DESCUENTO DEBE SER MENOR A 100%"
                           LINE 22 COL 05
                   ACCEPT WS-PAUSA LINE 22 COL 41
                   EXIT PERFORM CYCLE
               END-IF
               DISPLAY "ESTADO (A/I): " LINE 21 COL 05
               MOVE "A" TO W-ESTADO
               ACCEPT W-ESTADO LINE 21 COL 20
               MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
               IF W-ESTADO NOT = "I"
                   MOVE "A" TO W-ESTADO
               END-IF

               MOVE W-PROD-ID   TO ESC-PROD-ID
               MOVE W-CATEGORIA TO ESC-CATEGORIA
               MOVE W-ESC-DESDE TO ESC-DESDE
               READ ESCALAS
                   INVALID KEY
                       MOVE W-TIPO   TO ESC-TIPO
                       MOVE W-VALOR  TO ESC-VALOR
                       MOVE W-ESTADO TO ESC-ESTADO
                       WRITE ESCALA-REG
                   NOT INVALID KEY
                       MOVE W-TIPO   TO ESC-TIPO
                       MOVE W-VALOR  TO ESC-VALOR
                       MOVE W-ESTADO TO ESC-ESTADO
                       REWRITE ESCALA-REG
               END-READ
               DISPLAY "ESCALA GRABADA" LINE 22 COL 05
               ACCEPT WS-PAUSA LINE 22 COL 21
           END-PERFORM.

       REPORTE-VENTAS-PROMO.
           *> Acumula unidades e ingresos de las lineas vendidas con
           *> promocion (DET-PROMO > 0)
                   UNTIL WS-IDX > WS-TOT-FILAS OR WS-FILA > 22
               MOVE T-INGRESOS(WS-IDX) TO WS-MONTO-DISP
               DISPLAY T-CODIGO(WS-IDX)   LINE WS-FILA COL 05
               MOVE T-UNIDADES(WS-IDX) TO WS-UNIDADES-DISP
               DISPLAY WS-UNIDADES-DISP   LINE WS-FILA COL 12
               DISPLAY WS-MONTO-DISP      LINE WS-FILA COL 22
               ADD 1 TO WS-FILA
           END-PERFORM
