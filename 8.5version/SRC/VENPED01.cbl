       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Crear Pedido de Venta - reserva stock (STK-RESERVADA)
      *> *           y registra backorders por la cantidad no cubierta;
      *> *           antes de dejar un faltante ofrece los productos
      *> *           equivalentes (ver SUSTIT01). Aplica la escala de
      *> *           precio por cantidad (PROMO01). Con un codigo de
      *> *           estilo se captura la grilla talla x color de una
      *> *           vez (una linea por variante con cantidad)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENPED01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cliente.sel".
           COPY "pedido.sel".
           COPY "pedidodet.sel".
           COPY "pedctrl.sel".
           COPY "direntrega.sel".
           COPY "sustituto.sel".
           COPY "escala.sel".
           COPY "estilo.sel".
           COPY "parametros.sel".
       DATA DIVISION.
       FILE SECTION.
           COPY "pedido.fd".
           COPY "pedidodet.fd".
           COPY "pedctrl.fd".
           COPY "direntrega.fd".
           COPY "sustituto.fd".
           COPY "escala.fd".
           COPY "estilo.fd".
           COPY "parametros.fd".

       WORKING-STORAGE SECTION.
       01 WS-CLIENTE-OK    PIC X VALUE "N".
       01 WS-VENDEDOR      PIC X(04).
       01 WS-PED-NRO-ACTUAL PIC 9(7).
       01 WS-ENTREGA       PIC X(01).

       01 WS-PAUSA         PIC X.
       01 WS-MENSAJE       PIC X(80).
       01 WS-CANT-RESERVA  PIC 9(03).
       01 WS-CANT-BACKORD  PIC 9(03).
       COPY "PARAMETROS.cpy".
       COPY "DIRENTREGA.cpy".
       COPY "SUSTITUTO.cpy".
       COPY "ESCALA.cpy".
       COPY "GRILLA.cpy".
       COPY "TECLAS.cpy".
       01 WS-KEY           PIC 9(4).
       COPY "BUSQUEDA.cpy".

       SCREEN SECTION.
       01 PANTALLA-BASE.
               MOVE "1" TO PDC-CLAVE
               MOVE 0   TO PDC-ULTIMO-NRO
               WRITE NEXT-PED-NRO-REG
           END-IF

           OPEN INPUT DIRECCIONES-ENTREGA
           IF ST-DIRENTREGA = "35"
               OPEN OUTPUT DIRECCIONES-ENTREGA
               CLOSE DIRECCIONES-ENTREGA
               OPEN INPUT DIRECCIONES-ENTREGA
           END-IF

           OPEN INPUT ESCALAS
           IF ST-ESCALAS = "35"
               OPEN OUTPUT ESCALAS
               CLOSE ESCALAS
               OPEN INPUT ESCALAS
           END-IF

           OPEN INPUT ESTILOS
           IF ST-ESTILOS = "35"
               OPEN OUTPUT ESTILOS
               CLOSE ESTILOS
               OPEN INPUT ESTILOS
           END-IF

           OPEN INPUT VARIANTES
           IF ST-VARIANTES = "35"
               OPEN OUTPUT VARIANTES
               CLOSE VARIANTES
               OPEN INPUT VARIANTES
           END-IF

           OPEN INPUT SUSTITUTOS
           IF ST-SUSTITUTOS = "35"
               OPEN OUTPUT SUSTITUTOS
               CLOSE SUSTITUTOS
               OPEN INPUT SUSTITUTOS
           END-IF

           OPEN I-O SUSTITUCIONES-LOG
           IF ST-SUSTLOG = "35"
               OPEN OUTPUT SUSTITUCIONES-LOG
               CLOSE SUSTITUCIONES-LOG
               OPEN I-O SUSTITUCIONES-LOG
           END-IF.

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-OK
           MOVE 0 TO WS-CLI-ID
           DISPLAY "ID CLIENTE (0 = CANCELAR): " LINE 16 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-CLI-ID LINE 16 COL 38
               IF WS-KEY = KEY-F2
                   SET BUS-CLIENTES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY PANTALLA-BASE
                   DISPLAY "ID CLIENTE (0 = CANCELAR): " LINE 16 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO-NUM TO WS-CLI-ID
                       DISPLAY WS-CLI-ID LINE 16 COL 38
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CLI-ID = 0
               EXIT PARAGRAPH

           MOVE SPACES TO WS-VENDEDOR PED-VENDEDOR
           DISPLAY "CODIGO DE VENDEDOR (VACIO=NINGUNO): " LINE 15 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-VENDEDOR LINE 15 COL 47
               IF WS-KEY = KEY-F2
                   SET BUS-VENDEDORES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY PANTALLA-BASE
                   DISPLAY "CODIGO DE VENDEDOR (VACIO=NINGUNO): " LINE 15 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO TO WS-VENDEDOR
                       DISPLAY WS-VENDEDOR LINE 15 COL 47
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VENDEDOR NOT = SPACES
               MOVE WS-VENDEDOR TO VEN-CODIGO
               READ VENDEDORES
                       MOVE WS-VENDEDOR TO PED-VENDEDOR
               END-READ
           END-IF
           PERFORM CAPTURAR-ENTREGA

           WRITE PEDIDO-REG

           DISPLAY " CREADO - AGREGUE LOS ITEMS" LINE 12 COL 26
           ACCEPT WS-PAUSA LINE 14 COL 10.

       CAPTURAR-ENTREGA.
      *> Pedido a domicilio: se elige el punto de entrega del cliente,
      *> que pasa a la factura al facturar el pedido (VENPED03)
           SET PED-ENT-MOSTRADOR TO TRUE
           MOVE SPACES TO PED-DIR-ENTREGA
           MOVE "M" TO WS-ENTREGA
           DISPLAY "ENTREGA [M=MOSTRADOR / D=DOMICILIO]: " LINE 18 COL 10
           ACCEPT WS-ENTREGA LINE 18 COL 48
           IF FUNCTION UPPER-CASE(WS-ENTREGA) = "D"
               SET PED-ENT-DOMICILIO TO TRUE
               MOVE WS-CLI-ID TO WS-DEN-CLI-ID
               MOVE 19 TO WS-DEN-LINEA
               PERFORM ELEGIR-DIR-ENTREGA
               MOVE WS-DEN-CODIGO TO PED-DIR-ENTREGA
           END-IF.

       ELEGIR-DIR-ENTREGA.
           COPY "ELEGIR-DIR-ENTREGA.cpy".

       AGREGAR-DETALLE.
           MOVE "S" TO WS-MAS-DET
           MOVE 0   TO WS-ITEM-DET

               DISPLAY " " LINE 08 COL 01 ERASE EOS
               DISPLAY "PRODUCTO ID : " LINE 08 COL 10
               MOVE KEY-F2 TO WS-KEY
               PERFORM UNTIL WS-KEY NOT = KEY-F2
                   ACCEPT WS-PROD-ID-DET LINE 08 COL 30
                   IF WS-KEY = KEY-F2
                       SET BUS-PRODUCTOS TO TRUE
                       PERFORM BUSCAR-CODIGO
                       DISPLAY PANTALLA-BASE
                       DISPLAY "PRODUCTO ID : " LINE 08 COL 10
                       IF BUS-CON-CODIGO
                           MOVE WS-BUS-CODIGO TO WS-PROD-ID-DET
                           DISPLAY WS-PROD-ID-DET LINE 08 COL 30
                           MOVE 0 TO WS-KEY
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-PROD-ID-DET(1:8) TO WS-GRI-ESTILO
               SET ESTILO-NO-EXISTE TO TRUE
               IF WS-PROD-ID-DET(9:12) = SPACES
                   PERFORM CARGAR-GRILLA
               END-IF
               IF ESTILO-ENCONTRADO
                   PERFORM AGREGAR-GRILLA-PEDIDO
                   DISPLAY "¿OTRO ITEM? (S/N): " LINE 21 COL 10
                   ACCEPT WS-MAS-DET         LINE 21 COL 35
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM VALIDAR-PRODUCTO-DET

                   ACCEPT WS-CANT-DET   LINE 10 COL 30

                   IF WS-CANT-DET > 0
                       PERFORM VERIFICAR-DISPONIBLE-DET
                       PERFORM APLICAR-ESCALA-DET
                       PERFORM RESERVAR-STOCK
                       PERFORM GRABAR-LINEA-PEDIDO
                   END-IF

           END-PERFORM.

       CARGAR-GRILLA.
           COPY "CARGAR-GRILLA.cpy".

       CAPTURAR-GRILLA.
           COPY "CAPTURAR-GRILLA.cpy".

       AGREGAR-GRILLA-PEDIDO.
      *> Toda la corrida de tallas del estilo en una sola captura: cada
      *> celda con cantidad es una linea del pedido con su reserva,
      *> backorder y escala de precio, sin la ventana de equivalentes
           MOVE 10 TO WS-GRI-LINEA
           PERFORM CAPTURAR-GRILLA
           IF WS-GRI-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
               PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
                   IF WS-GRI-CANT(WS-GRI-C, WS-GRI-T) = 0
                       EXIT PERFORM CYCLE
                   END-IF
                   MOVE WS-GRI-PROD(WS-GRI-C, WS-GRI-T) TO WS-PROD-ID-DET
                   PERFORM VALIDAR-PRODUCTO-DET
                   IF WS-PRODUCTO-DET-OK NOT = "S"
                       EXIT PERFORM CYCLE
                   END-IF
                   MOVE WS-GRI-CANT(WS-GRI-C, WS-GRI-T) TO WS-CANT-DET
                   PERFORM APLICAR-ESCALA-DET
                   PERFORM RESERVAR-STOCK
                   PERFORM GRABAR-LINEA-PEDIDO
               END-PERFORM
           END-PERFORM
           MOVE WS-GRI-TOTAL TO WS-GRI-TOTAL-EDIT
           DISPLAY "GRILLA " LINE 19 COL 10
           DISPLAY WS-GRI-ESTILO LINE 19 COL 17
           DISPLAY " AGREGADA - UNIDADES: " LINE 19 COL 25
           DISPLAY WS-GRI-TOTAL-EDIT LINE 19 COL 47.

       VALIDAR-PRODUCTO-DET.
           MOVE "N" TO WS-PRODUCTO-DET-OK
           MOVE WS-PROD-ID-DET(1:10) TO PRD-CODIGO
                   END-IF
           END-READ.

       VERIFICAR-DISPONIBLE-DET.
      *> Si el disponible no cubre la cantidad se ofrecen primero los
      *> equivalentes del producto; si el vendedor no sustituye sigue
      *> la reserva parcial con backorder
           MOVE 0 TO WS-DISPONIBLE
           MOVE WS-PROD-ID-DET TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
           END-READ
           IF WS-DISPONIBLE >= WS-CANT-DET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD-ID-DET(1:10) TO WS-SUS-PROD-ID
           MOVE WS-CANT-DET          TO WS-SUS-CANT
           MOVE 15                   TO WS-SUS-LINEA
           MOVE "VENPED01"           TO WS-SUS-PROGRAMA
           PERFORM OFRECER-SUSTITUTO
           IF WS-SUS-ELEGIDO = SPACES
               MOVE WS-PROD-ID-DET(1:10) TO PRD-CODIGO
               READ PRODUCTOS
                   INVALID KEY CONTINUE
               END-READ
           ELSE
               MOVE WS-SUS-ELEGIDO TO WS-PROD-ID-DET
               PERFORM VALIDAR-PRODUCTO-DET
               DISPLAY WS-PROD-ID-DET LINE 08 COL 30
               DISPLAY WS-DESCRIP-DET LINE 09 COL 30
           END-IF.

       APLICAR-ESCALA-DET.
      *> Escala de precio por cantidad del producto (o de su categoria)
      *> sobre la cantidad pedida: manda el menor precio entre la
      *> escala y la lista
           MOVE 0 TO WS-ESC-APLICADA
           MOVE WS-PROD-ID-DET(1:10) TO WS-ESC-PROD-ID
           MOVE PRD-CATEGORIA        TO WS-ESC-CATEGORIA
           MOVE WS-CANT-DET          TO WS-ESC-CANT
           MOVE PRD-PRECIO           TO WS-ESC-PRECIO-LISTA
           PERFORM BUSCAR-ESCALA
           IF WS-ESC-DESDE > 0 AND WS-ESC-PRECIO < WS-PRECIO-DET
               MOVE WS-ESC-PRECIO TO WS-PRECIO-DET
               MOVE WS-ESC-DESDE  TO WS-ESC-APLICADA
               MOVE WS-ESC-DESDE  TO WS-ESC-EDIT
               DISPLAY "PRECIO POR CANTIDAD DESDE " LINE 11 COL 10
               DISPLAY WS-ESC-EDIT LINE 11 COL 36
               DISPLAY " UNIDADES APLICADO" LINE 11 COL 41
           END-IF.

       BUSCAR-ESCALA.
           COPY "BUSCAR-ESCALA.cpy".

       OFRECER-SUSTITUTO.
           COPY "OFRECER-SUSTITUTO.cpy".

       RESERVAR-STOCK.
           *> Reserva hasta el disponible; el resto queda en backorder.
           MOVE 0 TO WS-CANT-RESERVA WS-CANT-BACKORD
           MOVE WS-CANT-RESERVA   TO PDD-CANT-RESERV
           MOVE WS-CANT-BACKORD   TO PDD-CANT-BACKORD
           MOVE WS-PRECIO-DET     TO PDD-PRECIO
           MOVE WS-ESC-APLICADA   TO PDD-ESCALA
           COMPUTE PDD-SUBTOTAL = WS-CANT-DET * WS-PRECIO-DET
           SET PDD-VIGENTE TO TRUE
           WRITE PEDIDODET-REG
           CLOSE STOCK
           CLOSE PEDIDOS
           CLOSE PEDIDOSDET
           CLOSE NEXT-PED-NRO
           CLOSE DIRECCIONES-ENTREGA
           CLOSE SUSTITUTOS
           CLOSE SUSTITUCIONES-LOG
           CLOSE ESCALAS
           CLOSE ESTILOS
           CLOSE VARIANTES.

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       END PROGRAM VENPED01.
