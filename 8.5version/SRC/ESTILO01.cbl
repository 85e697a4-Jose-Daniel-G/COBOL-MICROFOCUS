       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Estilos y Variantes: el estilo padre (calzado,
      *> *           dotacion) lleva la descripcion, precio, costo, IVA
      *> *           y la grilla de tallas y colores; al generar se crea
      *> *           un producto hijo (PRD-CODIGO siguiente, codigo
      *> *           alterno ESTILO-TALLA-COLOR) por cada combinacion
      *> *           que falte. Las existentes no se tocan: su precio y
      *> *           estado se manejan en el A.B.M. de productos.
      *> *           Se llama con F8 desde el A.B.M. (INVPRO01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTILO01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "estilo.sel".
           COPY "producto.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "estilo.fd".
           COPY "producto.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SESION.cpy".
       COPY "GRILLA.cpy".
       01 ST-PRODUCTOS      PIC XX.
       01 ST-SESION         PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-PAUSA          PIC X.
       01 WS-RESP           PIC X.
       01 WS-EXISTE         PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

      *> Captura
       01 W-ESTILO          PIC X(08).
       01 W-DESCRIPCION     PIC X(25).
       01 W-CATEGORIA       PIC X(04).
       01 W-PRECIO          PIC 9(9)V99.
       01 W-COSTO           PIC 9(9)V99.
       01 W-IVA             PIC 99.
       01 W-ESTADO          PIC X.

      *> Generacion de variantes
       01 WS-ULT-CODIGO     PIC 9(10).
       01 WS-CREADAS        PIC 9(03).
       01 WS-EXISTENTES     PIC 9(03).
       01 WS-EDIT-CANT      PIC ZZ9.
       01 WS-EDIT-CODIGO    PIC Z(9)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ESTILOS Y VARIANTES (TALLA x COLOR)" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               MOVE SPACES TO W-ESTILO
               DISPLAY "CODIGO DE ESTILO (VACIO=SALIR): " LINE 04 COL 10
               ACCEPT W-ESTILO LINE 04 COL 43
               MOVE FUNCTION UPPER-CASE(W-ESTILO) TO W-ESTILO
               IF W-ESTILO = SPACES
                   MOVE "S" TO FIN
               ELSE
                   PERFORM MANTENER-ESTILO
               END-IF
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O ESTILOS
           IF ST-ESTILOS = "35"
               OPEN OUTPUT ESTILOS
               CLOSE ESTILOS
               OPEN I-O ESTILOS
           END-IF

           OPEN I-O VARIANTES
           IF ST-VARIANTES = "35"
               OPEN OUTPUT VARIANTES
               CLOSE VARIANTES
               OPEN I-O VARIANTES
           END-IF

           OPEN I-O PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN I-O PRODUCTOS
           END-IF

           IF ST-PRODUCTOS > "07"
               STRING "ERROR AL ABRIR PRODUCTOS: " ST-PRODUCTOS
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               ACCEPT WS-PAUSA LINE 20 COL 60
               MOVE "S" TO FIN
           END-IF.

       MANTENER-ESTILO.
      *> El codigo de estilo empieza con letra: los productos hijos
      *> toman codigos numericos y asi el pedido y la orden de compra
      *> distinguen un estilo de un producto
           IF W-ESTILO(1:1) NOT ALPHABETIC
               DISPLAY "EL CODIGO DE ESTILO DEBE EMPEZAR CON UNA LETRA"
                       LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 58
               EXIT PARAGRAPH
           END-IF

           MOVE W-ESTILO TO EST-CODIGO
           READ ESTILOS
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
                   INITIALIZE ESTILO-REG
                   MOVE W-ESTILO TO EST-CODIGO
                   SET EST-ACTIVO TO TRUE
                   DISPLAY "MODO: ALTA   " LINE 04 COL 55
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
                   DISPLAY "MODO: EDICION" LINE 04 COL 55
           END-READ

           MOVE EST-DESCRIPCION TO W-DESCRIPCION
           MOVE EST-CATEGORIA   TO W-CATEGORIA
           MOVE EST-PRECIO      TO W-PRECIO
           MOVE EST-COSTO       TO W-COSTO
           MOVE EST-IVA         TO W-IVA
           MOVE EST-ESTADO      TO W-ESTADO

           DISPLAY "DESCRIPCION : " LINE 06 COL 10
           ACCEPT W-DESCRIPCION LINE 06 COL 25
           MOVE FUNCTION UPPER-CASE(W-DESCRIPCION) TO W-DESCRIPCION
           DISPLAY "CATEGORIA   : " LINE 07 COL 10
           ACCEPT W-CATEGORIA LINE 07 COL 25
           MOVE FUNCTION UPPER-CASE(W-CATEGORIA) TO W-CATEGORIA
           DISPLAY "PRECIO      : " LINE 08 COL 10
           ACCEPT W-PRECIO LINE 08 COL 25
           DISPLAY "COSTO       : " LINE 09 COL 10
           ACCEPT W-COSTO LINE 09 COL 25
           DISPLAY "IVA %       : " LINE 10 COL 10
           ACCEPT W-IVA LINE 10 COL 25

           DISPLAY "TALLAS :" LINE 12 COL 02
           PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
               COMPUTE WS-GRI-COL = 12 + (WS-GRI-T - 1) * 6
               ACCEPT EST-TALLA(WS-GRI-T) LINE 12 COL WS-GRI-COL
               MOVE FUNCTION UPPER-CASE(EST-TALLA(WS-GRI-T))
                 TO EST-TALLA(WS-GRI-T)
           END-PERFORM
           DISPLAY "COLORES:" LINE 14 COL 02
           PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
               COMPUTE WS-GRI-COL = 12 + (WS-GRI-C - 1) * 8
               ACCEPT EST-COLOR(WS-GRI-C) LINE 14 COL WS-GRI-COL
               MOVE FUNCTION UPPER-CASE(EST-COLOR(WS-GRI-C))
                 TO EST-COLOR(WS-GRI-C)
           END-PERFORM

           DISPLAY "ESTADO (A/I): " LINE 16 COL 10
           ACCEPT W-ESTADO LINE 16 COL 25
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
           IF W-ESTADO NOT = "I"
               MOVE "A" TO W-ESTADO
           END-IF

           MOVE "N" TO WS-RESP
           DISPLAY "GRABA EL ESTILO (S/N): " LINE 18 COL 10
           ACCEPT WS-RESP LINE 18 COL 34
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE W-DESCRIPCION TO EST-DESCRIPCION
           MOVE W-CATEGORIA   TO EST-CATEGORIA
           MOVE W-PRECIO      TO EST-PRECIO
           MOVE W-COSTO       TO EST-COSTO
           MOVE W-IVA         TO EST-IVA
           MOVE W-ESTADO      TO EST-ESTADO
           IF WS-EXISTE = "S"
               REWRITE ESTILO-REG
           ELSE
               WRITE ESTILO-REG
           END-IF
           IF ST-ESTILOS NOT = "00"
               STRING "ERROR AL GRABAR ESTILO: " ST-ESTILOS
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 60
               EXIT PARAGRAPH
           END-IF

           IF EST-INACTIVO
               DISPLAY "ESTILO GRABADO (INACTIVO)" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-RESP
           DISPLAY "GENERA LAS VARIANTES QUE FALTAN (S/N): " LINE 19 COL 10
           ACCEPT WS-RESP LINE 19 COL 50
           IF FUNCTION UPPER-CASE(WS-RESP) = "S"
               PERFORM GENERAR-VARIANTES
           ELSE
               DISPLAY "ESTILO GRABADO" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 30
           END-IF.

       GENERAR-VARIANTES.
      *> Una variante por talla x color no vacios; el producto hijo
      *> hereda los datos del estilo y queda enlazado en VARIANTES
           PERFORM BUSCAR-ULTIMO-CODIGO
           MOVE 0 TO WS-CREADAS WS-EXISTENTES

           PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
               IF EST-COLOR(WS-GRI-C) = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
                   IF EST-TALLA(WS-GRI-T) = SPACES
                       EXIT PERFORM CYCLE
                   END-IF
                   MOVE EST-CODIGO            TO VAR-ESTILO
                   MOVE EST-TALLA(WS-GRI-T)   TO VAR-TALLA
                   MOVE EST-COLOR(WS-GRI-C)   TO VAR-COLOR
                   READ VARIANTES KEY IS VAR-UBICACION
                       INVALID KEY
                           PERFORM CREAR-VARIANTE
                       NOT INVALID KEY
                           ADD 1 TO WS-EXISTENTES
                   END-READ
               END-PERFORM
           END-PERFORM

           MOVE WS-CREADAS TO WS-EDIT-CANT
           DISPLAY "VARIANTES CREADAS: " LINE 21 COL 10
           DISPLAY WS-EDIT-CANT LINE 21 COL 29
           MOVE WS-EXISTENTES TO WS-EDIT-CANT
           DISPLAY "YA EXISTIAN: " LINE 21 COL 40
           DISPLAY WS-EDIT-CANT LINE 21 COL 53
           IF WS-CREADAS > 0
               MOVE WS-ULT-CODIGO TO WS-EDIT-CODIGO
               DISPLAY "ULTIMO CODIGO ASIGNADO: " LINE 22 COL 10
               DISPLAY WS-EDIT-CODIGO LINE 22 COL 34
           END-IF
           ACCEPT WS-PAUSA LINE 22 COL 60.

       BUSCAR-ULTIMO-CODIGO.
           MOVE 0 TO WS-ULT-CODIGO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO PRD-CODIGO
           START PRODUCTOS KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ PRODUCTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF PRD-CODIGO > WS-ULT-CODIGO
                           MOVE PRD-CODIGO TO WS-ULT-CODIGO
                       END-IF
               END-READ
           END-PERFORM.

       CREAR-VARIANTE.
           ADD 1 TO WS-ULT-CODIGO
           INITIALIZE PRODUCTO-REG
           MOVE WS-ULT-CODIGO TO PRD-CODIGO
           STRING EST-DESCRIPCION      DELIMITED BY "  "
                  " "                  DELIMITED BY SIZE
                  EST-TALLA(WS-GRI-T)  DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  EST-COLOR(WS-GRI-C)  DELIMITED BY SPACE
                  INTO PRD-DESCRIPCION
           STRING EST-CODIGO           DELIMITED BY SPACE
                  "-"                  DELIMITED BY SIZE
                  EST-TALLA(WS-GRI-T)  DELIMITED BY SPACE
                  "-"                  DELIMITED BY SIZE
                  EST-COLOR(WS-GRI-C)  DELIMITED BY SPACE
                  INTO PRD-COD-ALTERNO
           MOVE EST-PRECIO    TO PRD-PRECIO
           MOVE EST-IVA       TO PRD-IVA
           SET PRD-ACTIVO     TO TRUE
           MOVE EST-CATEGORIA TO PRD-CATEGORIA
           MOVE EST-COSTO     TO PRD-COSTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRD-FECHA-MOD
                                              PRD-FECHA-COSTO
           MOVE WS-USUARIO-SESION TO PRD-USUARIO-MOD
           SET PRD-SIN-LOTE   TO TRUE
           SET PRD-SIN-SERIE  TO TRUE
           MOVE "UND"         TO PRD-UNI-COMPRA PRD-UNI-VENTA
           MOVE 1             TO PRD-FACTOR-COMPRA
           WRITE PRODUCTO-REG
           IF ST-PRODUCTOS NOT = "00"
               STRING "ERROR AL CREAR PRODUCTO: " ST-PRODUCTOS
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               EXIT PARAGRAPH
           END-IF

           MOVE PRD-CODIGO TO VAR-PROD-ID
           WRITE VARIANTE-REG
           ADD 1 TO WS-CREADAS.

       CERRAR-ARCHIVOS.
           CLOSE ESTILOS
           CLOSE VARIANTES
           CLOSE PRODUCTOS.

       END PROGRAM ESTILO01.
