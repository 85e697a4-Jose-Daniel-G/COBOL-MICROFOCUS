       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Ventana de busqueda de codigos (tecla F2 en los
      *> *           campos de codigo de las pantallas de captura):
      *> *           busca en el maestro pedido (clientes, productos,
      *> *           proveedores, bodegas, vendedores o plan de
      *> *           cuentas) por un fragmento del nombre, por el
      *> *           codigo o por el codigo alterno / documento, pagina
      *> *           los resultados con sus columnas de estado (activo,
      *> *           saldo, disponible, telefono, comision) y devuelve
      *> *           al llamador el codigo elegido; ver BUSQUEDA.cpy y
      *> *           BUSCAR-CODIGO.cpy
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cliente.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "proveedor.sel".
           COPY "bodega.sel".
           COPY "vendedor.sel".
           COPY "cuentas.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "cliente.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "proveedor.fd".
           COPY "bodega.fd".
           COPY "vendedor.fd".
           COPY "cuentas.fd".

       WORKING-STORAGE SECTION.
       COPY "TECLAS.cpy".
       01  WS-KEY         PIC 9(4).

       01 ST-CLIENTES       PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-BODEGAS        PIC XX.
       01 ST-VENDEDORES     PIC XX.
       01 ST-CUENTAS        PIC XX.

       01 WS-TIPO           PIC X(01).
       01 WS-TITULO         PIC X(40).
       01 WS-TIT-DATO       PIC X(16).
       01 WS-MAESTRO-OK     PIC X VALUE "N".
       01 WS-STOCK-OK       PIC X VALUE "N".

       01 WS-SW-BUSQUEDA    PIC X VALUE "N".
          88 FIN-BUSQUEDA      VALUE "S".
          88 NO-FIN-BUSQUEDA   VALUE "N".
       01 WS-SW-LISTADO     PIC X VALUE "N".
          88 FIN-LISTADO       VALUE "S".
          88 NO-FIN-LISTADO    VALUE "N".
       01 WS-SW-MAESTRO     PIC X VALUE "N".
          88 FIN-MAESTRO       VALUE "S".
          88 NO-FIN-MAESTRO    VALUE "N".
       01 WS-SW-COINCIDE    PIC X VALUE "N".
          88 COINCIDE          VALUE "S".
          88 NO-COINCIDE       VALUE "N".
       01 WS-SW-MAS         PIC X VALUE "N".
          88 HAY-MAS-COINC     VALUE "S".
          88 NO-HAY-MAS-COINC  VALUE "N".

      *> Texto buscado (en mayusculas y ajustado a la izquierda) y su
      *> valor numerico cuando se digito un codigo sin ceros a la izquierda
       01 WS-TEXTO          PIC X(20).
       01 WS-LARGO          PIC 99 VALUE 0.
       01 WS-TEXTO-NUM      PIC 9(15) VALUE 0.
       01 WS-SW-NUMERICO    PIC X VALUE "N".
          88 TEXTO-NUMERICO    VALUE "S".
          88 TEXTO-ALFA        VALUE "N".
       01 WS-CONT           PIC 9(4).

      *> Registro candidato en comparacion
       01 WS-CMP-CODIGO     PIC X(20).
       01 WS-CMP-NUM        PIC 9(10).
       01 WS-CMP-NOMBRE     PIC X(40).
       01 WS-CMP-ALTERNO    PIC X(20).
       01 WS-CMP-ESTADO     PIC X(01).
       01 WS-CMP-DATO       PIC X(16).

       01 WS-DISPONIBLE     PIC S9(09)V999.
       01 WS-ED-SALDO       PIC -Z(6)9.99.
       01 WS-ED-STOCK       PIC -Z(8)9.999.
       01 WS-ED-COMISION    PIC ZZ9.99.

       01 WS-MAX-BUS        PIC 9(3) VALUE 500.
       01 WS-TOT-BUS        PIC 9(3) VALUE 0.
       01 WS-TABLA-BUS.
          05 T-BUS OCCURS 500 TIMES.
             10 T-BUS-CODIGO   PIC X(15).
             10 T-BUS-NUM      PIC 9(10).
             10 T-BUS-NOMBRE   PIC X(40).
             10 T-BUS-ESTADO   PIC X(01).
             10 T-BUS-DATO     PIC X(16).

      *> Paginacion: 14 filas por pagina entre las lineas 7 y 20
       01 WS-FILAS-PAG      PIC 99 VALUE 14.
       01 WS-PAG            PIC 99.
       01 WS-TOT-PAG        PIC 99.
       01 WS-DESDE          PIC 9(3).
       01 WS-IDX            PIC 9(3).
       01 WS-FILA           PIC 99.
       01 WS-ELECCION       PIC 9(3).
       01 WS-NRO-ED         PIC ZZ9.
       01 WS-PAG-ED         PIC Z9.
       01 WS-TOT-ED         PIC ZZ9.
       01 WS-PAUSA          PIC X.

       LINKAGE SECTION.
       01 LNK-BUSQUEDA.
          05 LNK-BUS-TIPO       PIC X(01).
          05 LNK-BUS-CODIGO     PIC X(15).
          05 LNK-BUS-CODIGO-NUM PIC 9(10).
          05 LNK-BUS-ELEGIDO    PIC X(01).

       PROCEDURE DIVISION USING LNK-BUSQUEDA.

       MAIN-LOGIC.
           MOVE "N"    TO LNK-BUS-ELEGIDO
           MOVE SPACES TO LNK-BUS-CODIGO
           MOVE 0      TO LNK-BUS-CODIGO-NUM
           MOVE LNK-BUS-TIPO TO WS-TIPO

           PERFORM PREPARAR-TIPO
           IF WS-TITULO = SPACES
               GOBACK
           END-IF

           PERFORM ABRIR-MAESTRO
           IF WS-MAESTRO-OK NOT = "S"
               PERFORM LIMPIAR-VENTANA
               DISPLAY "MAESTRO NO DISPONIBLE PARA LA BUSQUEDA - PRESIONE UNA TECLA"
                       LINE 12 COL 10
               ACCEPT WS-PAUSA LINE 12 COL 70
               PERFORM LIMPIAR-VENTANA
               GOBACK
           END-IF

           SET NO-FIN-BUSQUEDA TO TRUE
           PERFORM UNTIL FIN-BUSQUEDA
               PERFORM PEDIR-TEXTO
               IF FIN-BUSQUEDA
                   EXIT PERFORM
               END-IF
               PERFORM CARGAR-COINCIDENCIAS
               PERFORM MOSTRAR-RESULTADOS
           END-PERFORM

           PERFORM CERRAR-MAESTRO
           PERFORM LIMPIAR-VENTANA
           GOBACK.

       PREPARAR-TIPO.
           MOVE SPACES TO WS-TITULO WS-TIT-DATO
           EVALUATE WS-TIPO
               WHEN "C"
                   MOVE "BUSQUEDA DE CLIENTES"    TO WS-TITULO
                   MOVE "SALDO"                   TO WS-TIT-DATO
               WHEN "P"
                   MOVE "BUSQUEDA DE PRODUCTOS"   TO WS-TITULO
                   MOVE "DISPONIBLE"              TO WS-TIT-DATO
               WHEN "R"
                   MOVE "BUSQUEDA DE PROVEEDORES" TO WS-TITULO
                   MOVE "TELEFONO"                TO WS-TIT-DATO
               WHEN "B"
                   MOVE "BUSQUEDA DE BODEGAS"     TO WS-TITULO
               WHEN "V"
                   MOVE "BUSQUEDA DE VENDEDORES"  TO WS-TITULO
                   MOVE "COMISION %"              TO WS-TIT-DATO
               WHEN "K"
                   MOVE "BUSQUEDA EN EL PLAN DE CUENTAS" TO WS-TITULO
           END-EVALUATE.

       ABRIR-MAESTRO.
           MOVE "N" TO WS-MAESTRO-OK
           EVALUATE WS-TIPO
               WHEN "C"
                   OPEN INPUT CLIENTES
                   IF ST-CLIENTES = "00"
                       MOVE "S" TO WS-MAESTRO-OK
                   END-IF
               WHEN "P"
                   OPEN INPUT PRODUCTOS
                   IF ST-PRODUCTOS = "00"
                       MOVE "S" TO WS-MAESTRO-OK
                   END-IF
                   MOVE "N" TO WS-STOCK-OK
                   OPEN INPUT STOCK
                   IF ST-STOCK = "00"
                       MOVE "S" TO WS-STOCK-OK
                   END-IF
               WHEN "R"
                   OPEN INPUT PROVEEDORES
                   IF ST-PROVEEDORES = "00"
                       MOVE "S" TO WS-MAESTRO-OK
                   END-IF
               WHEN "B"
                   OPEN INPUT BODEGAS
                   IF ST-BODEGAS = "00"
                       MOVE "S" TO WS-MAESTRO-OK
                   END-IF
               WHEN "V"
                   OPEN INPUT VENDEDORES
                   IF ST-VENDEDORES = "00"
                       MOVE "S" TO WS-MAESTRO-OK
                   END-IF
               WHEN "K"
                   OPEN INPUT PLAN-CUENTAS
                   IF ST-CUENTAS = "00"
                       MOVE "S" TO WS-MAESTRO-OK
                   END-IF
           END-EVALUATE.

       CERRAR-MAESTRO.
           EVALUATE WS-TIPO
               WHEN "C" CLOSE CLIENTES
               WHEN "P"
                   CLOSE PRODUCTOS
                   IF WS-STOCK-OK = "S"
                       CLOSE STOCK
                   END-IF
               WHEN "R" CLOSE PROVEEDORES
               WHEN "B" CLOSE BODEGAS
               WHEN "V" CLOSE VENDEDORES
               WHEN "K" CLOSE PLAN-CUENTAS
           END-EVALUATE.

       LIMPIAR-VENTANA.
           PERFORM VARYING WS-FILA FROM 4 BY 1 UNTIL WS-FILA > 23
               DISPLAY " " LINE WS-FILA COL 1 ERASE EOL
           END-PERFORM.

       PEDIR-TEXTO.
           PERFORM LIMPIAR-VENTANA
           DISPLAY WS-TITULO LINE 4 COL 2 WITH REVERSE-VIDEO
           DISPLAY "NOMBRE, CODIGO O DOCUMENTO (VACIO = TODOS): " LINE 5 COL 2
           DISPLAY "[ENTER] BUSCA   [ESC] CANCELA" LINE 23 COL 2
           MOVE SPACES TO WS-TEXTO
           MOVE 0 TO WS-KEY
           ACCEPT WS-TEXTO LINE 5 COL 46
           IF WS-KEY = KEY-ESC
               SET FIN-BUSQUEDA TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO WS-TEXTO
           MOVE FUNCTION TRIM(WS-TEXTO) TO WS-TEXTO
           SET TEXTO-ALFA TO TRUE
           MOVE 0 TO WS-LARGO WS-TEXTO-NUM
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXTO)) TO WS-LARGO
               IF FUNCTION TEST-NUMVAL(WS-TEXTO) = 0
                   MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-TEXTO-NUM
                   SET TEXTO-NUMERICO TO TRUE
               END-IF
           END-IF.

      *> Recorre el maestro en orden de nombre (o de codigo cuando no
      *> tiene llave por nombre) y guarda las filas que coinciden
       CARGAR-COINCIDENCIAS.
           MOVE 0 TO WS-TOT-BUS
           SET NO-HAY-MAS-COINC TO TRUE
           SET NO-FIN-MAESTRO TO TRUE
           DISPLAY "BUSCANDO..." LINE 23 COL 2 ERASE EOL
           EVALUATE WS-TIPO
               WHEN "C" PERFORM CARGAR-CLIENTES
               WHEN "P" PERFORM CARGAR-PRODUCTOS
               WHEN "R" PERFORM CARGAR-PROVEEDORES
               WHEN "B" PERFORM CARGAR-BODEGAS
               WHEN "V" PERFORM CARGAR-VENDEDORES
               WHEN "K" PERFORM CARGAR-CUENTAS
           END-EVALUATE.

       CARGAR-CLIENTES.
           MOVE LOW-VALUES TO CLI-NOMBRE
           START CLIENTES KEY IS NOT LESS THAN CLI-NOMBRE
               INVALID KEY SET FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL FIN-MAESTRO
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       MOVE CLI-ID      TO WS-CMP-CODIGO
                       MOVE CLI-ID      TO WS-CMP-NUM
                       MOVE CLI-NOMBRE  TO WS-CMP-NOMBRE
                       MOVE CLI-NRO-DOC TO WS-CMP-ALTERNO
                       PERFORM EVALUAR-COINCIDENCIA
                       IF COINCIDE
                           MOVE CLI-ESTADO  TO WS-CMP-ESTADO
                           MOVE CLI-SALDO   TO WS-ED-SALDO
                           MOVE WS-ED-SALDO TO WS-CMP-DATO
                           PERFORM AGREGAR-FILA
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-PRODUCTOS.
           MOVE LOW-VALUES TO PRD-DESCRIPCION
           START PRODUCTOS KEY IS NOT LESS THAN PRD-DESCRIPCION
               INVALID KEY SET FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL FIN-MAESTRO
               READ PRODUCTOS NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       MOVE PRD-CODIGO      TO WS-CMP-CODIGO
                       MOVE PRD-CODIGO      TO WS-CMP-NUM
                       MOVE PRD-DESCRIPCION TO WS-CMP-NOMBRE
                       MOVE FUNCTION UPPER-CASE(PRD-COD-ALTERNO)
                         TO WS-CMP-ALTERNO
                       PERFORM EVALUAR-COINCIDENCIA
                       IF COINCIDE
                           MOVE PRD-ESTADO TO WS-CMP-ESTADO
                           PERFORM LEER-DISPONIBLE
                           PERFORM AGREGAR-FILA
                       END-IF
               END-READ
           END-PERFORM.

       LEER-DISPONIBLE.
           MOVE "SIN STOCK" TO WS-CMP-DATO
           IF WS-STOCK-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE PRD-CODIGO TO STK-CODIGO
           READ STOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
                   MOVE WS-DISPONIBLE TO WS-ED-STOCK
                   MOVE WS-ED-STOCK   TO WS-CMP-DATO
           END-READ.

       CARGAR-PROVEEDORES.
           MOVE LOW-VALUES TO PROV-NOMBRE
           START PROVEEDORES KEY IS NOT LESS THAN PROV-NOMBRE
               INVALID KEY SET FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL FIN-MAESTRO
               READ PROVEEDORES NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       MOVE PROV-ID      TO WS-CMP-CODIGO
                       MOVE PROV-ID      TO WS-CMP-NUM
                       MOVE PROV-NOMBRE  TO WS-CMP-NOMBRE
                       MOVE PROV-NRO-DOC TO WS-CMP-ALTERNO
                       PERFORM EVALUAR-COINCIDENCIA
                       IF COINCIDE
                           MOVE PROV-ESTADO   TO WS-CMP-ESTADO
                           MOVE PROV-TELEFONO TO WS-CMP-DATO
                           PERFORM AGREGAR-FILA
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-BODEGAS.
           MOVE LOW-VALUES TO BOD-NOMBRE
           START BODEGAS KEY IS NOT LESS THAN BOD-NOMBRE
               INVALID KEY SET FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL FIN-MAESTRO
               READ BODEGAS NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(BOD-CODIGO) TO WS-CMP-CODIGO
                       MOVE 0          TO WS-CMP-NUM
                       MOVE BOD-NOMBRE TO WS-CMP-NOMBRE
                       MOVE SPACES     TO WS-CMP-ALTERNO
                       PERFORM EVALUAR-COINCIDENCIA
                       IF COINCIDE
                           MOVE BOD-CODIGO TO WS-CMP-CODIGO
                           MOVE BOD-ESTADO TO WS-CMP-ESTADO
                           MOVE SPACES     TO WS-CMP-DATO
                           PERFORM AGREGAR-FILA
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-VENDEDORES.
           MOVE LOW-VALUES TO VEN-CODIGO
           START VENDEDORES KEY IS NOT LESS THAN VEN-CODIGO
               INVALID KEY SET FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL FIN-MAESTRO
               READ VENDEDORES NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(VEN-CODIGO) TO WS-CMP-CODIGO
                       MOVE 0          TO WS-CMP-NUM
                       MOVE VEN-NOMBRE TO WS-CMP-NOMBRE
                       MOVE SPACES     TO WS-CMP-ALTERNO
                       PERFORM EVALUAR-COINCIDENCIA
                       IF COINCIDE
                           MOVE VEN-CODIGO     TO WS-CMP-CODIGO
                           MOVE VEN-ESTADO     TO WS-CMP-ESTADO
                           MOVE VEN-COMISION   TO WS-ED-COMISION
                           MOVE WS-ED-COMISION TO WS-CMP-DATO
                           PERFORM AGREGAR-FILA
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CUENTAS.
           MOVE LOW-VALUES TO CTA-CODIGO
           START PLAN-CUENTAS KEY IS NOT LESS THAN CTA-CODIGO
               INVALID KEY SET FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL FIN-MAESTRO
               READ PLAN-CUENTAS NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(CTA-CODIGO) TO WS-CMP-CODIGO
                       MOVE 0          TO WS-CMP-NUM
                       MOVE CTA-NOMBRE TO WS-CMP-NOMBRE
                       MOVE SPACES     TO WS-CMP-ALTERNO
                       PERFORM EVALUAR-COINCIDENCIA
                       IF COINCIDE
                           MOVE CTA-CODIGO TO WS-CMP-CODIGO
                           MOVE SPACES     TO WS-CMP-ESTADO WS-CMP-DATO
                           PERFORM AGREGAR-FILA
                       END-IF
               END-READ
           END-PERFORM.

      *> Coincide si el nombre contiene el texto, si el codigo o el
      *> codigo alterno / documento empiezan por el, o si el texto es
      *> numerico y es el mismo codigo (sin los ceros a la izquierda)
       EVALUAR-COINCIDENCIA.
           SET COINCIDE TO TRUE
           IF WS-LARGO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-CMP-NOMBRE) TO WS-CMP-NOMBRE
           MOVE 0 TO WS-CONT
           INSPECT WS-CMP-NOMBRE TALLYING WS-CONT
               FOR ALL WS-TEXTO(1:WS-LARGO)
           IF WS-CONT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-CODIGO(1:WS-LARGO) = WS-TEXTO(1:WS-LARGO)
              OR (WS-CMP-ALTERNO NOT = SPACES
                  AND WS-CMP-ALTERNO(1:WS-LARGO) = WS-TEXTO(1:WS-LARGO))
               EXIT PARAGRAPH
           END-IF
           IF TEXTO-NUMERICO AND WS-CMP-NUM > 0
              AND WS-CMP-NUM = WS-TEXTO-NUM
               EXIT PARAGRAPH
           END-IF
           SET NO-COINCIDE TO TRUE.

       AGREGAR-FILA.
           IF WS-TOT-BUS NOT < WS-MAX-BUS
               SET HAY-MAS-COINC TO TRUE
               SET FIN-MAESTRO TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-BUS
           MOVE WS-CMP-CODIGO TO T-BUS-CODIGO(WS-TOT-BUS)
           MOVE WS-CMP-NUM    TO T-BUS-NUM(WS-TOT-BUS)
           MOVE WS-CMP-NOMBRE TO T-BUS-NOMBRE(WS-TOT-BUS)
           MOVE WS-CMP-ESTADO TO T-BUS-ESTADO(WS-TOT-BUS)
           MOVE WS-CMP-DATO   TO T-BUS-DATO(WS-TOT-BUS).

      *> Lista paginada: numero de fila para elegir, 0 o ENTER vacio
      *> vuelve a pedir el texto, PGUP/PGDN paginan y ESC cancela
       MOSTRAR-RESULTADOS.
           IF WS-TOT-BUS = 0
               DISPLAY "NO HAY COINCIDENCIAS - PRESIONE UNA TECLA"
                       LINE 23 COL 2 ERASE EOL
               ACCEPT WS-PAUSA LINE 23 COL 45
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TOT-PAG = (WS-TOT-BUS + WS-FILAS-PAG - 1) / WS-FILAS-PAG
           MOVE 1 TO WS-PAG
           SET NO-FIN-LISTADO TO TRUE
           PERFORM UNTIL FIN-LISTADO
               PERFORM MOSTRAR-PAGINA
               MOVE 0 TO WS-ELECCION WS-KEY
               ACCEPT WS-ELECCION LINE 22 COL 36
               EVALUATE TRUE
                   WHEN WS-KEY = KEY-ESC
                       SET FIN-BUSQUEDA TO TRUE
                       SET FIN-LISTADO  TO TRUE
                   WHEN WS-KEY = KEY-PGDN OR WS-KEY = KEY-DOWN
                       IF WS-PAG < WS-TOT-PAG
                           ADD 1 TO WS-PAG
                       END-IF
                   WHEN WS-KEY = KEY-PGUP OR WS-KEY = KEY-UP
                       IF WS-PAG > 1
                           SUBTRACT 1 FROM WS-PAG
                       END-IF
                   WHEN WS-ELECCION = 0
                       SET FIN-LISTADO TO TRUE
                   WHEN WS-ELECCION > WS-TOT-BUS
                       DISPLAY "NUMERO FUERA DE LA LISTA - PRESIONE UNA TECLA"
                               LINE 23 COL 2 ERASE EOL
                       ACCEPT WS-PAUSA LINE 23 COL 49
                   WHEN OTHER
                       MOVE T-BUS-CODIGO(WS-ELECCION) TO LNK-BUS-CODIGO
                       MOVE T-BUS-NUM(WS-ELECCION)    TO LNK-BUS-CODIGO-NUM
                       MOVE "S" TO LNK-BUS-ELEGIDO
                       SET FIN-BUSQUEDA TO TRUE
                       SET FIN-LISTADO  TO TRUE
               END-EVALUATE
           END-PERFORM.

       MOSTRAR-PAGINA.
           PERFORM VARYING WS-FILA FROM 6 BY 1 UNTIL WS-FILA > 23
               DISPLAY " " LINE WS-FILA COL 1 ERASE EOL
           END-PERFORM
           DISPLAY "NRO CODIGO       NOMBRE" LINE 6 COL 2 WITH REVERSE-VIDEO
           DISPLAY "E"         LINE 6 COL 56 WITH REVERSE-VIDEO
           DISPLAY WS-TIT-DATO LINE 6 COL 59 WITH REVERSE-VIDEO

           COMPUTE WS-DESDE = (WS-PAG - 1) * WS-FILAS-PAG + 1
           MOVE 7 TO WS-FILA
           PERFORM VARYING WS-IDX FROM WS-DESDE BY 1
                   UNTIL WS-IDX > WS-TOT-BUS OR WS-FILA > 20
               MOVE WS-IDX TO WS-NRO-ED
               DISPLAY WS-NRO-ED                   LINE WS-FILA COL 2
               DISPLAY T-BUS-CODIGO(WS-IDX)(1:12)  LINE WS-FILA COL 6
               DISPLAY T-BUS-NOMBRE(WS-IDX)(1:36)  LINE WS-FILA COL 19
               DISPLAY T-BUS-ESTADO(WS-IDX)        LINE WS-FILA COL 56
               DISPLAY T-BUS-DATO(WS-IDX)          LINE WS-FILA COL 59
               ADD 1 TO WS-FILA
           END-PERFORM

           MOVE WS-PAG     TO WS-PAG-ED
           DISPLAY "PAGINA "  LINE 21 COL 2
           DISPLAY WS-PAG-ED  LINE 21 COL 9
           MOVE WS-TOT-PAG TO WS-PAG-ED
           DISPLAY " DE "     LINE 21 COL 11
           DISPLAY WS-PAG-ED  LINE 21 COL 15
           MOVE WS-TOT-BUS TO WS-TOT-ED
           DISPLAY WS-TOT-ED  LINE 21 COL 19
           DISPLAY "COINCIDENCIAS" LINE 21 COL 23
           IF HAY-MAS-COINC
               DISPLAY "(HAY MAS - AFINE EL TEXTO)" LINE 21 COL 37
           END-IF
           DISPLAY "NUMERO A ELEGIR (0=OTRA BUSQUEDA): " LINE 22 COL 2
           DISPLAY "[PGUP/PGDN] PAGINA   [ESC] CANCELA" LINE 23 COL 2.
