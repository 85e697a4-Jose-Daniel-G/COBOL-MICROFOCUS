       PROGRAM-ID. COMPRA01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "proveedor.sel".
           COPY "moneda.sel".
           COPY "tasacambio.sel".
           COPY "requis.sel".
           COPY "estilo.sel".
           COPY "prescomp.sel".
           COPY "usuario.sel".

           SELECT ORDEN-PLANO
               ASSIGN TO "orden_compra.txt"
       01  REG-ORDEN-PLANO    PIC X(132).
           COPY "requis.fd".
           COPY "tasacambio.fd".
           COPY "estilo.fd".
           COPY "prescomp.fd".
           COPY "usuario.fd".


       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "BLOQUEO.cpy".
           COPY "OTB.cpy".
           COPY "CLAVE.cpy".

       01 ST-SESION        PIC XX.
       01 ST-MONEDAS       PIC XX.
       01 WS-CANT-DET      PIC 9(3).
       01 WS-PRECIO-DET    PIC 9(11)V99.
       01 WS-PRODUCTO-DET-OK PIC X.
       01 ST-PRESCOMP      PIC XX.
       01 ST-USUARIOS      PIC XX.
       01 WS-OTB-VALOR     PIC S9(11)V99.
       01 WS-OTB-APROBADO  PIC X.
       01 WS-OTB-DISP-EDIT PIC -(11)9.99.
       01 WS-SUP-CODIGO    PIC X(10).
       01 WS-SUP-PASSWORD  PIC X(10).

       COPY "PARAMETROS.cpy".
       COPY "GRILLA.cpy".
       COPY "TECLAS.cpy".
       01 WS-KEY           PIC 9(4).
       COPY "BUSQUEDA.cpy".

       SCREEN SECTION.
       01 PANTALLA-BASE.
           05 LINE 06 COL 03 VALUE "2. Crear Orden (pendiente)" BACKGROUND-COLOR 1.
           05 LINE 07 COL 03 VALUE "3. Confirmar (recepcion aparte)" BACKGROUND-COLOR 1.
           05 LINE 25 COL 01 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 02 VALUE "  [ESC] Retorna   [F2] Buscar codigo"
              BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
       PROCEDURE DIVISION.

       ABRIR-BLOQUEOS.
           COPY "ABRIR-BLOQUEOS.cpy".

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       TOMAR-BLOQUEO.
           COPY "TOMAR-BLOQUEO.cpy".

       SOLTAR-BLOQUEO.
           COPY "SOLTAR-BLOQUEO.cpy".

       CALCULAR-OTB.
           COPY "CALCULAR-OTB.cpy".

       CALCULAR-HASH.
           COPY "CALCULAR-HASH.cpy".

       VERIFICAR-CLAVE.
           COPY "VERIFICAR-CLAVE.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O PROVEEDORES
           IF ST-PROVEEDORES = "35"
               OPEN INPUT REQUISDET
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

           OPEN INPUT PRESUPUESTO-COMPRAS
           IF ST-PRESCOMP = "35"
               OPEN OUTPUT PRESUPUESTO-COMPRAS
               CLOSE PRESUPUESTO-COMPRAS
               OPEN INPUT PRESUPUESTO-COMPRAS
           END-IF

           OPEN INPUT USUARIOS

           OPEN I-O NEXT-COM-NRO
           IF ST-NEXT-COM = "35"
               OPEN OUTPUT NEXT-COM-NRO
       VALIDAR-PROVEEDOR.
           MOVE "N" TO WS-PROVEEDOR-OK
           DISPLAY "ID: " LINE 16 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-PROV-ID LINE 16 COL 25
               IF WS-KEY = KEY-F2
                   SET BUS-PROVEEDORES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY PANTALLA-BASE
                   DISPLAY "ID: " LINE 16 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO-NUM TO WS-PROV-ID
                       DISPLAY WS-PROV-ID LINE 16 COL 25
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-PROV-ID TO PROV-ID

           MOVE WS-TASA-ORD   TO COM-TASA
           MOVE 0             TO COM-TOTAL-ME
           MOVE W-REQ-NRO     TO COM-REQ-NRO
           MOVE SPACE         TO COM-CONSIGNACION
           MOVE 0             TO COM-FECHA-ENVIO COM-CONF-FECHA
           MOVE SPACES        TO COM-CONF-TIPO COM-CONF-DOC
                                 COM-CONF-DIF

           WRITE COMPRA-REG


               DISPLAY " " LINE 08 COL 01 ERASE EOS
               DISPLAY "PRODUCTO ID (?=CATALOGO PROV): " LINE 08 COL 10
               MOVE KEY-F2 TO WS-KEY
               PERFORM UNTIL WS-KEY NOT = KEY-F2
                   ACCEPT WS-PROD-ID-DET LINE 08 COL 42
                   IF WS-KEY = KEY-F2
                       SET BUS-PRODUCTOS TO TRUE
                       PERFORM BUSCAR-CODIGO
                       DISPLAY PANTALLA-BASE
                       DISPLAY "PRODUCTO ID (?=CATALOGO PROV): " LINE 08 COL 10
                       IF BUS-CON-CODIGO
                           MOVE WS-BUS-CODIGO TO WS-PROD-ID-DET
                           DISPLAY WS-PROD-ID-DET LINE 08 COL 42
                           MOVE 0 TO WS-KEY
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-PROD-ID-DET = "?"
                   PERFORM LISTAR-CATALOGO-PROVEEDOR
                   ACCEPT WS-PROD-ID-DET LINE 08 COL 42
               END-IF

      *> Un codigo de estilo abre la grilla talla x color para pedir
      *> toda la corrida de tallas de una vez
               MOVE WS-PROD-ID-DET(1:8) TO WS-GRI-ESTILO
               SET ESTILO-NO-EXISTE TO TRUE
               IF WS-PROD-ID-DET(9:2) = SPACES
                   PERFORM CARGAR-GRILLA
               END-IF
               IF ESTILO-ENCONTRADO
                   PERFORM AGREGAR-GRILLA-COMPRA
                   DISPLAY "¿OTRO ITEM? (S/N): " LINE 21 COL 10
                   ACCEPT WS-MAS-DET     LINE 21 COL 35
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM VALIDAR-PRODUCTO-DET

               IF WS-PRODUCTO-DET-OK = "S"
                   DISPLAY "DESCRIPCION : " LINE 09 COL 10
                   DISPLAY WS-DESCRIP-DET   LINE 09 COL 30

                   MOVE PRD-CATEGORIA TO WS-OTB-CATEGORIA
                   PERFORM MOSTRAR-OTB-CATEGORIA

                   PERFORM CONSULTAR-CATALOGO-PROV

      *> La cantidad se pide en la unidad de compra del producto
                           + (WS-CANT-DET * WS-PRECIO-ME)
                   END-IF

      *> Si la linea excede lo disponible del presupuesto de compras
      *> de la categoria, solo entra con aprobacion de un supervisor
                   COMPUTE WS-OTB-VALOR = WS-CANT-DET * WS-PRECIO-DET
                   PERFORM AUTORIZAR-SOBRE-PRESUPUESTO
                   IF WS-OTB-APROBADO NOT = "S"
                       IF WS-MONEDA-ORD NOT = SPACES
                           COMPUTE WS-TOTAL-ME-ORD =
                               WS-TOTAL-ME-ORD
                               - (WS-CANT-DET * WS-PRECIO-ME)
                       END-IF
                       DISPLAY "¿OTRO ITEM? (S/N): " LINE 13 COL 10
                       ACCEPT WS-MAS-DET     LINE 13 COL 35
                       EXIT PERFORM CYCLE
                   END-IF

                   ADD 1 TO WS-ITEM-DET

                   COMPUTE CDT-SUBTOTAL =
                   MOVE 0                  TO CDT-CANT-RECIBIDA
                   MOVE WS-PRECIO-DET      TO CDT-PRECIO
                   MOVE PRD-IVA            TO CDT-IVA-PCT
                   MOVE 0 TO CDT-CANT-CONF CDT-PRECIO-CONF
                             CDT-FECHA-CONF
                   MOVE SPACES             TO CDT-CONF-MARCA

                   WRITE COMPRADET-REG


           END-PERFORM.

       CARGAR-GRILLA.
           COPY "CARGAR-GRILLA.cpy".

       CAPTURAR-GRILLA.
           COPY "CAPTURAR-GRILLA.cpy".

       AGREGAR-GRILLA-COMPRA.
      *> Una linea de la orden por cada celda con cantidad; el precio
      *> de costo se pide una vez para toda la corrida (por defecto el
      *> costo del estilo)
           MOVE 10 TO WS-GRI-LINEA
           PERFORM CAPTURAR-GRILLA
           IF WS-GRI-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           MOVE EST-COSTO TO WS-PRECIO-DET
           MOVE 0 TO WS-PRECIO-ME
           IF WS-MONEDA-ORD = SPACES
               DISPLAY "PRECIO COSTO (TODA LA CORRIDA): " LINE 10 COL 10
               ACCEPT WS-PRECIO-DET LINE 10 COL 43
           ELSE
               DISPLAY "PRECIO COSTO EN " LINE 10 COL 10
               DISPLAY WS-MONEDA-ORD LINE 10 COL 27
               DISPLAY " (TODA LA CORRIDA): " LINE 10 COL 30
               ACCEPT WS-PRECIO-ME LINE 10 COL 51
               COMPUTE WS-PRECIO-DET ROUNDED =
                   WS-PRECIO-ME * WS-TASA-ORD
           END-IF

      *> Toda la corrida cae en la categoria del estilo
           MOVE EST-CATEGORIA TO WS-OTB-CATEGORIA
           PERFORM MOSTRAR-OTB-CATEGORIA
           COMPUTE WS-OTB-VALOR = WS-GRI-TOTAL * WS-PRECIO-DET
           PERFORM AUTORIZAR-SOBRE-PRESUPUESTO
           IF WS-OTB-APROBADO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
               PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
                   IF WS-GRI-CANT(WS-GRI-C, WS-GRI-T) = 0
                       EXIT PERFORM CYCLE
                   END-IF
                   MOVE WS-GRI-PROD(WS-GRI-C, WS-GRI-T) TO WS-PROD-ID-DET
                   MOVE WS-PROD-ID-DET TO PRD-CODIGO
                   READ PRODUCTOS
                       INVALID KEY
                           EXIT PERFORM CYCLE
                   END-READ
                   MOVE WS-GRI-CANT(WS-GRI-C, WS-GRI-T) TO WS-CANT-DET
                   IF WS-MONEDA-ORD NOT = SPACES
                       COMPUTE WS-TOTAL-ME-ORD =
                           WS-TOTAL-ME-ORD
                           + (WS-CANT-DET * WS-PRECIO-ME)
                   END-IF

                   ADD 1 TO WS-ITEM-DET
                   COMPUTE CDT-SUBTOTAL =
                       WS-CANT-DET * WS-PRECIO-DET
                   MOVE WS-COM-NRO-ACTUAL TO CDT-COM-NRO
                   MOVE WS-ITEM-DET        TO CDT-ITEM
                   MOVE WS-PROD-ID-DET     TO CDT-PROD-ID
                   MOVE PRD-DESCRIPCION    TO CDT-DESCRIP
                   MOVE WS-CANT-DET        TO CDT-CANT
                   MOVE 0                  TO CDT-CANT-RECIBIDA
                   MOVE WS-PRECIO-DET      TO CDT-PRECIO
                   MOVE PRD-IVA            TO CDT-IVA-PCT
                   MOVE 0 TO CDT-CANT-CONF CDT-PRECIO-CONF
                             CDT-FECHA-CONF
                   MOVE SPACES             TO CDT-CONF-MARCA
                   WRITE COMPRADET-REG
                   IF ST-COMPRASDET NOT = "00"
                       DISPLAY "ERROR AL GRABAR DETALLE" LINE 20 COL 10
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-GRI-TOTAL TO WS-GRI-TOTAL-EDIT
           DISPLAY "GRILLA " LINE 19 COL 10
           DISPLAY WS-GRI-ESTILO LINE 19 COL 17
           DISPLAY " AGREGADA - UNIDADES: " LINE 19 COL 25
           DISPLAY WS-GRI-TOTAL-EDIT LINE 19 COL 47.

       MOSTRAR-OTB-CATEGORIA.
      *> Presupuesto de compras restante de la categoria en el mes de
      *> la orden (presupuesto menos ordenes abiertas y recibidas,
      *> incluidas las lineas ya grabadas de esta orden)
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-OTB-PERIODO
           PERFORM CALCULAR-OTB
           MOVE WS-PROD-ID-DET TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-COM-NRO-ACTUAL TO COM-NRO
           READ COMPRAS
               INVALID KEY CONTINUE
           END-READ
           DISPLAY " " LINE 12 COL 01 ERASE EOL
           IF WS-OTB-PRESUPUESTO > 0
               MOVE WS-OTB-DISPONIBLE TO WS-OTB-DISP-EDIT
               DISPLAY "DISPONIBLE CATEGORIA " LINE 12 COL 10
               DISPLAY WS-OTB-CATEGORIA LINE 12 COL 31
               DISPLAY ": " LINE 12 COL 35
               DISPLAY WS-OTB-DISP-EDIT LINE 12 COL 37
           END-IF.

       AUTORIZAR-SOBRE-PRESUPUESTO.
      *> Sin presupuesto cargado para la categoria no hay control
           MOVE "S" TO WS-OTB-APROBADO
           IF WS-OTB-PRESUPUESTO = 0
              OR WS-OTB-VALOR <= WS-OTB-DISPONIBLE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OTB-APROBADO
           MOVE SPACES TO WS-SUP-CODIGO
           DISPLAY "EXCEDE EL PRESUPUESTO DE COMPRAS - APRUEBA SUPERVISOR:"
               LINE 15 COL 10 WITH REVERSE-VIDEO
           DISPLAY "CODIGO: " LINE 16 COL 10
           ACCEPT WS-SUP-CODIGO LINE 16 COL 19
           DISPLAY "CLAVE: " LINE 16 COL 32
           MOVE SPACES TO WS-SUP-PASSWORD
           ACCEPT WS-SUP-PASSWORD LINE 16 COL 40 WITH NO-ECHO
           MOVE FUNCTION UPPER-CASE(WS-SUP-CODIGO) TO USR-CODIGO
           READ USUARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-SUP-PASSWORD TO WS-CLV-ENTRADA
                   PERFORM VERIFICAR-CLAVE
                   IF WS-CLV-OK = "S"
                      AND USR-ACTIVO AND USR-ES-SUPERVISOR
                       MOVE "S" TO WS-OTB-APROBADO
                   END-IF
           END-READ
           IF WS-OTB-APROBADO NOT = "S"
               DISPLAY "APROBACION RECHAZADA - LINEA NO AGREGADA"
                   LINE 17 COL 10
               ACCEPT WS-PAUSA LINE 17 COL 52
           END-IF.

       CONSULTAR-CATALOGO-PROV.
           *> Si el producto esta en el catalogo de este proveedor se
           *> muestran su codigo y ultimo precio de compra.
           CLOSE MONEDAS
           CLOSE TASAS-CAMBIO
           CLOSE REQUISICIONES
           CLOSE REQUISDET
           CLOSE ESTILOS
           CLOSE VARIANTES
           CLOSE PRESUPUESTO-COMPRAS
           CLOSE USUARIOS.

       END PROGRAM COMPRA01.
