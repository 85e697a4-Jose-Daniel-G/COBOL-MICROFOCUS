       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Importacion de pedidos de la tienda web y de los
      *> *           marketplaces (pedidos_web.txt) a Pedidos de Venta:
      *> *           el SKU se busca por PRD-CODIGO o PRD-COD-ALTERNO, el
      *> *           cliente por email o NIT (si no existe se da de
      *> *           alta) y cada item reserva stock y deja backorder
      *> *           igual que VENPED01. Un numero de pedido web ya
      *> *           importado no se vuelve a cargar. Deja los rechazos
      *> *           en pedidos_web_rechazos.txt y el acuse con el estado
      *> *           de stock por item en pedidos_web_acuse.txt para la
      *> *           tienda. En modo lote (MODOLOTE=S) corre sin pantalla
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENPED05.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "pedweb.sel".
           COPY "cliente.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "pedido.sel".
           COPY "pedidodet.sel".
           COPY "pedctrl.sel".
           COPY "escala.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "pedweb.fd".
           COPY "cliente.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "pedido.fd".
           COPY "pedidodet.fd".
           COPY "pedctrl.fd".
           COPY "escala.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "ESCALA.cpy".

       01 ST-SESION        PIC XX.
       01 ST-PEDWEB        PIC XX.
       01 ST-PEDWEB-ENT    PIC XX.
       01 ST-CLIENTES      PIC XX.
       01 ST-PRODUCTOS     PIC XX.
       01 ST-STOCK         PIC XX.
       01 ST-PEDIDOS       PIC XX.
       01 ST-PEDIDOSDET    PIC XX.
       01 ST-NEXT-PED      PIC XX.

       01 WS-MODOLOTE      PIC X.
       01 WS-PAUSA         PIC X.
       01 WS-RESPUESTA     PIC X.
       01 WS-MENSAJE       PIC X(80).
       01 WS-FECHA-HOY     PIC 9(08).
       01 WS-HORA-HOY      PIC 9(06).

       01 WS-SW-ENTRADA    PIC X VALUE "N".
          88 FIN-ENTRADA      VALUE "S".
          88 NO-FIN-ENTRADA   VALUE "N".
       01 WS-PRIMERA-LINEA PIC X VALUE "S".
          88 ES-ENCABEZADO    VALUE "S".
       01 WS-LINEA-ENT     PIC X(300).
       01 WS-LINEA-SAL     PIC X(400).
       01 WS-CANT-CAMPOS   PIC 99.

      *> Columnas de una linea del archivo de la tienda
       01 WS-W-NRO         PIC X(20).
       01 WS-W-FECHA       PIC X(10).
       01 WS-W-EMAIL       PIC X(30).
       01 WS-W-NIT         PIC X(20).
       01 WS-W-NOMBRE      PIC X(30).
       01 WS-W-DIRECCION   PIC X(30).
       01 WS-W-TELEFONO    PIC X(15).
       01 WS-W-SKU         PIC X(20).
       01 WS-W-CANT        PIC X(10).
       01 WS-W-PRECIO      PIC X(15).

      *> Pedido web en curso (todas sus lineas antes de grabar)
       01 WS-WEB-ACTUAL    PIC X(20) VALUE SPACES.
       01 WS-WEB-FECHA     PIC 9(08).
       01 WS-WEB-EMAIL     PIC X(30).
       01 WS-WEB-NIT-NRO   PIC X(15).
       01 WS-WEB-NIT-DV    PIC X(01).
       01 WS-WEB-NOMBRE    PIC X(30).
       01 WS-WEB-DIRECCION PIC X(30).
       01 WS-WEB-TELEFONO  PIC X(15).
       01 WS-TOT-ITEMS     PIC 99 VALUE 0.
       01 WS-TABLA-ITEMS.
          05 T-WEB OCCURS 50 TIMES.
             10 T-LINEA       PIC X(300).
             10 T-SKU         PIC X(20).
             10 T-CANT        PIC 9(03).
             10 T-PRECIO      PIC 9(11)V99.
             10 T-PROD-ID     PIC X(10).
             10 T-DESCRIP     PIC X(30).
             10 T-PRECIO-LISTA PIC 9(09)V99.
             10 T-CATEGORIA   PIC X(04).
             10 T-RESERVA     PIC 9(03).
             10 T-BACKORD     PIC 9(03).
       01 WS-I             PIC 99.
       01 WS-MOTIVO        PIC X(60).
       01 WS-ESTADO-ACUSE  PIC X(10).
       01 WS-PRD-LEIDO     PIC X.

       01 WS-SW-CLI        PIC X VALUE "N".
          88 FIN-CLI          VALUE "S".
          88 NO-FIN-CLI       VALUE "N".
       01 WS-CLI-ENCONTRADO PIC X.
       01 WS-CLI-NUEVO     PIC X.
       01 WS-CLI-WEB       PIC 9(07).
       01 WS-CLI-VENDEDOR  PIC X(04).
       01 WS-MAX-CLI-ID    PIC 9(07).
       01 WS-EMAIL-BUSCA   PIC X(30).

       01 WS-PED-NRO-ACTUAL PIC 9(07).
       01 WS-ITEM-DET      PIC 9(03).
       01 WS-PROD-ID-DET   PIC X(20).
       01 WS-CANT-DET      PIC 9(03).
       01 WS-PRECIO-DET    PIC 9(11)V99.
       01 WS-DISPONIBLE    PIC S9(09).
       01 WS-CANT-RESERVA  PIC 9(03).
       01 WS-CANT-BACKORD  PIC 9(03).

       01 WS-TOT-LEIDOS     PIC 9(05) VALUE 0.
       01 WS-TOT-ACEPTADOS  PIC 9(05) VALUE 0.
       01 WS-TOT-RECHAZADOS PIC 9(05) VALUE 0.
       01 WS-TOT-DUPLICADOS PIC 9(05) VALUE 0.
       01 WS-TOT-CLI-NUEVOS PIC 9(05) VALUE 0.
       01 WS-TOT-BACKORDER  PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOY

           IF WS-MODOLOTE NOT = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "IMPORTACION DE PEDIDOS WEB (pedidos_web.txt)"
                       LINE 03 COL 10 WITH REVERSE-VIDEO
               DISPLAY "Cada pedido de la tienda se carga como Pedido de Venta"
                       LINE 05 COL 10
               DISPLAY "con reserva de stock y backorder. Los rechazados quedan"
                       LINE 06 COL 10
               DISPLAY "en pedidos_web_rechazos.txt y el acuse para la tienda"
                       LINE 07 COL 10
               DISPLAY "en pedidos_web_acuse.txt" LINE 08 COL 10
               DISPLAY "CONFIRMA LA IMPORTACION [S/N]? " LINE 10 COL 10
               ACCEPT WS-RESPUESTA LINE 10 COL 42
               IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
                   DISPLAY "OPERACION CANCELADA" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 35
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT PEDWEB-ENTRADA
           IF ST-PEDWEB-ENT NOT = "00"
               IF WS-MODOLOTE = "S"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "NO SE ENCUENTRA pedidos_web.txt" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 45
               END-IF
               GOBACK
           END-IF

           PERFORM ABRIR-ARCHIVOS
           PERFORM PROCESAR-ENTRADA
           PERFORM CERRAR-ARCHIVOS

           IF WS-MODOLOTE = "S"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "PEDIDOS WEB LEIDOS : " LINE 12 COL 10
           DISPLAY WS-TOT-LEIDOS           LINE 12 COL 32
           DISPLAY "ACEPTADOS          : " LINE 13 COL 10
           DISPLAY WS-TOT-ACEPTADOS        LINE 13 COL 32
           DISPLAY "RECHAZADOS         : " LINE 14 COL 10
           DISPLAY WS-TOT-RECHAZADOS       LINE 14 COL 32
           DISPLAY "DUPLICADOS         : " LINE 15 COL 10
           DISPLAY WS-TOT-DUPLICADOS       LINE 15 COL 32
           DISPLAY "CLIENTES NUEVOS    : " LINE 16 COL 10
           DISPLAY WS-TOT-CLI-NUEVOS       LINE 16 COL 32
           DISPLAY "ITEMS EN BACKORDER : " LINE 17 COL 10
           DISPLAY WS-TOT-BACKORDER        LINE 17 COL 32
           ACCEPT WS-PAUSA LINE 19 COL 10
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O PEDIDOS-WEB
           IF ST-PEDWEB = "35"
               OPEN OUTPUT PEDIDOS-WEB
               CLOSE PEDIDOS-WEB
               OPEN I-O PEDIDOS-WEB
           END-IF

           OPEN I-O CLIENTES
           IF ST-CLIENTES = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF

           IF ST-CLIENTES > "07"
               STRING "Error CLIENTES: " ST-CLIENTES
                   INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               STOP RUN
           END-IF

           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF

           OPEN I-O STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF

           OPEN I-O PEDIDOS
           IF ST-PEDIDOS = "35"
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF

           OPEN I-O PEDIDOSDET
           IF ST-PEDIDOSDET = "35"
               OPEN OUTPUT PEDIDOSDET
               CLOSE PEDIDOSDET
               OPEN I-O PEDIDOSDET
           END-IF

           OPEN I-O NEXT-PED-NRO
           IF ST-NEXT-PED = "35"
               OPEN OUTPUT NEXT-PED-NRO
               CLOSE NEXT-PED-NRO
               OPEN I-O NEXT-PED-NRO
               MOVE "1" TO PDC-CLAVE
               MOVE 0   TO PDC-ULTIMO-NRO
               WRITE NEXT-PED-NRO-REG
           END-IF

           OPEN INPUT ESCALAS
           IF ST-ESCALAS = "35"
               OPEN OUTPUT ESCALAS
               CLOSE ESCALAS
               OPEN INPUT ESCALAS
           END-IF

           OPEN OUTPUT PEDWEB-RECHAZOS
           OPEN OUTPUT PEDWEB-ACUSE
           MOVE "WEB_NRO;ESTADO;PEDIDO;SKU;PEDIDA;RESERVADA;BACKORDER;MOTIVO"
               TO REG-PEDWEB-ACUSE
           WRITE REG-PEDWEB-ACUSE.

       PROCESAR-ENTRADA.
      *> Las lineas de un mismo pedido web vienen seguidas; al cambiar
      *> el numero se procesa el pedido acumulado
           MOVE SPACES TO WS-WEB-ACTUAL
           MOVE 0 TO WS-TOT-ITEMS
           MOVE "S" TO WS-PRIMERA-LINEA
           SET NO-FIN-ENTRADA TO TRUE
           PERFORM UNTIL FIN-ENTRADA
               READ PEDWEB-ENTRADA INTO WS-LINEA-ENT
                   AT END
                       SET FIN-ENTRADA TO TRUE
                   NOT AT END
                       IF ES-ENCABEZADO
                           MOVE "N" TO WS-PRIMERA-LINEA
                       ELSE
                           IF WS-LINEA-ENT NOT = SPACES
                               PERFORM CARGAR-LINEA-WEB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WEB-ACTUAL NOT = SPACES
               PERFORM PROCESAR-PEDIDO-WEB
           END-IF.

       CARGAR-LINEA-WEB.
           MOVE SPACES TO WS-W-NRO WS-W-FECHA WS-W-EMAIL WS-W-NIT
                          WS-W-NOMBRE WS-W-DIRECCION WS-W-TELEFONO
                          WS-W-SKU WS-W-CANT WS-W-PRECIO
           MOVE 0 TO WS-CANT-CAMPOS
           UNSTRING WS-LINEA-ENT DELIMITED BY ";"
               INTO WS-W-NRO WS-W-FECHA WS-W-EMAIL WS-W-NIT
                    WS-W-NOMBRE WS-W-DIRECCION WS-W-TELEFONO
                    WS-W-SKU WS-W-CANT WS-W-PRECIO
               TALLYING IN WS-CANT-CAMPOS
           END-UNSTRING

           IF WS-W-NRO = SPACES
               MOVE SPACES TO REG-PEDWEB-RECHAZO
               STRING FUNCTION TRIM(WS-LINEA-ENT) DELIMITED BY SIZE
                      " -- LINEA SIN NUMERO DE PEDIDO WEB" DELIMITED BY SIZE
                   INTO REG-PEDWEB-RECHAZO
               WRITE REG-PEDWEB-RECHAZO
               EXIT PARAGRAPH
           END-IF

           IF WS-W-NRO NOT = WS-WEB-ACTUAL
               IF WS-WEB-ACTUAL NOT = SPACES
                   PERFORM PROCESAR-PEDIDO-WEB
               END-IF
               PERFORM INICIAR-PEDIDO-WEB
           END-IF

           IF WS-TOT-ITEMS >= 50
               IF WS-MOTIVO = SPACES
                   MOVE "PEDIDO WEB CON MAS DE 50 ITEMS" TO WS-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOT-ITEMS
           MOVE WS-LINEA-ENT TO T-LINEA(WS-TOT-ITEMS)
           MOVE WS-W-SKU     TO T-SKU(WS-TOT-ITEMS)
           MOVE 0 TO T-CANT(WS-TOT-ITEMS) T-PRECIO(WS-TOT-ITEMS)
                     T-RESERVA(WS-TOT-ITEMS) T-BACKORD(WS-TOT-ITEMS)
           MOVE SPACES TO T-PROD-ID(WS-TOT-ITEMS)

           IF WS-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-CANT-CAMPOS < 9
               MOVE "FALTAN COLUMNAS (WEB_NRO;FECHA;EMAIL;NIT;NOMBRE;...;SKU;CANTIDAD)"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-W-SKU = SPACES
               MOVE "ITEM SIN SKU" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-W-CANT = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-W-CANT)) NOT = 0
               STRING "CANTIDAD INVALIDA EN SKU " WS-W-SKU
                   DELIMITED BY SIZE INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-W-CANT)) < 1
              OR FUNCTION NUMVAL(FUNCTION TRIM(WS-W-CANT)) > 999
               STRING "CANTIDAD FUERA DE RANGO EN SKU " WS-W-SKU
                   DELIMITED BY SIZE INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-W-CANT))
               TO T-CANT(WS-TOT-ITEMS)

      *> Precio cobrado en la tienda; en blanco o cero se usa la lista
           IF WS-W-PRECIO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-W-PRECIO)) NOT = 0
                   STRING "PRECIO INVALIDO EN SKU " WS-W-SKU
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-W-PRECIO))
                   TO T-PRECIO(WS-TOT-ITEMS)
           END-IF.

       INICIAR-PEDIDO-WEB.
           MOVE WS-W-NRO       TO WS-WEB-ACTUAL
           MOVE WS-W-EMAIL     TO WS-WEB-EMAIL
           MOVE WS-W-NOMBRE    TO WS-WEB-NOMBRE
           MOVE WS-W-DIRECCION TO WS-WEB-DIRECCION
           MOVE WS-W-TELEFONO  TO WS-WEB-TELEFONO
           MOVE 0 TO WS-TOT-ITEMS
           MOVE SPACES TO WS-MOTIVO

      *> Fecha AAAAMMDD o AAAA-MM-DD; si no viene, la del dia
           MOVE WS-FECHA-HOY TO WS-WEB-FECHA
           IF WS-W-FECHA(1:8) IS NUMERIC
               MOVE WS-W-FECHA(1:8) TO WS-WEB-FECHA
           ELSE
               IF WS-W-FECHA(5:1) = "-" AND WS-W-FECHA(8:1) = "-"
                  AND WS-W-FECHA(1:4) IS NUMERIC
                  AND WS-W-FECHA(6:2) IS NUMERIC
                  AND WS-W-FECHA(9:2) IS NUMERIC
                   STRING WS-W-FECHA(1:4) WS-W-FECHA(6:2) WS-W-FECHA(9:2)
                       DELIMITED BY SIZE INTO WS-WEB-FECHA
               END-IF
           END-IF

      *> NIT con digito de verificacion (900123456-7) o documento solo
           MOVE SPACES TO WS-WEB-NIT-NRO WS-WEB-NIT-DV
           IF WS-W-NIT NOT = SPACES
               UNSTRING WS-W-NIT DELIMITED BY "-"
                   INTO WS-WEB-NIT-NRO WS-WEB-NIT-DV
               END-UNSTRING
           END-IF.

       PROCESAR-PEDIDO-WEB.
           ADD 1 TO WS-TOT-LEIDOS

           MOVE WS-WEB-ACTUAL TO PWB-WEB-NRO
           READ PEDIDOS-WEB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-MOTIVO
                   STRING "PEDIDO WEB YA IMPORTADO EN EL PEDIDO " PWB-PED-NRO
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   MOVE "DUPLICADO" TO WS-ESTADO-ACUSE
                   MOVE PWB-PED-NRO TO WS-PED-NRO-ACTUAL
                   PERFORM RECHAZAR-PEDIDO-WEB
                   ADD 1 TO WS-TOT-DUPLICADOS
                   EXIT PARAGRAPH
           END-READ

           IF WS-MOTIVO = SPACES
               PERFORM VALIDAR-ITEMS-WEB
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM BUSCAR-CLIENTE-WEB
           END-IF
           IF WS-MOTIVO NOT = SPACES
               MOVE "RECHAZADO" TO WS-ESTADO-ACUSE
               MOVE 0 TO WS-PED-NRO-ACTUAL
               PERFORM RECHAZAR-PEDIDO-WEB
               ADD 1 TO WS-TOT-RECHAZADOS
               EXIT PARAGRAPH
           END-IF

           IF WS-CLI-NUEVO = "S"
               PERFORM CREAR-CLIENTE-WEB
           END-IF
           PERFORM CREAR-PEDIDO-WEB
           MOVE 0 TO WS-ITEM-DET
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOT-ITEMS
               PERFORM GRABAR-ITEM-WEB
           END-PERFORM
           PERFORM REGISTRAR-PEDIDO-WEB
           ADD 1 TO WS-TOT-ACEPTADOS.

       VALIDAR-ITEMS-WEB.
      *> Todos los SKU deben existir y estar activos; si uno falla se
      *> rechaza el pedido completo para que la tienda lo corrija
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOT-ITEMS
               PERFORM BUSCAR-PRODUCTO-WEB
               IF WS-PRD-LEIDO = "N"
                   STRING "SKU NO ENCONTRADO: " T-SKU(WS-I)
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   EXIT PERFORM
               END-IF
               IF PRD-INACTIVO
                   STRING "PRODUCTO INACTIVO: " T-SKU(WS-I)
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   EXIT PERFORM
               END-IF
               MOVE PRD-CODIGO      TO T-PROD-ID(WS-I)
               MOVE PRD-DESCRIPCION TO T-DESCRIP(WS-I)
               MOVE PRD-PRECIO      TO T-PRECIO-LISTA(WS-I)
               MOVE PRD-CATEGORIA   TO T-CATEGORIA(WS-I)
           END-PERFORM.

       BUSCAR-PRODUCTO-WEB.
      *> SKU numerico de hasta 10 digitos = codigo interno; si no, o si
      *> no existe, el codigo alterno (EAN / SKU de la tienda)
           MOVE "N" TO WS-PRD-LEIDO
           IF FUNCTION TRIM(T-SKU(WS-I)) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(T-SKU(WS-I))) <= 10
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(T-SKU(WS-I)))
                   TO PRD-CODIGO
               READ PRODUCTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-PRD-LEIDO
               END-READ
           END-IF
           IF WS-PRD-LEIDO = "N"
               MOVE T-SKU(WS-I) TO PRD-COD-ALTERNO
               READ PRODUCTOS KEY IS PRD-COD-ALTERNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-PRD-LEIDO
               END-READ
           END-IF.

       BUSCAR-CLIENTE-WEB.
      *> Busca el cliente por email de contacto o por numero de
      *> documento; de paso toma el mayor codigo para un alta nueva
           MOVE "N" TO WS-CLI-ENCONTRADO WS-CLI-NUEVO
           MOVE 0 TO WS-CLI-WEB WS-MAX-CLI-ID
           MOVE SPACES TO WS-CLI-VENDEDOR
           IF WS-WEB-EMAIL = SPACES AND WS-WEB-NIT-NRO = SPACES
               MOVE "PEDIDO SIN EMAIL NI NIT DEL CLIENTE" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-WEB-EMAIL) TO WS-EMAIL-BUSCA

           SET NO-FIN-CLI TO TRUE
           MOVE LOW-VALUES TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-CLI TO TRUE
           END-START
           PERFORM UNTIL FIN-CLI
               READ CLIENTES NEXT RECORD
                   AT END
                       SET FIN-CLI TO TRUE
                   NOT AT END
                       IF CLI-ID > WS-MAX-CLI-ID
                           MOVE CLI-ID TO WS-MAX-CLI-ID
                       END-IF
                       IF CLI-FUSIONADO-EN = 0
                          AND ((WS-EMAIL-BUSCA NOT = SPACES
                                AND FUNCTION UPPER-CASE(CLI-CON-EMAIL)
                                    = WS-EMAIL-BUSCA)
                           OR (WS-WEB-NIT-NRO NOT = SPACES
                                AND CLI-NRO-DOC = WS-WEB-NIT-NRO))
                           MOVE "S" TO WS-CLI-ENCONTRADO
                           SET FIN-CLI TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CLI-ENCONTRADO = "S"
               IF NOT CLI-ACTIVO
                   STRING "CLIENTE INACTIVO: " CLI-ID
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE CLI-ID       TO WS-CLI-WEB
               MOVE CLI-VENDEDOR TO WS-CLI-VENDEDOR
               EXIT PARAGRAPH
           END-IF

           IF WS-WEB-NOMBRE = SPACES
               MOVE "CLIENTE NUEVO SIN NOMBRE PARA EL ALTA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-MAX-CLI-ID >= 9999999
               MOVE "NO HAY CODIGO LIBRE PARA EL CLIENTE NUEVO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CLI-NUEVO
           COMPUTE WS-CLI-WEB = WS-MAX-CLI-ID + 1.

       CREAR-CLIENTE-WEB.
      *> Alta con los datos de la tienda; categoria W (venta web) y sin
      *> zona ni vendedor: se completan despues en FINCLI01
           INITIALIZE CLIENTES-REG
           MOVE WS-CLI-WEB       TO CLI-ID
           MOVE WS-WEB-NOMBRE    TO CLI-NOMBRE CLI-CON-NOMBRE
           MOVE WS-WEB-DIRECCION TO CLI-DIRECCION
           MOVE "W"              TO CLI-CATEGORIA
           SET CLI-ACTIVO TO TRUE
           MOVE WS-WEB-TELEFONO  TO CLI-CON-TELEFONO
           MOVE WS-WEB-EMAIL     TO CLI-CON-EMAIL
           IF WS-WEB-NIT-NRO NOT = SPACES
               MOVE WS-WEB-NIT-NRO TO CLI-NRO-DOC
               IF WS-WEB-NIT-DV NOT = SPACES
                   MOVE "31" TO CLI-TIPO-DOC
                   MOVE WS-WEB-NIT-DV TO CLI-DV
               ELSE
                   MOVE "13" TO CLI-TIPO-DOC
               END-IF
           END-IF
           MOVE WS-FECHA-HOY      TO CLI-FECHA-MOD
           MOVE WS-USUARIO-SESION TO CLI-USUARIO-MOD
           WRITE CLIENTES-REG
           IF ST-CLIENTES = "00"
               ADD 1 TO WS-TOT-CLI-NUEVOS
           END-IF.

       CREAR-PEDIDO-WEB.
           MOVE "1" TO PDC-CLAVE
           READ NEXT-PED-NRO KEY IS PDC-CLAVE
               INVALID KEY
                   MOVE 0 TO PDC-ULTIMO-NRO
           END-READ

           ADD 1 TO PDC-ULTIMO-NRO
           MOVE PDC-ULTIMO-NRO TO WS-PED-NRO-ACTUAL
           REWRITE NEXT-PED-NRO-REG

      *> El pedido web se despacha a la direccion de facturacion
           MOVE WS-PED-NRO-ACTUAL TO PED-NRO
           MOVE WS-CLI-WEB        TO PED-CLI-ID
           MOVE WS-WEB-FECHA      TO PED-FECHA
           MOVE WS-CLI-VENDEDOR   TO PED-VENDEDOR
           SET PED-ABIERTO TO TRUE
           MOVE 0 TO PED-FAC-NRO
           MOVE WS-USUARIO-SESION TO PED-USUARIO
           SET PED-ENT-DOMICILIO TO TRUE
           MOVE SPACES TO PED-DIR-ENTREGA

           WRITE PEDIDO-REG

           IF ST-PEDIDOS NOT = "00"
               STRING "ERROR AL CREAR PEDIDO: " ST-PEDIDOS
                   INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 22 COL 10
               STOP RUN
           END-IF.

       GRABAR-ITEM-WEB.
           MOVE T-PROD-ID(WS-I) TO WS-PROD-ID-DET
           MOVE T-CANT(WS-I)    TO WS-CANT-DET

      *> Sin precio de la tienda: lista con la escala por cantidad,
      *> como en VENPED01
           MOVE 0 TO WS-ESC-APLICADA
           IF T-PRECIO(WS-I) > 0
               MOVE T-PRECIO(WS-I) TO WS-PRECIO-DET
           ELSE
               MOVE T-PRECIO-LISTA(WS-I) TO WS-PRECIO-DET
               MOVE T-PROD-ID(WS-I)      TO WS-ESC-PROD-ID
               MOVE T-CATEGORIA(WS-I)    TO WS-ESC-CATEGORIA
               MOVE WS-CANT-DET          TO WS-ESC-CANT
               MOVE T-PRECIO-LISTA(WS-I) TO WS-ESC-PRECIO-LISTA
               PERFORM BUSCAR-ESCALA
               IF WS-ESC-DESDE > 0 AND WS-ESC-PRECIO < WS-PRECIO-DET
                   MOVE WS-ESC-PRECIO TO WS-PRECIO-DET
                   MOVE WS-ESC-DESDE  TO WS-ESC-APLICADA
               END-IF
           END-IF

           PERFORM RESERVAR-STOCK
           PERFORM GRABAR-LINEA-PEDIDO
           MOVE WS-CANT-RESERVA TO T-RESERVA(WS-I)
           MOVE WS-CANT-BACKORD TO T-BACKORD(WS-I)
           IF WS-CANT-BACKORD > 0
               ADD 1 TO WS-TOT-BACKORDER
           END-IF

           MOVE SPACES TO WS-MOTIVO
           IF WS-CANT-BACKORD > 0
               MOVE "BACKORDER" TO WS-MOTIVO
           END-IF
           MOVE SPACES TO WS-LINEA-SAL
           STRING FUNCTION TRIM(WS-WEB-ACTUAL) ";ACEPTADO;"
                  WS-PED-NRO-ACTUAL ";"
                  FUNCTION TRIM(T-SKU(WS-I)) ";"
                  WS-CANT-DET ";" WS-CANT-RESERVA ";" WS-CANT-BACKORD ";"
                  FUNCTION TRIM(WS-MOTIVO)
               DELIMITED BY SIZE INTO WS-LINEA-SAL
           WRITE REG-PEDWEB-ACUSE FROM WS-LINEA-SAL.

       BUSCAR-ESCALA.
           COPY "BUSCAR-ESCALA.cpy".

       RESERVAR-STOCK.
           *> Reserva hasta el disponible; el resto queda en backorder.
           MOVE 0 TO WS-CANT-RESERVA WS-CANT-BACKORD
           MOVE WS-PROD-ID-DET TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   MOVE WS-CANT-DET TO WS-CANT-BACKORD
                   EXIT PARAGRAPH
           END-READ

           COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
           IF WS-DISPONIBLE < 0
               MOVE 0 TO WS-DISPONIBLE
           END-IF

           IF WS-DISPONIBLE >= WS-CANT-DET
               MOVE WS-CANT-DET TO WS-CANT-RESERVA
           ELSE
               MOVE WS-DISPONIBLE TO WS-CANT-RESERVA
               COMPUTE WS-CANT-BACKORD = WS-CANT-DET - WS-CANT-RESERVA
           END-IF

           IF WS-CANT-RESERVA > 0
               ADD WS-CANT-RESERVA TO STK-RESERVADA
               REWRITE STOCK-REG
           END-IF.

       GRABAR-LINEA-PEDIDO.
           ADD 1 TO WS-ITEM-DET
           MOVE WS-PED-NRO-ACTUAL TO PDD-PED-NRO
           MOVE WS-ITEM-DET       TO PDD-ITEM
           MOVE WS-PROD-ID-DET    TO PDD-PROD-ID
           MOVE T-DESCRIP(WS-I)   TO PDD-DESCRIP
           MOVE WS-CANT-DET       TO PDD-CANT-PEDIDA
           MOVE WS-CANT-RESERVA   TO PDD-CANT-RESERV
           MOVE WS-CANT-BACKORD   TO PDD-CANT-BACKORD
           MOVE WS-PRECIO-DET     TO PDD-PRECIO
           MOVE WS-ESC-APLICADA   TO PDD-ESCALA
           COMPUTE PDD-SUBTOTAL = WS-CANT-DET * WS-PRECIO-DET
           SET PDD-VIGENTE TO TRUE
           WRITE PEDIDODET-REG.

       REGISTRAR-PEDIDO-WEB.
           MOVE WS-WEB-ACTUAL     TO PWB-WEB-NRO
           MOVE WS-PED-NRO-ACTUAL TO PWB-PED-NRO
           MOVE WS-CLI-WEB        TO PWB-CLI-ID
           MOVE WS-WEB-FECHA      TO PWB-FECHA-WEB
           MOVE WS-FECHA-HOY      TO PWB-FECHA-IMP
           MOVE WS-HORA-HOY       TO PWB-HORA-IMP
           MOVE WS-CLI-NUEVO      TO PWB-CLI-NUEVO
           MOVE WS-TOT-ITEMS      TO PWB-ITEMS
           MOVE WS-USUARIO-SESION TO PWB-USUARIO
           WRITE PEDWEB-REG.

       RECHAZAR-PEDIDO-WEB.
      *> Todas las lineas del pedido al archivo de rechazos con el
      *> motivo, y una linea de acuse por item para la tienda
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOT-ITEMS
               MOVE SPACES TO REG-PEDWEB-RECHAZO
               STRING FUNCTION TRIM(T-LINEA(WS-I)) DELIMITED BY SIZE
                      " -- "                       DELIMITED BY SIZE
                      WS-MOTIVO                    DELIMITED BY SIZE
                   INTO REG-PEDWEB-RECHAZO
               WRITE REG-PEDWEB-RECHAZO

               MOVE SPACES TO WS-LINEA-SAL
               STRING FUNCTION TRIM(WS-WEB-ACTUAL) ";"
                      FUNCTION TRIM(WS-ESTADO-ACUSE) ";"
                      WS-PED-NRO-ACTUAL ";"
                      FUNCTION TRIM(T-SKU(WS-I)) ";"
                      T-CANT(WS-I) ";0;0;"
                      FUNCTION TRIM(WS-MOTIVO)
                   DELIMITED BY SIZE INTO WS-LINEA-SAL
               WRITE REG-PEDWEB-ACUSE FROM WS-LINEA-SAL
           END-PERFORM.

       CERRAR-ARCHIVOS.
           CLOSE PEDWEB-ENTRADA
           CLOSE PEDWEB-RECHAZOS
           CLOSE PEDWEB-ACUSE
           CLOSE PEDIDOS-WEB
           CLOSE CLIENTES
           CLOSE PRODUCTOS
           CLOSE STOCK
           CLOSE PEDIDOS
           CLOSE PEDIDOSDET
           CLOSE NEXT-PED-NRO
           CLOSE ESCALAS.

       END PROGRAM VENPED05.
