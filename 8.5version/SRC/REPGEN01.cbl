       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Generador de consultas a la medida (solo
      *> *           supervisores): sobre un maestro o archivo de
      *> *           movimientos (CLIENTES, PRODUCTOS, STOCK, FACTURAS,
      *> *           DETALLES, RECIBOS, KARDEX, PROVEEDORES) se eligen
      *> *           hasta 8 columnas, hasta 4 filtros, el orden, un
      *> *           campo de corte con subtotales y la salida:
      *> *           listado paginado en pantalla, plano o CSV por el
      *> *           spool. La definicion se guarda con un nombre y se
      *> *           vuelve a correr cuando se quiera.
      *> *           En modo desatendido (MODOLOTE=S) el orquestador
      *> *           nocturno la corre por nombre (variable CONSULTA);
      *> *           la salida a pantalla se convierte en plano.
      *> *           Los campos salen del diccionario DICDATOS.cpy
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPGEN01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "consulta.sel".
           COPY "cliente.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "factura.sel".
           COPY "detalle.sel".
           COPY "recibo.sel".
           COPY "kardex.sel".
           COPY "proveedor.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "consulta.fd".
           COPY "cliente.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "factura.fd".
           COPY "detalle.fd".
           COPY "recibo.fd".
           COPY "kardex.fd".
           COPY "proveedor.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "DICDATOS.cpy".
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CONSULTAS      PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-DETALLES       PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 WS-ST-ORIGEN      PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-COL            PIC 99.
       01 WS-MODOLOTE       PIC X.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

       01 W-NOMBRE          PIC X(12).
       01 W-CONFIRMA        PIC X.
       01 WS-EXISTE         PIC X.
       01 WS-MENSAJE        PIC X(60).
       01 WS-DEF-VALIDA     PIC X.
          88 DEFINICION-VALIDA VALUE "S".
       01 WS-I              PIC 9(02).
       01 WS-J              PIC 9(02).

      *> Columnas, filtros, orden y corte resueltos contra el
      *> diccionario (0 = no usado)
       01 WS-TOT-COL        PIC 9(02).
       01 WS-COL-DIC        PIC 9(03) OCCURS 8 TIMES.
       01 WS-COL-ANCHO      PIC 9(02) OCCURS 8 TIMES.
       01 WS-FIL-DIC        PIC 9(03) OCCURS 4 TIMES.
       01 WS-FIL-NUM        PIC S9(14)V9(4) OCCURS 4 TIMES.
       01 WS-ORDEN-DIC      PIC 9(03).
       01 WS-CORTE-DIC      PIC 9(03).
       01 WS-BUSCA-CAMPO    PIC X(18).
       01 WS-BUSCA-DIC      PIC 9(03).
       01 WS-ARCHIVO-OK     PIC X.

      *> Extraccion de un campo del registro leido
       01 WS-REG-BUF        PIC X(300).
       01 WS-CAMPO-TXT      PIC X(40).
       01 WS-CAMPO-NUM      PIC S9(14)V9(4).
       01 WS-NUM-AREA       PIC X(18).
       01 WS-NUM-ZONED REDEFINES WS-NUM-AREA PIC S9(18).
       01 WS-CLAVE-NUM      PIC 9(14)V9(4).
       01 WS-CLAVE-NUM-X REDEFINES WS-CLAVE-NUM PIC X(18).
       01 WS-CLAVE-TXT      PIC X(30).
       01 WS-CUMPLE         PIC X.
          88 REGISTRO-CUMPLE   VALUE "S".
       01 WS-BUSCA-TXT      PIC X(20).
       01 WS-LARGO          PIC 9(02).
       01 WS-CONT           PIC 9(03).

      *> Filas seleccionadas en memoria (corte + orden + celdas)
       01 WS-TOT-FILAS      PIC 9(05) VALUE 0.
       01 WS-FILAS-OMITIDAS PIC 9(05) VALUE 0.
       01 WS-LEIDOS         PIC 9(07) VALUE 0.
       01 WS-IDX            PIC 9(05).
       01 WS-IDX2           PIC 9(05).
       01 WS-TABLA-FILAS.
          05 T-FIL OCCURS 3000 TIMES.
             10 T-FIL-CORTE    PIC X(30).
             10 T-FIL-ORDEN    PIC X(30).
             10 T-FIL-CORTE-TXT PIC X(30).
             10 T-FIL-CELDA OCCURS 8 TIMES.
                15 T-FIL-TXT      PIC X(30).
                15 T-FIL-NUM      PIC S9(14)V9(4).
       01 WS-FILA-TEMP      PIC X(474).
       01 WS-INTERCAMBIAR   PIC X.

      *> Subtotales por corte y total general por columna
       01 WS-SUB-NUM        PIC S9(14)V9(4) OCCURS 8 TIMES.
       01 WS-TOT-NUM        PIC S9(14)V9(4) OCCURS 8 TIMES.
       01 WS-SUB-CANT       PIC 9(05).
       01 WS-CORTE-ACTUAL   PIC X(30).
       01 WS-CORTE-TXT-ACT  PIC X(30).

      *> Armado de lineas de salida
       01 WS-MODO-LINEA     PIC X.
          88 LINEA-TITULOS     VALUE "H".
          88 LINEA-DETALLE     VALUE "D".
          88 LINEA-SUBTOTAL    VALUE "S".
          88 LINEA-TOTAL       VALUE "T".
       01 WS-SALIDA         PIC X.
          88 SALIDA-PANTALLA   VALUE "P".
          88 SALIDA-PLANO      VALUE "L".
          88 SALIDA-CSV        VALUE "C".
       01 WS-LINEA-REP      PIC X(200).
       01 WS-LINEA-CSV      PIC X(250).
       01 WS-PTR            PIC 9(03).
       01 WS-PTR-CSV        PIC 9(03).
       01 WS-CELDA          PIC X(30).
       01 WS-ROTULO         PIC X(30).
       01 WS-VALOR-NUM      PIC S9(14)V9(4).
       01 WS-EDIT-N0        PIC -(15)9.
       01 WS-EDIT-N2        PIC -(12)9.99.
       01 WS-EDIT-N3        PIC -(11)9.999.
       01 WS-EDIT-N4        PIC -(10)9.9999.
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.
       01 WS-EDIT-CANT      PIC ZZZZ9.
       01 WS-EDIT-LEIDOS    PIC Z(6)9.
       01 WS-CORTAR-LISTADO PIC X.
          88 LISTADO-CORTADO   VALUE "S".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION

      *> Corrida desatendida: una consulta guardada por nombre
           IF WS-MODOLOTE = "S"
               MOVE SPACES TO W-NOMBRE
               ACCEPT W-NOMBRE FROM ENVIRONMENT "CONSULTA"
               PERFORM ABRIR-CONSULTAS
               MOVE FUNCTION UPPER-CASE(W-NOMBRE) TO QRY-NOMBRE
               READ CONSULTAS
                   INVALID KEY
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 0 TO RETURN-CODE
                       PERFORM EJECUTAR-CONSULTA
               END-READ
               CLOSE CONSULTAS
               GOBACK
           END-IF

           IF NOT SESION-SUPERVISOR
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 12 COL 18
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 18
               GOBACK
           END-IF

           PERFORM ABRIR-CONSULTAS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CONSULTAS A LA MEDIDA" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CREAR / MODIFICAR CONSULTA" LINE 04 COL 10
               DISPLAY "2. EJECUTAR CONSULTA"          LINE 05 COL 10
               DISPLAY "3. ELIMINAR CONSULTA"          LINE 06 COL 10
               DISPLAY "S. SALIR"                      LINE 07 COL 10
               PERFORM LISTAR-CONSULTAS
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM EDITAR-CONSULTA
                   WHEN "2"
                       PERFORM PEDIR-Y-EJECUTAR
                   WHEN "3"
                       PERFORM ELIMINAR-CONSULTA
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           CLOSE CONSULTAS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-CONSULTAS.
           OPEN I-O CONSULTAS
           IF ST-CONSULTAS = "35"
               OPEN OUTPUT CONSULTAS
               CLOSE CONSULTAS
               OPEN I-O CONSULTAS
           END-IF.

       LISTAR-CONSULTAS.
           DISPLAY "CONSULTA     ARCHIVO      SAL ULT.CORRIDA DESCRIPCION"
                   LINE 11 COL 05
           MOVE 12 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO QRY-NOMBRE
           START CONSULTAS KEY IS NOT LESS THAN QRY-NOMBRE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 22
               READ CONSULTAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       DISPLAY QRY-NOMBRE      LINE WS-FILA COL 05
                       DISPLAY QRY-ARCHIVO     LINE WS-FILA COL 18
                       DISPLAY QRY-SALIDA      LINE WS-FILA COL 32
                       DISPLAY QRY-FECHA-ULT   LINE WS-FILA COL 35
                       DISPLAY QRY-DESCRIPCION(1:32) LINE WS-FILA COL 47
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> Definicion de la consulta
      *> ---------------------------------------------------------------
       EDITAR-CONSULTA.
           MOVE SPACES TO W-NOMBRE
           DISPLAY "NOMBRE DE LA CONSULTA (ENTER=VOLVER): " LINE 23 COL 05
           ACCEPT W-NOMBRE LINE 23 COL 44
           IF W-NOMBRE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(W-NOMBRE) TO QRY-NOMBRE
           READ CONSULTAS
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
                   INITIALIZE CONSULTA-REG
                   MOVE FUNCTION UPPER-CASE(W-NOMBRE) TO QRY-NOMBRE
                   SET QRY-ASCENDENTE TO TRUE
                   SET QRY-SAL-PANTALLA TO TRUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
           END-READ

           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "DEFINICION DE CONSULTA: " LINE 02 COL 05
                   WITH REVERSE-VIDEO
           DISPLAY QRY-NOMBRE LINE 02 COL 30 WITH REVERSE-VIDEO
           DISPLAY "DESCRIPCION: " LINE 04 COL 05
           ACCEPT QRY-DESCRIPCION LINE 04 COL 19
           DISPLAY "ARCHIVO (CLIENTES, PRODUCTOS, STOCK, FACTURAS, DETALLES,"
                   LINE 05 COL 05
           DISPLAY "         RECIBOS, KARDEX, PROVEEDORES): " LINE 06 COL 05
           ACCEPT QRY-ARCHIVO LINE 06 COL 45
           MOVE FUNCTION UPPER-CASE(QRY-ARCHIVO) TO QRY-ARCHIVO
           PERFORM VALIDAR-ARCHIVO
           IF WS-ARCHIVO-OK NOT = "S"
               DISPLAY "ARCHIVO NO DISPONIBLE PARA CONSULTAS" LINE 23 COL 05
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 23 COL 60
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DEF-VALIDA
           PERFORM UNTIL DEFINICION-VALIDA
               PERFORM PANTALLA-DEFINICION
               IF W-CONFIRMA NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESOLVER-DEFINICION
               IF NOT DEFINICION-VALIDA
                   DISPLAY WS-MENSAJE LINE 23 COL 05 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 23 COL 70
               END-IF
           END-PERFORM

           MOVE WS-USUARIO-SESION TO QRY-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO QRY-FECHA
           IF WS-EXISTE = "S"
               REWRITE CONSULTA-REG
           ELSE
               WRITE CONSULTA-REG
           END-IF
           DISPLAY "CONSULTA GRABADA" LINE 23 COL 05
           ACCEPT WS-PAUSA LINE 23 COL 25.

       VALIDAR-ARCHIVO.
           MOVE "N" TO WS-ARCHIVO-OK
           PERFORM VARYING WS-DIC-IDX FROM 1 BY 1
                   UNTIL WS-DIC-IDX > WS-TOT-DIC OR WS-ARCHIVO-OK = "S"
               IF T-DIC-ARCHIVO(WS-DIC-IDX) = QRY-ARCHIVO
                   MOVE "S" TO WS-ARCHIVO-OK
               END-IF
           END-PERFORM.

       PANTALLA-DEFINICION.
      *> Campos del archivo en cuatro columnas y debajo la definicion
           DISPLAY " " LINE 3 COL 1 ERASE EOS
           DISPLAY "CAMPOS DE " LINE 03 COL 02
           DISPLAY QRY-ARCHIVO LINE 03 COL 12
           MOVE 4 TO WS-FILA
           MOVE 2 TO WS-COL
           PERFORM VARYING WS-DIC-IDX FROM 1 BY 1
                   UNTIL WS-DIC-IDX > WS-TOT-DIC
               IF T-DIC-ARCHIVO(WS-DIC-IDX) = QRY-ARCHIVO
                   DISPLAY T-DIC-CAMPO(WS-DIC-IDX) LINE WS-FILA COL WS-COL
                   ADD 1 TO WS-FILA
                   IF WS-FILA > 14
                       MOVE 4 TO WS-FILA
                       ADD 19 TO WS-COL
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "COLUMNAS:" LINE 15 COL 02 WITH HIGHLIGHT
           DISPLAY "FILTROS (CAMPO / OPER = <> > < >= <= CO / VALOR):"
                   LINE 18 COL 02 WITH HIGHLIGHT
           DISPLAY "ORDEN :" LINE 19 COL 46
           DISPLAY "A/D   :" LINE 20 COL 46
           DISPLAY "CORTE :" LINE 21 COL 46
           DISPLAY "SALIDA P=PANT L=PLANO C=CSV:" LINE 22 COL 46

           ACCEPT QRY-COLUMNA(1) LINE 16 COL 02
           ACCEPT QRY-COLUMNA(2) LINE 16 COL 21
           ACCEPT QRY-COLUMNA(3) LINE 16 COL 40
           ACCEPT QRY-COLUMNA(4) LINE 16 COL 59
           ACCEPT QRY-COLUMNA(5) LINE 17 COL 02
           ACCEPT QRY-COLUMNA(6) LINE 17 COL 21
           ACCEPT QRY-COLUMNA(7) LINE 17 COL 40
           ACCEPT QRY-COLUMNA(8) LINE 17 COL 59
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               COMPUTE WS-FILA = 18 + WS-I
               ACCEPT QRY-FIL-CAMPO(WS-I) LINE WS-FILA COL 02
               ACCEPT QRY-FIL-OPER(WS-I)  LINE WS-FILA COL 21
               ACCEPT QRY-FIL-VALOR(WS-I) LINE WS-FILA COL 24
           END-PERFORM
           ACCEPT QRY-ORDEN        LINE 19 COL 54
           ACCEPT QRY-ORDEN-DIR    LINE 20 COL 54
           ACCEPT QRY-CORTE        LINE 21 COL 54
           ACCEPT QRY-SALIDA       LINE 22 COL 75

           MOVE "S" TO W-CONFIRMA
           DISPLAY "GRABAR (S/N)? " LINE 23 COL 02
           ACCEPT W-CONFIRMA LINE 23 COL 16
           MOVE FUNCTION UPPER-CASE(W-CONFIRMA) TO W-CONFIRMA.

       RESOLVER-DEFINICION.
      *> Valida cada nombre contra el diccionario y deja los indices
      *> listos para la ejecucion
           MOVE "S" TO WS-DEF-VALIDA
           MOVE SPACES TO WS-MENSAJE
           MOVE 0 TO WS-TOT-COL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE FUNCTION UPPER-CASE(QRY-COLUMNA(WS-I)) TO QRY-COLUMNA(WS-I)
               MOVE 0 TO WS-COL-DIC(WS-I)
               IF QRY-COLUMNA(WS-I) NOT = SPACES
                   MOVE QRY-COLUMNA(WS-I) TO WS-BUSCA-CAMPO
                   PERFORM BUSCAR-CAMPO
                   IF WS-BUSCA-DIC = 0
                       MOVE "N" TO WS-DEF-VALIDA
                       STRING "CAMPO INEXISTENTE: " QRY-COLUMNA(WS-I)
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   ELSE
                       ADD 1 TO WS-TOT-COL
                       MOVE WS-BUSCA-DIC TO WS-COL-DIC(WS-TOT-COL)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOT-COL = 0 AND DEFINICION-VALIDA
               MOVE "N" TO WS-DEF-VALIDA
               MOVE "INDIQUE AL MENOS UNA COLUMNA" TO WS-MENSAJE
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE FUNCTION UPPER-CASE(QRY-FIL-CAMPO(WS-I)) TO QRY-FIL-CAMPO(WS-I)
               MOVE FUNCTION UPPER-CASE(QRY-FIL-OPER(WS-I)) TO QRY-FIL-OPER(WS-I)
               MOVE 0 TO WS-FIL-DIC(WS-I) WS-FIL-NUM(WS-I)
               IF QRY-FIL-CAMPO(WS-I) NOT = SPACES
                   MOVE QRY-FIL-CAMPO(WS-I) TO WS-BUSCA-CAMPO
                   PERFORM BUSCAR-CAMPO
                   MOVE WS-BUSCA-DIC TO WS-FIL-DIC(WS-I)
                   EVALUATE TRUE
                       WHEN WS-BUSCA-DIC = 0
                           MOVE "N" TO WS-DEF-VALIDA
                           STRING "CAMPO DE FILTRO INEXISTENTE: "
                                  QRY-FIL-CAMPO(WS-I)
                               DELIMITED BY SIZE INTO WS-MENSAJE
                       WHEN QRY-FIL-OPER(WS-I) NOT = "= "
                        AND QRY-FIL-OPER(WS-I) NOT = "<>"
                        AND QRY-FIL-OPER(WS-I) NOT = "> "
                        AND QRY-FIL-OPER(WS-I) NOT = "< "
                        AND QRY-FIL-OPER(WS-I) NOT = ">="
                        AND QRY-FIL-OPER(WS-I) NOT = "<="
                        AND QRY-FIL-OPER(WS-I) NOT = "CO"
                           MOVE "N" TO WS-DEF-VALIDA
                           MOVE "OPERADOR INVALIDO (= <> > < >= <= CO)"
                               TO WS-MENSAJE
                       WHEN T-DIC-NUMERO(WS-BUSCA-DIC)
                        AND QRY-FIL-OPER(WS-I) = "CO"
                           MOVE "N" TO WS-DEF-VALIDA
                           MOVE "CO (CONTIENE) SOLO APLICA A CAMPOS ALFANUMERICOS"
                               TO WS-MENSAJE
                       WHEN T-DIC-NUMERO(WS-BUSCA-DIC)
                        AND FUNCTION TEST-NUMVAL(QRY-FIL-VALOR(WS-I)) NOT = 0
                           MOVE "N" TO WS-DEF-VALIDA
                           STRING "VALOR NO NUMERICO PARA "
                                  QRY-FIL-CAMPO(WS-I)
                               DELIMITED BY SIZE INTO WS-MENSAJE
                       WHEN T-DIC-NUMERO(WS-BUSCA-DIC)
                           MOVE FUNCTION NUMVAL(QRY-FIL-VALOR(WS-I))
                               TO WS-FIL-NUM(WS-I)
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE FUNCTION UPPER-CASE(QRY-ORDEN) TO QRY-ORDEN
           MOVE 0 TO WS-ORDEN-DIC
           IF QRY-ORDEN NOT = SPACES
               MOVE QRY-ORDEN TO WS-BUSCA-CAMPO
               PERFORM BUSCAR-CAMPO
               MOVE WS-BUSCA-DIC TO WS-ORDEN-DIC
               IF WS-BUSCA-DIC = 0
                   MOVE "N" TO WS-DEF-VALIDA
                   MOVE "CAMPO DE ORDEN INEXISTENTE" TO WS-MENSAJE
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(QRY-ORDEN-DIR) TO QRY-ORDEN-DIR
           IF NOT QRY-DESCENDENTE
               SET QRY-ASCENDENTE TO TRUE
           END-IF

           MOVE FUNCTION UPPER-CASE(QRY-CORTE) TO QRY-CORTE
           MOVE 0 TO WS-CORTE-DIC
           IF QRY-CORTE NOT = SPACES
               MOVE QRY-CORTE TO WS-BUSCA-CAMPO
               PERFORM BUSCAR-CAMPO
               MOVE WS-BUSCA-DIC TO WS-CORTE-DIC
               IF WS-BUSCA-DIC = 0
                   MOVE "N" TO WS-DEF-VALIDA
                   MOVE "CAMPO DE CORTE INEXISTENTE" TO WS-MENSAJE
               END-IF
           END-IF

           MOVE FUNCTION UPPER-CASE(QRY-SALIDA) TO QRY-SALIDA
           IF NOT QRY-SAL-PLANO AND NOT QRY-SAL-CSV
               SET QRY-SAL-PANTALLA TO TRUE
           END-IF.

       BUSCAR-CAMPO.
           MOVE 0 TO WS-BUSCA-DIC
           PERFORM VARYING WS-DIC-IDX FROM 1 BY 1
                   UNTIL WS-DIC-IDX > WS-TOT-DIC OR WS-BUSCA-DIC > 0
               IF T-DIC-ARCHIVO(WS-DIC-IDX) = QRY-ARCHIVO
                  AND T-DIC-CAMPO(WS-DIC-IDX) = WS-BUSCA-CAMPO
                   MOVE WS-DIC-IDX TO WS-BUSCA-DIC
               END-IF
           END-PERFORM.

       ELIMINAR-CONSULTA.
           MOVE SPACES TO W-NOMBRE
           DISPLAY "CONSULTA A ELIMINAR (ENTER=VOLVER): " LINE 23 COL 05
           ACCEPT W-NOMBRE LINE 23 COL 42
           IF W-NOMBRE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(W-NOMBRE) TO QRY-NOMBRE
           DELETE CONSULTAS RECORD
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CONSULTA" LINE 24 COL 05
               NOT INVALID KEY
                   DISPLAY "CONSULTA ELIMINADA" LINE 24 COL 05
           END-DELETE
           ACCEPT WS-PAUSA LINE 24 COL 30.

      *> ---------------------------------------------------------------
      *> Ejecucion
      *> ---------------------------------------------------------------
       PEDIR-Y-EJECUTAR.
           MOVE SPACES TO W-NOMBRE
           DISPLAY "CONSULTA A EJECUTAR (ENTER=VOLVER): " LINE 23 COL 05
           ACCEPT W-NOMBRE LINE 23 COL 42
           IF W-NOMBRE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(W-NOMBRE) TO QRY-NOMBRE
           READ CONSULTAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CONSULTA" LINE 24 COL 05
                   ACCEPT WS-PAUSA LINE 24 COL 30
               NOT INVALID KEY
                   PERFORM EJECUTAR-CONSULTA
           END-READ.

       EJECUTAR-CONSULTA.
           PERFORM RESOLVER-DEFINICION
           IF NOT DEFINICION-VALIDA
               IF WS-MODOLOTE = "S"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY WS-MENSAJE LINE 24 COL 05 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 24 COL 70
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE QRY-SALIDA TO WS-SALIDA
           IF WS-MODOLOTE = "S" AND SALIDA-PANTALLA
               SET SALIDA-PLANO TO TRUE
           END-IF

           PERFORM ANCHOS-COLUMNAS
           PERFORM SELECCIONAR-FILAS
           IF WS-ST-ORIGEN NOT = "00"
               IF WS-MODOLOTE NOT = "S"
                   DISPLAY "EL ARCHIVO NO EXISTE O NO SE PUDO ABRIR" LINE 24 COL 05
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 24 COL 50
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDEN-DIC > 0 OR WS-CORTE-DIC > 0
               PERFORM ORDENAR-FILAS
           END-IF
           PERFORM EMITIR-LISTADO

           MOVE FUNCTION CURRENT-DATE(1:8) TO QRY-FECHA-ULT
           REWRITE CONSULTA-REG.

       ANCHOS-COLUMNAS.
      *> Alfanumericos con su largo (hasta 30); numericos a 16
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOT-COL
               IF T-DIC-NUMERO(WS-COL-DIC(WS-I))
                   MOVE 16 TO WS-COL-ANCHO(WS-I)
               ELSE
                   MOVE T-DIC-LON(WS-COL-DIC(WS-I)) TO WS-COL-ANCHO(WS-I)
                   IF WS-COL-ANCHO(WS-I) > 30
                       MOVE 30 TO WS-COL-ANCHO(WS-I)
                   END-IF
                   IF WS-COL-ANCHO(WS-I) < 8
                       MOVE 8 TO WS-COL-ANCHO(WS-I)
                   END-IF
               END-IF
           END-PERFORM.

       SELECCIONAR-FILAS.
           MOVE 0 TO WS-TOT-FILAS WS-FILAS-OMITIDAS WS-LEIDOS
           PERFORM ABRIR-ORIGEN
           IF WS-ST-ORIGEN NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NO-FIN-SCAN TO TRUE
           PERFORM UNTIL FIN-SCAN
               PERFORM LEER-ORIGEN
               IF NOT FIN-SCAN
                   ADD 1 TO WS-LEIDOS
                   PERFORM EVALUAR-FILTROS
                   IF REGISTRO-CUMPLE
                       PERFORM AGREGAR-FILA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CERRAR-ORIGEN.

       ABRIR-ORIGEN.
           EVALUATE QRY-ARCHIVO
               WHEN "CLIENTES"
                   OPEN INPUT CLIENTES
                   MOVE ST-CLIENTES TO WS-ST-ORIGEN
               WHEN "PRODUCTOS"
                   OPEN INPUT PRODUCTOS
                   MOVE ST-PRODUCTOS TO WS-ST-ORIGEN
               WHEN "STOCK"
                   OPEN INPUT STOCK
                   MOVE ST-STOCK TO WS-ST-ORIGEN
               WHEN "FACTURAS"
                   OPEN INPUT FACTURAS
                   MOVE ST-FACTURAS TO WS-ST-ORIGEN
               WHEN "DETALLES"
                   OPEN INPUT DETALLES
                   MOVE ST-DETALLES TO WS-ST-ORIGEN
               WHEN "RECIBOS"
                   OPEN INPUT RECIBOS
                   MOVE ST-RECIBOS TO WS-ST-ORIGEN
               WHEN "KARDEX"
                   OPEN INPUT KARDEX
                   MOVE ST-KARDEX TO WS-ST-ORIGEN
               WHEN "PROVEEDORES"
                   OPEN INPUT PROVEEDORES
                   MOVE ST-PROVEEDORES TO WS-ST-ORIGEN
               WHEN OTHER
                   MOVE "99" TO WS-ST-ORIGEN
           END-EVALUATE.

       LEER-ORIGEN.
           MOVE SPACES TO WS-REG-BUF
           EVALUATE QRY-ARCHIVO
               WHEN "CLIENTES"
                   READ CLIENTES NEXT RECORD INTO WS-REG-BUF
                       AT END SET FIN-SCAN TO TRUE
                   END-READ
               WHEN "PRODUCTOS"
                   READ PRODUCTOS NEXT RECORD INTO WS-REG-BUF
                       AT END SET FIN-SCAN TO TRUE
                   END-READ
               WHEN "STOCK"
                   READ STOCK NEXT RECORD INTO WS-REG-BUF
                       AT END SET FIN-SCAN TO TRUE
                   END-READ
               WHEN "FACTURAS"
                   READ FACTURAS NEXT RECORD INTO WS-REG-BUF
                       AT END SET FIN-SCAN TO TRUE
                   END-READ
               WHEN "DETALLES"
                   READ DETALLES NEXT RECORD INTO WS-REG-BUF
                       AT END SET FIN-SCAN TO TRUE
                   END-READ
               WHEN "RECIBOS"
                   READ RECIBOS NEXT RECORD INTO WS-REG-BUF
                       AT END SET FIN-SCAN TO TRUE
                   END-READ
               WHEN "KARDEX"
                   READ KARDEX NEXT RECORD INTO WS-REG-BUF
                       AT END SET FIN-SCAN TO TRUE
                   END-READ
               WHEN "PROVEEDORES"
                   READ PROVEEDORES NEXT RECORD INTO WS-REG-BUF
                       AT END SET FIN-SCAN TO TRUE
                   END-READ
           END-EVALUATE.

       CERRAR-ORIGEN.
           EVALUATE QRY-ARCHIVO
               WHEN "CLIENTES"    CLOSE CLIENTES
               WHEN "PRODUCTOS"   CLOSE PRODUCTOS
               WHEN "STOCK"       CLOSE STOCK
               WHEN "FACTURAS"    CLOSE FACTURAS
               WHEN "DETALLES"    CLOSE DETALLES
               WHEN "RECIBOS"     CLOSE RECIBOS
               WHEN "KARDEX"      CLOSE KARDEX
               WHEN "PROVEEDORES" CLOSE PROVEEDORES
           END-EVALUATE.

       EXTRAER-CAMPO.
      *> Deja el campo WS-DIC-IDX del registro en texto y, si es
      *> numerico, su valor con decimales (el signo viaja en el
      *> ultimo byte, asi que se alinea a la derecha)
           MOVE SPACES TO WS-CAMPO-TXT
           MOVE WS-REG-BUF(T-DIC-POS(WS-DIC-IDX):T-DIC-LON(WS-DIC-IDX))
               TO WS-CAMPO-TXT
           MOVE 0 TO WS-CAMPO-NUM
           IF T-DIC-NUMERO(WS-DIC-IDX)
               MOVE ALL "0" TO WS-NUM-AREA
               MOVE WS-REG-BUF(T-DIC-POS(WS-DIC-IDX):T-DIC-LON(WS-DIC-IDX))
                   TO WS-NUM-AREA(19 - T-DIC-LON(WS-DIC-IDX):T-DIC-LON(WS-DIC-IDX))
               IF WS-NUM-ZONED IS NUMERIC
                   COMPUTE WS-CAMPO-NUM =
                       WS-NUM-ZONED / (10 ** T-DIC-DEC(WS-DIC-IDX))
               END-IF
           END-IF.

       CLAVE-DE-CAMPO.
      *> Clave comparable como texto: los numericos se desplazan para
      *> que los negativos queden antes que los positivos
           IF T-DIC-NUMERO(WS-DIC-IDX)
               COMPUTE WS-CLAVE-NUM = WS-CAMPO-NUM + 10000000000000
               MOVE WS-CLAVE-NUM-X TO WS-CLAVE-TXT
           ELSE
               MOVE WS-CAMPO-TXT TO WS-CLAVE-TXT
           END-IF.

       EVALUAR-FILTROS.
           MOVE "S" TO WS-CUMPLE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > 4 OR NOT REGISTRO-CUMPLE
               IF WS-FIL-DIC(WS-J) > 0
                   MOVE WS-FIL-DIC(WS-J) TO WS-DIC-IDX
                   PERFORM EXTRAER-CAMPO
                   IF T-DIC-NUMERO(WS-DIC-IDX)
                       PERFORM FILTRO-NUMERICO
                   ELSE
                       PERFORM FILTRO-ALFA
                   END-IF
               END-IF
           END-PERFORM.

       FILTRO-NUMERICO.
           EVALUATE QRY-FIL-OPER(WS-J)
               WHEN "= "
                   IF WS-CAMPO-NUM NOT = WS-FIL-NUM(WS-J)
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "<>"
                   IF WS-CAMPO-NUM = WS-FIL-NUM(WS-J)
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "> "
                   IF WS-CAMPO-NUM NOT > WS-FIL-NUM(WS-J)
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "< "
                   IF WS-CAMPO-NUM NOT < WS-FIL-NUM(WS-J)
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN ">="
                   IF WS-CAMPO-NUM < WS-FIL-NUM(WS-J)
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "<="
                   IF WS-CAMPO-NUM > WS-FIL-NUM(WS-J)
                       MOVE "N" TO WS-CUMPLE
                   END-IF
           END-EVALUATE.

       FILTRO-ALFA.
           MOVE FUNCTION UPPER-CASE(WS-CAMPO-TXT) TO WS-CAMPO-TXT
           MOVE FUNCTION UPPER-CASE(QRY-FIL-VALOR(WS-J)) TO WS-BUSCA-TXT
           EVALUATE QRY-FIL-OPER(WS-J)
               WHEN "= "
                   IF WS-CAMPO-TXT NOT = WS-BUSCA-TXT
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "<>"
                   IF WS-CAMPO-TXT = WS-BUSCA-TXT
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "> "
                   IF WS-CAMPO-TXT NOT > WS-BUSCA-TXT
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "< "
                   IF WS-CAMPO-TXT NOT < WS-BUSCA-TXT
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN ">="
                   IF WS-CAMPO-TXT < WS-BUSCA-TXT
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "<="
                   IF WS-CAMPO-TXT > WS-BUSCA-TXT
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN "CO"
                   MOVE 0 TO WS-CONT
                   IF WS-BUSCA-TXT NOT = SPACES
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BUSCA-TXT))
                           TO WS-LARGO
                       INSPECT WS-CAMPO-TXT TALLYING WS-CONT
                           FOR ALL WS-BUSCA-TXT(1:WS-LARGO)
                   END-IF
                   IF WS-CONT = 0
                       MOVE "N" TO WS-CUMPLE
                   END-IF
           END-EVALUATE.

       AGREGAR-FILA.
           IF WS-TOT-FILAS >= 3000
               ADD 1 TO WS-FILAS-OMITIDAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-FILAS
           MOVE SPACES TO T-FIL-CORTE(WS-TOT-FILAS)
                          T-FIL-ORDEN(WS-TOT-FILAS)
                          T-FIL-CORTE-TXT(WS-TOT-FILAS)
           IF WS-CORTE-DIC > 0
               MOVE WS-CORTE-DIC TO WS-DIC-IDX
               PERFORM EXTRAER-CAMPO
               PERFORM CLAVE-DE-CAMPO
               MOVE WS-CLAVE-TXT TO T-FIL-CORTE(WS-TOT-FILAS)
               IF T-DIC-NUMERO(WS-DIC-IDX)
                   MOVE WS-CAMPO-NUM TO WS-VALOR-NUM
                   PERFORM EDITAR-NUMERO
                   MOVE FUNCTION TRIM(WS-CELDA) TO T-FIL-CORTE-TXT(WS-TOT-FILAS)
               ELSE
                   MOVE WS-CAMPO-TXT TO T-FIL-CORTE-TXT(WS-TOT-FILAS)
               END-IF
           END-IF
           IF WS-ORDEN-DIC > 0
               MOVE WS-ORDEN-DIC TO WS-DIC-IDX
               PERFORM EXTRAER-CAMPO
               PERFORM CLAVE-DE-CAMPO
               MOVE WS-CLAVE-TXT TO T-FIL-ORDEN(WS-TOT-FILAS)
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE SPACES TO T-FIL-TXT(WS-TOT-FILAS, WS-I)
               MOVE 0 TO T-FIL-NUM(WS-TOT-FILAS, WS-I)
               IF WS-I NOT > WS-TOT-COL
                   MOVE WS-COL-DIC(WS-I) TO WS-DIC-IDX
                   PERFORM EXTRAER-CAMPO
                   MOVE WS-CAMPO-TXT TO T-FIL-TXT(WS-TOT-FILAS, WS-I)
                   MOVE WS-CAMPO-NUM TO T-FIL-NUM(WS-TOT-FILAS, WS-I)
               END-IF
           END-PERFORM.

       ORDENAR-FILAS.
      *> Primero por el corte (siempre ascendente) y dentro de el por
      *> el campo de orden en la direccion pedida
           IF WS-TOT-FILAS > 1
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX >= WS-TOT-FILAS
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > (WS-TOT-FILAS - WS-IDX)
                       PERFORM COMPARAR-FILAS
                       IF WS-INTERCAMBIAR = "S"
                           MOVE T-FIL(WS-IDX2)     TO WS-FILA-TEMP
                           MOVE T-FIL(WS-IDX2 + 1) TO T-FIL(WS-IDX2)
                           MOVE WS-FILA-TEMP       TO T-FIL(WS-IDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       COMPARAR-FILAS.
           MOVE "N" TO WS-INTERCAMBIAR
           EVALUATE TRUE
               WHEN T-FIL-CORTE(WS-IDX2) > T-FIL-CORTE(WS-IDX2 + 1)
                   MOVE "S" TO WS-INTERCAMBIAR
               WHEN T-FIL-CORTE(WS-IDX2) < T-FIL-CORTE(WS-IDX2 + 1)
                   CONTINUE
               WHEN QRY-DESCENDENTE
                   IF T-FIL-ORDEN(WS-IDX2) < T-FIL-ORDEN(WS-IDX2 + 1)
                       MOVE "S" TO WS-INTERCAMBIAR
                   END-IF
               WHEN OTHER
                   IF T-FIL-ORDEN(WS-IDX2) > T-FIL-ORDEN(WS-IDX2 + 1)
                       MOVE "S" TO WS-INTERCAMBIAR
                   END-IF
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> Salida: pantalla paginada, plano o CSV
      *> ---------------------------------------------------------------
       EMITIR-LISTADO.
           MOVE 0 TO WS-CANT-LINEAS
           MOVE "N" TO WS-CORTAR-LISTADO
           EVALUATE TRUE
               WHEN SALIDA-PLANO
                   OPEN OUTPUT CONSULTA-PLANO
               WHEN SALIDA-CSV
                   OPEN OUTPUT CONSULTA-CSV
               WHEN OTHER
                   PERFORM ENCABEZADO-PANTALLA
           END-EVALUATE

           IF NOT SALIDA-CSV
               MOVE SPACES TO WS-LINEA-REP
               STRING "CONSULTA " QRY-NOMBRE " - " QRY-DESCRIPCION
                      " - " QRY-ARCHIVO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               IF SALIDA-PLANO
                   PERFORM EMITIR-LINEA
               END-IF
           END-IF
           SET LINEA-TITULOS TO TRUE
           PERFORM ARMAR-LINEA
           PERFORM EMITIR-LINEA
           IF NOT SALIDA-CSV
               MOVE ALL "-" TO WS-LINEA-REP
               PERFORM EMITIR-LINEA
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE 0 TO WS-SUB-NUM(WS-I) WS-TOT-NUM(WS-I)
           END-PERFORM
           MOVE 0 TO WS-SUB-CANT
           IF WS-TOT-FILAS > 0
               MOVE T-FIL-CORTE(1)     TO WS-CORTE-ACTUAL
               MOVE T-FIL-CORTE-TXT(1) TO WS-CORTE-TXT-ACT
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-FILAS OR LISTADO-CORTADO
               IF WS-CORTE-DIC > 0
                  AND T-FIL-CORTE(WS-IDX) NOT = WS-CORTE-ACTUAL
                   PERFORM EMITIR-SUBTOTAL
                   MOVE T-FIL-CORTE(WS-IDX)     TO WS-CORTE-ACTUAL
                   MOVE T-FIL-CORTE-TXT(WS-IDX) TO WS-CORTE-TXT-ACT
               END-IF
               SET LINEA-DETALLE TO TRUE
               PERFORM ARMAR-LINEA
               PERFORM EMITIR-LINEA
               ADD 1 TO WS-SUB-CANT
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOT-COL
                   ADD T-FIL-NUM(WS-IDX, WS-I) TO WS-SUB-NUM(WS-I)
                   ADD T-FIL-NUM(WS-IDX, WS-I) TO WS-TOT-NUM(WS-I)
               END-PERFORM
           END-PERFORM

           IF NOT LISTADO-CORTADO
               IF WS-CORTE-DIC > 0 AND WS-TOT-FILAS > 0
                   PERFORM EMITIR-SUBTOTAL
               END-IF
               SET LINEA-TOTAL TO TRUE
               PERFORM ARMAR-LINEA
               PERFORM EMITIR-LINEA
               IF NOT SALIDA-CSV
                   MOVE SPACES TO WS-LINEA-REP
                   MOVE WS-TOT-FILAS TO WS-EDIT-CANT
                   MOVE WS-LEIDOS TO WS-EDIT-LEIDOS
                   STRING "REGISTROS: " WS-EDIT-CANT
                          "  LEIDOS: " WS-EDIT-LEIDOS
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM EMITIR-LINEA
                   IF WS-FILAS-OMITIDAS > 0
                       MOVE SPACES TO WS-LINEA-REP
                       MOVE WS-FILAS-OMITIDAS TO WS-EDIT-CANT
                       STRING "REGISTROS NO LISTADOS (TABLA LLENA): "
                              WS-EDIT-CANT
                           DELIMITED BY SIZE INTO WS-LINEA-REP
                       PERFORM EMITIR-LINEA
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN SALIDA-PLANO
                   CLOSE CONSULTA-PLANO
                   MOVE "consulta.txt" TO WS-SPL-ORIGEN
                   PERFORM ENVIAR-AL-SPOOL
               WHEN SALIDA-CSV
                   CLOSE CONSULTA-CSV
                   MOVE "consulta.CSV" TO WS-SPL-ORIGEN
                   PERFORM ENVIAR-AL-SPOOL
               WHEN OTHER
                   IF NOT LISTADO-CORTADO
                       DISPLAY "FIN DE LA CONSULTA - ENTER PARA VOLVER"
                               LINE 24 COL 01 WITH REVERSE-VIDEO
                       ACCEPT WS-PAUSA LINE 24 COL 40
                   END-IF
           END-EVALUATE.

       ENVIAR-AL-SPOOL.
           MOVE QRY-NOMBRE TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE QRY-ARCHIVO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           PERFORM GUARDAR-SPOOL
           IF WS-MODOLOTE NOT = "S"
               MOVE SPACES TO WS-MENSAJE
               STRING "CONSULTA ENVIADA AL SPOOL ("
                      FUNCTION TRIM(WS-SPL-ORIGEN) ")"
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 24 COL 05
               ACCEPT WS-PAUSA LINE 24 COL 60
           END-IF.

       EMITIR-SUBTOTAL.
           SET LINEA-SUBTOTAL TO TRUE
           PERFORM ARMAR-LINEA
           PERFORM EMITIR-LINEA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE 0 TO WS-SUB-NUM(WS-I)
           END-PERFORM
           MOVE 0 TO WS-SUB-CANT.

       ARMAR-LINEA.
      *> Arma la linea en columnas (WS-LINEA-REP) y separada por ";"
      *> (WS-LINEA-CSV) segun el tipo de linea
           MOVE SPACES TO WS-LINEA-REP WS-LINEA-CSV
           MOVE 1 TO WS-PTR WS-PTR-CSV
           MOVE SPACES TO WS-ROTULO
           EVALUATE TRUE
               WHEN LINEA-SUBTOTAL
                   MOVE WS-SUB-CANT TO WS-EDIT-CANT
                   STRING "SUB " FUNCTION TRIM(WS-CORTE-TXT-ACT)
                          " (" FUNCTION TRIM(WS-EDIT-CANT) ")"
                       DELIMITED BY SIZE INTO WS-ROTULO
               WHEN LINEA-TOTAL
                   MOVE "TOTAL GENERAL" TO WS-ROTULO
           END-EVALUATE

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOT-COL
               MOVE WS-COL-DIC(WS-I) TO WS-DIC-IDX
               MOVE SPACES TO WS-CELDA
               EVALUATE TRUE
                   WHEN LINEA-TITULOS
                       MOVE T-DIC-CAMPO(WS-DIC-IDX) TO WS-CELDA
                   WHEN LINEA-DETALLE
                       IF T-DIC-NUMERO(WS-DIC-IDX)
                           MOVE T-FIL-NUM(WS-IDX, WS-I) TO WS-VALOR-NUM
                           PERFORM EDITAR-NUMERO
                       ELSE
                           MOVE T-FIL-TXT(WS-IDX, WS-I) TO WS-CELDA
                       END-IF
                   WHEN OTHER
                       IF T-DIC-NUMERO(WS-DIC-IDX)
                          AND T-DIC-CAMPO(WS-DIC-IDX) NOT = QRY-CORTE
                           IF LINEA-SUBTOTAL
                               MOVE WS-SUB-NUM(WS-I) TO WS-VALOR-NUM
                           ELSE
                               MOVE WS-TOT-NUM(WS-I) TO WS-VALOR-NUM
                           END-IF
                           PERFORM EDITAR-NUMERO
                       ELSE
                           IF WS-I = 1
                               MOVE WS-ROTULO TO WS-CELDA
                           END-IF
                       END-IF
               END-EVALUATE

               STRING WS-CELDA(1:WS-COL-ANCHO(WS-I)) " "
                   DELIMITED BY SIZE INTO WS-LINEA-REP
                   WITH POINTER WS-PTR
               END-STRING
               IF WS-I > 1
                   STRING ";" DELIMITED BY SIZE INTO WS-LINEA-CSV
                       WITH POINTER WS-PTR-CSV
                   END-STRING
               END-IF
               IF WS-CELDA NOT = SPACES
                   STRING FUNCTION TRIM(WS-CELDA) DELIMITED BY SIZE
                       INTO WS-LINEA-CSV WITH POINTER WS-PTR-CSV
                   END-STRING
               END-IF
           END-PERFORM

      *>   Si la primera columna es numerica el rotulo va al final
           IF (LINEA-SUBTOTAL OR LINEA-TOTAL)
              AND T-DIC-NUMERO(WS-COL-DIC(1))
              AND QRY-CORTE NOT = T-DIC-CAMPO(WS-COL-DIC(1))
               STRING WS-ROTULO DELIMITED BY SIZE INTO WS-LINEA-REP
                   WITH POINTER WS-PTR
               END-STRING
               STRING ";" FUNCTION TRIM(WS-ROTULO) DELIMITED BY SIZE
                   INTO WS-LINEA-CSV WITH POINTER WS-PTR-CSV
               END-STRING
           END-IF.

       EDITAR-NUMERO.
           EVALUATE T-DIC-DEC(WS-DIC-IDX)
               WHEN 0
                   MOVE WS-VALOR-NUM TO WS-EDIT-N0
                   MOVE WS-EDIT-N0 TO WS-CELDA
               WHEN 1
               WHEN 2
                   MOVE WS-VALOR-NUM TO WS-EDIT-N2
                   MOVE WS-EDIT-N2 TO WS-CELDA
               WHEN 3
                   MOVE WS-VALOR-NUM TO WS-EDIT-N3
                   MOVE WS-EDIT-N3 TO WS-CELDA
               WHEN OTHER
                   MOVE WS-VALOR-NUM TO WS-EDIT-N4
                   MOVE WS-EDIT-N4 TO WS-CELDA
           END-EVALUATE.

       EMITIR-LINEA.
           EVALUATE TRUE
               WHEN SALIDA-PLANO
                   WRITE REG-CONSULTA-PLANO FROM WS-LINEA-REP
                   ADD 1 TO WS-CANT-LINEAS
               WHEN SALIDA-CSV
                   WRITE REG-CONSULTA-CSV FROM WS-LINEA-CSV
                   ADD 1 TO WS-CANT-LINEAS
               WHEN OTHER
                   IF WS-FILA > 22
                       DISPLAY "ENTER=SIGUIENTE PAGINA  S=SALIR: "
                               LINE 24 COL 01 WITH REVERSE-VIDEO
                       MOVE SPACE TO WS-PAUSA
                       ACCEPT WS-PAUSA LINE 24 COL 35
                       IF FUNCTION UPPER-CASE(WS-PAUSA) = "S"
                           MOVE "S" TO WS-CORTAR-LISTADO
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM ENCABEZADO-PANTALLA
                   END-IF
                   DISPLAY WS-LINEA-REP(1:79) LINE WS-FILA COL 01
                   ADD 1 TO WS-FILA
           END-EVALUATE.

       ENCABEZADO-PANTALLA.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           MOVE SPACES TO WS-MENSAJE
           STRING "CONSULTA " QRY-NOMBRE " - " QRY-ARCHIVO
               DELIMITED BY SIZE INTO WS-MENSAJE
           DISPLAY WS-MENSAJE LINE 01 COL 01 WITH REVERSE-VIDEO
           MOVE 2 TO WS-FILA.

       END PROGRAM REPGEN01.
