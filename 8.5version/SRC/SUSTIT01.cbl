       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Productos Sustitutos / Equivalentes: por cada
      *> *           producto, sus equivalentes en orden de prioridad
      *> *           (la factura, el pedido y la cotizacion los ofrecen
      *> *           cuando no alcanza el stock) y reporte mensual de
      *> *           cuantas veces se ofrecio la sustitucion y cuantas
      *> *           se acepto o se rechazo, por producto (spool).
      *> *           Se llama con F8 desde el catalogo (INVPRO05)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSTIT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "sustituto.sel".
           COPY "producto.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

           SELECT SUSTIT-PLANO
               ASSIGN TO "sustituciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "sustituto.fd".
           COPY "producto.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       FD  SUSTIT-PLANO.
       01  REG-SUSTIT-PLANO   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       COPY "SUSTITUTO.cpy".
       01 ST-PRODUCTOS      PIC XX.
       01 ST-SESION         PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

      *> Captura
       01 W-PRODUCTO        PIC X(10).
       01 W-PRIORIDAD       PIC 9(02).
       01 W-EQUIVALENTE     PIC X(10).
       01 W-ESTADO          PIC X.
       01 W-MES             PIC 9(06).
       01 W-MES-R REDEFINES W-MES.
          05 W-MES-ANIO        PIC 9(04).
          05 W-MES-MM          PIC 9(02).
       01 WS-DESC-EQUIV     PIC X(30).

      *> Acumulado del mes por producto
       01 WS-TOTAL-FILAS    PIC 9(03) VALUE 0.
       01 WS-IDX            PIC 9(03).
       01 WS-IDX2           PIC 9(03).
       01 WS-FILA-TEMP      PIC X(25).
       01 T-TABLA.
          05 T-RENGLON OCCURS 300 TIMES.
             10 T-PROD-ID      PIC X(10).
             10 T-OFRECIDAS    PIC 9(05).
             10 T-ACEPTADAS    PIC 9(05).
             10 T-RECHAZADAS   PIC 9(05).
       01 WS-TOT-OFRECIDAS  PIC 9(07).
       01 WS-TOT-ACEPTADAS  PIC 9(07).
       01 WS-TOT-RECHAZADAS PIC 9(07).
       01 WS-PCT-ACEPTADAS  PIC 9(03)V9.
       01 WS-EDIT-PCT       PIC ZZ9.9.
       01 WS-EDIT-CANT      PIC Z(6)9.
       01 WS-EDIT-CANT2     PIC Z(6)9.
       01 WS-EDIT-CANT3     PIC Z(6)9.
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "PRODUCTOS SUSTITUTOS / EQUIVALENTES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. EQUIVALENTES DE UN PRODUCTO" LINE 05 COL 10
               DISPLAY "2. REPORTE MENSUAL DE SUSTITUCIONES (SPOOL)"
                       LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM MANTENER-EQUIVALENTES
                   WHEN "2"
                       PERFORM REPORTE-MENSUAL
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O SUSTITUTOS
           IF ST-SUSTITUTOS = "35"
               OPEN OUTPUT SUSTITUTOS
               CLOSE SUSTITUTOS
               OPEN I-O SUSTITUTOS
           END-IF

           OPEN INPUT SUSTITUCIONES-LOG
           IF ST-SUSTLOG = "35"
               OPEN OUTPUT SUSTITUCIONES-LOG
               CLOSE SUSTITUCIONES-LOG
               OPEN INPUT SUSTITUCIONES-LOG
           END-IF

           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE SUSTITUTOS
           CLOSE SUSTITUCIONES-LOG
           CLOSE PRODUCTOS.

      *> ------------------------------------------------------------
      *> Equivalentes de un producto: se listan por prioridad y se
      *> crea o edita una prioridad; equivalente en blanco la elimina
      *> ------------------------------------------------------------
       MANTENER-EQUIVALENTES.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           MOVE SPACES TO W-PRODUCTO
           DISPLAY "PRODUCTO (VACIO=VOLVER): " LINE 04 COL 10
           ACCEPT W-PRODUCTO LINE 04 COL 36
           IF W-PRODUCTO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE W-PRODUCTO TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   DISPLAY "EL PRODUCTO NO EXISTE" LINE 05 COL 10
                   ACCEPT WS-PAUSA LINE 05 COL 33
                   EXIT PARAGRAPH
           END-READ
           DISPLAY PRD-DESCRIPCION(1:30) LINE 04 COL 48

           PERFORM UNTIL 1 = 2
               PERFORM LISTAR-EQUIVALENTES

               MOVE 0 TO W-PRIORIDAD
               DISPLAY "PRIORIDAD A CREAR/EDITAR (0=VOLVER): " LINE 17 COL 10
               ACCEPT W-PRIORIDAD LINE 17 COL 48
               IF W-PRIORIDAD = 0
                   EXIT PERFORM
               END-IF
               PERFORM EDITAR-EQUIVALENTE
           END-PERFORM.

       LISTAR-EQUIVALENTES.
           DISPLAY " " LINE 6 COL 01 ERASE EOS
           DISPLAY "PRI EQUIVALENTE DESCRIPCION                    ESTADO"
                   LINE 06 COL 10
           MOVE 7 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE W-PRODUCTO TO SUS-PROD-ID
           MOVE 0          TO SUS-PRIORIDAD
           START SUSTITUTOS KEY IS NOT LESS THAN SUS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 15
               READ SUSTITUTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF SUS-PROD-ID NOT = W-PRODUCTO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM DESCRIBIR-EQUIVALENTE
                           DISPLAY SUS-PRIORIDAD   LINE WS-FILA COL 10
                           DISPLAY SUS-EQUIVALENTE LINE WS-FILA COL 14
                           DISPLAY WS-DESC-EQUIV   LINE WS-FILA COL 26
                           DISPLAY SUS-ESTADO      LINE WS-FILA COL 57
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM.

       DESCRIBIR-EQUIVALENTE.
           MOVE SUS-EQUIVALENTE TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
                   MOVE "(NO EXISTE)" TO WS-DESC-EQUIV
               NOT INVALID KEY
                   MOVE PRD-DESCRIPCION TO WS-DESC-EQUIV
           END-READ.

       EDITAR-EQUIVALENTE.
           MOVE SPACES TO W-EQUIVALENTE
           DISPLAY "EQUIVALENTE (VACIO=ELIMINAR): " LINE 18 COL 10
           ACCEPT W-EQUIVALENTE LINE 18 COL 41
           IF W-EQUIVALENTE NOT = SPACES
               IF W-EQUIVALENTE = W-PRODUCTO
                   DISPLAY "UN PRODUCTO NO ES EQUIVALENTE DE SI MISMO"
                           LINE 21 COL 10
                   ACCEPT WS-PAUSA LINE 21 COL 52
                   EXIT PARAGRAPH
               END-IF
               MOVE W-EQUIVALENTE TO PRD-CODIGO
               READ PRODUCTOS
                   INVALID KEY
                       DISPLAY "EQUIVALENTE NO EXISTE" LINE 21 COL 10
                       ACCEPT WS-PAUSA LINE 21 COL 33
                       EXIT PARAGRAPH
               END-READ
               DISPLAY PRD-DESCRIPCION(1:27) LINE 18 COL 53
               MOVE "A" TO W-ESTADO
               DISPLAY "ESTADO (A=ACTIVO I=INACTIVO): " LINE 19 COL 10
               ACCEPT W-ESTADO LINE 19 COL 41
               MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
               IF W-ESTADO NOT = "I"
                   MOVE "A" TO W-ESTADO
               END-IF
           END-IF

           MOVE W-PRODUCTO  TO SUS-PROD-ID
           MOVE W-PRIORIDAD TO SUS-PRIORIDAD
           READ SUSTITUTOS
               INVALID KEY
                   IF W-EQUIVALENTE = SPACES
                       DISPLAY "EQUIVALENTE VACIO - NADA QUE GRABAR"
                               LINE 21 COL 10
                       ACCEPT WS-PAUSA LINE 21 COL 47
                       EXIT PARAGRAPH
                   END-IF
                   MOVE W-PRODUCTO    TO SUS-PROD-ID
                   MOVE W-PRIORIDAD   TO SUS-PRIORIDAD
                   MOVE W-EQUIVALENTE TO SUS-EQUIVALENTE
                   MOVE W-ESTADO      TO SUS-ESTADO
                   WRITE SUSTITUTO-REG
                   DISPLAY "EQUIVALENTE GRABADO" LINE 21 COL 10
               NOT INVALID KEY
                   IF W-EQUIVALENTE = SPACES
                       DELETE SUSTITUTOS RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       DISPLAY "EQUIVALENTE ELIMINADO" LINE 21 COL 10
                   ELSE
                       MOVE W-EQUIVALENTE TO SUS-EQUIVALENTE
                       MOVE W-ESTADO      TO SUS-ESTADO
                       REWRITE SUSTITUTO-REG
                       DISPLAY "EQUIVALENTE GRABADO" LINE 21 COL 10
                   END-IF
           END-READ
           ACCEPT WS-PAUSA LINE 21 COL 33.

      *> ------------------------------------------------------------
      *> Reporte mensual: por producto, veces que se ofrecieron sus
      *> equivalentes y cuantas se aceptaron o rechazaron
      *> ------------------------------------------------------------
       REPORTE-MENSUAL.
           DISPLAY " " LINE 4 COL 01 ERASE EOS
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-MES
           DISPLAY "MES A REPORTAR (AAAAMM): " LINE 04 COL 10
           ACCEPT W-MES LINE 04 COL 36
           IF W-MES-MM < 1 OR W-MES-MM > 12
               DISPLAY "MES INVALIDO" LINE 06 COL 10
               ACCEPT WS-PAUSA LINE 06 COL 24
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TOTAL-FILAS WS-TOT-OFRECIDAS WS-TOT-ACEPTADAS
                     WS-TOT-RECHAZADAS
           SET NO-FIN-SCAN TO TRUE
           COMPUTE SSL-FECHA = W-MES * 100 + 1
           START SUSTITUCIONES-LOG KEY IS NOT LESS THAN SSL-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ SUSTITUCIONES-LOG NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF SSL-FECHA(1:6) NOT = W-MES
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM ACUMULAR-SUSTITUCION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ORDENAR-POR-OFRECIDAS

           OPEN OUTPUT SUSTIT-PLANO
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE SPACES TO WS-LINEA-REP
           STRING "SUSTITUCIONES POR FALTA DE STOCK - MES " W-MES
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE "PRODUCTO   DESCRIPCION                   OFRECIDAS ACEPTADAS RECHAZADAS  %ACEPT"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-FILAS
               MOVE T-PROD-ID(WS-IDX) TO PRD-CODIGO
               READ PRODUCTOS
                   INVALID KEY
                       MOVE "(NO EXISTE)" TO WS-DESC-EQUIV
                   NOT INVALID KEY
                       MOVE PRD-DESCRIPCION TO WS-DESC-EQUIV
               END-READ
               MOVE T-OFRECIDAS(WS-IDX)  TO WS-EDIT-CANT
               MOVE T-ACEPTADAS(WS-IDX)  TO WS-EDIT-CANT2
               MOVE T-RECHAZADAS(WS-IDX) TO WS-EDIT-CANT3
               COMPUTE WS-PCT-ACEPTADAS ROUNDED =
                   T-ACEPTADAS(WS-IDX) * 100 / T-OFRECIDAS(WS-IDX)
               MOVE WS-PCT-ACEPTADAS TO WS-EDIT-PCT
               MOVE SPACES TO WS-LINEA-REP
               STRING T-PROD-ID(WS-IDX) " " WS-DESC-EQUIV "  "
                      WS-EDIT-CANT "   " WS-EDIT-CANT2 "    "
                      WS-EDIT-CANT3 "   " WS-EDIT-PCT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-REPORTE
           END-PERFORM

           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           MOVE WS-TOT-OFRECIDAS  TO WS-EDIT-CANT
           MOVE WS-TOT-ACEPTADAS  TO WS-EDIT-CANT2
           MOVE WS-TOT-RECHAZADAS TO WS-EDIT-CANT3
           MOVE 0 TO WS-PCT-ACEPTADAS
           IF WS-TOT-OFRECIDAS > 0
               COMPUTE WS-PCT-ACEPTADAS ROUNDED =
                   WS-TOT-ACEPTADAS * 100 / WS-TOT-OFRECIDAS
           END-IF
           MOVE WS-PCT-ACEPTADAS TO WS-EDIT-PCT
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL MES                                  "
                  WS-EDIT-CANT "   " WS-EDIT-CANT2 "    "
                  WS-EDIT-CANT3 "   " WS-EDIT-PCT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-REPORTE
           CLOSE SUSTIT-PLANO

           MOVE "SUSTITUC" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING "MES " W-MES DELIMITED BY SIZE INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "sustituciones.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "PRODUCTOS CON SUSTITUCION OFRECIDA: " LINE 06 COL 10
           DISPLAY WS-TOTAL-FILAS LINE 06 COL 47
           DISPLAY "OFRECIDAS : " LINE 07 COL 10
           DISPLAY WS-EDIT-CANT LINE 07 COL 23
           DISPLAY "ACEPTADAS : " LINE 08 COL 10
           DISPLAY WS-EDIT-CANT2 LINE 08 COL 23
           DISPLAY "RECHAZADAS: " LINE 09 COL 10
           DISPLAY WS-EDIT-CANT3 LINE 09 COL 23
           DISPLAY "% ACEPTADAS: " LINE 10 COL 10
           DISPLAY WS-EDIT-PCT LINE 10 COL 25
           DISPLAY "REPORTE 'sustituciones.txt' ENVIADO AL SPOOL"
                   LINE 12 COL 10
           ACCEPT WS-PAUSA LINE 12 COL 56.

       ACUMULAR-SUSTITUCION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-FILAS
               IF T-PROD-ID(WS-IDX) = SSL-PROD-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IDX > WS-TOTAL-FILAS
               IF WS-TOTAL-FILAS >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-FILAS
               MOVE SSL-PROD-ID TO T-PROD-ID(WS-IDX)
               MOVE 0 TO T-OFRECIDAS(WS-IDX) T-ACEPTADAS(WS-IDX)
                         T-RECHAZADAS(WS-IDX)
           END-IF
           ADD 1 TO T-OFRECIDAS(WS-IDX) WS-TOT-OFRECIDAS
           IF SSL-ACEPTADA
               ADD 1 TO T-ACEPTADAS(WS-IDX) WS-TOT-ACEPTADAS
           ELSE
               ADD 1 TO T-RECHAZADAS(WS-IDX) WS-TOT-RECHAZADAS
           END-IF.

      *> Los productos que mas veces se quedaron sin stock van primero
       ORDENAR-POR-OFRECIDAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-TOTAL-FILAS
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-TOTAL-FILAS - WS-IDX
                   IF T-OFRECIDAS(WS-IDX2) < T-OFRECIDAS(WS-IDX2 + 1)
                       PERFORM INTERCAMBIAR-FILAS
                   END-IF
               END-PERFORM
           END-PERFORM.

       INTERCAMBIAR-FILAS.
           MOVE T-RENGLON(WS-IDX2)     TO WS-FILA-TEMP
           MOVE T-RENGLON(WS-IDX2 + 1) TO T-RENGLON(WS-IDX2)
           MOVE WS-FILA-TEMP           TO T-RENGLON(WS-IDX2 + 1).

       ESCRIBIR-REPORTE.
           WRITE REG-SUSTIT-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM SUSTIT01.
