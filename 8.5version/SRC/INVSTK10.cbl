       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Reposicion automatica de Sucursales: mantiene la
      *> *           existencia, el minimo/maximo y la bodega surtidora
      *> *           de cada producto en las bodegas sucursal (STKBOD);
      *> *           la corrida toma toda sucursal bajo su minimo, mira
      *> *           el disponible en la bodega que la surte y propone
      *> *           transferir hasta el maximo. Aprobada la propuesta
      *> *           genera una transferencia por destino con su kardex
      *> *           de salida/entrada y su hoja de picking; lo que el
      *> *           origen no cubre queda como faltante para el
      *> *           sugerido de compras (COMPRA07). Se llama desde
      *> *           INVSTK06 (codigo "*")
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSTK10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stkbod.sel".
           COPY "reposic.sel".
           COPY "repctrl.sel".
           COPY "stock.sel".
           COPY "producto.sel".
           COPY "bodega.sel".
           COPY "kardex.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "stkbod.fd".
           COPY "reposic.fd".
           COPY "repctrl.fd".
           COPY "stock.fd".
           COPY "producto.fd".
           COPY "bodega.fd".
           COPY "kardex.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       COPY "AUDITORIA.cpy".
       01 ST-STKBOD         PIC XX.
       01 ST-REPOSIC        PIC XX.
       01 ST-NEXT-REP       PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-BODEGAS        PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-SESION         PIC XX.

       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESP           PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-SBD         PIC X VALUE "N".
          88 FIN-SBD           VALUE "S".
          88 NO-FIN-SBD        VALUE "N".
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".
       01 WS-EXISTE         PIC X.

      *> Parametros de sucursal
       01 W-BODEGA          PIC X(04).
       01 W-PROD            PIC X(10).
       01 W-SURTIDORA       PIC X(04).
       01 W-MINIMO          PIC 9(05).
       01 W-MAXIMO          PIC 9(05).
       01 W-CANTIDAD        PIC 9(09)V999.
       01 W-CANT-ANT        PIC 9(09)V999.

      *> Candidatos de la corrida (sucursales bajo su minimo)
       01 WS-TOT-REP        PIC 9(04) VALUE 0.
       01 WS-REP-OMITIDOS   PIC 9(05) VALUE 0.
       01 WS-I              PIC 9(04).
       01 WS-J              PIC 9(04).
       01 WS-TABLA-REP.
          05 T-REP OCCURS 1000 TIMES.
             10 T-DESTINO     PIC X(04).
             10 T-PROD        PIC X(10).
             10 T-ORIGEN      PIC X(04).
             10 T-EXIST       PIC 9(09)V999.
             10 T-MIN         PIC 9(05).
             10 T-MAX         PIC 9(05).
             10 T-NECES       PIC 9(09)V999.
             10 T-DISP        PIC 9(09)V999.
             10 T-CANT        PIC 9(09)V999.
             10 T-PEDIDO      PIC 9(09)V999.

      *> Disponible en la bodega de origen
       01 WS-ORIG           PIC X(04).
       01 WS-PROD           PIC X(10).
       01 WS-DISPONIBLE     PIC S9(09)V999.
       01 WS-EN-SUCURSALES  PIC 9(11)V999.

      *> Transferencias
       01 WS-HOY            PIC 9(08).
       01 WS-DEST-CORTE     PIC X(04).
       01 WS-REP-NRO        PIC 9(07).
       01 WS-REFERENCIA     PIC X(10).
       01 WS-KAR-SECUENCIA  PIC 9(05).
       01 WS-TOT-TRF        PIC 9(05).
       01 WS-LINEAS-PICK    PIC 9(05).
       01 WS-UNID-PICK      PIC 9(11)V999.

       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-TOT-LINEAS     PIC 9(05).
       01 WS-TOT-FALTAN     PIC 9(05).
       01 WS-EDIT-CANT      PIC Z(8)9.999.
       01 WS-EDIT-CANT2     PIC Z(8)9.999.
       01 WS-EDIT-CANT3     PIC Z(8)9.999.
       01 WS-EDIT-CANT4     PIC Z(8)9.999.
       01 WS-EDIT-CANT5     PIC Z(8)9.999.
       01 WS-EDIT-MIN       PIC ZZZZ9.
       01 WS-EDIT-MAX       PIC ZZZZ9.
       01 WS-EDIT-TOT       PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE "INVSTK10" TO WS-AUD-PROGRAMA
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "REPOSICION AUTOMATICA DE SUCURSALES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. EXISTENCIA Y PARAMETROS DE SUCURSAL" LINE 04 COL 10
               DISPLAY "2. CALCULAR PROPUESTA DE REPOSICION" LINE 05 COL 10
               DISPLAY "3. REVISAR PROPUESTA (APROBAR/EDITAR/RECHAZAR)"
                       LINE 06 COL 10
               DISPLAY "4. APROBAR TODAS LAS PENDIENTES" LINE 07 COL 10
               DISPLAY "5. GENERAR TRANSFERENCIAS APROBADAS" LINE 08 COL 10
               DISPLAY "6. FALTANTES NO CUBIERTOS POR EL ORIGEN" LINE 09 COL 10
               DISPLAY "S. SALIR" LINE 10 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 12 COL 10
               ACCEPT WS-OPCION LINE 12 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM MANTENER-SUCURSAL
                   WHEN "2"
                       PERFORM CALCULAR-PROPUESTA
                   WHEN "3"
                       PERFORM REVISAR-PROPUESTA
                   WHEN "4"
                       PERFORM APROBAR-TODAS
                   WHEN "5"
                       PERFORM GENERAR-TRANSFERENCIAS
                   WHEN "6"
                       PERFORM LISTAR-FALTANTES
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

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-ARCHIVOS.
           PERFORM ABRIR-AUDITORIA
           OPEN I-O EXIST-SUCURSAL
           IF ST-STKBOD = "35"
               OPEN OUTPUT EXIST-SUCURSAL
               CLOSE EXIST-SUCURSAL
               OPEN I-O EXIST-SUCURSAL
           END-IF

           OPEN I-O REPOSICION
           IF ST-REPOSIC = "35"
               OPEN OUTPUT REPOSICION
               CLOSE REPOSICION
               OPEN I-O REPOSICION
           END-IF

           OPEN I-O NEXT-REP-NRO
           IF ST-NEXT-REP = "35"
               OPEN OUTPUT NEXT-REP-NRO
               CLOSE NEXT-REP-NRO
               OPEN I-O NEXT-REP-NRO
               MOVE "1" TO RPC-CLAVE
               MOVE 0   TO RPC-ULTIMO-NRO
               WRITE NEXT-REP-NRO-REG
           END-IF

           OPEN INPUT STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN INPUT STOCK
           END-IF

           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF

           OPEN INPUT BODEGAS
           IF ST-BODEGAS = "35"
               OPEN OUTPUT BODEGAS
               CLOSE BODEGAS
               OPEN INPUT BODEGAS
           END-IF

           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE EXIST-SUCURSAL
           CLOSE REPOSICION
           CLOSE NEXT-REP-NRO
           CLOSE STOCK
           CLOSE PRODUCTOS
           CLOSE BODEGAS
           CLOSE KARDEX
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

      *> ------------------------------------------------------------
      *> Existencia y parametros de un producto en una sucursal. La
      *> existencia que se digita es la contada en la sucursal: solo
      *> reparte el total del STOCK entre bodegas, no lo modifica
      *> ------------------------------------------------------------
       MANTENER-SUCURSAL.
           DISPLAY " " LINE 14 COL 01 ERASE EOS
           MOVE SPACES TO W-BODEGA
           DISPLAY "BODEGA SUCURSAL: " LINE 14 COL 10
           ACCEPT W-BODEGA LINE 14 COL 30
           MOVE FUNCTION UPPER-CASE(W-BODEGA) TO W-BODEGA
           IF W-BODEGA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE W-BODEGA TO BOD-CODIGO
           READ BODEGAS
               INVALID KEY
                   DISPLAY "BODEGA NO EXISTE" LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 30
                   EXIT PARAGRAPH
           END-READ
           IF BOD-INACTIVA
               DISPLAY "BODEGA INACTIVA" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 30
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 15 COL 01 ERASE EOS
               MOVE SPACES TO W-PROD
               DISPLAY "PRODUCTO (VACIO=TERMINAR): " LINE 15 COL 10
               ACCEPT W-PROD LINE 15 COL 38
               IF W-PROD = SPACES
                   EXIT PERFORM
               END-IF
               MOVE W-PROD TO PRD-CODIGO
               READ PRODUCTOS
                   INVALID KEY
                       DISPLAY "PRODUCTO NO EXISTE" LINE 22 COL 10
                       ACCEPT WS-PAUSA LINE 22 COL 30
                       EXIT PERFORM CYCLE
               END-READ
               MOVE PRD-CODIGO TO W-PROD
               MOVE W-PROD TO STK-CODIGO
               READ STOCK
                   INVALID KEY
                       DISPLAY "EL PRODUCTO NO TIENE STOCK REGISTRADO"
                               LINE 22 COL 10
                       ACCEPT WS-PAUSA LINE 22 COL 50
                       EXIT PERFORM CYCLE
               END-READ
               IF STK-BODEGA = W-BODEGA
                   DISPLAY "ES LA BODEGA DEL STOCK DEL PRODUCTO (CENTRAL)"
                           LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 58
                   EXIT PERFORM CYCLE
               END-IF
               DISPLAY PRD-DESCRIPCION LINE 15 COL 50

               MOVE W-BODEGA TO SBD-BODEGA
               MOVE W-PROD   TO SBD-PROD-ID
               MOVE "S" TO WS-EXISTE
               READ EXIST-SUCURSAL
                   INVALID KEY
                       MOVE "N" TO WS-EXISTE
                       MOVE SPACES TO SBD-SURTIDORA
                       MOVE 0 TO SBD-CANTIDAD SBD-MINIMO SBD-MAXIMO
               END-READ
               MOVE SBD-SURTIDORA TO W-SURTIDORA
               MOVE SBD-MINIMO    TO W-MINIMO
               MOVE SBD-MAXIMO    TO W-MAXIMO
               MOVE SBD-CANTIDAD  TO W-CANTIDAD W-CANT-ANT

               DISPLAY "BODEGA SURTIDORA (VACIO=" LINE 16 COL 10
               DISPLAY STK-BODEGA LINE 16 COL 34
               DISPLAY "): " LINE 16 COL 38
               ACCEPT W-SURTIDORA LINE 16 COL 42 WITH UPDATE
               MOVE FUNCTION UPPER-CASE(W-SURTIDORA) TO W-SURTIDORA
               IF W-SURTIDORA = W-BODEGA
                   DISPLAY "LA SURTIDORA DEBE SER OTRA BODEGA" LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 45
                   EXIT PERFORM CYCLE
               END-IF
               IF W-SURTIDORA NOT = SPACES
                   MOVE W-SURTIDORA TO BOD-CODIGO
                   READ BODEGAS
                       INVALID KEY
                           DISPLAY "BODEGA SURTIDORA NO EXISTE"
                                   LINE 22 COL 10
                           ACCEPT WS-PAUSA LINE 22 COL 40
                           EXIT PERFORM CYCLE
                   END-READ
               END-IF
               DISPLAY "MINIMO            : " LINE 17 COL 10
               ACCEPT W-MINIMO LINE 17 COL 31 WITH UPDATE
               DISPLAY "MAXIMO            : " LINE 18 COL 10
               ACCEPT W-MAXIMO LINE 18 COL 31 WITH UPDATE
               IF W-MAXIMO < W-MINIMO
                   DISPLAY "EL MAXIMO NO PUEDE SER MENOR AL MINIMO"
                           LINE 22 COL 10
                   ACCEPT WS-PAUSA LINE 22 COL 50
                   EXIT PERFORM CYCLE
               END-IF
               DISPLAY "EXISTENCIA CONTADA: " LINE 19 COL 10
               ACCEPT W-CANTIDAD LINE 19 COL 31 WITH UPDATE

               MOVE W-SURTIDORA TO SBD-SURTIDORA
               MOVE W-MINIMO    TO SBD-MINIMO
               MOVE W-MAXIMO    TO SBD-MAXIMO
               MOVE W-CANTIDAD  TO SBD-CANTIDAD
               MOVE FUNCTION CURRENT-DATE(1:8) TO SBD-FECHA-ACT
               MOVE WS-USUARIO-SESION TO SBD-USUARIO
               IF WS-EXISTE = "S"
                   REWRITE EXIST-SUCURSAL-REG
               ELSE
                   WRITE EXIST-SUCURSAL-REG
               END-IF

               IF W-CANTIDAD NOT = W-CANT-ANT
                   MOVE "CONTEOSUC" TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-REG-CLAVE WS-AUD-VALOR-ANT
                                  WS-AUD-VALOR-NUEVO
                   STRING W-BODEGA W-PROD DELIMITED BY SIZE
                       INTO WS-AUD-REG-CLAVE
                   MOVE W-CANT-ANT TO WS-EDIT-CANT
                   MOVE WS-EDIT-CANT TO WS-AUD-VALOR-ANT
                   MOVE W-CANTIDAD TO WS-EDIT-CANT
                   MOVE WS-EDIT-CANT TO WS-AUD-VALOR-NUEVO
                   PERFORM GRABAR-AUDITORIA
               END-IF
               DISPLAY "REGISTRO GRABADO" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 30
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Propuesta: una linea por producto de sucursal bajo su minimo
      *> ------------------------------------------------------------
       CALCULAR-PROPUESTA.
           DISPLAY " " LINE 14 COL 01 ERASE EOS
           MOVE "N" TO WS-RESP
           DISPLAY "LA PROPUESTA ANTERIOR SE REEMPLAZA. CONFIRMA (S/N): "
                   LINE 14 COL 10
           ACCEPT WS-RESP LINE 14 COL 63
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           PERFORM CARGAR-CANDIDATOS
           PERFORM ASIGNAR-DISPONIBLE
           PERFORM BORRAR-PROPUESTA

           OPEN OUTPUT REPOSICION-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-LINEAS WS-TOT-FALTAN
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "PROPUESTA DE REPOSICION DE SUCURSALES DEL " WS-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "DEST ORIG PRODUCTO      EXISTENCIA   MIN   MAX     NECESARIO    DISPONIBLE     A TRANSF.      FALTANTE E"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOT-REP
               INITIALIZE REPOSICION-REG
               MOVE T-DESTINO(WS-I) TO RPS-DESTINO
               MOVE T-PROD(WS-I)    TO RPS-PROD-ID
               MOVE T-ORIGEN(WS-I)  TO RPS-ORIGEN
               MOVE T-EXIST(WS-I)   TO RPS-EXISTENCIA
               MOVE T-MIN(WS-I)     TO RPS-MINIMO
               MOVE T-MAX(WS-I)     TO RPS-MAXIMO
               MOVE T-NECES(WS-I)   TO RPS-NECESARIO
               MOVE T-DISP(WS-I)    TO RPS-DISPONIBLE
               MOVE T-CANT(WS-I)    TO RPS-CANTIDAD
               COMPUTE RPS-FALTANTE = T-NECES(WS-I) - T-CANT(WS-I)
      *> Lo ya llevado a compras en corridas anteriores se conserva
               IF T-PEDIDO(WS-I) > RPS-FALTANTE
                   MOVE RPS-FALTANTE TO RPS-PEDIDO
               ELSE
                   MOVE T-PEDIDO(WS-I) TO RPS-PEDIDO
               END-IF
               MOVE WS-HOY TO RPS-FECHA
               SET RPS-PENDIENTE TO TRUE
               WRITE REPOSICION-REG
               ADD 1 TO WS-TOT-LINEAS
               IF RPS-FALTANTE > 0
                   ADD 1 TO WS-TOT-FALTAN
               END-IF
               PERFORM ARMAR-LINEA-PROPUESTA
               PERFORM ESCRIBIR-PLANO
           END-PERFORM

           MOVE WS-TOT-LINEAS TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "LINEAS PROPUESTAS: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE WS-TOT-FALTAN TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "LINEAS CON FALTANTE EN EL ORIGEN: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           IF WS-REP-OMITIDOS > 0
               MOVE WS-REP-OMITIDOS TO WS-EDIT-TOT
               MOVE SPACES TO WS-LINEA-REP
               STRING "LINEAS NO CONSIDERADAS (TABLA LLENA): " WS-EDIT-TOT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-PLANO
           END-IF
           CLOSE REPOSICION-PLANO

           MOVE "REPOSICION" TO WS-SPL-REPORTE
           MOVE WS-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "reposicion.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           MOVE WS-TOT-LINEAS TO WS-EDIT-TOT
           DISPLAY "LINEAS PROPUESTAS: " LINE 16 COL 10
           DISPLAY WS-EDIT-TOT LINE 16 COL 45
           MOVE WS-TOT-FALTAN TO WS-EDIT-TOT
           DISPLAY "LINEAS CON FALTANTE EN EL ORIGEN: " LINE 17 COL 10
           DISPLAY WS-EDIT-TOT LINE 17 COL 45
           DISPLAY "PROPUESTA 'reposicion.txt' ENVIADA AL SPOOL"
                   LINE 19 COL 10
           ACCEPT WS-PAUSA LINE 19 COL 55.

       CARGAR-CANDIDATOS.
           MOVE 0 TO WS-TOT-REP WS-REP-OMITIDOS
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO SBD-CLAVE
           START EXIST-SUCURSAL KEY IS NOT LESS THAN SBD-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ EXIST-SUCURSAL NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF SBD-MINIMO > 0 AND SBD-CANTIDAD < SBD-MINIMO
                           IF WS-TOT-REP < 1000
                               PERFORM CARGAR-UN-CANDIDATO
                           ELSE
                               ADD 1 TO WS-REP-OMITIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-UN-CANDIDATO.
           ADD 1 TO WS-TOT-REP
           MOVE SBD-BODEGA    TO T-DESTINO(WS-TOT-REP)
           MOVE SBD-PROD-ID   TO T-PROD(WS-TOT-REP)
           MOVE SBD-SURTIDORA TO T-ORIGEN(WS-TOT-REP)
           MOVE SBD-CANTIDAD  TO T-EXIST(WS-TOT-REP)
           MOVE SBD-MINIMO    TO T-MIN(WS-TOT-REP)
           MOVE SBD-MAXIMO    TO T-MAX(WS-TOT-REP)
           IF SBD-MAXIMO > SBD-CANTIDAD
               COMPUTE T-NECES(WS-TOT-REP) = SBD-MAXIMO - SBD-CANTIDAD
           ELSE
               COMPUTE T-NECES(WS-TOT-REP) = SBD-MINIMO - SBD-CANTIDAD
           END-IF
           MOVE 0 TO T-DISP(WS-TOT-REP) T-CANT(WS-TOT-REP)
                     T-PEDIDO(WS-TOT-REP)
      *> Sin surtidora propia se surte de la bodega del STOCK
           IF T-ORIGEN(WS-TOT-REP) = SPACES
               MOVE SBD-PROD-ID TO STK-CODIGO
               READ STOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE STK-BODEGA TO T-ORIGEN(WS-TOT-REP)
               END-READ
           END-IF.

       ASIGNAR-DISPONIBLE.
      *> El disponible de un origen se reparte en el orden de la
      *> corrida entre las sucursales que surte
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOT-REP
               MOVE T-ORIGEN(WS-I) TO WS-ORIG
               MOVE T-PROD(WS-I)   TO WS-PROD
               PERFORM CALCULAR-DISPONIBLE
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J >= WS-I
                   IF T-PROD(WS-J) = WS-PROD AND T-ORIGEN(WS-J) = WS-ORIG
                       SUBTRACT T-CANT(WS-J) FROM WS-DISPONIBLE
                   END-IF
               END-PERFORM
               IF WS-DISPONIBLE < 0
                   MOVE 0 TO WS-DISPONIBLE
               END-IF
               MOVE WS-DISPONIBLE TO T-DISP(WS-I)
               IF WS-DISPONIBLE < T-NECES(WS-I)
                   MOVE WS-DISPONIBLE TO T-CANT(WS-I)
               ELSE
                   MOVE T-NECES(WS-I) TO T-CANT(WS-I)
               END-IF

               MOVE T-DESTINO(WS-I) TO RPS-DESTINO
               MOVE T-PROD(WS-I)    TO RPS-PROD-ID
               READ REPOSICION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RPS-PEDIDO TO T-PEDIDO(WS-I)
               END-READ
           END-PERFORM.

       CALCULAR-DISPONIBLE.
      *> Central: lo propio del STOCK menos lo reservado y lo que ya
      *> esta en sucursales. Sucursal surtidora: lo que tenga sobre
      *> su propio minimo
           MOVE 0 TO WS-DISPONIBLE
           IF WS-ORIG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD TO STK-CODIGO
           READ STOCK
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NOT STK-ACTIVO
               EXIT PARAGRAPH
           END-IF

           IF WS-ORIG = STK-BODEGA
               MOVE 0 TO WS-EN-SUCURSALES
               SET NO-FIN-SBD TO TRUE
               MOVE WS-PROD TO SBD-PROD-ID
               START EXIST-SUCURSAL KEY IS EQUAL TO SBD-PROD-ID
                   INVALID KEY SET FIN-SBD TO TRUE
               END-START
               PERFORM UNTIL FIN-SBD
                   READ EXIST-SUCURSAL NEXT RECORD
                       AT END SET FIN-SBD TO TRUE
                       NOT AT END
                           IF SBD-PROD-ID NOT = WS-PROD
                               SET FIN-SBD TO TRUE
                           ELSE
                               ADD SBD-CANTIDAD TO WS-EN-SUCURSALES
                           END-IF
                   END-READ
               END-PERFORM
               COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
                                     - WS-EN-SUCURSALES
           ELSE
               MOVE WS-ORIG TO SBD-BODEGA
               MOVE WS-PROD TO SBD-PROD-ID
               READ EXIST-SUCURSAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-DISPONIBLE = SBD-CANTIDAD - SBD-MINIMO
               END-READ
           END-IF
           IF WS-DISPONIBLE < 0
               MOVE 0 TO WS-DISPONIBLE
           END-IF.

       BORRAR-PROPUESTA.
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO RPS-CLAVE
           START REPOSICION KEY IS NOT LESS THAN RPS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ REPOSICION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       DELETE REPOSICION RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM.

       ARMAR-LINEA-PROPUESTA.
           MOVE RPS-EXISTENCIA TO WS-EDIT-CANT
           MOVE RPS-MINIMO     TO WS-EDIT-MIN
           MOVE RPS-MAXIMO     TO WS-EDIT-MAX
           MOVE RPS-NECESARIO  TO WS-EDIT-CANT2
           MOVE RPS-DISPONIBLE TO WS-EDIT-CANT3
           MOVE RPS-CANTIDAD   TO WS-EDIT-CANT4
           MOVE RPS-FALTANTE   TO WS-EDIT-CANT5
           MOVE SPACES TO WS-LINEA-REP
           STRING RPS-DESTINO " " RPS-ORIGEN " " RPS-PROD-ID " "
                  WS-EDIT-CANT " " WS-EDIT-MIN " " WS-EDIT-MAX " "
                  WS-EDIT-CANT2 " " WS-EDIT-CANT3 " " WS-EDIT-CANT4 " "
                  WS-EDIT-CANT5 " " RPS-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-REP.

      *> ------------------------------------------------------------
      *> Revision en pantalla (cantidad a transferir por linea)
      *> ------------------------------------------------------------
       REVISAR-PROPUESTA.
           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "REVISION DE LA PROPUESTA DE REPOSICION"
                       LINE 01 COL 10 WITH REVERSE-VIDEO
               DISPLAY "DEST ORIG PRODUCTO     NECESARIO   DISPONIBLE    A TRANSF.  EST"
                       LINE 03 COL 01
               MOVE 4 TO WS-FILA
               SET NO-FIN-SCAN TO TRUE
               MOVE LOW-VALUES TO RPS-CLAVE
               START REPOSICION KEY IS NOT LESS THAN RPS-CLAVE
                   INVALID KEY SET FIN-SCAN TO TRUE
               END-START
               PERFORM UNTIL FIN-SCAN OR WS-FILA > 18
                   READ REPOSICION NEXT RECORD
                       AT END SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF RPS-PENDIENTE OR RPS-APROBADA
                               MOVE RPS-NECESARIO  TO WS-EDIT-CANT2
                               MOVE RPS-DISPONIBLE TO WS-EDIT-CANT3
                               MOVE RPS-CANTIDAD   TO WS-EDIT-CANT4
                               MOVE SPACES TO WS-LINEA-REP
                               STRING RPS-DESTINO " " RPS-ORIGEN " "
                                      RPS-PROD-ID " " WS-EDIT-CANT2 " "
                                      WS-EDIT-CANT3 " " WS-EDIT-CANT4
                                      "  " RPS-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA-REP
                               DISPLAY WS-LINEA-REP(1:80) LINE WS-FILA COL 01
                               ADD 1 TO WS-FILA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILA = 4
                   DISPLAY "NO HAY LINEAS PENDIENTES NI APROBADAS"
                           LINE 10 COL 10
                   ACCEPT WS-PAUSA LINE 10 COL 50
                   EXIT PERFORM
               END-IF
               DISPLAY "ESTADO: P=PENDIENTE A=APROBADA" LINE 19 COL 01

               MOVE SPACES TO W-BODEGA W-PROD
               DISPLAY "DESTINO (VACIO=VOLVER): " LINE 20 COL 01
               ACCEPT W-BODEGA LINE 20 COL 26
               IF W-BODEGA = SPACES
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION UPPER-CASE(W-BODEGA) TO W-BODEGA
               DISPLAY "PRODUCTO: " LINE 20 COL 32
               ACCEPT W-PROD LINE 20 COL 43
               PERFORM REVISAR-LINEA
           END-PERFORM.

       REVISAR-LINEA.
           MOVE W-BODEGA TO RPS-DESTINO
           MOVE W-PROD   TO RPS-PROD-ID
           READ REPOSICION
               INVALID KEY
                   DISPLAY "LA LINEA NO ESTA EN LA PROPUESTA" LINE 22 COL 01
                   ACCEPT WS-PAUSA LINE 22 COL 40
                   EXIT PARAGRAPH
           END-READ
           IF RPS-TRANSFERIDA
               DISPLAY "LA LINEA YA FUE TRANSFERIDA" LINE 22 COL 01
               ACCEPT WS-PAUSA LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-RESP
           DISPLAY "A=APROBAR  E=EDITAR CANTIDAD  R=RECHAZAR: " LINE 22 COL 01
           ACCEPT WS-RESP LINE 22 COL 44
           EVALUATE FUNCTION UPPER-CASE(WS-RESP)
               WHEN "A"
                   SET RPS-APROBADA TO TRUE
                   REWRITE REPOSICION-REG
               WHEN "R"
                   SET RPS-RECHAZADA TO TRUE
                   REWRITE REPOSICION-REG
               WHEN "E"
                   MOVE RPS-CANTIDAD TO W-CANTIDAD
                   DISPLAY "CANTIDAD A TRANSFERIR: " LINE 23 COL 01
                   ACCEPT W-CANTIDAD LINE 23 COL 25 WITH UPDATE
                   IF W-CANTIDAD > RPS-DISPONIBLE
                       DISPLAY "SUPERA EL DISPONIBLE EN EL ORIGEN"
                               LINE 24 COL 01
                       ACCEPT WS-PAUSA LINE 24 COL 40
                       EXIT PARAGRAPH
                   END-IF
                   MOVE W-CANTIDAD TO RPS-CANTIDAD
                   IF RPS-NECESARIO > RPS-CANTIDAD
                       COMPUTE RPS-FALTANTE = RPS-NECESARIO - RPS-CANTIDAD
                   ELSE
                       MOVE 0 TO RPS-FALTANTE
                   END-IF
                   IF RPS-PEDIDO > RPS-FALTANTE
                       MOVE RPS-FALTANTE TO RPS-PEDIDO
                   END-IF
                   SET RPS-APROBADA TO TRUE
                   REWRITE REPOSICION-REG
           END-EVALUATE.

       APROBAR-TODAS.
           MOVE 0 TO WS-TOT-LINEAS
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO RPS-CLAVE
           START REPOSICION KEY IS NOT LESS THAN RPS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ REPOSICION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RPS-PENDIENTE AND RPS-CANTIDAD > 0
                           SET RPS-APROBADA TO TRUE
                           REWRITE REPOSICION-REG
                           ADD 1 TO WS-TOT-LINEAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOT-LINEAS TO WS-EDIT-TOT
           DISPLAY "LINEAS APROBADAS: " LINE 14 COL 10
           DISPLAY WS-EDIT-TOT LINE 14 COL 28
           ACCEPT WS-PAUSA LINE 14 COL 40.

      *> ------------------------------------------------------------
      *> Transferencias: una por sucursal destino, con kardex de
      *> salida en el origen y de entrada en el destino (referencia
      *> REP + numero) y su hoja de picking en el spool
      *> ------------------------------------------------------------
       GENERAR-TRANSFERENCIAS.
           DISPLAY " " LINE 14 COL 01 ERASE EOS
           MOVE "N" TO WS-RESP
           DISPLAY "GENERAR LAS TRANSFERENCIAS APROBADAS (S/N): "
                   LINE 14 COL 10
           ACCEPT WS-RESP LINE 14 COL 55
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           MOVE 0 TO WS-TOT-TRF
           MOVE SPACES TO WS-DEST-CORTE
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO RPS-CLAVE
           START REPOSICION KEY IS NOT LESS THAN RPS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ REPOSICION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RPS-APROBADA AND RPS-CANTIDAD > 0
                           IF RPS-DESTINO NOT = WS-DEST-CORTE
                               IF WS-DEST-CORTE NOT = SPACES
                                   PERFORM CERRAR-PICKING
                               END-IF
                               MOVE RPS-DESTINO TO WS-DEST-CORTE
                               PERFORM ABRIR-PICKING
                           END-IF
                           PERFORM EJECUTAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEST-CORTE NOT = SPACES
               PERFORM CERRAR-PICKING
           END-IF

           MOVE WS-TOT-TRF TO WS-EDIT-TOT
           DISPLAY "TRANSFERENCIAS GENERADAS: " LINE 16 COL 10
           DISPLAY WS-EDIT-TOT LINE 16 COL 37
           DISPLAY "HOJAS DE PICKING ENVIADAS AL SPOOL" LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 50.

       ABRIR-PICKING.
           MOVE "1" TO RPC-CLAVE
           READ NEXT-REP-NRO KEY IS RPC-CLAVE
               INVALID KEY MOVE 0 TO RPC-ULTIMO-NRO
           END-READ
           ADD 1 TO RPC-ULTIMO-NRO
           MOVE RPC-ULTIMO-NRO TO WS-REP-NRO
           REWRITE NEXT-REP-NRO-REG
           ADD 1 TO WS-TOT-TRF
           MOVE SPACES TO WS-REFERENCIA
           STRING "REP" WS-REP-NRO DELIMITED BY SIZE INTO WS-REFERENCIA
           MOVE 0 TO WS-LINEAS-PICK WS-UNID-PICK

           MOVE SPACES TO BOD-NOMBRE
           MOVE WS-DEST-CORTE TO BOD-CODIGO
           READ BODEGAS
               INVALID KEY CONTINUE
           END-READ

           OPEN OUTPUT PICKING-REPOSICION
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           MOVE SPACES TO WS-LINEA-REP
           STRING "HOJA DE PICKING - TRANSFERENCIA DE REPOSICION "
                  WS-REFERENCIA "  FECHA " WS-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           MOVE SPACES TO WS-LINEA-REP
           STRING "DESTINO: " WS-DEST-CORTE " " BOD-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           MOVE "ORIG UBICACION PRODUCTO   DESCRIPCION                                   CANTIDAD  RETIRADO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING.

       EJECUTAR-LINEA.
      *> El disponible se verifica de nuevo: lo que ya no esta en el
      *> origen pasa a faltante
           MOVE RPS-ORIGEN  TO WS-ORIG
           MOVE RPS-PROD-ID TO WS-PROD
           PERFORM CALCULAR-DISPONIBLE
           IF WS-DISPONIBLE < RPS-CANTIDAD
               COMPUTE RPS-FALTANTE = RPS-FALTANTE
                                    + RPS-CANTIDAD - WS-DISPONIBLE
               MOVE WS-DISPONIBLE TO RPS-CANTIDAD
           END-IF
           MOVE WS-REP-NRO TO RPS-TRF-NRO
           SET RPS-TRANSFERIDA TO TRUE
           REWRITE REPOSICION-REG
           IF RPS-CANTIDAD = 0
               EXIT PARAGRAPH
           END-IF

      *> CALCULAR-DISPONIBLE deja leido el STOCK del producto; el
      *> total de la empresa no cambia con el traslado
           PERFORM SIGUIENTE-SECUENCIA-KARDEX
           MOVE RPS-PROD-ID      TO KAR-PROD-ID
           MOVE WS-KAR-SECUENCIA TO KAR-SECUENCIA
           MOVE WS-HOY           TO KAR-FECHA
           SET KAR-SALIDA TO TRUE
           MOVE RPS-CANTIDAD     TO KAR-CANTIDAD
           MOVE STK-CANTIDAD     TO KAR-SALDO
           MOVE RPS-ORIGEN       TO KAR-BODEGA
           MOVE WS-REFERENCIA    TO KAR-REFERENCIA
           MOVE SPACES           TO KAR-LOTE
           WRITE KARDEX-REG

           PERFORM SIGUIENTE-SECUENCIA-KARDEX
           MOVE RPS-PROD-ID      TO KAR-PROD-ID
           MOVE WS-KAR-SECUENCIA TO KAR-SECUENCIA
           MOVE WS-HOY           TO KAR-FECHA
           SET KAR-ENTRADA TO TRUE
           MOVE RPS-CANTIDAD     TO KAR-CANTIDAD
           MOVE STK-CANTIDAD     TO KAR-SALDO
           MOVE RPS-DESTINO      TO KAR-BODEGA
           MOVE WS-REFERENCIA    TO KAR-REFERENCIA
           MOVE SPACES           TO KAR-LOTE
           WRITE KARDEX-REG

      *> Existencias por bodega: entra al destino y, si surte otra
      *> sucursal, sale de ella
           MOVE RPS-DESTINO TO SBD-BODEGA
           MOVE RPS-PROD-ID TO SBD-PROD-ID
           READ EXIST-SUCURSAL
               INVALID KEY
                   MOVE SPACES TO SBD-SURTIDORA
                   MOVE 0 TO SBD-CANTIDAD SBD-MINIMO SBD-MAXIMO
                   MOVE RPS-CANTIDAD TO SBD-CANTIDAD
                   MOVE WS-HOY TO SBD-FECHA-ACT
                   MOVE WS-USUARIO-SESION TO SBD-USUARIO
                   WRITE EXIST-SUCURSAL-REG
               NOT INVALID KEY
                   ADD RPS-CANTIDAD TO SBD-CANTIDAD
                   MOVE WS-HOY TO SBD-FECHA-ACT
                   MOVE WS-USUARIO-SESION TO SBD-USUARIO
                   REWRITE EXIST-SUCURSAL-REG
           END-READ
           IF RPS-ORIGEN NOT = STK-BODEGA
               MOVE RPS-ORIGEN  TO SBD-BODEGA
               MOVE RPS-PROD-ID TO SBD-PROD-ID
               READ EXIST-SUCURSAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SUBTRACT RPS-CANTIDAD FROM SBD-CANTIDAD
                       MOVE WS-HOY TO SBD-FECHA-ACT
                       MOVE WS-USUARIO-SESION TO SBD-USUARIO
                       REWRITE EXIST-SUCURSAL-REG
               END-READ
           END-IF

           MOVE "TRANSFER" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-REG-CLAVE WS-AUD-VALOR-ANT
                          WS-AUD-VALOR-NUEVO
           MOVE RPS-PROD-ID TO WS-AUD-REG-CLAVE
           MOVE RPS-ORIGEN TO WS-AUD-VALOR-ANT
           MOVE RPS-CANTIDAD TO WS-EDIT-CANT
           STRING RPS-DESTINO " " WS-REFERENCIA " " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           MOVE SPACES TO PRD-DESCRIPCION
           MOVE RPS-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY CONTINUE
           END-READ
           MOVE RPS-CANTIDAD TO WS-EDIT-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING RPS-ORIGEN " " STK-UBICACION "  " RPS-PROD-ID " "
                  PRD-DESCRIPCION " " WS-EDIT-CANT "  [      ]"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           ADD 1 TO WS-LINEAS-PICK
           ADD RPS-CANTIDAD TO WS-UNID-PICK.

       CERRAR-PICKING.
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           MOVE WS-LINEAS-PICK TO WS-EDIT-TOT
           MOVE WS-UNID-PICK TO WS-EDIT-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING "LINEAS: " WS-EDIT-TOT "   UNIDADES: " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           MOVE "DESPACHADO POR: ____________________   RECIBIDO POR: ____________________"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PICKING
           CLOSE PICKING-REPOSICION

           MOVE "PICKREPOS" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING WS-DEST-CORTE " " WS-REFERENCIA DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-LINEAS-PICK TO WS-SPL-REGISTROS
           MOVE "picking_repos.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL.

       SIGUIENTE-SECUENCIA-KARDEX.
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE RPS-PROD-ID TO KAR-PROD-ID
           MOVE 0 TO KAR-SECUENCIA
           SET NO-FIN-KARDEX TO TRUE
           START KARDEX KEY IS NOT LESS THAN KAR-CLAVE
               INVALID KEY SET FIN-KARDEX TO TRUE
           END-START

           PERFORM UNTIL FIN-KARDEX
               READ KARDEX NEXT RECORD
                   AT END SET FIN-KARDEX TO TRUE
                   NOT AT END
                       IF KAR-PROD-ID NOT = RPS-PROD-ID
                           SET FIN-KARDEX TO TRUE
                       ELSE
                           MOVE KAR-SECUENCIA TO WS-KAR-SECUENCIA
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-KAR-SECUENCIA.

      *> ------------------------------------------------------------
      *> Faltantes: lo que el origen no cubre (y lo ya llevado al
      *> sugerido de compras)
      *> ------------------------------------------------------------
       LISTAR-FALTANTES.
           OPEN OUTPUT REPOSICION-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-FALTAN
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "FALTANTES DE REPOSICION NO CUBIERTOS POR LA BODEGA SURTIDORA"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "DEST ORIG PRODUCTO     DESCRIPCION                      FALTANTE  EN COMPRAS"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO

           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "FALTANTES NO CUBIERTOS POR EL ORIGEN" LINE 01 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY "DEST ORIG PRODUCTO     DESCRIPCION                      FALTANTE  EN COMPRAS"
                   LINE 03 COL 01
           MOVE 4 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO RPS-CLAVE
           START REPOSICION KEY IS NOT LESS THAN RPS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ REPOSICION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RPS-FALTANTE > 0 AND NOT RPS-RECHAZADA
                           MOVE SPACES TO PRD-DESCRIPCION
                           MOVE RPS-PROD-ID TO PRD-CODIGO
                           READ PRODUCTOS
                               INVALID KEY CONTINUE
                           END-READ
                           MOVE RPS-FALTANTE TO WS-EDIT-CANT
                           MOVE RPS-PEDIDO   TO WS-EDIT-CANT2
                           MOVE SPACES TO WS-LINEA-REP
                           STRING RPS-DESTINO " " RPS-ORIGEN " "
                                  RPS-PROD-ID " " PRD-DESCRIPCION(1:25)
                                  " " WS-EDIT-CANT " " WS-EDIT-CANT2
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM ESCRIBIR-PLANO
                           ADD 1 TO WS-TOT-FALTAN
                           IF WS-FILA < 21
                               DISPLAY WS-LINEA-REP(1:80) LINE WS-FILA COL 01
                               ADD 1 TO WS-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TOT-FALTAN TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "LINEAS CON FALTANTE: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           CLOSE REPOSICION-PLANO

           MOVE "FALTREPOS" TO WS-SPL-REPORTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "reposicion.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "LINEAS CON FALTANTE: " LINE 22 COL 01
           DISPLAY WS-EDIT-TOT LINE 22 COL 23
           DISPLAY "(EL SUGERIDO DE COMPRAS LAS INCLUYE)" LINE 22 COL 30
           ACCEPT WS-PAUSA LINE 22 COL 70.

       ESCRIBIR-PLANO.
           WRITE REG-REPOSICION-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       ESCRIBIR-PICKING.
           WRITE REG-PICKING-REPOS FROM WS-LINEA-REP.

       END PROGRAM INVSTK10.
