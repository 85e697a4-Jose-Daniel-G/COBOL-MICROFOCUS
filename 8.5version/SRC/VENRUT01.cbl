      *> ******************************************************************
      *> * Purpose:  Hojas de Ruta de reparto: catalogo de choferes,
      *> *           armado de la ruta del dia con las remisiones sin
      *> *           entregar en orden de paradas (manual o automatico
      *> *           por ciudad y direccion del punto de entrega),
      *> *           impresion de la hoja consolidada (direcciones y
      *> *           mercancia) al spool y captura del resultado de
      *> *           cada entrega. La liquidacion del cobro al regreso
      *> *           del camion la hace VENRUT02
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "remisiondet.sel".
           COPY "factura.sel".
           COPY "cliente.sel".
           COPY "direntrega.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "remisiondet.fd".
           COPY "factura.fd".
           COPY "cliente.fd".
           COPY "direntrega.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "DIRENTREGA.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CHOFERES       PIC XX.
       01 ST-RUTAS          PIC XX.
       01 WS-SECUENCIA      PIC 9(02).
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.
       01 WS-CANT-DISP      PIC Z(4)9.999.
       01 W-ORDEN           PIC X(01).
       01 W-ZONA            PIC X(04).
       01 WS-I              PIC 999.
       01 WS-J              PIC 999.
       01 WS-TOTAL-FILAS    PIC 999 VALUE 0.

      *> Paradas candidatas para el orden automatico: zona, ciudad y
      *> direccion del punto de entrega, desempatando por remision
       01 WS-TABLA-PARADAS.
          05 T-RENGLON OCCURS 200 TIMES.
             10 T-CLAVE.
                15 T-ZONA         PIC X(04).
                15 T-CIUDAD       PIC X(20).
                15 T-DIRECCION    PIC X(40).
                15 T-REM-NRO      PIC 9(07).

       01 WS-FILA-TEMP.
          05 WS-T-ZONA          PIC X(04).
          05 WS-T-CIUDAD        PIC X(20).
          05 WS-T-DIRECCION     PIC X(40).
          05 WS-T-REM-NRO       PIC 9(07).

       PROCEDURE DIVISION.

               DISPLAY "2. ARMAR RUTA DEL DIA" LINE 06 COL 10
               DISPLAY "3. IMPRIMIR HOJA DE RUTA (SPOOL)" LINE 07 COL 10
               DISPLAY "4. CONFIRMAR ENTREGAS DE UNA RUTA" LINE 08 COL 10
               DISPLAY "5. LIQUIDAR RUTA (COBROS, RECHAZOS Y ENVASES)"
                       LINE 09 COL 10
               DISPLAY "S. SALIR" LINE 10 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19
                       PERFORM IMPRIMIR-RUTA
                   WHEN "4"
                       PERFORM CONFIRMAR-ENTREGAS
                   WHEN "5"
      *> VENRUT02 actualiza rutas, facturas y clientes: se liberan
      *> los archivos mientras corre
                       PERFORM CERRAR-ARCHIVOS
                       CALL "VENRUT02"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                       LINE 13 COL 10
                               ACCEPT WS-PAUSA LINE 13 COL 38
                       END-CALL
                       CANCEL "VENRUT02"
                       PERFORM ABRIR-ARCHIVOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
               CLOSE FACTURAS
               OPEN INPUT FACTURAS
           END-IF
           OPEN INPUT CLIENTES
           OPEN INPUT DIRECCIONES-ENTREGA
           IF ST-DIRENTREGA = "35"
               OPEN OUTPUT DIRECCIONES-ENTREGA
               CLOSE DIRECCIONES-ENTREGA
               OPEN INPUT DIRECCIONES-ENTREGA
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CHOFERES
           CLOSE REMISIONES
           CLOSE REMISIONDET
           CLOSE FACTURAS
           CLOSE CLIENTES
           CLOSE DIRECCIONES-ENTREGA.

       MANTENER-CHOFERES.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-FECHA
           DISPLAY "REMISIONES HASTA FECHA (ENTER=HOY): " LINE 12 COL 10
           ACCEPT W-FECHA LINE 12 COL 47
           MOVE SPACES TO W-ZONA
           DISPLAY "ZONA (VACIO=TODAS): " LINE 12 COL 57
           ACCEPT W-ZONA LINE 12 COL 77
           MOVE FUNCTION UPPER-CASE(W-ZONA) TO W-ZONA

      *> Remisiones emitidas sin entregar y sin ruta asignada
           DISPLAY "REMISION  FECHA      FACTURA  CIUDAD ENTREGA       ZONA" LINE 13 COL 10
           MOVE 14 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO REM-NRO
                   NOT AT END
                       IF REM-EMITIDA AND REM-FECHA <= W-FECHA
                          AND NOT REM-EN-RUTA
                           PERFORM RESOLVER-PUNTO-REMISION
                           IF W-ZONA = SPACES OR WS-DEN-ZONA = W-ZONA
                               DISPLAY REM-NRO LINE WS-FILA COL 10
                               DISPLAY REM-FECHA LINE WS-FILA COL 20
                               DISPLAY REM-FAC-NRO LINE WS-FILA COL 31
                               DISPLAY WS-DEN-CIUDAD LINE WS-FILA COL 40
                               DISPLAY WS-DEN-ZONA LINE WS-FILA COL 61
                               ADD 1 TO WS-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           WRITE RUTA-REG

           MOVE 0 TO WS-SECUENCIA
           MOVE "M" TO W-ORDEN
           DISPLAY "ORDEN [A=AUTOMATICO POR PUNTO DE ENTREGA / M=MANUAL]: "
                   LINE 20 COL 10
           ACCEPT W-ORDEN LINE 20 COL 65
           IF FUNCTION UPPER-CASE(W-ORDEN) = "A"
               PERFORM ARMAR-PARADAS-AUTOMATICO
           ELSE
               DISPLAY " " LINE 20 COL 01 ERASE EOL
               PERFORM ARMAR-PARADAS-MANUAL
           END-IF

           DISPLAY "RUTA " LINE 22 COL 10
           DISPLAY RUT-NRO LINE 22 COL 16
           DISPLAY " ARMADA" LINE 22 COL 22
           ACCEPT WS-PAUSA LINE 22 COL 32.

       ARMAR-PARADAS-MANUAL.
           PERFORM UNTIL 1 = 2
               MOVE 0 TO W-REM-NRO
               DISPLAY "REMISION EN ORDEN DE PARADA (0=FIN): "
                   DISPLAY "REMISION NO DISPONIBLE" LINE 21 COL 10
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM GRABAR-PARADA
               DISPLAY "PARADA AGREGADA       " LINE 21 COL 10
           END-PERFORM.

      *> Toma todas las remisiones disponibles hasta la fecha y las
      *> encadena ordenadas por zona de venta, ciudad y direccion del
      *> punto de entrega, de modo que las paradas de una misma zona
      *> queden seguidas; con zona indicada solo toma las de esa zona
       ARMAR-PARADAS-AUTOMATICO.
           MOVE 0 TO WS-TOTAL-FILAS
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO REM-NRO
           START REMISIONES KEY IS NOT LESS THAN REM-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-TOTAL-FILAS >= 200
               READ REMISIONES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF REM-EMITIDA AND REM-FECHA <= W-FECHA
                          AND NOT REM-EN-RUTA
                           PERFORM RESOLVER-PUNTO-REMISION
                           IF W-ZONA NOT = SPACES AND WS-DEN-ZONA NOT = W-ZONA
                               EXIT PERFORM CYCLE
                           END-IF
                           ADD 1 TO WS-TOTAL-FILAS
                           MOVE WS-DEN-ZONA
                             TO T-ZONA(WS-TOTAL-FILAS)
                           MOVE WS-DEN-CIUDAD
                             TO T-CIUDAD(WS-TOTAL-FILAS)
                           MOVE WS-DEN-DIRECCION
                             TO T-DIRECCION(WS-TOTAL-FILAS)
                           MOVE REM-NRO TO T-REM-NRO(WS-TOTAL-FILAS)
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-TOTAL-FILAS
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > (WS-TOTAL-FILAS - WS-I)
                   IF T-CLAVE(WS-J) > T-CLAVE(WS-J + 1)
                       PERFORM INTERCAMBIAR-FILAS
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-FILAS
               MOVE T-REM-NRO(WS-I) TO REM-NRO W-REM-NRO
               READ REMISIONES
                   INVALID KEY
                       EXIT PERFORM CYCLE
               END-READ
               PERFORM GRABAR-PARADA
           END-PERFORM

           DISPLAY "PARADAS AGREGADAS: " LINE 21 COL 10
           DISPLAY WS-SECUENCIA LINE 21 COL 29.

       INTERCAMBIAR-FILAS.
           MOVE T-RENGLON(WS-J)     TO WS-FILA-TEMP
           MOVE T-RENGLON(WS-J + 1) TO T-RENGLON(WS-J)
           MOVE WS-FILA-TEMP        TO T-RENGLON(WS-J + 1).

       GRABAR-PARADA.
           ADD 1 TO WS-SECUENCIA
           MOVE RUT-NRO TO RTD-RUT-NRO
           MOVE WS-SECUENCIA TO RTD-SECUENCIA
           MOVE W-REM-NRO TO RTD-REM-NRO
           SET RTD-PENDIENTE TO TRUE
           MOVE SPACES TO RTD-MOTIVO
           WRITE RUTADET-REG
           SET REM-EN-RUTA TO TRUE
           REWRITE REMISION-REG.

      *> Resuelve el punto de entrega de la remision leida: factura,
      *> cliente y, si la factura lo tiene, la direccion del punto
       RESOLVER-PUNTO-REMISION.
           MOVE REM-FAC-NRO TO FAC-NRO
           READ FACTURAS
               INVALID KEY
                   MOVE 0 TO FAC-CLI-ID
                   MOVE SPACES TO FAC-DIR-ENTREGA
           END-READ
           MOVE FAC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOMBRE CLI-DIRECCION
                                  CLI-CON-NOMBRE CLI-CON-TELEFONO
                                  CLI-ZONA
           END-READ
           MOVE FAC-CLI-ID      TO WS-DEN-CLI-ID
           MOVE FAC-DIR-ENTREGA TO WS-DEN-CODIGO
           PERFORM LEER-DIR-ENTREGA.

       LEER-DIR-ENTREGA.
           COPY "LEER-DIR-ENTREGA.cpy".

       BUSCAR-ULTIMA-RUTA.
           MOVE 0 TO WS-RUT-NRO-MAX
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM RESOLVER-PUNTO-REMISION

           MOVE SPACES TO WS-LINEA-REP
           STRING "PARADA " RTD-SECUENCIA "  REMISION " RTD-REM-NRO
                  "  " CLI-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           IF FAC-DIR-ENTREGA NOT = SPACES
               MOVE SPACES TO WS-LINEA-REP
               STRING "  PUNTO    : " FAC-DIR-ENTREGA " " DEN-NOMBRE
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-REP
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           STRING "  DIRECCION: " WS-DEN-DIRECCION " - " WS-DEN-CIUDAD
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "  CONTACTO : " WS-DEN-CONTACTO " TEL " WS-DEN-TELEFONO
                  "  HORARIO " WS-DEN-HORARIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

                       IF RMD-REM-NRO NOT = RTD-REM-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE RMD-CANT TO WS-CANT-DISP
                           MOVE SPACES TO WS-LINEA-REP
                           STRING "    " RMD-PROD-ID " " RMD-DESCRIP
                                  " X " WS-CANT-DISP
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM ESCRIBIR-LINEA-REP
                       END-IF
                   ACCEPT WS-PAUSA LINE 13 COL 26
                   EXIT PARAGRAPH
           END-READ
           IF RUT-LIQUIDADA
               DISPLAY "LA RUTA YA FUE LIQUIDADA" LINE 13 COL 10
               ACCEPT WS-PAUSA LINE 13 COL 36
               EXIT PARAGRAPH
           END-IF

           MOVE 14 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
