      *> *           clientes, registro de visitas/llamadas con
      *> *           resultado y proxima accion, y lista de trabajo de
      *> *           clientes asignados sin compras recientes y sin
      *> *           accion agendada (la venta repetida que se evapora),
      *> *           filtrable por vendedor y/o zona de venta y por
      *> *           segmento RFM del cliente para priorizar la ruta;
      *> *           la opcion 5 abre la segmentacion RFM (VENRFM01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "cliente.sel".
           COPY "vendedor.sel".
           COPY "factura.sel".
           COPY "zona.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "cliente.fd".
           COPY "vendedor.fd".
           COPY "factura.fd".
           COPY "zona.fd".

       WORKING-STORAGE SECTION.
       COPY "SEGRFM.cpy".

       01 ST-VISITAS        PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-VENDEDORES     PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-ZONAS          PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 W-RESULTADO       PIC X(30).
       01 W-PROX            PIC 9(08).
       01 W-DIAS            PIC 9(03).
       01 W-ZONA            PIC X(04).
       01 W-SEGMENTO        PIC X(02).
       01 WS-SEG-VALIDO     PIC X.
       01 WS-CANT-LISTA     PIC 9(05).
       01 WS-EDIT-CANT      PIC ZZZZ9.
      *> Subtotal de clientes de la lista por zona (linea de pie)
       01 WS-TABLA-CONTEO.
          05 TC-RENGLON OCCURS 8 TIMES.
             10 TC-ZONA        PIC X(04).
             10 TC-CANT        PIC 9(05).
       01 WS-TOTAL-CONTEO   PIC 99.
       01 WS-IC             PIC 99.
       01 WS-PTR            PIC 99.
       01 WS-LINEA-PIE      PIC X(78).

       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-HOY-INT        PIC 9(09).
               DISPLAY "2. REGISTRAR VISITA / LLAMADA" LINE 06 COL 10
               DISPLAY "3. VISITAS DE UN CLIENTE" LINE 07 COL 10
               DISPLAY "4. LISTA DE TRABAJO DEL VENDEDOR" LINE 08 COL 10
               DISPLAY "5. SEGMENTACION RFM DE CLIENTES" LINE 09 COL 10
               DISPLAY "S. SALIR" LINE 10 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19
                       PERFORM VISITAS-CLIENTE
                   WHEN "4"
                       PERFORM LISTA-TRABAJO
                   WHEN "5"
                       PERFORM CERRAR-ARCHIVOS
                       CALL "VENRFM01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG VENRFM01"
                                       LINE 12 COL 10
                               ACCEPT WS-PAUSA LINE 12 COL 50
                       END-CALL
                       CANCEL "VENRFM01"
                       PERFORM ABRIR-ARCHIVOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN INPUT FACTURAS
           END-IF
           OPEN INPUT ZONAS
           IF ST-ZONAS = "35"
               OPEN OUTPUT ZONAS
               CLOSE ZONAS
               OPEN INPUT ZONAS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE VISITAS
           CLOSE CLIENTES
           CLOSE VENDEDORES
           CLOSE FACTURAS
           CLOSE ZONAS.

       ASIGNAR-CLIENTE.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
       LISTA-TRABAJO.
      *> Clientes asignados al vendedor sin facturas en N dias y sin
      *> proxima accion agendada a futuro: la venta que se esta
      *> perdiendo en silencio. Con zona y sin vendedor lista todos
      *> los clientes de la zona (el jefe de ventas revisa territorio).
      *> El segmento RFM acota la lista (p.ej. RI = en riesgo primero)
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE SPACES TO W-VENDEDOR
           DISPLAY "VENDEDOR (VACIO=TODOS): " LINE 12 COL 10
           ACCEPT W-VENDEDOR LINE 12 COL 35
           MOVE FUNCTION UPPER-CASE(W-VENDEDOR) TO W-VENDEDOR
           MOVE SPACES TO W-ZONA
           DISPLAY "ZONA (VACIO=TODAS): " LINE 12 COL 41
           ACCEPT W-ZONA LINE 12 COL 62
           MOVE FUNCTION UPPER-CASE(W-ZONA) TO W-ZONA
           IF W-VENDEDOR = SPACES AND W-ZONA = SPACES
               EXIT PARAGRAPH
           END-IF
           IF W-ZONA NOT = SPACES
               MOVE W-ZONA TO ZON-CODIGO
               READ ZONAS
                   INVALID KEY
                       DISPLAY "ZONA NO EXISTE" LINE 13 COL 10
                       ACCEPT WS-PAUSA LINE 13 COL 26
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE 60 TO W-DIAS
           DISPLAY "SIN COMPRAS HACE MAS DE (DIAS, ENTER=60): "
                   LINE 13 COL 10
           IF W-DIAS = 0
               MOVE 60 TO W-DIAS
           END-IF
           MOVE SPACES TO W-SEGMENTO
           DISPLAY "SEGMENTO RFM (VACIO=TODOS): " LINE 14 COL 10
           ACCEPT W-SEGMENTO LINE 14 COL 39
           MOVE FUNCTION UPPER-CASE(W-SEGMENTO) TO W-SEGMENTO
           IF W-SEGMENTO NOT = SPACES
               MOVE "N" TO WS-SEG-VALIDO
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 9
                   IF T-SEG-CODIGO(WS-SEG-IDX) = W-SEGMENTO
                       MOVE "S" TO WS-SEG-VALIDO
                   END-IF
               END-PERFORM
               IF WS-SEG-VALIDO = "N"
                   DISPLAY "SEGMENTO NO EXISTE" LINE 14 COL 43
                   ACCEPT WS-PAUSA LINE 14 COL 63
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "CLIENTE                        ULT.COMPRA  PROX.ACCION VEND ZONA SEG"
                   LINE 15 COL 05
           MOVE 16 TO WS-FILA
           MOVE 0 TO WS-CANT-LISTA WS-TOTAL-CONTEO
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CLI-ACTIVO
                          AND (W-VENDEDOR = SPACES OR CLI-VENDEDOR = W-VENDEDOR)
                          AND (W-ZONA = SPACES OR CLI-ZONA = W-ZONA)
                          AND (W-SEGMENTO = SPACES
                               OR CLI-RFM-SEGMENTO = W-SEGMENTO)
                           PERFORM EVALUAR-CLIENTE-TRABAJO
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CANT-LISTA TO WS-EDIT-CANT
           DISPLAY "CLIENTES EN LISTA: " LINE 23 COL 10
           DISPLAY WS-EDIT-CANT LINE 23 COL 29
           IF WS-TOTAL-CONTEO > 0
               MOVE SPACES TO WS-LINEA-PIE
               MOVE 1 TO WS-PTR
               STRING "POR ZONA:" DELIMITED BY SIZE
                   INTO WS-LINEA-PIE WITH POINTER WS-PTR
               PERFORM VARYING WS-IC FROM 1 BY 1
                       UNTIL WS-IC > WS-TOTAL-CONTEO
                   MOVE TC-CANT(WS-IC) TO WS-EDIT-CANT
                   IF TC-ZONA(WS-IC) = SPACES
                       MOVE "----" TO TC-ZONA(WS-IC)
                   END-IF
                   STRING " " TC-ZONA(WS-IC) "="
                          FUNCTION TRIM(WS-EDIT-CANT)
                       DELIMITED BY SIZE
                       INTO WS-LINEA-PIE WITH POINTER WS-PTR
               END-PERFORM
               DISPLAY WS-LINEA-PIE LINE 24 COL 01
           END-IF
           ACCEPT WS-PAUSA LINE 23 COL 36.

       EVALUAR-CLIENTE-TRABAJO.
           PERFORM BUSCAR-ULTIMA-FACTURA
               END-IF
           END-IF

           ADD 1 TO WS-CANT-LISTA
           PERFORM CONTAR-ZONA-LISTA
           IF WS-FILA > 22
               EXIT PARAGRAPH
           END-IF
           DISPLAY CLI-NOMBRE LINE WS-FILA COL 05
           DISPLAY WS-ULT-FAC LINE WS-FILA COL 36
           DISPLAY WS-ULT-PROX LINE WS-FILA COL 48
           DISPLAY CLI-VENDEDOR LINE WS-FILA COL 60
           DISPLAY CLI-ZONA LINE WS-FILA COL 65
           DISPLAY CLI-RFM-SEGMENTO LINE WS-FILA COL 70
           ADD 1 TO WS-FILA.

       CONTAR-ZONA-LISTA.
           PERFORM VARYING WS-IC FROM 1 BY 1
                   UNTIL WS-IC > WS-TOTAL-CONTEO
               IF TC-ZONA(WS-IC) = CLI-ZONA
                   ADD 1 TO TC-CANT(WS-IC)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TOTAL-CONTEO < 8
               ADD 1 TO WS-TOTAL-CONTEO
               MOVE CLI-ZONA TO TC-ZONA(WS-TOTAL-CONTEO)
               MOVE 1 TO TC-CANT(WS-TOTAL-CONTEO)
           END-IF.

       BUSCAR-ULTIMA-FACTURA.
           MOVE 0 TO WS-ULT-FAC
           SET NO-FIN-AUX TO TRUE
