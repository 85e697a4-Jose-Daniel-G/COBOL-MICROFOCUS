      *> * Purpose:  Ordenes de Servicio del taller: recepcion de la
      *> *           unidad (con numero de serie cuando aplica),
      *> *           progresion de estado, repuestos que salen del
      *> *           stock con kardex al consumirse, tiempos de los
      *> *           tecnicos (inicio, fin y tarea) que se vuelven las
      *> *           lineas de mano de obra al facturar, y facturacion
      *> *           de la orden terminada por el circuito normal de
      *> *           numeracion y totales
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "cliente.sel".
           COPY "producto.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "categoria.sel".
           COPY "capacosto.sel".
           COPY "kardex.sel".
           COPY "factura.sel".
           COPY "detalle.sel".
           COPY "resolucion.sel".
           COPY "bloqueo.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "tecnico.sel".
           COPY "srvtiempo.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "cliente.fd".
           COPY "producto.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "categoria.fd".
           COPY "capacosto.fd".
           COPY "kardex.fd".
           COPY "factura.fd".
           COPY "detalle.fd".
           COPY "resolucion.fd".
           COPY "bloqueo.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "tecnico.fd".
           COPY "srvtiempo.fd".

       WORKING-STORAGE SECTION.
       COPY "PROVCSG.cpy".
       COPY "CAPAS.cpy".
       COPY "PERIODO.cpy".
       COPY "RESOLUCION.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "BLOQUEO.cpy".
       01 ST-SESION         PIC XX.
       01 ST-SERVORD        PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-CATEGORIAS     PIC XX.
       01 ST-KARDEX         PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-DETALLES       PIC XX.
       01 ST-NEXT-FAC       PIC XX.
       01 ST-CUOTAS         PIC XX.
       01 ST-TECNICOS       PIC XX.
       01 ST-SRVTIEMPO      PIC XX.
       01 W-TIPO-PAGO       PIC X(01).
       01 WS-NRO-CUOTAS     PIC 9(02) VALUE 1.
       01 WS-CUOTA-IDX      PIC 9(02).
       01 WS-SW-KARDEX      PIC X VALUE "N".
          88 FIN-KARDEX        VALUE "S".
          88 NO-FIN-KARDEX     VALUE "N".
       01 WS-SW-TIEMPO      PIC X VALUE "N".
          88 FIN-TIEMPO        VALUE "S".
          88 NO-FIN-TIEMPO     VALUE "N".

       01 W-SRV-NRO         PIC 9(05).
       01 W-CLI-ID          PIC 9(07).
       01 W-CANT            PIC 9(03).
       01 W-PRECIO          PIC 9(9)V99.
       01 W-DESCRIP         PIC X(30).
       01 W-TEC-CODIGO      PIC X(04).
       01 W-FECHA-TRABAJO   PIC 9(08).
       01 W-HORA-INI        PIC 9(04).
       01 W-HORA-INI-DET REDEFINES W-HORA-INI.
          05 W-INI-HH          PIC 9(02).
          05 W-INI-MM          PIC 9(02).
       01 W-HORA-FIN        PIC 9(04).
       01 W-HORA-FIN-DET REDEFINES W-HORA-FIN.
          05 W-FIN-HH          PIC 9(02).
          05 W-FIN-MM          PIC 9(02).
       01 W-COBRABLE        PIC X(01).

       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-SRV-NRO-MAX    PIC 9(05).
       01 WS-ITEM-DET       PIC 9(03).
       01 WS-IVA-LINEA      PIC S9(11)V99.
       01 WS-EDIT-MONTO     PIC -(7)9.99.
       01 WS-STM-SEC-MAX    PIC 9(03).
       01 WS-MIN-INI        PIC 9(05).
       01 WS-MIN-FIN        PIC 9(05).
       01 WS-MINUTOS        PIC 9(05).
       01 WS-HORAS-EDIT     PIC Z9.99.

       PROCEDURE DIVISION.

                       WITH REVERSE-VIDEO
               DISPLAY "1. RECIBIR UNIDAD (NUEVA ORDEN)" LINE 05 COL 10
               DISPLAY "2. CAMBIAR ESTADO DE UNA ORDEN" LINE 06 COL 10
               DISPLAY "3. AGREGAR REPUESTO / TIEMPO DE TECNICO" LINE 07 COL 10
               DISPLAY "4. FACTURAR ORDEN LISTA" LINE 08 COL 10
               DISPLAY "5. CONSULTAR ORDENES ABIERTAS" LINE 09 COL 10
               DISPLAY "6. TECNICOS Y PRODUCTIVIDAD DEL TALLER" LINE 10 COL 10
               DISPLAY "S. SALIR" LINE 11 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 12 COL 10
               ACCEPT WS-OPCION LINE 12 COL 19
                       PERFORM FACTURAR-ORDEN
                   WHEN "5"
                       PERFORM CONSULTAR-ORDENES
                   WHEN "6"
                       CALL "SERTEC01"
                           ON EXCEPTION
                              DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "SERTEC01"
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

               CLOSE STOCK
               OPEN I-O STOCK
           END-IF
           OPEN I-O CONSIG-PROV
           IF ST-PROVCSG = "35"
               OPEN OUTPUT CONSIG-PROV
               CLOSE CONSIG-PROV
               OPEN I-O CONSIG-PROV
           END-IF
           OPEN INPUT CATEGORIAS
           IF ST-CATEGORIAS = "35"
               OPEN OUTPUT CATEGORIAS
               CLOSE CATEGORIAS
               OPEN INPUT CATEGORIAS
           END-IF
           OPEN I-O CAPAS-COSTO
           IF ST-CAPAS = "35"
               OPEN OUTPUT CAPAS-COSTO
               CLOSE CAPAS-COSTO
               OPEN I-O CAPAS-COSTO
           END-IF
           OPEN I-O CONSUMO-CAPAS
           IF ST-CONSUMO-CAPAS = "35"
               OPEN OUTPUT CONSUMO-CAPAS
               CLOSE CONSUMO-CAPAS
               OPEN I-O CONSUMO-CAPAS
           END-IF
           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN OUTPUT KARDEX
               CLOSE PERIODOS-CONTABLES
               OPEN INPUT PERIODOS-CONTABLES
           END-IF
           OPEN INPUT TECNICOS
           IF ST-TECNICOS = "35"
               OPEN OUTPUT TECNICOS
               CLOSE TECNICOS
               OPEN INPUT TECNICOS
           END-IF
           OPEN I-O TIEMPOS-TALLER
           IF ST-SRVTIEMPO = "35"
               OPEN OUTPUT TIEMPOS-TALLER
               CLOSE TIEMPOS-TALLER
               OPEN I-O TIEMPOS-TALLER
           END-IF
           PERFORM ABRIR-BLOQUEOS.

       CERRAR-ARCHIVOS.
           CLOSE ORDENES-SERVDET
           CLOSE CLIENTES
           CLOSE PRODUCTOS
           CLOSE CONSIG-PROV
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO
           CLOSE CONSUMO-CAPAS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE FACTURAS
           CLOSE NEXT-FAC-NRO
           CLOSE CUOTAS
           CLOSE PERIODOS-CONTABLES
           CLOSE TECNICOS
           CLOSE TIEMPOS-TALLER
           CLOSE BLOQUEOS.

       RECIBIR-UNIDAD.
           MOVE WS-FECHA-HOY   TO SRV-FECHA
           MOVE W-FALLA        TO SRV-FALLA
           SET SRV-RECIBIDA TO TRUE
           MOVE 0 TO SRV-FAC-NRO SRV-FECHA-ENTREGA
           MOVE WS-USUARIO-SESION TO SRV-USUARIO
           WRITE ORDEN-SERVICIO-REG

           END-IF

           MOVE SPACE TO W-TIPO-LINEA
           DISPLAY "TIPO [R=REPUESTO / T=TIEMPO DE TECNICO]: " LINE 14 COL 10
           ACCEPT W-TIPO-LINEA LINE 14 COL 52
           MOVE FUNCTION UPPER-CASE(W-TIPO-LINEA) TO W-TIPO-LINEA

           EVALUATE W-TIPO-LINEA
               WHEN "R"
                   PERFORM AGREGAR-REPUESTO
               WHEN "T"
               WHEN "M"
                   PERFORM REGISTRAR-TIEMPO
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO" LINE 15 COL 10
                   ACCEPT WS-PAUSA LINE 15 COL 25
           SUBTRACT W-CANT FROM STK-CANTIDAD
           MOVE WS-FECHA-HOY TO STK-FECHA-ACT
           REWRITE STOCK-REG
           PERFORM ACUMULAR-CONSIGNACION
           MOVE W-CANT TO WS-CPA-CANTIDAD
           MOVE SPACES TO WS-CPA-REFERENCIA
           STRING "SRV" W-SRV-NRO DELIMITED BY SIZE
               INTO WS-CPA-REFERENCIA
           MOVE 0 TO WS-CPA-FAC-NRO
           PERFORM CONSUMIR-CAPAS
           PERFORM GRABAR-KARDEX-SERVICIO

           PERFORM BUSCAR-ULTIMO-ITEM
           DISPLAY "REPUESTO CONSUMIDO" LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 30.

       REGISTRAR-TIEMPO.
      *> La mano de obra ya no se digita como texto y valor: se
      *> registra quien trabajo, cuando y en que; al facturar, el
      *> tiempo cobrable se valoriza con la tarifa del tecnico
           MOVE SPACES TO W-TEC-CODIGO
           DISPLAY "TECNICO: " LINE 15 COL 10
           ACCEPT W-TEC-CODIGO LINE 15 COL 20
           MOVE FUNCTION UPPER-CASE(W-TEC-CODIGO) TO W-TEC-CODIGO
           MOVE W-TEC-CODIGO TO TEC-CODIGO
           READ TECNICOS
               INVALID KEY
                   DISPLAY "TECNICO NO EXISTE" LINE 16 COL 10
                   ACCEPT WS-PAUSA LINE 16 COL 29
                   EXIT PARAGRAPH
           END-READ
           IF NOT TEC-ACTIVO
               DISPLAY "TECNICO INACTIVO" LINE 16 COL 10
               ACCEPT WS-PAUSA LINE 16 COL 28
               EXIT PARAGRAPH
           END-IF
           DISPLAY TEC-NOMBRE LINE 15 COL 26

           MOVE WS-FECHA-HOY TO W-FECHA-TRABAJO
           DISPLAY "FECHA (AAAAMMDD): " LINE 16 COL 10
           ACCEPT W-FECHA-TRABAJO LINE 16 COL 29
           IF FUNCTION TEST-DATE-YYYYMMDD(W-FECHA-TRABAJO) NOT = 0
              OR W-FECHA-TRABAJO > WS-FECHA-HOY
              OR W-FECHA-TRABAJO < SRV-FECHA
               DISPLAY "FECHA INVALIDA" LINE 17 COL 10
               ACCEPT WS-PAUSA LINE 17 COL 26
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-HORA-INI W-HORA-FIN
           DISPLAY "HORA INICIO (HHMM): " LINE 17 COL 10
           ACCEPT W-HORA-INI LINE 17 COL 31
           DISPLAY "HORA FIN    (HHMM): " LINE 17 COL 40
           ACCEPT W-HORA-FIN LINE 17 COL 61
           IF W-INI-HH > 23 OR W-INI-MM > 59
              OR W-FIN-HH > 23 OR W-FIN-MM > 59
              OR W-HORA-FIN NOT > W-HORA-INI
               DISPLAY "HORAS INVALIDAS (EL FIN VA DESPUES DEL INICIO)"
                       LINE 18 COL 10
               ACCEPT WS-PAUSA LINE 18 COL 58
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIN-INI = W-INI-HH * 60 + W-INI-MM
           COMPUTE WS-MIN-FIN = W-FIN-HH * 60 + W-FIN-MM
           COMPUTE WS-MINUTOS = WS-MIN-FIN - WS-MIN-INI

           MOVE SPACES TO W-DESCRIP
           DISPLAY "TAREA: " LINE 18 COL 10
           ACCEPT W-DESCRIP LINE 18 COL 18
           IF W-DESCRIP = SPACES
               DISPLAY "DATOS INCOMPLETOS" LINE 19 COL 10
               ACCEPT WS-PAUSA LINE 19 COL 29
               EXIT PARAGRAPH
           END-IF

      *> El tiempo no cobrable (reproceso, garantia, aprendizaje) cuenta
      *> como registrado pero no se factura
           MOVE "S" TO W-COBRABLE
           DISPLAY "COBRABLE AL CLIENTE [S/N]: " LINE 19 COL 10
           ACCEPT W-COBRABLE LINE 19 COL 38
           MOVE FUNCTION UPPER-CASE(W-COBRABLE) TO W-COBRABLE
           IF W-COBRABLE NOT = "N"
               MOVE "S" TO W-COBRABLE
           END-IF

           PERFORM BUSCAR-ULTIMO-TIEMPO
           ADD 1 TO WS-STM-SEC-MAX
           MOVE W-SRV-NRO      TO STM-SRV-NRO
           MOVE WS-STM-SEC-MAX TO STM-SECUENCIA
           MOVE W-TEC-CODIGO   TO STM-TEC-CODIGO
           MOVE W-FECHA-TRABAJO TO STM-FECHA
           MOVE W-HORA-INI     TO STM-HORA-INI
           MOVE W-HORA-FIN     TO STM-HORA-FIN
           MOVE WS-MINUTOS     TO STM-MINUTOS
           MOVE W-DESCRIP      TO STM-TAREA
           MOVE W-COBRABLE     TO STM-COBRABLE
           MOVE 0              TO STM-FAC-NRO STM-VALOR
           MOVE WS-USUARIO-SESION TO STM-USUARIO
           WRITE SRVTIEMPO-REG

           COMPUTE WS-HORAS-EDIT ROUNDED = WS-MINUTOS / 60
           DISPLAY "TIEMPO REGISTRADO - HORAS: " LINE 20 COL 10
           DISPLAY WS-HORAS-EDIT LINE 20 COL 37
           ACCEPT WS-PAUSA LINE 20 COL 45.

       BUSCAR-ULTIMO-TIEMPO.
           MOVE 0 TO WS-STM-SEC-MAX
           SET NO-FIN-TIEMPO TO TRUE
           MOVE W-SRV-NRO TO STM-SRV-NRO
           MOVE 0 TO STM-SECUENCIA
           START TIEMPOS-TALLER KEY IS NOT LESS THAN STM-CLAVE
               INVALID KEY SET FIN-TIEMPO TO TRUE
           END-START
           PERFORM UNTIL FIN-TIEMPO
               READ TIEMPOS-TALLER NEXT RECORD
                   AT END SET FIN-TIEMPO TO TRUE
                   NOT AT END
                       IF STM-SRV-NRO NOT = W-SRV-NRO
                           SET FIN-TIEMPO TO TRUE
                       ELSE
                           MOVE STM-SECUENCIA TO WS-STM-SEC-MAX
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-KARDEX-SERVICIO.
           MOVE 0 TO WS-KAR-SECUENCIA
           SET FAC-ENT-MOSTRADOR TO TRUE
           MOVE 0 TO FAC-SESION-CAJA FAC-COMIS-LIQ
           MOVE "N" TO FAC-COMIS-REV
           MOVE SPACES TO FAC-MONEDA FAC-DIR-ENTREGA
           MOVE 0 TO FAC-TASA FAC-TOTAL-ME
           WRITE FACTURA-REG

               END-READ
           END-PERFORM

      *> Los tiempos cobrables aun sin facturar son la mano de obra
           SET NO-FIN-TIEMPO TO TRUE
           MOVE W-SRV-NRO TO STM-SRV-NRO
           MOVE 0 TO STM-SECUENCIA
           START TIEMPOS-TALLER KEY IS NOT LESS THAN STM-CLAVE
               INVALID KEY SET FIN-TIEMPO TO TRUE
           END-START
           PERFORM UNTIL FIN-TIEMPO
               READ TIEMPOS-TALLER NEXT RECORD
                   AT END SET FIN-TIEMPO TO TRUE
                   NOT AT END
                       IF STM-SRV-NRO NOT = W-SRV-NRO
                           SET FIN-TIEMPO TO TRUE
                       ELSE
                           IF STM-ES-COBRABLE AND STM-FAC-NRO = 0
                               PERFORM FACTURAR-TIEMPO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-FAC-NRO-ACTUAL TO FAC-NRO
           READ FACTURAS
               INVALID KEY EXIT PARAGRAPH
           MOVE FAC-TOTAL TO FAC-SALDO-PEND
           REWRITE FACTURA-REG

           MOVE "F" TO WS-CLC-TIPO-DOC
           MOVE FAC-NRO TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "SERORD01" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           IF FAC-CREDITO
               PERFORM GENERAR-CUOTAS
           END-IF
           END-READ
           SET SRV-ENTREGADA TO TRUE
           MOVE WS-FAC-NRO-ACTUAL TO SRV-FAC-NRO
           MOVE WS-FECHA-HOY TO SRV-FECHA-ENTREGA
           REWRITE ORDEN-SERVICIO-REG

           MOVE FAC-TOTAL TO WS-EDIT-MONTO
           MOVE SRD-PRECIO TO DET-PRECIO
           COMPUTE DET-SUBTOTAL = SRD-CANT * SRD-PRECIO
           MOVE 0 TO DET-PROMO
           MOVE 0 TO DET-ESCALA
           WRITE DETALLE-REG

           ADD DET-SUBTOTAL TO FAC-SUBTOTAL
               DET-SUBTOTAL * DET-IVA-PCT / 100
           ADD WS-IVA-LINEA TO FAC-IVA.

       FACTURAR-TIEMPO.
      *> Una linea por tiempo: horas (3 decimales) por la tarifa del
      *> tecnico; el tiempo queda marcado con la factura y su valor
           MOVE STM-TEC-CODIGO TO TEC-CODIGO
           READ TECNICOS
               INVALID KEY MOVE 0 TO TEC-TARIFA-HORA
           END-READ
           ADD 1 TO WS-ITEM-DET
           MOVE WS-FAC-NRO-ACTUAL TO DET-FAC-NRO
           MOVE WS-ITEM-DET TO DET-ITEM
           MOVE SPACES TO DET-PROD-ID
           MOVE 0 TO DET-IVA-PCT
           MOVE STM-TAREA TO DET-DESCRIP
           COMPUTE DET-CANT ROUNDED = STM-MINUTOS / 60
           MOVE TEC-TARIFA-HORA TO DET-PRECIO
           COMPUTE DET-SUBTOTAL ROUNDED = DET-CANT * DET-PRECIO
           MOVE 0 TO DET-PROMO
           MOVE 0 TO DET-ESCALA
           WRITE DETALLE-REG

           ADD DET-SUBTOTAL TO FAC-SUBTOTAL

           MOVE WS-FAC-NRO-ACTUAL TO STM-FAC-NRO
           MOVE DET-SUBTOTAL TO STM-VALOR
           REWRITE SRVTIEMPO-REG.

       CONSULTAR-ORDENES.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           DISPLAY "NRO    CLIENTE  PRODUCTO   FECHA      EST FALLA"
           END-PERFORM
           ACCEPT WS-PAUSA LINE 23 COL 10.

       ACUMULAR-CONSIGNACION.
           COPY "ACUMULAR-CONSIGNACION.cpy".

       CONSUMIR-CAPAS.
           COPY "CONSUMIR-CAPAS.cpy".

       END PROGRAM SERORD01.
