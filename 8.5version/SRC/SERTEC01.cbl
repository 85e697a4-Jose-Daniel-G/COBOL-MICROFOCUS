       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Tecnicos del taller y productividad: maestro de
      *> *           tecnicos (costo y tarifa por hora) y reporte por
      *> *           tecnico y rango de fechas con horas registradas,
      *> *           horas facturadas, eficiencia, costo, tiempo
      *> *           promedio de respuesta (recepcion a entrega) y
      *> *           reparaciones repetidas de la misma serie dentro
      *> *           de la garantia, al spool. Los tiempos se registran
      *> *           en SERORD01
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERTEC01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "tecnico.sel".
           COPY "srvtiempo.sel".
           COPY "servord.sel".
           COPY "producto.sel".
           COPY "factura.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "tecnico.fd".
           COPY "srvtiempo.fd".
           COPY "servord.fd".
           COPY "producto.fd".
           COPY "factura.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-TECNICOS       PIC XX.
       01 ST-SRVTIEMPO      PIC XX.
       01 ST-SERVORD        PIC XX.
       01 ST-SERVORDDET     PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-FACTURAS       PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-TIEMPO      PIC X VALUE "N".
          88 FIN-TIEMPO        VALUE "S".
          88 NO-FIN-TIEMPO     VALUE "N".

       01 W-TEC-CODIGO      PIC X(04).
       01 W-TEXTO           PIC X(30).
       01 W-MONTO-TXT       PIC X(12).
       01 W-ESTADO          PIC X(01).
       01 W-DESDE           PIC 9(08).
       01 W-HASTA           PIC 9(08).
       01 WS-NUEVO          PIC X.

      *> Reparacion propia del taller cuando el producto no trae meses
      *> de garantia
       01 WS-DIAS-GAR-TALLER PIC 9(03) VALUE 90.

      *> Tecnicos del maestro con lo acumulado en el rango
       01 WS-TOT-TEC        PIC 9(03) VALUE 0.
       01 WS-IX             PIC 9(03).
       01 WS-TABLA-TEC.
          05 T-TEC OCCURS 100 TIMES.
             10 T-TEC-CODIGO    PIC X(04).
             10 T-TEC-NOMBRE    PIC X(30).
             10 T-TEC-COSTO     PIC 9(7)V99.
             10 T-TEC-MIN-REG   PIC 9(07).
             10 T-TEC-MIN-FAC   PIC 9(07).
             10 T-TEC-VALOR-FAC PIC 9(11)V99.
             10 T-TEC-ORDENES   PIC 9(05).
             10 T-TEC-DIAS      PIC 9(07).
             10 T-TEC-REPETIDAS PIC 9(05).
             10 T-TEC-MARCA     PIC X(01).

      *> Ordenes recibidas en el rango sobre una unidad con serie: se
      *> busca si la misma serie salio del taller dentro de la garantia
       01 WS-TOT-REP        PIC 9(03) VALUE 0.
       01 WS-RX             PIC 9(03).
       01 WS-TABLA-REP.
          05 T-REP OCCURS 500 TIMES.
             10 T-REP-SRV-NRO   PIC 9(05).
             10 T-REP-PROD-ID   PIC X(10).
             10 T-REP-SERIE     PIC X(20).
             10 T-REP-FECHA-INT PIC 9(09).
             10 T-REP-DIAS-GAR  PIC 9(05).
             10 T-REP-ANT-NRO   PIC 9(05).
             10 T-REP-ANT-INT   PIC 9(09).

       01 WS-ORDEN-ATRIB    PIC 9(05).
       01 WS-ENTREGA        PIC 9(08).
       01 WS-ENTREGA-INT    PIC 9(09).
       01 WS-RECIBO-INT     PIC 9(09).
       01 WS-DIAS-ORDEN     PIC 9(05).
       01 WS-TOT-MIN-REG    PIC 9(09).
       01 WS-TOT-MIN-FAC    PIC 9(09).
       01 WS-TOT-COSTO      PIC 9(11)V99.
       01 WS-TOT-VALOR-FAC  PIC 9(11)V99.
       01 WS-TOT-ORDENES    PIC 9(05).
       01 WS-TOT-DIAS       PIC 9(09).
       01 WS-TOT-REPETIDAS  PIC 9(05).
       01 WS-COSTO-TEC      PIC 9(11)V99.
       01 WS-EFICIENCIA     PIC 9(05)V9.
       01 WS-DIAS-PROM      PIC 9(05)V9.

       01 WS-HRS-REG-DISP   PIC ZZZZ9.99.
       01 WS-HRS-FAC-DISP   PIC ZZZZ9.99.
       01 WS-EFIC-DISP      PIC ZZZ9.9.
       01 WS-COSTO-DISP     PIC Z(9)9.99.
       01 WS-VALOR-DISP     PIC Z(9)9.99.
       01 WS-ORDENES-DISP   PIC ZZZZZZ9.
       01 WS-DIAS-DISP      PIC ZZZ9.9.
       01 WS-REPET-DISP     PIC ZZZZ9.
       01 WS-MONTO-DISP     PIC Z(6)9.99.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "TECNICOS Y PRODUCTIVIDAD DEL TALLER" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. MAESTRO DE TECNICOS (ALTA / MODIFICACION)"
                       LINE 05 COL 10
               DISPLAY "2. REPORTE DEL TALLER POR TECNICO Y PERIODO"
                       LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM MANTENER-TECNICO
                   WHEN "2"
                       PERFORM REPORTE-TALLER
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O TECNICOS
           IF ST-TECNICOS = "35"
               OPEN OUTPUT TECNICOS
               CLOSE TECNICOS
               OPEN I-O TECNICOS
           END-IF

           OPEN INPUT TIEMPOS-TALLER
           IF ST-SRVTIEMPO = "35"
               OPEN OUTPUT TIEMPOS-TALLER
               CLOSE TIEMPOS-TALLER
               OPEN INPUT TIEMPOS-TALLER
           END-IF

           OPEN INPUT ORDENES-SERVICIO
           IF ST-SERVORD = "35"
               OPEN OUTPUT ORDENES-SERVICIO
               CLOSE ORDENES-SERVICIO
               OPEN INPUT ORDENES-SERVICIO
           END-IF

           OPEN INPUT PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN INPUT PRODUCTOS
           END-IF

           OPEN INPUT FACTURAS
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN INPUT FACTURAS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE TECNICOS
           CLOSE TIEMPOS-TALLER
           CLOSE ORDENES-SERVICIO
           CLOSE PRODUCTOS
           CLOSE FACTURAS.

       MANTENER-TECNICO.
      *> ENTER en un campo deja el valor que tenia
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE SPACES TO W-TEC-CODIGO
           DISPLAY "CODIGO DEL TECNICO (VACIO=VOLVER): " LINE 11 COL 10
           ACCEPT W-TEC-CODIGO LINE 11 COL 46
           IF W-TEC-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(W-TEC-CODIGO) TO W-TEC-CODIGO
           MOVE W-TEC-CODIGO TO TEC-CODIGO
           MOVE "N" TO WS-NUEVO
           READ TECNICOS
               INVALID KEY
                   MOVE "S" TO WS-NUEVO
                   INITIALIZE TECNICO-REG
                   MOVE W-TEC-CODIGO TO TEC-CODIGO
                   SET TEC-ACTIVO TO TRUE
                   DISPLAY "TECNICO NUEVO" LINE 11 COL 52
           END-READ

           DISPLAY "NOMBRE: " LINE 13 COL 10
           DISPLAY TEC-NOMBRE LINE 13 COL 30
           MOVE SPACES TO W-TEXTO
           ACCEPT W-TEXTO LINE 14 COL 30
           IF W-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(W-TEXTO) TO TEC-NOMBRE
           END-IF
           IF TEC-NOMBRE = SPACES
               DISPLAY "EL NOMBRE ES OBLIGATORIO" LINE 21 COL 10
               ACCEPT WS-PAUSA LINE 21 COL 36
               EXIT PARAGRAPH
           END-IF

           MOVE TEC-COSTO-HORA TO WS-MONTO-DISP
           DISPLAY "COSTO POR HORA: " LINE 15 COL 10
           DISPLAY WS-MONTO-DISP LINE 15 COL 30
           MOVE SPACES TO W-MONTO-TXT
           ACCEPT W-MONTO-TXT LINE 15 COL 45
           IF W-MONTO-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(W-MONTO-TXT) TO TEC-COSTO-HORA
           END-IF

           MOVE TEC-TARIFA-HORA TO WS-MONTO-DISP
           DISPLAY "TARIFA FACTURADA POR HORA: " LINE 16 COL 10
           DISPLAY WS-MONTO-DISP LINE 16 COL 38
           MOVE SPACES TO W-MONTO-TXT
           ACCEPT W-MONTO-TXT LINE 16 COL 52
           IF W-MONTO-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(W-MONTO-TXT) TO TEC-TARIFA-HORA
           END-IF

           MOVE SPACE TO W-ESTADO
           DISPLAY "ESTADO [A=ACTIVO I=INACTIVO]: " LINE 17 COL 10
           DISPLAY TEC-ESTADO LINE 17 COL 41
           ACCEPT W-ESTADO LINE 17 COL 44
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
           IF W-ESTADO = "A" OR W-ESTADO = "I"
               MOVE W-ESTADO TO TEC-ESTADO
           END-IF

           MOVE WS-USUARIO-SESION TO TEC-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO TEC-FECHA-MOD
           IF WS-NUEVO = "S"
               WRITE TECNICO-REG
           ELSE
               REWRITE TECNICO-REG
           END-IF
           IF ST-TECNICOS = "00"
               DISPLAY "TECNICO GRABADO" LINE 21 COL 10
           ELSE
               DISPLAY "ERROR AL GRABAR: " LINE 21 COL 10
               DISPLAY ST-TECNICOS LINE 21 COL 28
           END-IF
           ACCEPT WS-PAUSA LINE 21 COL 36.

       REPORTE-TALLER.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-HASTA
           MOVE W-HASTA TO W-DESDE
           MOVE "01" TO W-DESDE(7:2)
           DISPLAY "DESDE (AAAAMMDD): " LINE 11 COL 10
           ACCEPT W-DESDE LINE 11 COL 29
           DISPLAY "HASTA (AAAAMMDD): " LINE 12 COL 10
           ACCEPT W-HASTA LINE 12 COL 29
           IF W-HASTA < W-DESDE
               DISPLAY "RANGO INVALIDO" LINE 13 COL 10
               ACCEPT WS-PAUSA LINE 13 COL 26
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROCESANDO..." LINE 12 COL 40

           PERFORM CARGAR-TECNICOS
           PERFORM ACUMULAR-TIEMPOS
           PERFORM RECORRER-ORDENES
           PERFORM BUSCAR-REPETIDAS
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-TOT-REP
               IF T-REP-ANT-NRO(WS-RX) > 0
                   ADD 1 TO WS-TOT-REPETIDAS
                   MOVE T-REP-ANT-NRO(WS-RX) TO WS-ORDEN-ATRIB
                   PERFORM MARCAR-TECNICOS-ORDEN
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > WS-TOT-TEC
                       IF T-TEC-MARCA(WS-IX) = "S"
                           ADD 1 TO T-TEC-REPETIDAS(WS-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CANT-LINEAS WS-TOT-COSTO
           OPEN OUTPUT TALLER-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "PRODUCTIVIDAD DEL TALLER POR TECNICO - DEL " W-DESDE
                  " AL " W-HASTA
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "TEC  NOMBRE                HRS REG  HRS FAC  EFIC%"
                  "         COSTO     FACTURADO ORDENES D.PROM REPET"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "TEC   HRS REG  HRS FAC  EFIC% ORDENES D.PROM REPET"
                   LINE 11 COL 02
           MOVE 12 TO WS-FILA

           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-TEC
               PERFORM LISTAR-TECNICO
           END-PERFORM

           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           PERFORM LISTAR-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING "EFIC% = HORAS FACTURADAS / REGISTRADAS. D.PROM = DIAS"
                  " DE RECEPCION A ENTREGA DE LAS ORDENES ENTREGADAS."
                  " REPET = LA SERIE VOLVIO DENTRO DE LA GARANTIA"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           CLOSE TALLER-PLANO

           MOVE "TALLER" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-DESDE "-" W-HASTA DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "taller.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL
           DISPLAY "REPORTE 'taller.txt' ENVIADO AL SPOOL" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 55.

       CARGAR-TECNICOS.
           MOVE 0 TO WS-TOT-TEC WS-TOT-REP WS-TOT-MIN-REG WS-TOT-MIN-FAC
                     WS-TOT-VALOR-FAC WS-TOT-ORDENES WS-TOT-DIAS
                     WS-TOT-REPETIDAS
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO TEC-CODIGO
           START TECNICOS KEY IS NOT LESS THAN TEC-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ TECNICOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF WS-TOT-TEC < 100
                           ADD 1 TO WS-TOT-TEC
                           MOVE TEC-CODIGO TO T-TEC-CODIGO(WS-TOT-TEC)
                           MOVE TEC-NOMBRE TO T-TEC-NOMBRE(WS-TOT-TEC)
                           MOVE TEC-COSTO-HORA TO T-TEC-COSTO(WS-TOT-TEC)
                           MOVE 0 TO T-TEC-MIN-REG(WS-TOT-TEC)
                                     T-TEC-MIN-FAC(WS-TOT-TEC)
                                     T-TEC-VALOR-FAC(WS-TOT-TEC)
                                     T-TEC-ORDENES(WS-TOT-TEC)
                                     T-TEC-DIAS(WS-TOT-TEC)
                                     T-TEC-REPETIDAS(WS-TOT-TEC)
                           MOVE "N" TO T-TEC-MARCA(WS-TOT-TEC)
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-TIEMPOS.
      *> Registradas: todo tiempo trabajado en el rango. Facturadas: el
      *> tiempo cobrable que ya salio en la factura de su orden
           SET NO-FIN-TIEMPO TO TRUE
           MOVE LOW-VALUES TO STM-CLAVE
           START TIEMPOS-TALLER KEY IS NOT LESS THAN STM-CLAVE
               INVALID KEY SET FIN-TIEMPO TO TRUE
           END-START
           PERFORM UNTIL FIN-TIEMPO
               READ TIEMPOS-TALLER NEXT RECORD
                   AT END SET FIN-TIEMPO TO TRUE
                   NOT AT END
                       IF STM-FECHA >= W-DESDE AND STM-FECHA <= W-HASTA
                           PERFORM UBICAR-TECNICO
                           ADD STM-MINUTOS TO WS-TOT-MIN-REG
                           IF WS-IX > 0
                               ADD STM-MINUTOS TO T-TEC-MIN-REG(WS-IX)
                           END-IF
                           IF STM-ES-COBRABLE AND STM-FAC-NRO > 0
                               ADD STM-MINUTOS TO WS-TOT-MIN-FAC
                               ADD STM-VALOR TO WS-TOT-VALOR-FAC
                               IF WS-IX > 0
                                   ADD STM-MINUTOS
                                       TO T-TEC-MIN-FAC(WS-IX)
                                   ADD STM-VALOR
                                       TO T-TEC-VALOR-FAC(WS-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       UBICAR-TECNICO.
      *> Deja en WS-IX la fila de STM-TEC-CODIGO (0 = fuera del maestro)
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-TEC
               IF T-TEC-CODIGO(WS-IX) = STM-TEC-CODIGO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IX > WS-TOT-TEC
               MOVE 0 TO WS-IX
           END-IF.

       RECORRER-ORDENES.
      *> Las ordenes entregadas en el rango dan el tiempo de respuesta
      *> (a cada tecnico que trabajo en ellas); las recibidas en el
      *> rango con serie quedan como candidatas a reparacion repetida
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO SRV-NRO
           START ORDENES-SERVICIO KEY IS NOT LESS THAN SRV-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ORDENES-SERVICIO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       PERFORM FECHA-ENTREGA-ORDEN
                       IF WS-ENTREGA >= W-DESDE AND WS-ENTREGA <= W-HASTA
                           PERFORM ATRIBUIR-ENTREGA
                       END-IF
                       IF SRV-FECHA >= W-DESDE AND SRV-FECHA <= W-HASTA
                          AND SRV-SERIE NOT = SPACES
                          AND WS-TOT-REP < 500
                           PERFORM AGREGAR-CANDIDATA
                       END-IF
               END-READ
           END-PERFORM.

       FECHA-ENTREGA-ORDEN.
      *> Las ordenes entregadas antes de guardar la fecha de entrega
      *> toman la de su factura
           MOVE 0 TO WS-ENTREGA
           IF NOT SRV-ENTREGADA
               EXIT PARAGRAPH
           END-IF
           MOVE SRV-FECHA-ENTREGA TO WS-ENTREGA
           IF WS-ENTREGA = 0 AND SRV-FAC-NRO > 0
               MOVE SRV-FAC-NRO TO FAC-NRO
               READ FACTURAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE FAC-FECHA TO WS-ENTREGA
               END-READ
           END-IF.

       ATRIBUIR-ENTREGA.
           COMPUTE WS-ENTREGA-INT = FUNCTION INTEGER-OF-DATE(WS-ENTREGA)
           COMPUTE WS-RECIBO-INT = FUNCTION INTEGER-OF-DATE(SRV-FECHA)
           IF WS-ENTREGA-INT > WS-RECIBO-INT
               COMPUTE WS-DIAS-ORDEN = WS-ENTREGA-INT - WS-RECIBO-INT
           ELSE
               MOVE 0 TO WS-DIAS-ORDEN
           END-IF
           ADD 1 TO WS-TOT-ORDENES
           ADD WS-DIAS-ORDEN TO WS-TOT-DIAS

           MOVE SRV-NRO TO WS-ORDEN-ATRIB
           PERFORM MARCAR-TECNICOS-ORDEN
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-TEC
               IF T-TEC-MARCA(WS-IX) = "S"
                   ADD 1 TO T-TEC-ORDENES(WS-IX)
                   ADD WS-DIAS-ORDEN TO T-TEC-DIAS(WS-IX)
               END-IF
           END-PERFORM.

       MARCAR-TECNICOS-ORDEN.
      *> Marca en la tabla los tecnicos con tiempo en WS-ORDEN-ATRIB
      *> (cada uno una sola vez aunque tenga varios registros)
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TOT-TEC
               MOVE "N" TO T-TEC-MARCA(WS-IX)
           END-PERFORM
           SET NO-FIN-TIEMPO TO TRUE
           MOVE WS-ORDEN-ATRIB TO STM-SRV-NRO
           MOVE 0 TO STM-SECUENCIA
           START TIEMPOS-TALLER KEY IS NOT LESS THAN STM-CLAVE
               INVALID KEY SET FIN-TIEMPO TO TRUE
           END-START
           PERFORM UNTIL FIN-TIEMPO
               READ TIEMPOS-TALLER NEXT RECORD
                   AT END SET FIN-TIEMPO TO TRUE
                   NOT AT END
                       IF STM-SRV-NRO NOT = WS-ORDEN-ATRIB
                           SET FIN-TIEMPO TO TRUE
                       ELSE
                           PERFORM UBICAR-TECNICO
                           IF WS-IX > 0
                               MOVE "S" TO T-TEC-MARCA(WS-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-CANDIDATA.
      *> La ventana es la garantia del producto en meses (a 30 dias);
      *> sin ella, la del taller sobre su propia reparacion
           ADD 1 TO WS-TOT-REP
           MOVE SRV-NRO     TO T-REP-SRV-NRO(WS-TOT-REP)
           MOVE SRV-PROD-ID TO T-REP-PROD-ID(WS-TOT-REP)
           MOVE SRV-SERIE   TO T-REP-SERIE(WS-TOT-REP)
           COMPUTE T-REP-FECHA-INT(WS-TOT-REP) =
               FUNCTION INTEGER-OF-DATE(SRV-FECHA)
           MOVE 0 TO T-REP-ANT-NRO(WS-TOT-REP) T-REP-ANT-INT(WS-TOT-REP)
           MOVE WS-DIAS-GAR-TALLER TO T-REP-DIAS-GAR(WS-TOT-REP)
           MOVE SRV-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRD-GARANTIA-MESES > 0
                       COMPUTE T-REP-DIAS-GAR(WS-TOT-REP) =
                           PRD-GARANTIA-MESES * 30
                   END-IF
           END-READ.

       BUSCAR-REPETIDAS.
      *> Para cada candidata, la ultima orden anterior de la misma serie
      *> entregada antes de recibirla y dentro de la ventana
           IF WS-TOT-REP = 0
               EXIT PARAGRAPH
           END-IF
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO SRV-NRO
           START ORDENES-SERVICIO KEY IS NOT LESS THAN SRV-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ORDENES-SERVICIO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF SRV-SERIE NOT = SPACES AND SRV-ENTREGADA
                           PERFORM FECHA-ENTREGA-ORDEN
                           IF WS-ENTREGA > 0
                               COMPUTE WS-ENTREGA-INT =
                                   FUNCTION INTEGER-OF-DATE(WS-ENTREGA)
                               PERFORM COMPARAR-CANDIDATAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPARAR-CANDIDATAS.
           PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-TOT-REP
               IF T-REP-SERIE(WS-RX) = SRV-SERIE
                  AND T-REP-PROD-ID(WS-RX) = SRV-PROD-ID
                  AND SRV-NRO < T-REP-SRV-NRO(WS-RX)
                  AND WS-ENTREGA-INT <= T-REP-FECHA-INT(WS-RX)
                  AND T-REP-FECHA-INT(WS-RX) - WS-ENTREGA-INT
                      <= T-REP-DIAS-GAR(WS-RX)
                  AND WS-ENTREGA-INT > T-REP-ANT-INT(WS-RX)
                   MOVE SRV-NRO TO T-REP-ANT-NRO(WS-RX)
                   MOVE WS-ENTREGA-INT TO T-REP-ANT-INT(WS-RX)
               END-IF
           END-PERFORM.

       LISTAR-TECNICO.
           IF T-TEC-MIN-REG(WS-IX) = 0 AND T-TEC-ORDENES(WS-IX) = 0
              AND T-TEC-REPETIDAS(WS-IX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COSTO-TEC ROUNDED =
               T-TEC-MIN-REG(WS-IX) * T-TEC-COSTO(WS-IX) / 60
           ADD WS-COSTO-TEC TO WS-TOT-COSTO
           COMPUTE WS-HRS-REG-DISP ROUNDED = T-TEC-MIN-REG(WS-IX) / 60
           COMPUTE WS-HRS-FAC-DISP ROUNDED = T-TEC-MIN-FAC(WS-IX) / 60
           MOVE 0 TO WS-EFICIENCIA
           IF T-TEC-MIN-REG(WS-IX) > 0
               COMPUTE WS-EFICIENCIA ROUNDED =
                   T-TEC-MIN-FAC(WS-IX) * 100 / T-TEC-MIN-REG(WS-IX)
           END-IF
           MOVE WS-EFICIENCIA TO WS-EFIC-DISP
           MOVE 0 TO WS-DIAS-PROM
           IF T-TEC-ORDENES(WS-IX) > 0
               COMPUTE WS-DIAS-PROM ROUNDED =
                   T-TEC-DIAS(WS-IX) / T-TEC-ORDENES(WS-IX)
           END-IF
           MOVE WS-DIAS-PROM TO WS-DIAS-DISP
           MOVE WS-COSTO-TEC TO WS-COSTO-DISP
           MOVE T-TEC-VALOR-FAC(WS-IX) TO WS-VALOR-DISP
           MOVE T-TEC-ORDENES(WS-IX) TO WS-ORDENES-DISP
           MOVE T-TEC-REPETIDAS(WS-IX) TO WS-REPET-DISP

           MOVE SPACES TO WS-LINEA-REP
           STRING T-TEC-CODIGO(WS-IX) " " T-TEC-NOMBRE(WS-IX)(1:20) " "
                  WS-HRS-REG-DISP " " WS-HRS-FAC-DISP " " WS-EFIC-DISP " "
                  WS-COSTO-DISP " " WS-VALOR-DISP " " WS-ORDENES-DISP " "
                  WS-DIAS-DISP " " WS-REPET-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           IF WS-FILA <= 21
               DISPLAY T-TEC-CODIGO(WS-IX) LINE WS-FILA COL 02
               DISPLAY WS-HRS-REG-DISP LINE WS-FILA COL 07
               DISPLAY WS-HRS-FAC-DISP LINE WS-FILA COL 16
               DISPLAY WS-EFIC-DISP    LINE WS-FILA COL 25
               DISPLAY WS-ORDENES-DISP LINE WS-FILA COL 32
               DISPLAY WS-DIAS-DISP    LINE WS-FILA COL 40
               DISPLAY WS-REPET-DISP   LINE WS-FILA COL 47
               ADD 1 TO WS-FILA
           END-IF.

       LISTAR-TOTAL.
      *> El promedio del taller cuenta todas las ordenes entregadas,
      *> tengan o no tiempos registrados
           COMPUTE WS-HRS-REG-DISP ROUNDED = WS-TOT-MIN-REG / 60
           COMPUTE WS-HRS-FAC-DISP ROUNDED = WS-TOT-MIN-FAC / 60
           MOVE 0 TO WS-EFICIENCIA
           IF WS-TOT-MIN-REG > 0
               COMPUTE WS-EFICIENCIA ROUNDED =
                   WS-TOT-MIN-FAC * 100 / WS-TOT-MIN-REG
           END-IF
           MOVE WS-EFICIENCIA TO WS-EFIC-DISP
           MOVE 0 TO WS-DIAS-PROM
           IF WS-TOT-ORDENES > 0
               COMPUTE WS-DIAS-PROM ROUNDED = WS-TOT-DIAS / WS-TOT-ORDENES
           END-IF
           MOVE WS-DIAS-PROM TO WS-DIAS-DISP
           MOVE WS-TOT-COSTO TO WS-COSTO-DISP
           MOVE WS-TOT-VALOR-FAC TO WS-VALOR-DISP
           MOVE WS-TOT-ORDENES TO WS-ORDENES-DISP
           MOVE WS-TOT-REPETIDAS TO WS-REPET-DISP

           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL TALLER              "
                  WS-HRS-REG-DISP " " WS-HRS-FAC-DISP " " WS-EFIC-DISP " "
                  WS-COSTO-DISP " " WS-VALOR-DISP " " WS-ORDENES-DISP " "
                  WS-DIAS-DISP " " WS-REPET-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           DISPLAY "TOTAL" LINE 22 COL 02
           DISPLAY WS-HRS-REG-DISP LINE 22 COL 07
           DISPLAY WS-HRS-FAC-DISP LINE 22 COL 16
           DISPLAY WS-EFIC-DISP    LINE 22 COL 25
           DISPLAY WS-ORDENES-DISP LINE 22 COL 32
           DISPLAY WS-DIAS-DISP    LINE 22 COL 40
           DISPLAY WS-REPET-DISP   LINE 22 COL 47.

       ESCRIBIR-LINEA-REP.
           WRITE REG-TALLER-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM SERTEC01.
