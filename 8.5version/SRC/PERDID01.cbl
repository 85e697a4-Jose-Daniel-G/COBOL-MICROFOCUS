       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Actividad por operador y excepciones de prevencion
      *> *           de perdidas, del dia o de un periodo: facturas
      *> *           emitidas, anuladas y % de anulacion, recibos
      *> *           anulados con la caja ya cerrada, autorizaciones de
      *> *           supervisor usadas (margen minimo y retenciones de
      *> *           credito liberadas), precios digitados bajo lista,
      *> *           ventas al cliente mostrador por encima del umbral y
      *> *           diferencias de caja de CAJSES01. Cruza AUDITORIA,
      *> *           BITACORA (ultimo cierre diario), FACTURAS, RECIBOS
      *> *           y SESIONES-CAJA; marca (**) al operador que alcanza
      *> *           los umbrales de PARAMETROS (0 = no se marca).
      *> *           Corre desde pantalla (solo supervisores) o como paso
      *> *           de BATCH01 (MODOLOTE=S, ultimo dia cerrado)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDID01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditoria.sel".
           COPY "bitacora.sel".
           COPY "factura.sel".
           COPY "recibo.sel".
           COPY "cajases.sel".
           COPY "credhold.sel".
           COPY "parametros.sel".
           COPY "perdida.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "auditoria.fd".
           COPY "bitacora.fd".
           COPY "factura.fd".
           COPY "recibo.fd".
           COPY "cajases.fd".
           COPY "credhold.fd".
           COPY "parametros.fd".
           COPY "perdida.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "BITACORA.cpy".
       COPY "CAJASES.cpy".
       01 ST-SESION         PIC XX.
       01 ST-AUDITORIA      PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-CREDHOLD       PIC XX.
       01 ST-PARAMETROS     PIC XX.

       01 WS-MODOLOTE       PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-CONFIRMA       PIC X.

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-AUD         PIC X VALUE "N".
          88 FIN-AUD           VALUE "S".
          88 NO-FIN-AUD        VALUE "N".

       01 WS-HOY            PIC 9(08).
       01 W-DESDE           PIC 9(08).
       01 W-HASTA           PIC 9(08).
       01 WS-FECHA-ULT-CIERRE PIC 9(08) VALUE 0.
       01 WS-DIA-INT        PIC 9(08).
       01 WS-DIA-INT-FIN    PIC 9(08).
       01 WS-DIA            PIC 9(08).

      *> Umbrales vigentes (copia de PARAMETROS)
       01 WS-CLI-MOSTRADOR  PIC 9(07) VALUE 0.
       01 WS-UMB-ANULA-PCT  PIC 9(03)V99 VALUE 0.
       01 WS-UMB-REC-CIERRE PIC 9(03) VALUE 0.
       01 WS-UMB-AUTORIZA   PIC 9(03) VALUE 0.
       01 WS-UMB-PRECIO-MAN PIC 9(03) VALUE 0.
       01 WS-UMB-MOSTRADOR  PIC 9(9)V99 VALUE 0.
       01 WS-UMB-DIF-CAJA   PIC 9(9)V99 VALUE 0.

      *> Movimiento que se suma al operador en el dia y en el periodo
       01 WS-ACU-USUARIO    PIC X(10).
       01 WS-ACU-FECHA      PIC 9(08).
       01 WS-BUS-FECHA      PIC 9(08).
       01 WS-INCREMENTOS.
          05 INC-FACTURAS      PIC 9(05).
          05 INC-ANULADAS      PIC 9(05).
          05 INC-REC-CIERRE    PIC 9(05).
          05 INC-AUTORIZA      PIC 9(05).
          05 INC-PRECIO-MAN    PIC 9(05).
          05 INC-MOSTRADOR     PIC 9(05).
          05 INC-VALOR-MOSTR   PIC S9(11)V99.
          05 INC-SESIONES      PIC 9(05).
          05 INC-DIF-CAJA      PIC S9(11)V99.
          05 INC-DIF-ABS       PIC 9(11)V99.

      *> Una fila por operador y dia; la fila con fecha 0 es el total
      *> del operador en el periodo
       01 WS-TABLA-OPER.
          05 T-OPR OCCURS 2000 TIMES.
             10 T-USUARIO      PIC X(10).
             10 T-FECHA        PIC 9(08).
             10 T-FACTURAS     PIC 9(05).
             10 T-ANULADAS     PIC 9(05).
             10 T-REC-CIERRE   PIC 9(05).
             10 T-AUTORIZA     PIC 9(05).
             10 T-PRECIO-MAN   PIC 9(05).
             10 T-MOSTRADOR    PIC 9(05).
             10 T-VALOR-MOSTR  PIC S9(11)V99.
             10 T-SESIONES     PIC 9(05).
             10 T-DIF-CAJA     PIC S9(11)V99.
             10 T-DIF-ABS      PIC 9(11)V99.
       01 WS-TOT-FILAS      PIC 9(04) VALUE 0.
       01 WS-IDX            PIC 9(04).
       01 WS-IDX-ENC        PIC 9(04).
       01 WS-FUERA-TABLA    PIC 9(05) VALUE 0.

      *> Excepciones puntuales para la investigacion
       01 WS-TABLA-EVENTOS.
          05 T-EVENTO OCCURS 500 TIMES PIC X(132).
       01 WS-TOT-EVENTOS    PIC 9(04) VALUE 0.
       01 WS-EVENTOS-FUERA  PIC 9(05) VALUE 0.
       01 WS-EVENTO         PIC X(132).

      *> Resultado de evaluar una fila contra los umbrales
       01 WS-PCT-ANULA      PIC 9(03)V99.
       01 WS-CAUSAS         PIC X(06).
       01 WS-NC             PIC 9(01).
       01 WS-MARCA          PIC X(02).
       01 WS-CANT-MARCADOS  PIC 9(04) VALUE 0.
       01 WS-CANT-OPERADORES PIC 9(04) VALUE 0.

       01 WS-CLAVE-AUD      PIC X(15).
       01 WS-REC-FUERA      PIC X(01).
       01 WS-NRO-DISP       PIC 9(07).
       01 WS-MONTO-DISP     PIC -(10)9.99.
       01 WS-UMB-DISP       PIC ZZ9.99.
       01 WS-UMB-CANT       PIC ZZ9.
       01 WS-UMB-CANT2      PIC ZZ9.
       01 WS-UMB-CANT3      PIC ZZ9.
       01 WS-UMB-MONTO      PIC Z(8)9.99.
       01 WS-UMB-MONTO2     PIC Z(8)9.99.

       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.
       01 WS-FILA           PIC 99.
       01 WS-DIA-CON-FILAS  PIC X(01).

       01 WS-TITULO-OPR.
          05 FILLER PIC X(11) VALUE "OPERADOR   ".
          05 FILLER PIC X(06) VALUE "FACT. ".
          05 FILLER PIC X(06) VALUE "ANUL. ".
          05 FILLER PIC X(07) VALUE "%ANUL. ".
          05 FILLER PIC X(06) VALUE "REC.C ".
          05 FILLER PIC X(06) VALUE "AUTOR ".
          05 FILLER PIC X(06) VALUE "PRECI ".
          05 FILLER PIC X(06) VALUE "MOSTR ".
          05 FILLER PIC X(15) VALUE "VALOR MOSTRAD. ".
          05 FILLER PIC X(06) VALUE "CAJAS ".
          05 FILLER PIC X(15) VALUE "DIF. CAJA NETA ".
          05 FILLER PIC X(15) VALUE "DIF. CAJA ABS. ".
          05 FILLER PIC X(03) VALUE SPACES.
          05 FILLER PIC X(06) VALUE "CAUSAS".

       01 WS-LIN-OPR.
          05 LO-USUARIO        PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-FACTURAS       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-ANULADAS       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-PCT-ANULA      PIC ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-REC-CIERRE     PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-AUTORIZA       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-PRECIO-MAN     PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-MOSTRADOR      PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-VALOR-MOSTR    PIC Z(10)9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-SESIONES       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-DIF-CAJA       PIC -(10)9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-DIF-ABS        PIC Z(10)9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-MARCA          PIC X(02).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LO-CAUSAS         PIC X(06).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION

           IF WS-MODOLOTE NOT = "S" AND NOT SESION-SUPERVISOR
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 12 COL 18
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 18
               GOBACK
           END-IF

           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-UMBRALES
           PERFORM LEER-ULTIMO-CIERRE

      *> Por omision el ultimo dia cerrado por VENFAC08 (el paso que
      *> corre antes en la noche); sin cierres, el dia de hoy
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           IF WS-FECHA-ULT-CIERRE > 0
               MOVE WS-FECHA-ULT-CIERRE TO W-DESDE
           ELSE
               MOVE WS-HOY TO W-DESDE
           END-IF
           MOVE W-DESDE TO W-HASTA

           IF WS-MODOLOTE NOT = "S"
               PERFORM PEDIR-PERIODO
               IF WS-CONFIRMA NOT = "S"
                   PERFORM CERRAR-ARCHIVOS
                   GOBACK
               END-IF
               DISPLAY "REVISANDO FACTURAS..." LINE 10 COL 10
           END-IF

           PERFORM PROCESAR-FACTURAS
           IF WS-MODOLOTE NOT = "S"
               DISPLAY "REVISANDO AUDITORIA..." LINE 11 COL 10
           END-IF
           PERFORM PROCESAR-AUDITORIA
           PERFORM PROCESAR-RETENCIONES
           IF WS-MODOLOTE NOT = "S"
               DISPLAY "REVISANDO SESIONES DE CAJA..." LINE 12 COL 10
           END-IF
           PERFORM PROCESAR-SESIONES-CAJA

           OPEN OUTPUT PERDIDA-PLANO
           PERFORM ESCRIBIR-INFORME
           CLOSE PERDIDA-PLANO

           MOVE "PERDIDAS" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-DESDE "-" W-HASTA DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "perdida.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

      *> En la corrida nocturna un operador marcado deja el paso en
      *> ER para que la pantalla de la manana lo muestre
           IF WS-MODOLOTE = "S"
               IF WS-CANT-MARCADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM MOSTRAR-RESUMEN
           END-IF

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-BITACORA.
           COPY "ABRIR-BITACORA.cpy".

       ABRIR-ARCHIVOS.
           OPEN INPUT AUDITORIA
           IF ST-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN INPUT AUDITORIA
           END-IF
           PERFORM ABRIR-BITACORA
           OPEN INPUT FACTURAS
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN INPUT FACTURAS
           END-IF
           OPEN INPUT RECIBOS
           IF ST-RECIBOS = "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN INPUT RECIBOS
           END-IF
           OPEN INPUT SESIONES-CAJA
           IF ST-CAJASES = "35"
               OPEN OUTPUT SESIONES-CAJA
               CLOSE SESIONES-CAJA
               OPEN INPUT SESIONES-CAJA
           END-IF
           OPEN INPUT CREDITO-HOLDS
           IF ST-CREDHOLD = "35"
               OPEN OUTPUT CREDITO-HOLDS
               CLOSE CREDITO-HOLDS
               OPEN INPUT CREDITO-HOLDS
           END-IF
           OPEN INPUT PARAMETROS.

       CERRAR-ARCHIVOS.
           CLOSE AUDITORIA BITACORA FACTURAS RECIBOS SESIONES-CAJA
                 CREDITO-HOLDS PARAMETROS.

       LEER-UMBRALES.
           MOVE "1" TO PAR-CLAVE
           READ PARAMETROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PAR-CLI-MOSTRADOR TO WS-CLI-MOSTRADOR
                   MOVE PAR-PP-ANULA-PCT  TO WS-UMB-ANULA-PCT
                   MOVE PAR-PP-REC-CIERRE TO WS-UMB-REC-CIERRE
                   MOVE PAR-PP-AUTORIZA   TO WS-UMB-AUTORIZA
                   MOVE PAR-PP-PRECIO-MAN TO WS-UMB-PRECIO-MAN
                   MOVE PAR-PP-MOSTRADOR  TO WS-UMB-MOSTRADOR
                   MOVE PAR-PP-DIF-CAJA   TO WS-UMB-DIF-CAJA
           END-READ.

       LEER-ULTIMO-CIERRE.
           MOVE 0 TO WS-FECHA-ULT-CIERRE
           MOVE "CIERREDIA" TO BIT-PROCESO
           READ BITACORA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BIT-ULTIMA-CLAVE(1:8) IS NUMERIC
                       MOVE BIT-ULTIMA-CLAVE(1:8) TO WS-FECHA-ULT-CIERRE
                   END-IF
           END-READ.

       PEDIR-PERIODO.
           MOVE "N" TO WS-CONFIRMA
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "PREVENCION DE PERDIDAS - ACTIVIDAD POR OPERADOR"
                   LINE 02 COL 10 WITH REVERSE-VIDEO
           DISPLAY "ULTIMO DIA CERRADO: " LINE 04 COL 10
           DISPLAY WS-FECHA-ULT-CIERRE LINE 04 COL 31
           DISPLAY "FECHA DESDE (AAAAMMDD): " LINE 05 COL 10
           ACCEPT W-DESDE LINE 05 COL 35
           DISPLAY "FECHA HASTA (0=EL MISMO DIA): " LINE 06 COL 10
           MOVE 0 TO W-HASTA
           ACCEPT W-HASTA LINE 06 COL 41
           IF W-HASTA = 0
               MOVE W-DESDE TO W-HASTA
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(W-DESDE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(W-HASTA) NOT = 0
              OR W-HASTA < W-DESDE
               DISPLAY "PERIODO INVALIDO" LINE 08 COL 10
               ACCEPT WS-PAUSA LINE 08 COL 30
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(W-HASTA)
              - FUNCTION INTEGER-OF-DATE(W-DESDE) > 366
               DISPLAY "EL PERIODO NO PUEDE PASAR DE UN ANO" LINE 08 COL 10
               ACCEPT WS-PAUSA LINE 08 COL 50
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GENERAR EL INFORME (S/N): " LINE 08 COL 10
           ACCEPT WS-CONFIRMA LINE 08 COL 37
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.

      *> ------------------------------------------------------------
      *> Facturas del periodo: el operador es el de la sesion de caja
      *> de la factura; sin sesion, el que la confirmo segun AUDITORIA;
      *> las que genera el sistema (ordenes, contratos) van aparte
      *> ------------------------------------------------------------
       PROCESAR-FACTURAS.
           SET NO-FIN-SCAN TO TRUE
           MOVE W-DESDE TO FAC-FECHA
           START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FAC-FECHA > W-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM REVISAR-FACTURA
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-FACTURA.
           IF FAC-TEMPORAL
               EXIT PARAGRAPH
           END-IF
           PERFORM OPERADOR-FACTURA
           INITIALIZE WS-INCREMENTOS
           MOVE FAC-FECHA TO WS-ACU-FECHA
           MOVE 1 TO INC-FACTURAS

      *> Venta al cliente mostrador por encima del umbral: es por
      *> donde sale una venta real sin identificar al comprador
           IF WS-CLI-MOSTRADOR > 0 AND WS-UMB-MOSTRADOR > 0
              AND FAC-CLI-ID = WS-CLI-MOSTRADOR
              AND FAC-TOTAL > WS-UMB-MOSTRADOR
              AND NOT FAC-ANULADA
               MOVE 1 TO INC-MOSTRADOR
               MOVE FAC-TOTAL TO INC-VALOR-MOSTR
               MOVE FAC-NRO TO WS-NRO-DISP
               MOVE FAC-TOTAL TO WS-MONTO-DISP
               MOVE SPACES TO WS-EVENTO
               STRING FAC-FECHA "        " WS-ACU-USUARIO " "
                      "FACTURA " WS-NRO-DISP
                      " AL CLIENTE MOSTRADOR POR ENCIMA DEL UMBRAL"
                      "      VALOR " WS-MONTO-DISP
                   DELIMITED BY SIZE INTO WS-EVENTO
               PERFORM AGREGAR-EVENTO
           END-IF
           PERFORM ACUMULAR-OPERADOR.

       OPERADOR-FACTURA.
           MOVE SPACES TO WS-ACU-USUARIO
           IF FAC-SESION-CAJA > 0
               MOVE FAC-SESION-CAJA TO CJS-NRO
               READ SESIONES-CAJA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CJS-USUARIO TO WS-ACU-USUARIO
               END-READ
           END-IF
           IF WS-ACU-USUARIO NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CLAVE-AUD
           MOVE FAC-NRO TO WS-CLAVE-AUD
           MOVE WS-CLAVE-AUD TO AUD-REG-CLAVE
           SET NO-FIN-AUD TO TRUE
           START AUDITORIA KEY IS EQUAL TO AUD-REG-CLAVE
               INVALID KEY SET FIN-AUD TO TRUE
           END-START
           PERFORM UNTIL FIN-AUD
               READ AUDITORIA NEXT RECORD
                   AT END SET FIN-AUD TO TRUE
                   NOT AT END
                       IF AUD-REG-CLAVE NOT = WS-CLAVE-AUD
                           SET FIN-AUD TO TRUE
                       ELSE
                           IF AUD-ACCION = "FACTURA"
                               MOVE AUD-USUARIO TO WS-ACU-USUARIO
                               SET FIN-AUD TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ACU-USUARIO = SPACES
               MOVE "(SISTEMA)" TO WS-ACU-USUARIO
           END-IF.

      *> ------------------------------------------------------------
      *> Diario de auditoria del periodo: anulaciones, recibos anulados
      *> despues del cierre, autorizaciones de margen y precios bajo
      *> lista, a nombre del operador que los hizo
      *> ------------------------------------------------------------
       PROCESAR-AUDITORIA.
           SET NO-FIN-SCAN TO TRUE
           MOVE W-DESDE TO AUD-FECHA
           START AUDITORIA KEY IS NOT LESS THAN AUD-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ AUDITORIA NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AUD-FECHA > W-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM REVISAR-AUDITORIA
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-AUDITORIA.
           INITIALIZE WS-INCREMENTOS
           EVALUATE AUD-ACCION
               WHEN "ANULA-FAC"
                   MOVE 1 TO INC-ANULADAS
               WHEN "ANULA-REC"
                   PERFORM REVISAR-RECIBO-ANULADO
                   IF WS-REC-FUERA NOT = "S"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO INC-REC-CIERRE
               WHEN "MARGEN-OVR"
                   MOVE 1 TO INC-AUTORIZA
               WHEN "PRECIO-MAN"
                   MOVE 1 TO INC-PRECIO-MAN
                   MOVE SPACES TO WS-EVENTO
                   STRING AUD-FECHA " " AUD-HORA " " AUD-USUARIO " "
                          "PRODUCTO " AUD-REG-CLAVE(1:10)
                          " PRECIO DIGITADO BAJO LISTA   LISTA "
                          AUD-VALOR-ANT(1:13) " DIGITADO "
                          AUD-VALOR-NUEVO(1:13)
                       DELIMITED BY SIZE INTO WS-EVENTO
                   PERFORM AGREGAR-EVENTO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE AUD-USUARIO TO WS-ACU-USUARIO
           MOVE AUD-FECHA TO WS-ACU-FECHA
           PERFORM ACUMULAR-OPERADOR.

      *> El recibo de una sesion de caja se anulo despues del cierre de
      *> esa sesion; el recibo sin sesion, despues del dia en que se
      *> hizo y con ese dia ya cerrado por el cierre diario
       REVISAR-RECIBO-ANULADO.
           MOVE "N" TO WS-REC-FUERA
           IF AUD-REG-CLAVE(1:7) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-REG-CLAVE(1:7) TO REC-NRO
           READ RECIBOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF REC-SESION-CAJA > 0
               MOVE REC-SESION-CAJA TO CJS-NRO
               READ SESIONES-CAJA
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF CJS-CERRADA
                  AND (AUD-FECHA > CJS-FECHA-CIERRE
                       OR (AUD-FECHA = CJS-FECHA-CIERRE
                           AND AUD-HORA > CJS-HORA-CIERRE))
                   MOVE "S" TO WS-REC-FUERA
               END-IF
           ELSE
               IF WS-FECHA-ULT-CIERRE > 0
                  AND REC-FECHA NOT > WS-FECHA-ULT-CIERRE
                  AND AUD-FECHA > REC-FECHA
                   MOVE "S" TO WS-REC-FUERA
               END-IF
           END-IF

           IF WS-REC-FUERA = "S"
               MOVE REC-NRO TO WS-NRO-DISP
               MOVE REC-MONTO TO WS-MONTO-DISP
               MOVE SPACES TO WS-EVENTO
               STRING AUD-FECHA " " AUD-HORA " " AUD-USUARIO " "
                      "RECIBO  " WS-NRO-DISP " DEL " REC-FECHA
                      " ANULADO CON LA CAJA CERRADA  (SESION "
                      REC-SESION-CAJA ")  VALOR " WS-MONTO-DISP
                   DELIMITED BY SIZE INTO WS-EVENTO
               PERFORM AGREGAR-EVENTO
           END-IF.

      *> Retenciones de credito liberadas por el supervisor: la venta
      *> del operador paso por encima del limite con autorizacion
       PROCESAR-RETENCIONES.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CRH-NRO
           START CREDITO-HOLDS KEY IS NOT LESS THAN CRH-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CREDITO-HOLDS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CRH-FECHA NOT < W-DESDE
                          AND CRH-FECHA NOT > W-HASTA
                          AND (CRH-LIBERADO OR CRH-CONSUMIDO)
                           INITIALIZE WS-INCREMENTOS
                           MOVE 1 TO INC-AUTORIZA
                           MOVE CRH-OPERADOR TO WS-ACU-USUARIO
                           MOVE CRH-FECHA TO WS-ACU-FECHA
                           PERFORM ACUMULAR-OPERADOR
                       END-IF
               END-READ
           END-PERFORM.

      *> Sesiones cerradas en el periodo: diferencia del conteo ciego
       PROCESAR-SESIONES-CAJA.
           SET NO-FIN-SCAN TO TRUE
           MOVE W-DESDE TO CJS-FECHA-CIERRE
           START SESIONES-CAJA KEY IS NOT LESS THAN CJS-FECHA-CIERRE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ SESIONES-CAJA NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CJS-FECHA-CIERRE > W-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF CJS-CERRADA
                               INITIALIZE WS-INCREMENTOS
                               MOVE 1 TO INC-SESIONES
                               MOVE CJS-DIFERENCIA TO INC-DIF-CAJA
                               COMPUTE INC-DIF-ABS =
                                   FUNCTION ABS(CJS-DIFERENCIA)
                               MOVE CJS-USUARIO TO WS-ACU-USUARIO
                               MOVE CJS-FECHA-CIERRE TO WS-ACU-FECHA
                               PERFORM ACUMULAR-OPERADOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Suma el movimiento al operador en el dia y en el periodo
      *> ------------------------------------------------------------
       ACUMULAR-OPERADOR.
           IF WS-ACU-USUARIO = SPACES
               MOVE "(SIN OPER)" TO WS-ACU-USUARIO
           END-IF
           MOVE WS-ACU-FECHA TO WS-BUS-FECHA
           PERFORM ACUMULAR-FILA
           MOVE 0 TO WS-BUS-FECHA
           PERFORM ACUMULAR-FILA.

       ACUMULAR-FILA.
           MOVE 0 TO WS-IDX-ENC
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-FILAS OR WS-IDX-ENC > 0
               IF T-USUARIO(WS-IDX) = WS-ACU-USUARIO
                  AND T-FECHA(WS-IDX) = WS-BUS-FECHA
                   MOVE WS-IDX TO WS-IDX-ENC
               END-IF
           END-PERFORM
           IF WS-IDX-ENC = 0
               IF WS-TOT-FILAS >= 2000
                   ADD 1 TO WS-FUERA-TABLA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-FILAS
               MOVE WS-TOT-FILAS TO WS-IDX-ENC
               INITIALIZE T-OPR(WS-IDX-ENC)
               MOVE WS-ACU-USUARIO TO T-USUARIO(WS-IDX-ENC)
               MOVE WS-BUS-FECHA TO T-FECHA(WS-IDX-ENC)
           END-IF
           ADD INC-FACTURAS    TO T-FACTURAS(WS-IDX-ENC)
           ADD INC-ANULADAS    TO T-ANULADAS(WS-IDX-ENC)
           ADD INC-REC-CIERRE  TO T-REC-CIERRE(WS-IDX-ENC)
           ADD INC-AUTORIZA    TO T-AUTORIZA(WS-IDX-ENC)
           ADD INC-PRECIO-MAN  TO T-PRECIO-MAN(WS-IDX-ENC)
           ADD INC-MOSTRADOR   TO T-MOSTRADOR(WS-IDX-ENC)
           ADD INC-VALOR-MOSTR TO T-VALOR-MOSTR(WS-IDX-ENC)
           ADD INC-SESIONES    TO T-SESIONES(WS-IDX-ENC)
           ADD INC-DIF-CAJA    TO T-DIF-CAJA(WS-IDX-ENC)
           ADD INC-DIF-ABS     TO T-DIF-ABS(WS-IDX-ENC).

       AGREGAR-EVENTO.
           IF WS-TOT-EVENTOS >= 500
               ADD 1 TO WS-EVENTOS-FUERA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-EVENTOS
           MOVE WS-EVENTO TO T-EVENTO(WS-TOT-EVENTOS).

      *> ------------------------------------------------------------
      *> Causas de la marca de una fila: A anulacion, R recibo anulado
      *> con caja cerrada, S autorizacion de supervisor, P precio bajo
      *> lista, M venta a mostrador, D diferencia de caja
      *> ------------------------------------------------------------
       EVALUAR-MARCAS.
           MOVE SPACES TO WS-CAUSAS WS-MARCA
           MOVE 0 TO WS-NC
           EVALUATE TRUE
               WHEN T-FACTURAS(WS-IDX) > 0
                   COMPUTE WS-PCT-ANULA ROUNDED =
                       T-ANULADAS(WS-IDX) * 100 / T-FACTURAS(WS-IDX)
                       ON SIZE ERROR MOVE 999.99 TO WS-PCT-ANULA
                   END-COMPUTE
               WHEN T-ANULADAS(WS-IDX) > 0
                   MOVE 100 TO WS-PCT-ANULA
               WHEN OTHER
                   MOVE 0 TO WS-PCT-ANULA
           END-EVALUATE

           IF WS-UMB-ANULA-PCT > 0 AND T-ANULADAS(WS-IDX) > 0
              AND WS-PCT-ANULA NOT < WS-UMB-ANULA-PCT
               ADD 1 TO WS-NC
               MOVE "A" TO WS-CAUSAS(WS-NC:1)
           END-IF
           IF WS-UMB-REC-CIERRE > 0
              AND T-REC-CIERRE(WS-IDX) NOT < WS-UMB-REC-CIERRE
               ADD 1 TO WS-NC
               MOVE "R" TO WS-CAUSAS(WS-NC:1)
           END-IF
           IF WS-UMB-AUTORIZA > 0
              AND T-AUTORIZA(WS-IDX) NOT < WS-UMB-AUTORIZA
               ADD 1 TO WS-NC
               MOVE "S" TO WS-CAUSAS(WS-NC:1)
           END-IF
           IF WS-UMB-PRECIO-MAN > 0
              AND T-PRECIO-MAN(WS-IDX) NOT < WS-UMB-PRECIO-MAN
               ADD 1 TO WS-NC
               MOVE "P" TO WS-CAUSAS(WS-NC:1)
           END-IF
           IF T-MOSTRADOR(WS-IDX) > 0
               ADD 1 TO WS-NC
               MOVE "M" TO WS-CAUSAS(WS-NC:1)
           END-IF
           IF WS-UMB-DIF-CAJA > 0 AND T-DIF-ABS(WS-IDX) > 0
              AND T-DIF-ABS(WS-IDX) NOT < WS-UMB-DIF-CAJA
               ADD 1 TO WS-NC
               MOVE "D" TO WS-CAUSAS(WS-NC:1)
           END-IF
           IF WS-NC > 0
               MOVE "**" TO WS-MARCA
           END-IF.

      *> ------------------------------------------------------------
      *> Informe: resumen del periodo por operador, detalle por dia
      *> cuando el periodo es de varios dias y las excepciones sueltas
      *> ------------------------------------------------------------
       ESCRIBIR-INFORME.
           PERFORM ENCABEZADO-INFORME

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE "RESUMEN DEL PERIODO POR OPERADOR" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-TITULO-OPR TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO WS-CANT-MARCADOS WS-CANT-OPERADORES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-FILAS
               IF T-FECHA(WS-IDX) = 0
                   ADD 1 TO WS-CANT-OPERADORES
                   PERFORM ESCRIBIR-FILA-OPERADOR
                   IF WS-MARCA NOT = SPACES
                       ADD 1 TO WS-CANT-MARCADOS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CANT-OPERADORES = 0
               MOVE "SIN ACTIVIDAD EN EL PERIODO" TO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA
           END-IF

           IF W-HASTA > W-DESDE AND WS-CANT-OPERADORES > 0
               MOVE SPACES TO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA
               MOVE "DETALLE DIARIO POR OPERADOR" TO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA
               COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(W-DESDE)
               COMPUTE WS-DIA-INT-FIN = FUNCTION INTEGER-OF-DATE(W-HASTA)
               PERFORM UNTIL WS-DIA-INT > WS-DIA-INT-FIN
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INT) TO WS-DIA
                   PERFORM ESCRIBIR-DIA
                   ADD 1 TO WS-DIA-INT
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE "EXCEPCIONES DEL PERIODO" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-EVENTOS
               MOVE T-EVENTO(WS-IDX) TO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           IF WS-TOT-EVENTOS = 0
               MOVE "SIN EXCEPCIONES PUNTUALES" TO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA
           END-IF
           IF WS-EVENTOS-FUERA > 0
               MOVE SPACES TO WS-LINEA-REP
               STRING "EXCEPCIONES NO LISTADAS (TABLA LLENA): "
                      WS-EVENTOS-FUERA
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA
           END-IF

           PERFORM PIE-INFORME.

       ESCRIBIR-DIA.
           MOVE "N" TO WS-DIA-CON-FILAS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-FILAS
               IF T-FECHA(WS-IDX) = WS-DIA
                   IF WS-DIA-CON-FILAS = "N"
                       MOVE "S" TO WS-DIA-CON-FILAS
                       MOVE SPACES TO WS-LINEA-REP
                       STRING "FECHA " WS-DIA DELIMITED BY SIZE
                           INTO WS-LINEA-REP
                       PERFORM ESCRIBIR-LINEA
                       MOVE WS-TITULO-OPR TO WS-LINEA-REP
                       PERFORM ESCRIBIR-LINEA
                   END-IF
                   PERFORM ESCRIBIR-FILA-OPERADOR
               END-IF
           END-PERFORM.

       ESCRIBIR-FILA-OPERADOR.
           PERFORM EVALUAR-MARCAS
           MOVE T-USUARIO(WS-IDX)     TO LO-USUARIO
           MOVE T-FACTURAS(WS-IDX)    TO LO-FACTURAS
           MOVE T-ANULADAS(WS-IDX)    TO LO-ANULADAS
           MOVE WS-PCT-ANULA          TO LO-PCT-ANULA
           MOVE T-REC-CIERRE(WS-IDX)  TO LO-REC-CIERRE
           MOVE T-AUTORIZA(WS-IDX)    TO LO-AUTORIZA
           MOVE T-PRECIO-MAN(WS-IDX)  TO LO-PRECIO-MAN
           MOVE T-MOSTRADOR(WS-IDX)   TO LO-MOSTRADOR
           MOVE T-VALOR-MOSTR(WS-IDX) TO LO-VALOR-MOSTR
           MOVE T-SESIONES(WS-IDX)    TO LO-SESIONES
           MOVE T-DIF-CAJA(WS-IDX)    TO LO-DIF-CAJA
           MOVE T-DIF-ABS(WS-IDX)     TO LO-DIF-ABS
           MOVE WS-MARCA              TO LO-MARCA
           MOVE WS-CAUSAS             TO LO-CAUSAS
           MOVE WS-LIN-OPR TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA.

       ENCABEZADO-INFORME.
           MOVE SPACES TO WS-LINEA-REP
           STRING "PREVENCION DE PERDIDAS - ACTIVIDAD POR OPERADOR DEL "
                  W-DESDE " AL " W-HASTA "   GENERADO " WS-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-UMB-ANULA-PCT TO WS-UMB-DISP
           MOVE WS-UMB-MOSTRADOR TO WS-UMB-MONTO
           MOVE WS-UMB-DIF-CAJA TO WS-UMB-MONTO2
           MOVE SPACES TO WS-LINEA-REP
           STRING "UMBRALES (0 = NO SE MARCA): % ANULACION " WS-UMB-DISP
                  "  VENTA MOSTRADOR DESDE " WS-UMB-MONTO
                  "  DIFERENCIA DE CAJA " WS-UMB-MONTO2
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE WS-UMB-REC-CIERRE TO WS-UMB-CANT
           MOVE WS-UMB-AUTORIZA TO WS-UMB-CANT2
           MOVE WS-UMB-PRECIO-MAN TO WS-UMB-CANT3
           MOVE SPACES TO WS-LINEA-REP
           STRING "                            RECIBOS ANULADOS CON CAJA "
                  "CERRADA " WS-UMB-CANT
                  "  AUTORIZACIONES " WS-UMB-CANT2
                  "  PRECIOS BAJO LISTA " WS-UMB-CANT3
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REP
           STRING "CAUSAS: A ANULACION  R RECIBO ANULADO CON CAJA CERRADA"
                  "  S AUTORIZACION DE SUPERVISOR  P PRECIO BAJO LISTA"
                  "  M VENTA A MOSTRADOR  D DIFERENCIA DE CAJA"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA.

       PIE-INFORME.
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-LINEA-REP
           STRING "OPERADORES: " WS-CANT-OPERADORES
                  "   MARCADOS (**): " WS-CANT-MARCADOS
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA
           IF WS-FUERA-TABLA > 0
               MOVE SPACES TO WS-LINEA-REP
               STRING "MOVIMIENTOS SIN ACUMULAR (TABLA DE OPERADORES "
                      "LLENA): " WS-FUERA-TABLA
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA.
           WRITE REG-PERDIDA-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       MOSTRAR-RESUMEN.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "PREVENCION DE PERDIDAS DEL" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY W-DESDE LINE 02 COL 37 WITH REVERSE-VIDEO
           DISPLAY "AL" LINE 02 COL 46 WITH REVERSE-VIDEO
           DISPLAY W-HASTA LINE 02 COL 49 WITH REVERSE-VIDEO
           DISPLAY "OPERADOR    FACT. ANUL. %ANUL. CAUSAS" LINE 04 COL 10
           MOVE 5 TO WS-FILA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-FILAS OR WS-FILA > 19
               IF T-FECHA(WS-IDX) = 0
                   PERFORM EVALUAR-MARCAS
                   MOVE T-FACTURAS(WS-IDX) TO LO-FACTURAS
                   MOVE T-ANULADAS(WS-IDX) TO LO-ANULADAS
                   MOVE WS-PCT-ANULA TO LO-PCT-ANULA
                   DISPLAY T-USUARIO(WS-IDX) LINE WS-FILA COL 10
                   DISPLAY LO-FACTURAS LINE WS-FILA COL 22
                   DISPLAY LO-ANULADAS LINE WS-FILA COL 28
                   DISPLAY LO-PCT-ANULA LINE WS-FILA COL 34
                   IF WS-MARCA NOT = SPACES
                       DISPLAY WS-CAUSAS LINE WS-FILA COL 41
                               WITH REVERSE-VIDEO
                   END-IF
                   ADD 1 TO WS-FILA
               END-IF
           END-PERFORM
           DISPLAY "OPERADORES:" LINE 21 COL 10
           DISPLAY WS-CANT-OPERADORES LINE 21 COL 22
           DISPLAY "MARCADOS:" LINE 21 COL 28
           DISPLAY WS-CANT-MARCADOS LINE 21 COL 38
           DISPLAY "DETALLE EN perdida.txt Y EN EL SPOOL" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 50.

       END PROGRAM PERDID01.
