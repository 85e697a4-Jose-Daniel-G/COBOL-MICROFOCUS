       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Estado de Cuenta del Cliente (Antiguedad de Saldos)
      *> *           y cartera resumida por zona de venta. Historial
      *> *           de reclamos (PQR) del cliente con su estado y
      *> *           resolucion. Envio del estado de cuenta por correo
      *> *           al cliente consultado o masivo a toda la cartera
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "ndebcli.sel".
           COPY "grupocli.sel".
           COPY "anticipo.sel".
           COPY "factoring.sel".
           COPY "zona.sel".
           COPY "reclamo.sel".
           COPY "estcta.sel".
           COPY "correo.sel".
           COPY "corctrl.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "ndebcli.fd".
           COPY "grupocli.fd".
           COPY "anticipo.fd".
           COPY "factoring.fd".
           COPY "zona.fd".
           COPY "reclamo.fd".
           COPY "estcta.fd".
           COPY "correo.fd".
           COPY "corctrl.fd".

       WORKING-STORAGE SECTION.

       01 ST-NDEBCLI       PIC XX.
       01 ST-GRUPOCLI      PIC XX.
       01 ST-ANTICIPOS     PIC XX.
       01 ST-FACTORING     PIC XX.
       01 ST-FACTORINGDET  PIC XX.
       01 ST-ZONAS         PIC XX.
       01 ST-RECLAMOS      PIC XX.
       01 ST-RECLAMOSH     PIC XX.
       01 WS-SW-RECLAMOS   PIC X VALUE "N".
          88 FIN-RECLAMOS-CLI    VALUE "S".
          88 NO-FIN-RECLAMOS-CLI VALUE "N".
       01 WS-HAY-RECLAMOS  PIC X VALUE "N".
       01 WS-SITUACION-RCL PIC X(10).
       01 WS-SW-CEDIDAS    PIC X VALUE "N".
          88 FIN-CEDIDAS-CLI    VALUE "S".
          88 NO-FIN-CEDIDAS-CLI VALUE "N".
       01 WS-SW-ANT        PIC X VALUE "N".
          88 FIN-ANT-CLI       VALUE "S".
          88 NO-FIN-ANT-CLI    VALUE "N".
       01 FIN              PIC X VALUE "N".

       01 W-CODIGO         PIC 9(07).
       01 W-CONSULTA       PIC X.
       01 W-ZONA           PIC X(04).

      *> Cartera por zona: una fila por zona del maestro mas la fila 1
      *> para los clientes sin zona
       01 WS-TABLA-ZONAS.
          05 TZ-RENGLON OCCURS 60 TIMES.
             10 TZ-CODIGO       PIC X(04).
             10 TZ-NOMBRE       PIC X(30).
             10 TZ-CLIENTES     PIC 9(05).
             10 TZ-EXPOSICION   PIC S9(9)V99.
       01 WS-TOTAL-ZONAS   PIC 99.
       01 WS-IZ            PIC 99.
       01 WS-TOTAL-ZONA    PIC S9(9)V99.
       01 WS-CLI-ZONA-CANT PIC 9(05).
       01 WS-EDIT-CANT     PIC ZZZZ9.
       01 WS-SW-ZONA       PIC X VALUE "N".
          88 FIN-ZONA         VALUE "S".
          88 NO-FIN-ZONA      VALUE "N".

       01 WS-SW-FACTURAS   PIC X VALUE "N".
          88 FIN-FACTURAS-CLI     VALUE "S".
       01 WS-HAY-FACTURAS    PIC X VALUE "N".
       01 WS-MONTO-PEND      PIC S9(9)V99.

      *> Estado de cuenta por correo (estado_cuenta.txt como adjunto)
       01 WS-ENVIA-CORREO    PIC X VALUE "N".
       01 WS-LINEA-EC        PIC X(80).
       01 WS-EC-FACTURAS     PIC 9(05).
       01 WS-EC-TOTAL        PIC S9(9)V99.
       01 WS-CANT-CORREOS    PIC 9(05) VALUE 0.
       01 WS-CANT-SIN-CORREO PIC 9(05) VALUE 0.
       01 WS-CANT-SIN-AUTORIZA PIC 9(05) VALUE 0.
       01 WS-SW-MASIVO       PIC X VALUE "N".
          88 FIN-MASIVO         VALUE "S".
          88 NO-FIN-MASIVO      VALUE "N".
       COPY "CORREOVARS.cpy".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               MOVE "C" TO W-CONSULTA
               DISPLAY "Consulta [C=cliente Z=zona R=reclamos M=correo masivo]: "
                       LINE 08 COL 10
               ACCEPT W-CONSULTA LINE 08 COL 67
               IF FUNCTION UPPER-CASE(W-CONSULTA) = "Z"
                   PERFORM CARTERA-POR-ZONA
                   EXIT PERFORM CYCLE
               END-IF
               IF FUNCTION UPPER-CASE(W-CONSULTA) = "M"
                   PERFORM CORREO-MASIVO
                   EXIT PERFORM CYCLE
               END-IF
               IF FUNCTION UPPER-CASE(W-CONSULTA) = "R"
                   PERFORM INGRESO-CLIENTE
                   IF FIN NOT = "S" AND W-CODIGO NOT = 0
                       PERFORM HISTORIAL-RECLAMOS
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM INGRESO-CLIENTE
               IF FIN NOT = "S"
                   IF CLI-GRUPO NOT = SPACES
           PERFORM MOSTRAR-CARGOS-CLIENTE
           PERFORM MOSTRAR-NDEB-CLIENTE
           PERFORM MOSTRAR-ANTICIPOS-CLIENTE
           PERFORM MOSTRAR-CEDIDAS-CLIENTE

           COMPUTE WS-GRAN-TOTAL = WS-SALDO-CORRIENTE + WS-SALDO-30
                                  + WS-SALDO-60 + WS-SALDO-90
           COMPUTE WS-EDIT-MONTO = CLI-SALDO + WS-GRAN-TOTAL
           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 60

           IF CLI-CON-EMAIL NOT = SPACES
               MOVE "N" TO WS-ENVIA-CORREO
               DISPLAY "ENVIAR ESTADO DE CUENTA POR CORREO (S/N)? "
                       LINE 23 COL 10
               ACCEPT WS-ENVIA-CORREO LINE 23 COL 53
               IF FUNCTION UPPER-CASE(WS-ENVIA-CORREO) = "S"
                   PERFORM GENERAR-ESTADO-PLANO
                   PERFORM ENVIAR-ESTADO-CORREO
                   EVALUATE WS-COR-RESULTADO
                       WHEN "P"
                           DISPLAY "ESTADO DE CUENTA ENCOLADO PARA ENVIO      "
                                   LINE 23 COL 10
                       WHEN "N"
                           DISPLAY "CLIENTE SIN AUTORIZACION DE DATOS, NO SE ENVIA"
                                   LINE 23 COL 10
                       WHEN OTHER
                           DISPLAY "CORREO DEL CLIENTE NO VALIDO, NO SE ENVIA"
                                   LINE 23 COL 10
                   END-EVALUATE
               END-IF
           END-IF

           ACCEPT WS-PAUSA LINE 23 COL 60.

       ENVIAR-ESTADO-CORREO.
      *> Deja estado_cuenta.txt (ya armado por GENERAR-ESTADO-PLANO) en
      *> la bandeja de Correo Saliente; la entrega la hace CORREO01
           MOVE CLI-ID        TO WS-COR-CLI-ID
           MOVE "E"           TO WS-COR-TIPO
           MOVE 0             TO WS-COR-DOC-NRO
           MOVE CLI-CON-EMAIL TO WS-COR-PARA
           MOVE SPACES TO WS-COR-ASUNTO
           STRING "ESTADO DE CUENTA AL " WS-HOY-YYYYMMDD
               DELIMITED BY SIZE INTO WS-COR-ASUNTO
           MOVE WS-EC-TOTAL TO WS-EDIT-MONTO
           MOVE SPACES TO WS-COR-CUERPO
           STRING "ESTIMADO CLIENTE: ADJUNTAMOS SU ESTADO DE CUENTA CON "
                  "LAS FACTURAS PENDIENTES Y SU ANTIGUEDAD. SALDO TOTAL: "
                  WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-COR-CUERPO
           MOVE "estado_cuenta.txt" TO WS-COR-ORIGEN
           PERFORM ENCOLAR-CORREO.

       GENERAR-ESTADO-PLANO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY-YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD) TO WS-HOY-INT
           MOVE 0 TO WS-EC-FACTURAS WS-EC-TOTAL
           OPEN OUTPUT ESTADO-CORREO

           MOVE ALL "=" TO WS-LINEA-EC
           WRITE REG-ESTADO-CORREO FROM WS-LINEA-EC
           MOVE SPACES TO WS-LINEA-EC
           STRING "ESTADO DE CUENTA - FECHA " WS-HOY-YYYYMMDD
               DELIMITED BY SIZE INTO WS-LINEA-EC
           WRITE REG-ESTADO-CORREO FROM WS-LINEA-EC
           MOVE SPACES TO WS-LINEA-EC
           STRING "CLIENTE: " CLI-ID " " CLI-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-EC
           WRITE REG-ESTADO-CORREO FROM WS-LINEA-EC
           MOVE "FACTURA  FECHA      DIAS        SALDO" TO WS-LINEA-EC
           WRITE REG-ESTADO-CORREO FROM WS-LINEA-EC

           MOVE CLI-ID TO FAC-CLI-ID
           START FACTURAS KEY IS NOT LESS THAN FAC-CLI-ID
               INVALID KEY SET FIN-FACTURAS-CLI TO TRUE
               NOT INVALID KEY SET NO-FIN-FACTURAS-CLI TO TRUE
           END-START
           PERFORM UNTIL FIN-FACTURAS-CLI
               READ FACTURAS NEXT RECORD
                   AT END
                       SET FIN-FACTURAS-CLI TO TRUE
                   NOT AT END
                       IF FAC-CLI-ID NOT = CLI-ID
                           SET FIN-FACTURAS-CLI TO TRUE
                       ELSE
                           IF FAC-TEMPORAL OR (FAC-FINAL AND FAC-SALDO-PEND NOT = 0)
                               PERFORM ESCRIBIR-FACTURA-PLANO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EC-FACTURAS = 0
               MOVE "SIN FACTURAS PENDIENTES" TO WS-LINEA-EC
               WRITE REG-ESTADO-CORREO FROM WS-LINEA-EC
           END-IF
           ADD CLI-SALDO TO WS-EC-TOTAL
           MOVE CLI-SALDO TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-EC
           STRING "SALDO DE CUENTA CORRIENTE:        " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-EC
           WRITE REG-ESTADO-CORREO FROM WS-LINEA-EC
           MOVE WS-EC-TOTAL TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-EC
           STRING "SALDO TOTAL:                      " WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-EC
           WRITE REG-ESTADO-CORREO FROM WS-LINEA-EC
           CLOSE ESTADO-CORREO.

       ESCRIBIR-FACTURA-PLANO.
           IF FAC-TEMPORAL
               MOVE FAC-TOTAL TO WS-MONTO-PEND
           ELSE
               MOVE FAC-SALDO-PEND TO WS-MONTO-PEND
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(FAC-FECHA) TO WS-FAC-INT
           COMPUTE WS-DIAS = WS-HOY-INT - WS-FAC-INT
           ADD 1 TO WS-EC-FACTURAS
           ADD WS-MONTO-PEND TO WS-EC-TOTAL
           MOVE WS-DIAS TO WS-EDIT-DIAS
           MOVE WS-MONTO-PEND TO WS-EDIT-MONTO
           MOVE SPACES TO WS-LINEA-EC
           STRING FAC-NRO "  " FAC-FECHA "  " WS-EDIT-DIAS "  "
                  WS-EDIT-MONTO
               DELIMITED BY SIZE INTO WS-LINEA-EC
           WRITE REG-ESTADO-CORREO FROM WS-LINEA-EC.

       CORREO-MASIVO.
      *> Envio del estado de cuenta a todos los clientes activos con
      *> saldo o facturas pendientes; los que no tienen correo valido
      *> quedan en la bitacora como SIN CORREO (ver CORREO01)
           PERFORM VARYING WS-FILA FROM 11 BY 1 UNTIL WS-FILA > 21
               DISPLAY ALL " " LINE WS-FILA COL 1 SIZE 80 BACKGROUND-COLOR 1
           END-PERFORM
           MOVE "N" TO WS-ENVIA-CORREO
           DISPLAY "ENVIAR ESTADO DE CUENTA A TODA LA CARTERA (S/N)? "
                   LINE 11 COL 10
           ACCEPT WS-ENVIA-CORREO LINE 11 COL 60
           IF FUNCTION UPPER-CASE(WS-ENVIA-CORREO) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CANT-CORREOS WS-CANT-SIN-CORREO
                     WS-CANT-SIN-AUTORIZA
           SET NO-FIN-MASIVO TO TRUE
           MOVE LOW-VALUES TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-MASIVO TO TRUE
           END-START
           PERFORM UNTIL FIN-MASIVO
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-MASIVO TO TRUE
                   NOT AT END
                       IF CLI-ACTIVO
                           PERFORM ENVIAR-ESTADO-MASIVO
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "ENCOLADOS POR CORREO: " LINE 13 COL 10
           MOVE WS-CANT-CORREOS TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 13 COL 33
           DISPLAY "SIN CORREO VALIDO: " LINE 14 COL 10
           MOVE WS-CANT-SIN-CORREO TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 14 COL 33
           DISPLAY "SIN AUTORIZACION DATOS: " LINE 15 COL 10
           MOVE WS-CANT-SIN-AUTORIZA TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 15 COL 35
           ACCEPT WS-PAUSA LINE 23 COL 60.

       ENVIAR-ESTADO-MASIVO.
           PERFORM GENERAR-ESTADO-PLANO
           IF WS-EC-FACTURAS = 0 AND CLI-SALDO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ENVIAR-ESTADO-CORREO
           EVALUATE WS-COR-RESULTADO
               WHEN "P"
                   ADD 1 TO WS-CANT-CORREOS
               WHEN "S"
                   ADD 1 TO WS-CANT-SIN-CORREO
               WHEN "N"
                   ADD 1 TO WS-CANT-SIN-AUTORIZA
           END-EVALUATE.

       ENCOLAR-CORREO.
           COPY "ENCOLAR-CORREO.cpy".

       VALIDAR-CORREO.
           COPY "VALIDAR-CORREO.cpy".

       ESTADO-CUENTA-GRUPO.
      *> Una linea por sucursal con su exposicion (saldo + facturas
      *> pendientes) y el total consolidado del grupo
           DISPLAY WS-EDIT-MONTO LINE 21 COL 28
           ACCEPT WS-PAUSA LINE 23 COL 60.

       CARTERA-POR-ZONA.
      *> Exposicion (saldo + facturas pendientes) por zona de venta; con
      *> una zona indicada lista los clientes con saldo de esa zona
           PERFORM VARYING WS-FILA FROM 10 BY 1 UNTIL WS-FILA > 21
               DISPLAY ALL " " LINE WS-FILA COL 1 SIZE 80 BACKGROUND-COLOR 1
           END-PERFORM
           MOVE SPACES TO W-ZONA
           DISPLAY "Zona (vacio=todas): " LINE 10 COL 10
           ACCEPT W-ZONA LINE 10 COL 31
           MOVE FUNCTION UPPER-CASE(W-ZONA) TO W-ZONA
           IF W-ZONA = SPACES
               PERFORM CARTERA-TODAS-ZONAS
           ELSE
               PERFORM CARTERA-UNA-ZONA
           END-IF
           ACCEPT WS-PAUSA LINE 23 COL 60
           PERFORM VARYING WS-FILA FROM 10 BY 1 UNTIL WS-FILA > 21
               DISPLAY ALL " " LINE WS-FILA COL 1 SIZE 80 BACKGROUND-COLOR 1
           END-PERFORM.

       CARTERA-UNA-ZONA.
           MOVE W-ZONA TO ZON-CODIGO
           READ ZONAS
               INVALID KEY
                   DISPLAY "ERROR: ZONA NO EXISTE" LINE 11 COL 10
                           BACKGROUND-COLOR 2 FOREGROUND-COLOR 7
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CARTERA DE LA ZONA " LINE 11 COL 10
           DISPLAY ZON-CODIGO LINE 11 COL 29
           DISPLAY ZON-NOMBRE LINE 11 COL 34
           DISPLAY "CLIENTE   NOMBRE                         EXPOSICION"
                   LINE 12 COL 10
           MOVE 13 TO WS-FILA
           MOVE 0 TO WS-TOTAL-ZONA WS-CLI-ZONA-CANT

           SET NO-FIN-ZONA TO TRUE
           MOVE LOW-VALUES TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-ZONA TO TRUE
           END-START
           PERFORM UNTIL FIN-ZONA
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-ZONA TO TRUE
                   NOT AT END
                       IF CLI-ZONA = W-ZONA
                           PERFORM SUMAR-EXPOSICION-MIEMBRO
                           IF WS-DEUDA-MIEMBRO NOT = 0
                               ADD WS-DEUDA-MIEMBRO TO WS-TOTAL-ZONA
                               ADD 1 TO WS-CLI-ZONA-CANT
                               IF WS-FILA <= 20
                                   MOVE WS-DEUDA-MIEMBRO TO WS-EDIT-MONTO
                                   DISPLAY CLI-ID LINE WS-FILA COL 10
                                   DISPLAY CLI-NOMBRE LINE WS-FILA COL 20
                                   DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 52
                                   ADD 1 TO WS-FILA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CLI-ZONA-CANT TO WS-EDIT-CANT
           MOVE WS-TOTAL-ZONA TO WS-EDIT-MONTO
           DISPLAY "TOTAL ZONA (" LINE 21 COL 10
           DISPLAY WS-EDIT-CANT LINE 21 COL 22
           DISPLAY " CLIENTES): " LINE 21 COL 27
           DISPLAY WS-EDIT-MONTO LINE 21 COL 52.

       CARTERA-TODAS-ZONAS.
           MOVE 1 TO WS-TOTAL-ZONAS
           MOVE SPACES TO TZ-CODIGO(1)
           MOVE "(SIN ZONA)" TO TZ-NOMBRE(1)
           MOVE 0 TO TZ-CLIENTES(1) TZ-EXPOSICION(1)
           SET NO-FIN-ZONA TO TRUE
           MOVE LOW-VALUES TO ZON-CODIGO
           START ZONAS KEY IS NOT LESS THAN ZON-CODIGO
               INVALID KEY SET FIN-ZONA TO TRUE
           END-START
           PERFORM UNTIL FIN-ZONA OR WS-TOTAL-ZONAS >= 60
               READ ZONAS NEXT RECORD
                   AT END SET FIN-ZONA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ZONAS
                       MOVE ZON-CODIGO TO TZ-CODIGO(WS-TOTAL-ZONAS)
                       MOVE ZON-NOMBRE TO TZ-NOMBRE(WS-TOTAL-ZONAS)
                       MOVE 0 TO TZ-CLIENTES(WS-TOTAL-ZONAS)
                                 TZ-EXPOSICION(WS-TOTAL-ZONAS)
               END-READ
           END-PERFORM

           SET NO-FIN-ZONA TO TRUE
           MOVE LOW-VALUES TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-ZONA TO TRUE
           END-START
           PERFORM UNTIL FIN-ZONA
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-ZONA TO TRUE
                   NOT AT END
                       PERFORM SUMAR-EXPOSICION-MIEMBRO
                       IF WS-DEUDA-MIEMBRO NOT = 0
      *>                   Una zona que ya no esta en el maestro cae
      *>                   en la fila de clientes sin zona
                           MOVE 1 TO WS-IZ
                           PERFORM VARYING WS-FILA FROM 2 BY 1
                                   UNTIL WS-FILA > WS-TOTAL-ZONAS
                               IF TZ-CODIGO(WS-FILA) = CLI-ZONA
                                   MOVE WS-FILA TO WS-IZ
                               END-IF
                           END-PERFORM
                           ADD 1 TO TZ-CLIENTES(WS-IZ)
                           ADD WS-DEUDA-MIEMBRO TO TZ-EXPOSICION(WS-IZ)
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "CARTERA POR ZONA DE VENTA" LINE 11 COL 10
           DISPLAY "ZONA NOMBRE                         CLIENTES      EXPOSICION"
                   LINE 12 COL 10
           MOVE 13 TO WS-FILA
           MOVE 0 TO WS-TOTAL-ZONA
           PERFORM VARYING WS-IZ FROM 1 BY 1 UNTIL WS-IZ > WS-TOTAL-ZONAS
               ADD TZ-EXPOSICION(WS-IZ) TO WS-TOTAL-ZONA
               IF TZ-CLIENTES(WS-IZ) > 0 AND WS-FILA <= 20
                   MOVE TZ-CLIENTES(WS-IZ) TO WS-EDIT-CANT
                   MOVE TZ-EXPOSICION(WS-IZ) TO WS-EDIT-MONTO
                   DISPLAY TZ-CODIGO(WS-IZ) LINE WS-FILA COL 10
                   DISPLAY TZ-NOMBRE(WS-IZ) LINE WS-FILA COL 15
                   DISPLAY WS-EDIT-CANT LINE WS-FILA COL 49
                   DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 59
                   ADD 1 TO WS-FILA
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-ZONA TO WS-EDIT-MONTO
           DISPLAY "TOTAL CARTERA: " LINE 21 COL 10
           DISPLAY WS-EDIT-MONTO LINE 21 COL 59.

       SUMAR-EXPOSICION-MIEMBRO.
           MOVE CLI-SALDO TO WS-DEUDA-MIEMBRO
           SET NO-FIN-FACTURAS-CLI TO TRUE
               END-READ
           END-PERFORM.

       MOSTRAR-CEDIDAS-CLIENTE.
      *> Las cuotas cedidas a un factor siguen a la vista con estado
      *> CEDIDA hasta que el factor liquide; ya no son saldo del
      *> cliente con la empresa (salieron de la factura y de CLI-SALDO)
           SET NO-FIN-CEDIDAS-CLI TO TRUE
           MOVE CLI-ID TO FCD-CLI-ID
           START FACTORING-DET KEY IS NOT LESS THAN FCD-CLI-ID
               INVALID KEY SET FIN-CEDIDAS-CLI TO TRUE
           END-START

           PERFORM UNTIL FIN-CEDIDAS-CLI
               READ FACTORING-DET NEXT RECORD
                   AT END
                       SET FIN-CEDIDAS-CLI TO TRUE
                   NOT AT END
                       IF FCD-CLI-ID NOT = CLI-ID
                           SET FIN-CEDIDAS-CLI TO TRUE
                       ELSE
                           IF FCD-CEDIDA AND WS-FILA <= 18
                               DISPLAY "CEDID" LINE WS-FILA COL 10
                               DISPLAY FCD-FAC-NRO LINE WS-FILA COL 16
                               DISPLAY FCD-FECHA-VENCE LINE WS-FILA COL 25
                               DISPLAY "CEDIDA A FACTOR" LINE WS-FILA COL 35
                               MOVE FCD-MONTO TO WS-EDIT-MONTO
                               DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 56
                               ADD 1 TO WS-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-NDEB-CLIENTE.
      *> Las notas de debito (cheques rebotados) se listan como linea
      *> propia; la penalidad ya esta sumada en CLI-SALDO via CARGOS.
               END-READ
           END-PERFORM.

       HISTORIAL-RECLAMOS.
      *> Reclamos del cliente (mas antiguos primero) con su estado; los
      *> pendientes que pasaron la fecha limite se marcan VENCIDO y los
      *> cerrados muestran la resolucion y el documento resultante
           PERFORM VARYING WS-FILA FROM 11 BY 1 UNTIL WS-FILA > 21
               DISPLAY ALL " " LINE WS-FILA COL 1 SIZE 80 BACKGROUND-COLOR 1
           END-PERFORM

           DISPLAY "CLIENTE: " LINE 11 COL 10
           DISPLAY CLI-NOMBRE  LINE 11 COL 20
           DISPLAY "RECLAMO  FECHA    T DOC      AREA CAUSA ESTADO     VENCE    RES DOCUM."
                   LINE 12 COL 05

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY-YYYYMMDD
           MOVE "N" TO WS-HAY-RECLAMOS
           MOVE 13 TO WS-FILA
           SET NO-FIN-RECLAMOS-CLI TO TRUE
           MOVE CLI-ID TO RCL-CLI-ID
           START RECLAMOS KEY IS NOT LESS THAN RCL-CLI-ID
               INVALID KEY SET FIN-RECLAMOS-CLI TO TRUE
           END-START

           PERFORM UNTIL FIN-RECLAMOS-CLI OR WS-FILA > 21
               READ RECLAMOS NEXT RECORD
                   AT END
                       SET FIN-RECLAMOS-CLI TO TRUE
                   NOT AT END
                       IF RCL-CLI-ID NOT = CLI-ID
                           SET FIN-RECLAMOS-CLI TO TRUE
                       ELSE
                           PERFORM MOSTRAR-FILA-RECLAMO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HAY-RECLAMOS = "N"
               DISPLAY "EL CLIENTE NO TIENE RECLAMOS REGISTRADOS" LINE 13 COL 10
           END-IF

           ACCEPT WS-PAUSA LINE 23 COL 60.

       MOSTRAR-FILA-RECLAMO.
           MOVE "S" TO WS-HAY-RECLAMOS
           EVALUATE TRUE
               WHEN RCL-PENDIENTE AND RCL-FECHA-VENCE < WS-HOY-YYYYMMDD
                   MOVE "VENCIDO" TO WS-SITUACION-RCL
               WHEN RCL-ABIERTO
                   MOVE "ABIERTO" TO WS-SITUACION-RCL
               WHEN RCL-EN-PROCESO
                   MOVE "EN PROCESO" TO WS-SITUACION-RCL
               WHEN RCL-RESUELTO
                   MOVE "RESUELTO" TO WS-SITUACION-RCL
               WHEN RCL-NO-PROCEDE
                   MOVE "NO PROCEDE" TO WS-SITUACION-RCL
               WHEN OTHER
                   MOVE SPACES TO WS-SITUACION-RCL
           END-EVALUATE
           DISPLAY RCL-NRO LINE WS-FILA COL 05
           DISPLAY RCL-FECHA LINE WS-FILA COL 14
           DISPLAY RCL-TIPO LINE WS-FILA COL 23
           DISPLAY RCL-DOC-TIPO LINE WS-FILA COL 25
           IF RCL-DOC-NRO > 0
               DISPLAY RCL-DOC-NRO LINE WS-FILA COL 26
           END-IF
           DISPLAY RCL-AREA LINE WS-FILA COL 34
           DISPLAY RCL-CAUSA LINE WS-FILA COL 39
           DISPLAY WS-SITUACION-RCL LINE WS-FILA COL 45
           DISPLAY RCL-FECHA-VENCE LINE WS-FILA COL 56
           DISPLAY RCL-RESOLUCION LINE WS-FILA COL 66
           IF RCL-RES-DOC-NRO > 0
               DISPLAY RCL-RES-DOC-NRO LINE WS-FILA COL 69
           END-IF
           ADD 1 TO WS-FILA.

       MOSTRAR-FILA-FACTURA.
           MOVE "S" TO WS-HAY-FACTURAS
           IF FAC-TEMPORAL
               OPEN INPUT ANTICIPOS
           END-IF.

           OPEN INPUT FACTORING-DET.
           IF ST-FACTORINGDET = "35"
               OPEN OUTPUT FACTORING-DET
               CLOSE FACTORING-DET
               OPEN INPUT FACTORING-DET
           END-IF.

           OPEN INPUT ZONAS.
           IF ST-ZONAS = "35"
               OPEN OUTPUT ZONAS
               CLOSE ZONAS
               OPEN INPUT ZONAS
           END-IF.

           OPEN INPUT RECLAMOS.
           IF ST-RECLAMOS = "35"
               OPEN OUTPUT RECLAMOS
               CLOSE RECLAMOS
               OPEN INPUT RECLAMOS
           END-IF.

           IF ST-CLIENTES > "07"
               STRING "ERROR AL ABRIR CLIENTES: " ST-CLIENTES
                   DELIMITED BY SIZE INTO WS-MENSAJE
           CLOSE NOTASDEBITO-CLI.
           CLOSE GRUPOS-CLIENTES.
           CLOSE ANTICIPOS.
           CLOSE FACTORING-DET.
           CLOSE ZONAS.
           CLOSE RECLAMOS.

       END PROGRAM FINCLI03.
