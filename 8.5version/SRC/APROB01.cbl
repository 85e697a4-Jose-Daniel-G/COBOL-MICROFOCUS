       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Aprobacion de cambios sensibles (doble control) -
      *> *           los cambios de limite de credito, termino de pago,
      *> *           precio y demas campos marcados como sensibles que
      *> *           se digitan en FINCLI01 / INVPRO01 quedan pendientes;
      *> *           un supervisor distinto al que los pidio los aprueba
      *> *           (se aplican al maestro) o los rechaza con motivo.
      *> *           Cada resolucion queda en AUDITORIA con el valor
      *> *           anterior y el nuevo del campo. Mantiene la lista de
      *> *           campos sensibles y emite al spool el reporte de
      *> *           cambios pendientes y rechazados. Solo supervisores
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROB01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cambpend.sel".
           COPY "camsen.sel".
           COPY "cliente.sel".
           COPY "producto.sel".
           COPY "preciohist.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "bloqueo.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "cambpend.fd".
           COPY "camsen.fd".
           COPY "cliente.fd".
           COPY "producto.fd".
           COPY "preciohist.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "bloqueo.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "CAMBIOS.cpy".
       COPY "AUDITORIA.cpy".
       COPY "BLOQUEO.cpy".
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-PRECIOHIST     PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-PRECIOHIST  PIC X VALUE "N".
          88 FIN-PRECIOHIST    VALUE "S".
          88 NO-FIN-PRECIOHIST VALUE "N".

       01 W-CPN-NRO         PIC 9(07).
       01 W-DECISION        PIC X.
       01 W-MOTIVO          PIC X(40).
       01 W-CSN-ARCHIVO     PIC X(10).
       01 W-CSN-CAMPO       PIC X(08).
       01 W-CSN-ACTIVO      PIC X.

       01 WS-APLICADO       PIC X VALUE "N".
          88 CAMBIO-APLICADO   VALUE "S".
          88 CAMBIO-NO-APLICADO VALUE "N".
       01 WS-VIGENTE        PIC X VALUE "S".
          88 VALOR-VIGENTE     VALUE "S".
          88 VALOR-ALTERADO    VALUE "N".
       01 WS-MSG-APLICA     PIC X(50).
       01 WS-PRC-SECUENCIA  PIC 9(05).
       01 WS-PRECIO-ANT     PIC 9(9)V99.
       01 WS-FECHA-DISP     PIC 9(08).

       01 WS-CANT-PEND      PIC 9(05).
       01 WS-CANT-RECH      PIC 9(05).
       01 WS-EDIT-CANT      PIC ZZZZ9.
       01 WS-NOMBRE-ESTADO  PIC X(10).
       01 WS-LINEA-PANT     PIC X(79).
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE "APROB01" TO WS-AUD-PROGRAMA
           PERFORM LEER-SESION

           IF NOT SESION-SUPERVISOR
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 12 COL 18
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 18
               GOBACK
           END-IF

           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "APROBACION DE CAMBIOS SENSIBLES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. APROBAR / RECHAZAR PENDIENTES" LINE 05 COL 10
               DISPLAY "2. REPORTE DE PENDIENTES Y RECHAZADOS (SPOOL)"
                       LINE 06 COL 10
               DISPLAY "3. CAMPOS SENSIBLES" LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               PERFORM CONTAR-PENDIENTES
               DISPLAY "CAMBIOS PENDIENTES: " LINE 10 COL 10
               MOVE WS-CANT-PEND TO WS-EDIT-CANT
               DISPLAY WS-EDIT-CANT LINE 10 COL 30
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 12 COL 10
               ACCEPT WS-OPCION LINE 12 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM RESOLVER-PENDIENTES
                   WHEN "2"
                       PERFORM REPORTE-CAMBIOS
                   WHEN "3"
                       PERFORM MANTENER-CAMPOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-BLOQUEOS.
           COPY "ABRIR-BLOQUEOS.cpy".

       TOMAR-BLOQUEO.
           COPY "TOMAR-BLOQUEO.cpy".

       SOLTAR-BLOQUEO.
           COPY "SOLTAR-BLOQUEO.cpy".

       ABRIR-CAMPOS-SENSIBLES.
           COPY "ABRIR-CAMPOS-SENSIBLES.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-ARCHIVOS.
           PERFORM ABRIR-AUDITORIA
           PERFORM ABRIR-BLOQUEOS
           PERFORM ABRIR-CAMPOS-SENSIBLES

           OPEN I-O CAMBIOS-PEND
           IF ST-CAMBPEND = "35"
               OPEN OUTPUT CAMBIOS-PEND
               CLOSE CAMBIOS-PEND
               OPEN I-O CAMBIOS-PEND
           END-IF

           OPEN I-O CLIENTES
           IF ST-CLIENTES = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF

           OPEN I-O PRODUCTOS
           IF ST-PRODUCTOS = "35"
               OPEN OUTPUT PRODUCTOS
               CLOSE PRODUCTOS
               OPEN I-O PRODUCTOS
           END-IF

           OPEN I-O PRECIOHIST
           IF ST-PRECIOHIST = "35"
               OPEN OUTPUT PRECIOHIST
               CLOSE PRECIOHIST
               OPEN I-O PRECIOHIST
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CAMBIOS-PEND
           CLOSE CAMPOS-SENSIBLES
           CLOSE CLIENTES
           CLOSE PRODUCTOS
           CLOSE PRECIOHIST
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO
           CLOSE BLOQUEOS.

       CONTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PEND
           SET NO-FIN-SCAN TO TRUE
           MOVE "P" TO CPN-ESTADO
           START CAMBIOS-PEND KEY IS EQUAL TO CPN-ESTADO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CAMBIOS-PEND NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CPN-PENDIENTE
                           ADD 1 TO WS-CANT-PEND
                       ELSE
                           SET FIN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       RESOLVER-PENDIENTES.
      *> Lista los pendientes y resuelve uno a la vez por su numero
           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CAMBIOS PENDIENTES DE APROBACION" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "NRO     ARCHIVO    CLAVE      CAMPO    ANTERIOR      NUEVO         SOLICITO"
                       LINE 04 COL 01
               PERFORM LISTAR-PENDIENTES
               MOVE 0 TO W-CPN-NRO
               DISPLAY "NRO DE CAMBIO (0=VOLVER): " LINE 20 COL 01
               ACCEPT W-CPN-NRO LINE 20 COL 28
               IF W-CPN-NRO = 0
                   EXIT PERFORM
               END-IF
               PERFORM RESOLVER-CAMBIO
           END-PERFORM.

       LISTAR-PENDIENTES.
           MOVE 5 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE "P" TO CPN-ESTADO
           START CAMBIOS-PEND KEY IS EQUAL TO CPN-ESTADO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 18
               READ CAMBIOS-PEND NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CPN-PENDIENTE
                           MOVE SPACES TO WS-LINEA-PANT
                           STRING CPN-NRO " "
                                  CPN-ARCHIVO(1:10) " "
                                  CPN-REG-CLAVE(1:10) " "
                                  CPN-CAMPO " "
                                  FUNCTION TRIM(CPN-VALOR-ANT)
                               DELIMITED BY SIZE INTO WS-LINEA-PANT
                           MOVE FUNCTION TRIM(CPN-VALOR-NUEVO)
                               TO WS-LINEA-PANT(53:13)
                           MOVE CPN-SOLICITANTE TO WS-LINEA-PANT(67:10)
                           DISPLAY WS-LINEA-PANT LINE WS-FILA COL 01
                           ADD 1 TO WS-FILA
                       ELSE
                           SET FIN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       RESOLVER-CAMBIO.
      *> El supervisor que resuelve no puede ser el que pidio el cambio
           DISPLAY " " LINE 21 COL 01 ERASE EOS
           MOVE W-CPN-NRO TO CPN-NRO
           READ CAMBIOS-PEND KEY IS CPN-NRO
               INVALID KEY
                   DISPLAY "NO EXISTE ESE CAMBIO" LINE 24 COL 01
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 24 COL 60
                   EXIT PARAGRAPH
           END-READ
           IF NOT CPN-PENDIENTE
               DISPLAY "EL CAMBIO YA FUE RESUELTO" LINE 24 COL 01
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 24 COL 60
               EXIT PARAGRAPH
           END-IF
           IF CPN-SOLICITANTE = WS-USUARIO-SESION
               DISPLAY "DEBE RESOLVERLO UN SUPERVISOR DISTINTO AL SOLICITANTE"
                       LINE 24 COL 01 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 24 COL 60
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINEA-PANT
           STRING FUNCTION TRIM(CPN-ARCHIVO) " "
                  FUNCTION TRIM(CPN-REG-CLAVE) " "
                  FUNCTION TRIM(CPN-CAMPO) ": "
                  FUNCTION TRIM(CPN-VALOR-ANT) " -> "
                  FUNCTION TRIM(CPN-VALOR-NUEVO)
               DELIMITED BY SIZE INTO WS-LINEA-PANT
           DISPLAY WS-LINEA-PANT LINE 21 COL 01 WITH HIGHLIGHT

           MOVE SPACE TO W-DECISION
           DISPLAY "A=APROBAR  R=RECHAZAR  (OTRA=VOLVER): " LINE 22 COL 01
           ACCEPT W-DECISION LINE 22 COL 40
           MOVE FUNCTION UPPER-CASE(W-DECISION) TO W-DECISION
           IF W-DECISION NOT = "A" AND W-DECISION NOT = "R"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-MOTIVO
           DISPLAY "MOTIVO: " LINE 23 COL 01
           ACCEPT W-MOTIVO LINE 23 COL 10
           IF W-DECISION = "R" AND W-MOTIVO = SPACES
               DISPLAY "EL RECHAZO REQUIERE UN MOTIVO" LINE 24 COL 01
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 24 COL 60
               EXIT PARAGRAPH
           END-IF

           IF W-DECISION = "A"
               PERFORM APLICAR-CAMBIO
               IF CAMBIO-NO-APLICADO
                   DISPLAY WS-MSG-APLICA LINE 24 COL 01 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 24 COL 60
                   EXIT PARAGRAPH
               END-IF
               SET CPN-APROBADO TO TRUE
           ELSE
               SET CPN-RECHAZADO TO TRUE
           END-IF

           MOVE WS-USUARIO-SESION TO CPN-APROBADOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPN-FECHA-RESOL
           MOVE FUNCTION CURRENT-DATE(9:6) TO CPN-HORA-RESOL
           MOVE W-MOTIVO TO CPN-MOTIVO
           REWRITE CAMBIO-PEND-REG

           MOVE SPACES TO WS-AUD-ACCION
           STRING W-DECISION "-" CPN-CAMPO DELIMITED BY SPACE
               INTO WS-AUD-ACCION
           MOVE CPN-REG-CLAVE   TO WS-AUD-REG-CLAVE
           MOVE CPN-VALOR-ANT   TO WS-AUD-VALOR-ANT
           MOVE CPN-VALOR-NUEVO TO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           IF CPN-APROBADO
               DISPLAY "CAMBIO APROBADO Y APLICADO AL MAESTRO" LINE 24 COL 01
                       WITH REVERSE-VIDEO
           ELSE
               DISPLAY "CAMBIO RECHAZADO" LINE 24 COL 01 WITH REVERSE-VIDEO
           END-IF
           ACCEPT WS-PAUSA LINE 24 COL 60.

       APLICAR-CAMBIO.
      *> Solo se aplica si el maestro conserva el valor que tenia cuando
      *> se pidio el cambio; si no, hay que rechazarlo y pedirlo de nuevo
           SET CAMBIO-NO-APLICADO TO TRUE
           MOVE SPACES TO WS-MSG-APLICA
           MOVE CPN-ARCHIVO   TO WS-BLQ-ARCHIVO
           MOVE CPN-REG-CLAVE TO WS-BLQ-REGISTRO
           PERFORM TOMAR-BLOQUEO
           IF BLOQUEO-NEGADO
               MOVE "REGISTRO EN USO - INTENTE MAS TARDE" TO WS-MSG-APLICA
               EXIT PARAGRAPH
           END-IF

           EVALUATE CPN-ARCHIVO
               WHEN "CLIENTES"
                   PERFORM APLICAR-CLIENTE
               WHEN "PRODUCTOS"
                   PERFORM APLICAR-PRODUCTO
               WHEN OTHER
                   MOVE "ARCHIVO NO CONTROLADO" TO WS-MSG-APLICA
           END-EVALUATE

           PERFORM SOLTAR-BLOQUEO.

       APLICAR-CLIENTE.
           COMPUTE CLI-ID = FUNCTION NUMVAL(CPN-REG-CLAVE)
           READ CLIENTES
               INVALID KEY
                   MOVE "EL CLIENTE YA NO EXISTE" TO WS-MSG-APLICA
                   EXIT PARAGRAPH
           END-READ

           SET VALOR-VIGENTE TO TRUE
           EVALUATE CPN-CAMPO
               WHEN "LIMITE"
                   IF CLI-LIMITE-CREDITO NOT = CPN-MONTO-ANT
                       SET VALOR-ALTERADO TO TRUE
                   ELSE
                       MOVE CPN-MONTO-NUEVO TO CLI-LIMITE-CREDITO
                   END-IF
               WHEN "TERMINO"
                   IF CLI-TERMINO NOT = CPN-VALOR-ANT(1:3)
                       SET VALOR-ALTERADO TO TRUE
                   ELSE
                       MOVE CPN-VALOR-NUEVO(1:3) TO CLI-TERMINO
                   END-IF
               WHEN "CATEG"
                   IF CLI-CATEGORIA NOT = CPN-VALOR-ANT(1:1)
                       SET VALOR-ALTERADO TO TRUE
                   ELSE
                       MOVE CPN-VALOR-NUEVO(1:1) TO CLI-CATEGORIA
                   END-IF
               WHEN "SALDO"
                   IF CLI-SALDO NOT = CPN-MONTO-ANT
                       SET VALOR-ALTERADO TO TRUE
                   ELSE
                       MOVE CPN-MONTO-NUEVO TO CLI-SALDO
                   END-IF
               WHEN OTHER
                   MOVE "CAMPO NO CONTROLADO" TO WS-MSG-APLICA
                   EXIT PARAGRAPH
           END-EVALUATE

           IF VALOR-ALTERADO
               MOVE "EL VALOR ACTUAL CAMBIO DESDE LA SOLICITUD"
                   TO WS-MSG-APLICA
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO CLI-FECHA-MOD
           MOVE WS-USUARIO-SESION TO CLI-USUARIO-MOD
           REWRITE CLIENTES-REG
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL CLIENTE" TO WS-MSG-APLICA
               NOT INVALID KEY
                   SET CAMBIO-APLICADO TO TRUE
           END-REWRITE.

       APLICAR-PRODUCTO.
           COMPUTE PRD-CODIGO = FUNCTION NUMVAL(CPN-REG-CLAVE)
           READ PRODUCTOS
               INVALID KEY
                   MOVE "EL PRODUCTO YA NO EXISTE" TO WS-MSG-APLICA
                   EXIT PARAGRAPH
           END-READ

           SET VALOR-VIGENTE TO TRUE
           MOVE PRD-PRECIO TO WS-PRECIO-ANT
           EVALUATE CPN-CAMPO
               WHEN "PRECIO"
                   IF PRD-PRECIO NOT = CPN-MONTO-ANT
                       SET VALOR-ALTERADO TO TRUE
                   ELSE
                       MOVE CPN-MONTO-NUEVO TO PRD-PRECIO
                   END-IF
               WHEN "IVA"
                   IF PRD-IVA NOT = CPN-MONTO-ANT
                       SET VALOR-ALTERADO TO TRUE
                   ELSE
                       MOVE CPN-MONTO-NUEVO TO PRD-IVA
                   END-IF
               WHEN "ESTADO"
                   IF PRD-ESTADO NOT = CPN-VALOR-ANT(1:1)
                       SET VALOR-ALTERADO TO TRUE
                   ELSE
                       MOVE CPN-VALOR-NUEVO(1:1) TO PRD-ESTADO
                   END-IF
               WHEN OTHER
                   MOVE "CAMPO NO CONTROLADO" TO WS-MSG-APLICA
                   EXIT PARAGRAPH
           END-EVALUATE

           IF VALOR-ALTERADO
               MOVE "EL VALOR ACTUAL CAMBIO DESDE LA SOLICITUD"
                   TO WS-MSG-APLICA
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO PRD-FECHA-MOD
           MOVE WS-USUARIO-SESION TO PRD-USUARIO-MOD
           REWRITE PRODUCTO-REG
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL PRODUCTO" TO WS-MSG-APLICA
               NOT INVALID KEY
                   SET CAMBIO-APLICADO TO TRUE
           END-REWRITE

           IF CAMBIO-APLICADO AND CPN-CAMPO = "PRECIO"
               PERFORM GRABAR-HISTORICO-PRECIO
           END-IF.

       GRABAR-HISTORICO-PRECIO.
      *> Mismo historico que deja INVPRO01 cuando el precio se graba
      *> directo
           MOVE 0 TO WS-PRC-SECUENCIA
           MOVE PRD-CODIGO TO PRC-PROD-ID
           MOVE 0 TO PRC-SECUENCIA
           SET NO-FIN-PRECIOHIST TO TRUE
           START PRECIOHIST KEY IS NOT LESS THAN PRC-CLAVE
               INVALID KEY SET FIN-PRECIOHIST TO TRUE
           END-START

           PERFORM UNTIL FIN-PRECIOHIST
               READ PRECIOHIST NEXT RECORD
                   AT END SET FIN-PRECIOHIST TO TRUE
                   NOT AT END
                       IF PRC-PROD-ID NOT = PRD-CODIGO
                           SET FIN-PRECIOHIST TO TRUE
                       ELSE
                           MOVE PRC-SECUENCIA TO WS-PRC-SECUENCIA
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO WS-PRC-SECUENCIA
           MOVE PRD-CODIGO       TO PRC-PROD-ID
           MOVE WS-PRC-SECUENCIA TO PRC-SECUENCIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRC-FECHA
           MOVE WS-PRECIO-ANT    TO PRC-PRECIO-ANT
           MOVE PRD-PRECIO       TO PRC-PRECIO-NUEVO
           MOVE WS-USUARIO-SESION TO PRC-USUARIO
           WRITE PRC-REG.

       REPORTE-CAMBIOS.
      *> Cambios pendientes (aun sin resolver) y rechazados con su
      *> motivo, en orden de numero
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "REPORTE DE CAMBIOS PENDIENTES Y RECHAZADOS" LINE 02 COL 10
                   WITH REVERSE-VIDEO

           MOVE 0 TO WS-CANT-LINEAS WS-CANT-PEND WS-CANT-RECH
           OPEN OUTPUT CAMBIOS-PLANO
           MOVE SPACES TO WS-LINEA-REP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-DISP
           STRING "CAMBIOS SENSIBLES PENDIENTES Y RECHAZADOS - AL "
                  WS-FECHA-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "NRO     ESTADO     ARCHIVO    CLAVE           CAMPO    ANTERIOR       NUEVO          SOLICITO   FECHA    RESOLVIO   MOTIVO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CPN-NRO
           START CAMBIOS-PEND KEY IS NOT LESS THAN CPN-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CAMBIOS-PEND NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CPN-PENDIENTE OR CPN-RECHAZADO
                           PERFORM LINEA-REPORTE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-PEND TO WS-EDIT-CANT
           STRING "PENDIENTES  : " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-RECH TO WS-EDIT-CANT
           STRING "RECHAZADOS  : " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           CLOSE CAMBIOS-PLANO

           DISPLAY "PENDIENTES  : " LINE 05 COL 10
           MOVE WS-CANT-PEND TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 05 COL 24
           DISPLAY "RECHAZADOS  : " LINE 06 COL 10
           MOVE WS-CANT-RECH TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 06 COL 24

           MOVE "CAMBIOS-PEND" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE "PEND+RECH" TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "cambios_pend.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "REPORTE 'cambios_pend.txt' ENVIADO AL SPOOL" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 56.

       LINEA-REPORTE.
           IF CPN-PENDIENTE
               MOVE "PENDIENTE" TO WS-NOMBRE-ESTADO
               ADD 1 TO WS-CANT-PEND
           ELSE
               MOVE "RECHAZADO" TO WS-NOMBRE-ESTADO
               ADD 1 TO WS-CANT-RECH
           END-IF
           MOVE SPACES TO WS-LINEA-REP
           STRING CPN-NRO " "
                  WS-NOMBRE-ESTADO " "
                  CPN-ARCHIVO " "
                  CPN-REG-CLAVE " "
                  CPN-CAMPO " "
                  CPN-VALOR-ANT(1:14) " "
                  CPN-VALOR-NUEVO(1:14) " "
                  CPN-SOLICITANTE " "
                  CPN-FECHA " "
                  CPN-APROBADOR " "
                  CPN-MOTIVO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP.

       ESCRIBIR-LINEA-REP.
           WRITE REG-CAMBIOS-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       MANTENER-CAMPOS.
      *> Activa o desactiva la aprobacion por campo; solo los campos
      *> que el sistema sabe retener (los que se siembran en la lista)
           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CAMPOS SENSIBLES" LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "ARCHIVO    CAMPO    DESCRIPCION                    APROBACION"
                       LINE 04 COL 05
               PERFORM LISTAR-CAMPOS
               MOVE SPACES TO W-CSN-ARCHIVO W-CSN-CAMPO
               DISPLAY "ARCHIVO (ENTER=VOLVER): " LINE 18 COL 05
               ACCEPT W-CSN-ARCHIVO LINE 18 COL 30
               IF W-CSN-ARCHIVO = SPACES
                   EXIT PERFORM
               END-IF
               DISPLAY "CAMPO: " LINE 19 COL 05
               ACCEPT W-CSN-CAMPO LINE 19 COL 30
               PERFORM CAMBIAR-CAMPO
           END-PERFORM.

       LISTAR-CAMPOS.
           MOVE 5 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO CSN-CLAVE
           START CAMPOS-SENSIBLES KEY IS NOT LESS THAN CSN-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 16
               READ CAMPOS-SENSIBLES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-LINEA-PANT
                       STRING CSN-ARCHIVO " "
                              CSN-CAMPO " "
                              CSN-DESCRIPCION " "
                              CSN-ACTIVO
                           DELIMITED BY SIZE INTO WS-LINEA-PANT
                       DISPLAY WS-LINEA-PANT LINE WS-FILA COL 05
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM.

       CAMBIAR-CAMPO.
           MOVE FUNCTION UPPER-CASE(W-CSN-ARCHIVO) TO CSN-ARCHIVO
           MOVE FUNCTION UPPER-CASE(W-CSN-CAMPO)   TO CSN-CAMPO
           READ CAMPOS-SENSIBLES
               INVALID KEY
                   DISPLAY "CAMPO NO CONTROLADO POR EL SISTEMA" LINE 21 COL 05
                           WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE 21 COL 60
                   EXIT PARAGRAPH
           END-READ

           MOVE CSN-ACTIVO TO W-CSN-ACTIVO
           DISPLAY "REQUIERE APROBACION (S/N)? " LINE 20 COL 05
           ACCEPT W-CSN-ACTIVO LINE 20 COL 33
           MOVE FUNCTION UPPER-CASE(W-CSN-ACTIVO) TO W-CSN-ACTIVO
           IF (W-CSN-ACTIVO NOT = "S" AND W-CSN-ACTIVO NOT = "N")
              OR W-CSN-ACTIVO = CSN-ACTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE "CAMPO-SENS" TO WS-AUD-ACCION
           MOVE CSN-ARCHIVO  TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT WS-AUD-VALOR-NUEVO
           STRING CSN-ARCHIVO " " CSN-CAMPO " " CSN-ACTIVO
               DELIMITED BY SIZE INTO WS-AUD-VALOR-ANT
           STRING CSN-ARCHIVO " " CSN-CAMPO " " W-CSN-ACTIVO
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO

           MOVE W-CSN-ACTIVO TO CSN-ACTIVO
           REWRITE CAMPO-SENSIBLE-REG
           PERFORM GRABAR-AUDITORIA.

       END PROGRAM APROB01.
