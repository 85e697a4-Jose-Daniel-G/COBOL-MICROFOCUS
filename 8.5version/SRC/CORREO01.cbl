       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Correo Saliente - entrega a la pasarela de correo
      *> *           los mensajes pendientes de la bandeja (estados de
      *> *           cuenta, avisos de cobro y copias de factura que
      *> *           encolan FINCLI03, FINCLI06 y la facturacion),
      *> *           importa los rebotes, reencola los rebotados con la
      *> *           direccion corregida, bitacora de entregas por
      *> *           periodo y excepciones de clientes sin correo
      *> *           valido al spool. No entrega a clientes sin
      *> *           autorizacion vigente de tratamiento de datos. En modo lote (MODOLOTE=S) importa
      *> *           los rebotes y entrega los pendientes sin pantalla
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREO01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "correo.sel".
           COPY "cliente.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "correo.fd".
           COPY "cliente.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "CORREOVARS.cpy".
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CLIENTES       PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-MODOLOTE       PIC X.
       01 WS-FECHA-HOY      PIC 9(08).
       01 W-PERIODO         PIC 9(06).
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-REBOTE      PIC X VALUE "N".
          88 FIN-REBOTE        VALUE "S".
          88 NO-FIN-REBOTE     VALUE "N".

       01 WS-REB-NRO-TXT    PIC X(10).
       01 WS-REB-NRO        PIC 9(07).
       01 WS-REB-MOTIVO     PIC X(40).

       01 WS-CANT-ENVIADOS  PIC 9(05).
       01 WS-CANT-REBOTES   PIC 9(05).
       01 WS-CANT-REENCOLA  PIC 9(05).
       01 WS-CANT-PEND      PIC 9(05).
       01 WS-CANT-ENV       PIC 9(05).
       01 WS-CANT-REB       PIC 9(05).
       01 WS-CANT-SIN       PIC 9(05).
       01 WS-CANT-SIN-AUT   PIC 9(05).
       01 WS-CANT-EXCEP     PIC 9(05).
       01 WS-EDIT-CANT      PIC ZZZZ9.
       01 WS-NOMBRE-ESTADO  PIC X(10).
       01 WS-LINEA          PIC X(400).
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

      *> Corrida nocturna: primero los rebotes que devolvio la
      *> pasarela y despues la entrega de lo pendiente
           IF WS-MODOLOTE = "S"
               PERFORM IMPORTAR-REBOTES
               PERFORM ENVIAR-PENDIENTES
               PERFORM CERRAR-ARCHIVOS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CORREO SALIENTE" LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "1. ENTREGAR PENDIENTES A LA PASARELA" LINE 05 COL 10
               DISPLAY "2. IMPORTAR REBOTES" LINE 06 COL 10
               DISPLAY "3. REENCOLAR REBOTADOS (DIRECCION CORREGIDA)"
                       LINE 07 COL 10
               DISPLAY "4. BITACORA DE ENTREGAS (SPOOL)" LINE 08 COL 10
               DISPLAY "5. CLIENTES SIN CORREO VALIDO (SPOOL)" LINE 09 COL 10
               DISPLAY "S. SALIR" LINE 10 COL 10
               PERFORM CONTAR-PENDIENTES
               DISPLAY "PENDIENTES EN BANDEJA: " LINE 12 COL 10
               MOVE WS-CANT-PEND TO WS-EDIT-CANT
               DISPLAY WS-EDIT-CANT LINE 12 COL 33
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 14 COL 10
               ACCEPT WS-OPCION LINE 14 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM ENVIAR-PENDIENTES
                       DISPLAY "MENSAJES ENTREGADOS: " LINE 16 COL 10
                       MOVE WS-CANT-ENVIADOS TO WS-EDIT-CANT
                       DISPLAY WS-EDIT-CANT LINE 16 COL 31
                       DISPLAY "(correo_salida.txt)" LINE 17 COL 10
                       ACCEPT WS-PAUSA LINE 17 COL 30
                   WHEN "2"
                       PERFORM IMPORTAR-REBOTES
                       IF ST-CORREBOTE NOT = "00"
                           DISPLAY "NO SE ENCUENTRA correo_rebotes.txt"
                                   LINE 16 COL 10
                       ELSE
                           DISPLAY "REBOTES APLICADOS: " LINE 16 COL 10
                           MOVE WS-CANT-REBOTES TO WS-EDIT-CANT
                           DISPLAY WS-EDIT-CANT LINE 16 COL 29
                       END-IF
                       ACCEPT WS-PAUSA LINE 17 COL 10
                   WHEN "3"
                       PERFORM REENCOLAR-REBOTADOS
                   WHEN "4"
                       PERFORM BITACORA-ENTREGAS
                   WHEN "5"
                       PERFORM EXCEPCIONES-SIN-CORREO
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

       VALIDAR-CORREO.
           COPY "VALIDAR-CORREO.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O CORREOS
           IF ST-CORREOS = "35"
               OPEN OUTPUT CORREOS
               CLOSE CORREOS
               OPEN I-O CORREOS
           END-IF

           OPEN INPUT CLIENTES
           IF ST-CLIENTES = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN INPUT CLIENTES
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CORREOS
           CLOSE CLIENTES.

       CONTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PEND
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO COR-NRO
           START CORREOS KEY IS NOT LESS THAN COR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CORREOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF COR-PENDIENTE
                           ADD 1 TO WS-CANT-PEND
                       END-IF
               END-READ
           END-PERFORM.

       ENVIAR-PENDIENTES.
      *> Una linea por mensaje para la pasarela:
      *> MSG;NRO;PARA;ASUNTO;ADJUNTO;CUERPO
           MOVE 0 TO WS-CANT-ENVIADOS
           OPEN OUTPUT CORREO-ENVIO

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO COR-NRO
           START CORREOS KEY IS NOT LESS THAN COR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CORREOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF COR-PENDIENTE
                           PERFORM ENTREGAR-MENSAJE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CORREO-ENVIO.

       ENTREGAR-MENSAJE.
      *> La autorizacion pudo revocarse despues de encolado el mensaje
           MOVE COR-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY MOVE SPACE TO CLI-HD-AUTORIZA
           END-READ
           IF COR-CLI-ID > 0 AND NOT CLI-HD-AUTORIZADO
               SET COR-SIN-AUTORIZA TO TRUE
               MOVE "CLIENTE SIN AUTORIZACION DE DATOS" TO COR-MOTIVO
               MOVE WS-FECHA-HOY TO COR-FECHA-ESTADO
               REWRITE CORREO-REG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING "MSG;" COR-NRO ";"
                  FUNCTION TRIM(COR-PARA) ";"
                  FUNCTION TRIM(COR-ASUNTO) ";"
                  FUNCTION TRIM(COR-ADJUNTO) ";"
                  FUNCTION TRIM(COR-CUERPO)
               DELIMITED BY SIZE INTO WS-LINEA
           WRITE REG-CORREO-ENVIO FROM WS-LINEA

           SET COR-ENVIADO TO TRUE
           MOVE WS-FECHA-HOY TO COR-FECHA-ESTADO
           REWRITE CORREO-REG
           ADD 1 TO WS-CANT-ENVIADOS.

       IMPORTAR-REBOTES.
      *> La pasarela devuelve una linea NRO;MOTIVO por cada mensaje que
      *> el servidor de destino rechazo
           MOVE 0 TO WS-CANT-REBOTES
           OPEN INPUT CORREO-REBOTES
           IF ST-CORREBOTE NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET NO-FIN-REBOTE TO TRUE
           PERFORM UNTIL FIN-REBOTE
               READ CORREO-REBOTES
                   AT END SET FIN-REBOTE TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-REBOTE
               END-READ
           END-PERFORM
           CLOSE CORREO-REBOTES
           MOVE "00" TO ST-CORREBOTE.

       PROCESAR-REBOTE.
           MOVE SPACES TO WS-REB-NRO-TXT WS-REB-MOTIVO
           UNSTRING REG-CORREO-REBOTE DELIMITED BY ";"
               INTO WS-REB-NRO-TXT WS-REB-MOTIVO
           END-UNSTRING

           IF WS-REB-NRO-TXT(1:7) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REB-NRO-TXT(1:7) TO WS-REB-NRO
           MOVE WS-REB-NRO TO COR-NRO
           READ CORREOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT COR-ENVIADO
               EXIT PARAGRAPH
           END-IF

           SET COR-REBOTADO TO TRUE
           MOVE WS-FECHA-HOY TO COR-FECHA-ESTADO
           IF WS-REB-MOTIVO = SPACES
               MOVE "REBOTADO POR EL SERVIDOR DESTINO" TO COR-MOTIVO
           ELSE
               MOVE WS-REB-MOTIVO TO COR-MOTIVO
           END-IF
           REWRITE CORREO-REG
           ADD 1 TO WS-CANT-REBOTES.

       REENCOLAR-REBOTADOS.
      *> Los rebotados (y los que quedaron sin correo) vuelven a
      *> pendiente cuando el cliente ya tiene otra direccion valida;
      *> los retenidos por falta de autorizacion, cuando ya la dio
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "REENCOLAR MENSAJES REBOTADOS" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           MOVE 0 TO WS-CANT-REENCOLA
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO COR-NRO
           START CORREOS KEY IS NOT LESS THAN COR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CORREOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF COR-REBOTADO OR COR-SIN-CORREO
                          OR COR-SIN-AUTORIZA
                           PERFORM REENCOLAR-UN-MENSAJE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "MENSAJES REENCOLADOS: " LINE 05 COL 10
           MOVE WS-CANT-REENCOLA TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 05 COL 32
           ACCEPT WS-PAUSA LINE 07 COL 10.

       REENCOLAR-UN-MENSAJE.
           MOVE COR-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT CLI-HD-AUTORIZADO
               EXIT PARAGRAPH
           END-IF
           MOVE CLI-CON-EMAIL TO WS-COR-PARA
           PERFORM VALIDAR-CORREO
           IF CORREO-INVALIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-COR-PARA = COR-PARA AND NOT COR-SIN-AUTORIZA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COR-PARA TO COR-PARA
           SET COR-PENDIENTE TO TRUE
           MOVE WS-FECHA-HOY TO COR-FECHA-ESTADO
           MOVE SPACES TO COR-MOTIVO
           REWRITE CORREO-REG
           ADD 1 TO WS-CANT-REENCOLA.

       BITACORA-ENTREGAS.
      *> Mensajes encolados en el periodo con su estado de entrega y
      *> totales por estado
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "BITACORA DE ENTREGAS DE CORREO" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO
           DISPLAY "PERIODO (AAAAMM): " LINE 04 COL 10
           ACCEPT W-PERIODO LINE 04 COL 29

           MOVE 0 TO WS-CANT-LINEAS WS-CANT-PEND WS-CANT-ENV
                     WS-CANT-REB WS-CANT-SIN WS-CANT-SIN-AUT
           OPEN OUTPUT CORREO-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "BITACORA DE CORREO SALIENTE - PERIODO " W-PERIODO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "NRO     CLIENTE T DOCUM.  FECHA    ESTADO     DESDE    DESTINATARIO / MOTIVO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO COR-NRO
           START CORREOS KEY IS NOT LESS THAN COR-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CORREOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF COR-FECHA(1:6) = W-PERIODO
                           PERFORM LINEA-BITACORA
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-ENV TO WS-EDIT-CANT
           STRING "ENTREGADOS  : " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-REB TO WS-EDIT-CANT
           STRING "REBOTADOS   : " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-SIN TO WS-EDIT-CANT
           STRING "SIN CORREO  : " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-SIN-AUT TO WS-EDIT-CANT
           STRING "SIN AUTORIZ.: " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-PEND TO WS-EDIT-CANT
           STRING "PENDIENTES  : " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           CLOSE CORREO-PLANO

           DISPLAY "ENTREGADOS  : " LINE 06 COL 10
           MOVE WS-CANT-ENV TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 06 COL 24
           DISPLAY "REBOTADOS   : " LINE 07 COL 10
           MOVE WS-CANT-REB TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 07 COL 24
           DISPLAY "SIN CORREO  : " LINE 08 COL 10
           MOVE WS-CANT-SIN TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 08 COL 24
           DISPLAY "PENDIENTES  : " LINE 09 COL 10
           MOVE WS-CANT-PEND TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 09 COL 24
           DISPLAY "SIN AUTORIZ.: " LINE 10 COL 10
           MOVE WS-CANT-SIN-AUT TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 10 COL 24

           MOVE "CORREOS" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE W-PERIODO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "correo.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "REPORTE 'correo.txt' ENVIADO AL SPOOL" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 50.

       LINEA-BITACORA.
           EVALUATE TRUE
               WHEN COR-PENDIENTE
                   MOVE "PENDIENTE" TO WS-NOMBRE-ESTADO
                   ADD 1 TO WS-CANT-PEND
               WHEN COR-ENVIADO
                   MOVE "ENTREGADO" TO WS-NOMBRE-ESTADO
                   ADD 1 TO WS-CANT-ENV
               WHEN COR-REBOTADO
                   MOVE "REBOTADO" TO WS-NOMBRE-ESTADO
                   ADD 1 TO WS-CANT-REB
               WHEN COR-SIN-AUTORIZA
                   MOVE "SIN AUTORI" TO WS-NOMBRE-ESTADO
                   ADD 1 TO WS-CANT-SIN-AUT
               WHEN OTHER
                   MOVE "SIN CORREO" TO WS-NOMBRE-ESTADO
                   ADD 1 TO WS-CANT-SIN
           END-EVALUATE
           MOVE SPACES TO WS-LINEA-REP
           IF COR-REBOTADO OR COR-SIN-CORREO OR COR-SIN-AUTORIZA
               STRING COR-NRO " " COR-CLI-ID " " COR-TIPO " "
                      COR-DOC-NRO " " COR-FECHA " " WS-NOMBRE-ESTADO " "
                      COR-FECHA-ESTADO " " COR-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING COR-NRO " " COR-CLI-ID " " COR-TIPO " "
                      COR-DOC-NRO " " COR-FECHA " " WS-NOMBRE-ESTADO " "
                      COR-FECHA-ESTADO " " COR-PARA
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-LINEA-REP.

       EXCEPCIONES-SIN-CORREO.
      *> Clientes activos cuya direccion de correo esta vacia o mal
      *> formada: sus estados de cuenta y avisos no salen por correo
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "CLIENTES SIN CORREO VALIDO" LINE 02 COL 10
                   WITH REVERSE-VIDEO

           MOVE 0 TO WS-CANT-LINEAS WS-CANT-EXCEP
           OPEN OUTPUT CORREO-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "CLIENTES ACTIVOS SIN CORREO VALIDO AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "CLIENTE NOMBRE                         TELEFONO        CORREO REGISTRADO"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           DISPLAY "CLIENTE NOMBRE                         CORREO REGISTRADO"
                   LINE 04 COL 05
           MOVE 5 TO WS-FILA
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
                           MOVE CLI-CON-EMAIL TO WS-COR-PARA
                           PERFORM VALIDAR-CORREO
                           IF CORREO-INVALIDO
                               PERFORM LINEA-EXCEPCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-EXCEP TO WS-EDIT-CANT
           STRING "TOTAL CLIENTES SIN CORREO VALIDO: " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           CLOSE CORREO-PLANO

           DISPLAY "TOTAL: " LINE 21 COL 10
           MOVE WS-CANT-EXCEP TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 21 COL 17

           MOVE "SINCORREO" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE WS-FECHA-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "correo.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "REPORTE 'correo.txt' ENVIADO AL SPOOL" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 50.

       LINEA-EXCEPCION.
           ADD 1 TO WS-CANT-EXCEP
           MOVE SPACES TO WS-LINEA-REP
           STRING CLI-ID " " CLI-NOMBRE " " CLI-CON-TELEFONO " "
                  CLI-CON-EMAIL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           IF WS-FILA <= 20
               DISPLAY CLI-ID LINE WS-FILA COL 05
               DISPLAY CLI-NOMBRE LINE WS-FILA COL 13
               DISPLAY CLI-CON-EMAIL LINE WS-FILA COL 44
               ADD 1 TO WS-FILA
           END-IF.

       ESCRIBIR-LINEA-REP.
           WRITE REG-CORREO-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM CORREO01.
