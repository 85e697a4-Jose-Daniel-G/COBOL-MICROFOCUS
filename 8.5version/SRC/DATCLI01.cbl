       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Proteccion de datos personales de clientes (habeas
      *> *           data): autorizacion del titular con fecha y canal,
      *> *           registro de solicitudes (consulta, rectificacion,
      *> *           supresion y revocacion) con fecha limite de
      *> *           respuesta por tipo, atencion de cada una (reporte
      *> *           de los datos que se tienen, correccion del
      *> *           contacto, anonimizacion del cliente y de sus
      *> *           visitas, gestiones de cobro, correos y puntos de
      *> *           entrega conservando los documentos fiscales) y
      *> *           reporte de pendientes al
      *> *           spool. Cada accion queda en AUDITORIA
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATCLI01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "habeas.sel".
           COPY "cliente.sel".
           COPY "visita.sel".
           COPY "gestion.sel".
           COPY "correo.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "direntrega.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "habeas.fd".
           COPY "cliente.fd".
           COPY "visita.fd".
           COPY "gestion.fd".
           COPY "correo.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "direntrega.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "AUDITORIA.cpy".
       COPY "CORREOVARS.cpy".
       COPY "DIRENTREGA.cpy".
       01 ST-SESION         PIC XX.
       01 ST-SOLHD          PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-VISITAS        PIC XX.
       01 ST-GESTIONES      PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-RESPUESTA      PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-LOG         PIC X VALUE "N".
          88 FIN-LOG           VALUE "S".
          88 NO-FIN-LOG        VALUE "N".

      *> Dias de respuesta por tipo de solicitud (fecha limite =
      *> radicacion + dias del tipo; consultas 10 dias habiles y
      *> reclamos 15 dias habiles)
       01 WS-TABLA-TIPO-VAL.
          05 FILLER PIC X(16) VALUE "C014CONSULTA    ".
          05 FILLER PIC X(16) VALUE "R021RECTIFICA   ".
          05 FILLER PIC X(16) VALUE "S021SUPRESION   ".
          05 FILLER PIC X(16) VALUE "V021REVOCACION  ".
       01 WS-TABLA-TIPO REDEFINES WS-TABLA-TIPO-VAL.
          05 T-TIPO OCCURS 4 TIMES.
             10 T-TIP-CODIGO    PIC X(01).
             10 T-TIP-DIAS      PIC 9(03).
             10 T-TIP-NOMBRE    PIC X(12).
       01 WS-TIP-IDX        PIC 9.

       01 W-CLI-ID          PIC 9(07).
       01 W-SHD-NRO         PIC 9(07).
       01 W-TIPO            PIC X(01).
       01 W-CANAL           PIC X(01).
          88 W-CANAL-VALIDO    VALUE "E" "W" "T" "C" "P".
       01 W-AUTORIZA        PIC X(01).
       01 W-FECHA           PIC 9(08).
       01 W-DETALLE         PIC X(40).
       01 W-RESPUESTA       PIC X(40).
       01 W-CON-NOMBRE      PIC X(30).
       01 W-CON-TELEFONO    PIC X(15).
       01 W-CON-EMAIL       PIC X(30).
       01 W-DIRECCION       PIC X(30).

       01 WS-FECHA-HOY      PIC 9(08).
       01 WS-HOY-INT        PIC 9(09).
       01 WS-SHD-NRO-MAX    PIC 9(07).
       01 WS-DIAS           PIC S9(05).
       01 WS-CANT-VIS       PIC 9(05).
       01 WS-CANT-GTN       PIC 9(05).
       01 WS-CANT-COR       PIC 9(05).
       01 WS-CANT-DEN       PIC 9(05).
       01 WS-CANT-PEND      PIC 9(05).
       01 WS-CANT-VENC      PIC 9(05).
       01 WS-SUPRIMIDO      PIC X(30) VALUE "*** DATO PERSONAL SUPRIMIDO ***".
       01 WS-EDIT-CANT      PIC ZZZZ9.
       01 WS-EDIT-DIAS      PIC -ZZZ9.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS
           PERFORM ABRIR-AUDITORIA
           MOVE "DATCLI01" TO WS-AUD-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "PROTECCION DE DATOS PERSONALES (HABEAS DATA)"
                       LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "1. AUTORIZACION DE DATOS DEL CLIENTE" LINE 05 COL 10
               DISPLAY "2. RADICAR SOLICITUD DEL TITULAR" LINE 06 COL 10
               DISPLAY "3. ATENDER SOLICITUD" LINE 07 COL 10
               DISPLAY "4. SOLICITUDES PENDIENTES (SPOOL)" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM REGISTRAR-AUTORIZACION
                   WHEN "2"
                       PERFORM RADICAR-SOLICITUD
                   WHEN "3"
                       PERFORM ATENDER-SOLICITUD
                   WHEN "4"
                       PERFORM REPORTE-PENDIENTES
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

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O SOLICITUDES-HD
           IF ST-SOLHD = "35"
               OPEN OUTPUT SOLICITUDES-HD
               CLOSE SOLICITUDES-HD
               OPEN I-O SOLICITUDES-HD
           END-IF
           OPEN I-O CLIENTES
           OPEN I-O VISITAS
           IF ST-VISITAS = "35"
               OPEN OUTPUT VISITAS
               CLOSE VISITAS
               OPEN I-O VISITAS
           END-IF
           OPEN I-O GESTIONES-COBRO
           IF ST-GESTIONES = "35"
               OPEN OUTPUT GESTIONES-COBRO
               CLOSE GESTIONES-COBRO
               OPEN I-O GESTIONES-COBRO
           END-IF
           OPEN I-O CORREOS
           IF ST-CORREOS = "35"
               OPEN OUTPUT CORREOS
               CLOSE CORREOS
               OPEN I-O CORREOS
           END-IF
           OPEN I-O DIRECCIONES-ENTREGA
           IF ST-DIRENTREGA = "35"
               OPEN OUTPUT DIRECCIONES-ENTREGA
               CLOSE DIRECCIONES-ENTREGA
               OPEN I-O DIRECCIONES-ENTREGA
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE SOLICITUDES-HD
           CLOSE CLIENTES
           CLOSE VISITAS
           CLOSE GESTIONES-COBRO
           CLOSE CORREOS
           CLOSE DIRECCIONES-ENTREGA
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

       LEER-CLIENTE.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE 0 TO W-CLI-ID
           DISPLAY "CLIENTE (0=VOLVER): " LINE 12 COL 10
           ACCEPT W-CLI-ID LINE 12 COL 31
           IF W-CLI-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 13 COL 10
                   ACCEPT WS-PAUSA LINE 13 COL 29
                   MOVE 0 TO W-CLI-ID
                   EXIT PARAGRAPH
           END-READ
           DISPLAY CLI-NOMBRE LINE 12 COL 40
           DISPLAY "AUTORIZACION: " LINE 13 COL 10
           DISPLAY CLI-HD-AUTORIZA LINE 13 COL 24
           DISPLAY "FECHA: " LINE 13 COL 28
           DISPLAY CLI-HD-FECHA LINE 13 COL 35
           DISPLAY "CANAL: " LINE 13 COL 46
           DISPLAY CLI-HD-CANAL LINE 13 COL 53
           IF CLI-HD-SUPRIMIDO
               DISPLAY "DATOS PERSONALES DEL CLIENTE YA SUPRIMIDOS"
                       LINE 14 COL 10
               ACCEPT WS-PAUSA LINE 14 COL 54
               MOVE 0 TO W-CLI-ID
           END-IF.

       LEER-CANAL.
           MOVE SPACE TO W-CANAL
           DISPLAY "CANAL [E=ESCRITO W=WEB T=TELEFONO C=CORREO P=PUNTO VENTA]: "
                   LINE 16 COL 10
           ACCEPT W-CANAL LINE 16 COL 70
           MOVE FUNCTION UPPER-CASE(W-CANAL) TO W-CANAL.

       REGISTRAR-AUTORIZACION.
      *> Autorizacion (S), negativa (N) o revocacion (R) del titular
           PERFORM LEER-CLIENTE
           IF W-CLI-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-AUTORIZA
           DISPLAY "AUTORIZA TRATAMIENTO [S=SI N=NO R=REVOCA]: "
                   LINE 15 COL 10
           ACCEPT W-AUTORIZA LINE 15 COL 54
           MOVE FUNCTION UPPER-CASE(W-AUTORIZA) TO W-AUTORIZA
           IF W-AUTORIZA NOT = "S" AND W-AUTORIZA NOT = "N"
              AND W-AUTORIZA NOT = "R"
               DISPLAY "OPCION INVALIDA" LINE 17 COL 10
               ACCEPT WS-PAUSA LINE 17 COL 27
               EXIT PARAGRAPH
           END-IF
           PERFORM LEER-CANAL
           IF NOT W-CANAL-VALIDO
               DISPLAY "CANAL INVALIDO" LINE 17 COL 10
               ACCEPT WS-PAUSA LINE 17 COL 26
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-HOY TO W-FECHA
           DISPLAY "FECHA DE LA AUTORIZACION (AAAAMMDD): " LINE 17 COL 10
           DISPLAY W-FECHA LINE 17 COL 48
           ACCEPT W-FECHA LINE 17 COL 48
           IF FUNCTION TEST-DATE-YYYYMMDD(W-FECHA) NOT = 0
              OR W-FECHA > WS-FECHA-HOY
               DISPLAY "FECHA INVALIDA" LINE 18 COL 10
               ACCEPT WS-PAUSA LINE 18 COL 26
               EXIT PARAGRAPH
           END-IF

           MOVE CLI-ID TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING CLI-HD-AUTORIZA " " CLI-HD-FECHA
               DELIMITED BY SIZE INTO WS-AUD-VALOR-ANT
           MOVE W-AUTORIZA TO CLI-HD-AUTORIZA
           MOVE W-FECHA    TO CLI-HD-FECHA
           MOVE W-CANAL    TO CLI-HD-CANAL
           MOVE WS-FECHA-HOY TO CLI-FECHA-MOD
           MOVE WS-USUARIO-SESION TO CLI-USUARIO-MOD
           REWRITE CLIENTES-REG
           MOVE "AUTORIZA" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING CLI-HD-AUTORIZA " " CLI-HD-FECHA " " CLI-HD-CANAL
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "AUTORIZACION REGISTRADA" LINE 19 COL 10
           ACCEPT WS-PAUSA LINE 19 COL 35.

       RADICAR-SOLICITUD.
           PERFORM LEER-CLIENTE
           IF W-CLI-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-TIPO
           DISPLAY "TIPO [C=CONSULTA R=RECTIFICA S=SUPRESION V=REVOCA]: "
                   LINE 15 COL 10
           ACCEPT W-TIPO LINE 15 COL 63
           MOVE FUNCTION UPPER-CASE(W-TIPO) TO W-TIPO
           MOVE 0 TO WS-TIP-IDX
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                   UNTIL WS-TIP-IDX > 4
                      OR T-TIP-CODIGO(WS-TIP-IDX) = W-TIPO
               CONTINUE
           END-PERFORM
           IF WS-TIP-IDX > 4
               DISPLAY "TIPO INVALIDO" LINE 17 COL 10
               ACCEPT WS-PAUSA LINE 17 COL 25
               EXIT PARAGRAPH
           END-IF
           PERFORM LEER-CANAL
           IF NOT W-CANAL-VALIDO
               DISPLAY "CANAL INVALIDO" LINE 17 COL 10
               ACCEPT WS-PAUSA LINE 17 COL 26
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO W-DETALLE
           DISPLAY "DETALLE: " LINE 17 COL 10
           ACCEPT W-DETALLE LINE 17 COL 20

           MOVE 0 TO WS-SHD-NRO-MAX
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO SHD-NRO
           START SOLICITUDES-HD KEY IS NOT LESS THAN SHD-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ SOLICITUDES-HD NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE SHD-NRO TO WS-SHD-NRO-MAX
               END-READ
           END-PERFORM
           ADD 1 TO WS-SHD-NRO-MAX

           INITIALIZE SOLHD-REG
           MOVE WS-SHD-NRO-MAX TO SHD-NRO
           MOVE W-CLI-ID       TO SHD-CLI-ID
           MOVE WS-FECHA-HOY   TO SHD-FECHA
           MOVE W-TIPO         TO SHD-TIPO
           MOVE W-CANAL        TO SHD-CANAL
           MOVE W-DETALLE      TO SHD-DETALLE
           COMPUTE SHD-FECHA-VENCE = FUNCTION DATE-OF-INTEGER(
                   WS-HOY-INT + T-TIP-DIAS(WS-TIP-IDX))
           SET SHD-PENDIENTE TO TRUE
           MOVE 0              TO SHD-FECHA-RESP
           MOVE SPACES         TO SHD-RESPUESTA
           MOVE WS-USUARIO-SESION TO SHD-USUARIO
           WRITE SOLHD-REG

           MOVE "SOLIC-HD" TO WS-AUD-ACCION
           MOVE SHD-NRO TO WS-AUD-REG-CLAVE
           MOVE SHD-CLI-ID TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING T-TIP-NOMBRE(WS-TIP-IDX) " VENCE " SHD-FECHA-VENCE
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA

           DISPLAY "SOLICITUD " LINE 19 COL 10
           DISPLAY SHD-NRO LINE 19 COL 20
           DISPLAY " RADICADA - RESPONDER A MAS TARDAR EL " LINE 19 COL 27
           DISPLAY SHD-FECHA-VENCE LINE 19 COL 65
           ACCEPT WS-PAUSA LINE 20 COL 10.

       ATENDER-SOLICITUD.
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE 0 TO W-SHD-NRO
           DISPLAY "SOLICITUD (0=VOLVER): " LINE 12 COL 10
           ACCEPT W-SHD-NRO LINE 12 COL 33
           IF W-SHD-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-SHD-NRO TO SHD-NRO
           READ SOLICITUDES-HD
               INVALID KEY
                   DISPLAY "SOLICITUD NO EXISTE" LINE 13 COL 10
                   ACCEPT WS-PAUSA LINE 13 COL 31
                   EXIT PARAGRAPH
           END-READ
           IF NOT SHD-PENDIENTE
               DISPLAY "LA SOLICITUD YA FUE RESPONDIDA EL " LINE 13 COL 10
               DISPLAY SHD-FECHA-RESP LINE 13 COL 44
               ACCEPT WS-PAUSA LINE 13 COL 54
               EXIT PARAGRAPH
           END-IF
           MOVE SHD-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE DE LA SOLICITUD NO EXISTE" LINE 13 COL 10
                   ACCEPT WS-PAUSA LINE 13 COL 45
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CLIENTE: " LINE 13 COL 10
           DISPLAY CLI-ID LINE 13 COL 19
           DISPLAY CLI-NOMBRE LINE 13 COL 27
           DISPLAY "TIPO: " LINE 14 COL 10
           DISPLAY SHD-TIPO LINE 14 COL 16
           DISPLAY "VENCE: " LINE 14 COL 20
           DISPLAY SHD-FECHA-VENCE LINE 14 COL 27
           DISPLAY SHD-DETALLE LINE 14 COL 37

           MOVE SPACE TO WS-RESPUESTA
           DISPLAY "ATENDER (A) O NO PROCEDE (N): " LINE 15 COL 10
           ACCEPT WS-RESPUESTA LINE 15 COL 41
           MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
           EVALUATE WS-RESPUESTA
               WHEN "A"
                   EVALUATE TRUE
                       WHEN SHD-CONSULTA
                           PERFORM REPORTE-DATOS-TITULAR
                       WHEN SHD-RECTIFICA
                           PERFORM RECTIFICAR-CONTACTO
                       WHEN SHD-SUPRESION
                           PERFORM SUPRIMIR-DATOS
                       WHEN SHD-REVOCA
                           PERFORM REVOCAR-AUTORIZACION
                   END-EVALUATE
                   IF WS-RESPUESTA NOT = "A"
                       EXIT PARAGRAPH
                   END-IF
                   SET SHD-ATENDIDA TO TRUE
               WHEN "N"
                   SET SHD-NO-PROCEDE TO TRUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO W-RESPUESTA
           DISPLAY "RESPUESTA AL TITULAR: " LINE 21 COL 10
           ACCEPT W-RESPUESTA LINE 21 COL 33
           MOVE W-RESPUESTA TO SHD-RESPUESTA
           MOVE WS-FECHA-HOY TO SHD-FECHA-RESP
           MOVE WS-USUARIO-SESION TO SHD-USUARIO
           REWRITE SOLHD-REG

           MOVE "RESP-HD" TO WS-AUD-ACCION
           MOVE SHD-NRO TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING SHD-TIPO " CLIENTE " SHD-CLI-ID
               DELIMITED BY SIZE INTO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING SHD-ESTADO " " SHD-RESPUESTA
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "SOLICITUD CERRADA" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 29.

       REPORTE-DATOS-TITULAR.
      *> Consulta del titular: todos los datos personales que se tienen
      *> del cliente y los registros de contacto que los usan
           MOVE 0 TO WS-CANT-LINEAS WS-CANT-VIS WS-CANT-GTN WS-CANT-COR
           OPEN OUTPUT HABEAS-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "DATOS PERSONALES DEL TITULAR - SOLICITUD " SHD-NRO
                  " - AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "CLIENTE      : " CLI-ID " " CLI-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "DOCUMENTO    : " CLI-TIPO-DOC " " CLI-NRO-DOC "-" CLI-DV
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "DIRECCION    : " CLI-DIRECCION " " CLI-CODPOST
                  " " CLI-MUNICIPIO
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "CONTACTO     : " CLI-CON-NOMBRE " " CLI-CON-TELEFONO
                  " " CLI-CON-EMAIL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           STRING "AUTORIZACION : " CLI-HD-AUTORIZA " FECHA " CLI-HD-FECHA
                  " CANAL " CLI-HD-CANAL
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           MOVE "VISITAS Y LLAMADAS DEL VENDEDOR" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           SET NO-FIN-LOG TO TRUE
           MOVE CLI-ID TO VIS-CLI-ID
           START VISITAS KEY IS EQUAL TO VIS-CLI-ID
               INVALID KEY SET FIN-LOG TO TRUE
           END-START
           PERFORM UNTIL FIN-LOG
               READ VISITAS NEXT RECORD
                   AT END SET FIN-LOG TO TRUE
                   NOT AT END
                       IF VIS-CLI-ID NOT = CLI-ID
                           SET FIN-LOG TO TRUE
                       ELSE
                           ADD 1 TO WS-CANT-VIS
                           MOVE SPACES TO WS-LINEA-REP
                           STRING "  " VIS-NRO " " VIS-FECHA " "
                                  VIS-VENDEDOR " " VIS-RESULTADO
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM ESCRIBIR-LINEA-REP
                       END-IF
               END-READ
           END-PERFORM

           MOVE "GESTIONES DE COBRO" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           SET NO-FIN-LOG TO TRUE
           MOVE CLI-ID TO GTN-CLI-ID
           START GESTIONES-COBRO KEY IS EQUAL TO GTN-CLI-ID
               INVALID KEY SET FIN-LOG TO TRUE
           END-START
           PERFORM UNTIL FIN-LOG
               READ GESTIONES-COBRO NEXT RECORD
                   AT END SET FIN-LOG TO TRUE
                   NOT AT END
                       IF GTN-CLI-ID NOT = CLI-ID
                           SET FIN-LOG TO TRUE
                       ELSE
                           ADD 1 TO WS-CANT-GTN
                           MOVE SPACES TO WS-LINEA-REP
                           STRING "  " GTN-NRO " " GTN-FECHA " "
                                  GTN-GESTOR " " GTN-TIPO " " GTN-NOTAS
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM ESCRIBIR-LINEA-REP
                       END-IF
               END-READ
           END-PERFORM

           MOVE "CORREOS ENVIADOS" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           SET NO-FIN-LOG TO TRUE
           MOVE CLI-ID TO COR-CLI-ID
           START CORREOS KEY IS EQUAL TO COR-CLI-ID
               INVALID KEY SET FIN-LOG TO TRUE
           END-START
           PERFORM UNTIL FIN-LOG
               READ CORREOS NEXT RECORD
                   AT END SET FIN-LOG TO TRUE
                   NOT AT END
                       IF COR-CLI-ID NOT = CLI-ID
                           SET FIN-LOG TO TRUE
                       ELSE
                           ADD 1 TO WS-CANT-COR
                           MOVE SPACES TO WS-LINEA-REP
                           STRING "  " COR-NRO " " COR-FECHA " "
                                  COR-ESTADO " " COR-PARA
                               DELIMITED BY SIZE INTO WS-LINEA-REP
                           PERFORM ESCRIBIR-LINEA-REP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HABEAS-PLANO

           MOVE "HABEASCON" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE SHD-NRO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "habeas.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           MOVE "CONSULTA" TO WS-AUD-ACCION
           MOVE CLI-ID TO WS-AUD-REG-CLAVE
           MOVE SHD-NRO TO WS-AUD-VALOR-ANT
           MOVE "DATOS ENTREGADOS (habeas.txt)" TO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "REPORTE DE DATOS 'habeas.txt' ENVIADO AL SPOOL"
                   LINE 17 COL 10.

       RECTIFICAR-CONTACTO.
      *> ENTER deja el dato como esta; cada campo corregido queda en
      *> AUDITORIA con el valor anterior y el nuevo
           IF CLI-HD-SUPRIMIDO
               DISPLAY "DATOS DEL CLIENTE SUPRIMIDOS" LINE 16 COL 10
               MOVE "X" TO WS-RESPUESTA
               ACCEPT WS-PAUSA LINE 16 COL 40
               EXIT PARAGRAPH
           END-IF
           MOVE CLI-DIRECCION    TO W-DIRECCION
           MOVE CLI-CON-NOMBRE   TO W-CON-NOMBRE
           MOVE CLI-CON-TELEFONO TO W-CON-TELEFONO
           MOVE CLI-CON-EMAIL    TO W-CON-EMAIL
           DISPLAY "DIRECCION: " LINE 16 COL 10
           DISPLAY W-DIRECCION LINE 16 COL 30
           ACCEPT W-DIRECCION LINE 16 COL 30
           DISPLAY "CONTACTO : " LINE 17 COL 10
           DISPLAY W-CON-NOMBRE LINE 17 COL 30
           ACCEPT W-CON-NOMBRE LINE 17 COL 30
           DISPLAY "TELEFONO : " LINE 18 COL 10
           DISPLAY W-CON-TELEFONO LINE 18 COL 30
           ACCEPT W-CON-TELEFONO LINE 18 COL 30
           DISPLAY "CORREO   : " LINE 19 COL 10
           DISPLAY W-CON-EMAIL LINE 19 COL 30
           ACCEPT W-CON-EMAIL LINE 19 COL 30
           IF W-CON-EMAIL NOT = SPACES
               MOVE W-CON-EMAIL TO WS-COR-PARA
               PERFORM VALIDAR-CORREO
               IF CORREO-INVALIDO
                   DISPLAY "CORREO MAL FORMADO - NO SE RECTIFICA"
                           LINE 20 COL 10
                   MOVE "X" TO WS-RESPUESTA
                   ACCEPT WS-PAUSA LINE 20 COL 48
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF W-DIRECCION NOT = CLI-DIRECCION
               MOVE "RECTIFICA" TO WS-AUD-ACCION
               MOVE CLI-ID TO WS-AUD-REG-CLAVE
               MOVE CLI-DIRECCION TO WS-AUD-VALOR-ANT
               MOVE W-DIRECCION TO WS-AUD-VALOR-NUEVO
               MOVE W-DIRECCION TO CLI-DIRECCION
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF W-CON-NOMBRE NOT = CLI-CON-NOMBRE
               MOVE "RECTIFICA" TO WS-AUD-ACCION
               MOVE CLI-ID TO WS-AUD-REG-CLAVE
               MOVE CLI-CON-NOMBRE TO WS-AUD-VALOR-ANT
               MOVE W-CON-NOMBRE TO WS-AUD-VALOR-NUEVO
               MOVE W-CON-NOMBRE TO CLI-CON-NOMBRE
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF W-CON-TELEFONO NOT = CLI-CON-TELEFONO
               MOVE "RECTIFICA" TO WS-AUD-ACCION
               MOVE CLI-ID TO WS-AUD-REG-CLAVE
               MOVE CLI-CON-TELEFONO TO WS-AUD-VALOR-ANT
               MOVE W-CON-TELEFONO TO WS-AUD-VALOR-NUEVO
               MOVE W-CON-TELEFONO TO CLI-CON-TELEFONO
               PERFORM GRABAR-AUDITORIA
           END-IF
           IF W-CON-EMAIL NOT = CLI-CON-EMAIL
               MOVE "RECTIFICA" TO WS-AUD-ACCION
               MOVE CLI-ID TO WS-AUD-REG-CLAVE
               MOVE CLI-CON-EMAIL TO WS-AUD-VALOR-ANT
               MOVE W-CON-EMAIL TO WS-AUD-VALOR-NUEVO
               MOVE W-CON-EMAIL TO CLI-CON-EMAIL
               PERFORM GRABAR-AUDITORIA
           END-IF
           MOVE WS-FECHA-HOY TO CLI-FECHA-MOD
           MOVE WS-USUARIO-SESION TO CLI-USUARIO-MOD
           REWRITE CLIENTES-REG.

       SUPRIMIR-DATOS.
      *> Anonimiza direccion y contacto del cliente y de sus puntos de
      *> entrega y el texto libre de sus visitas, gestiones de cobro y
      *> correos. Se conservan nombre,
      *> documento tributario y municipio que soportan las facturas,
      *> notas y reportes fiscales ya emitidos. Con saldo pendiente la
      *> supresion no procede (hay una obligacion vigente con el titular)
           IF CLI-SALDO NOT = 0
               DISPLAY "EL CLIENTE TIENE SALDO PENDIENTE - NO PROCEDE"
                       LINE 16 COL 10
               MOVE "X" TO WS-RESPUESTA
               ACCEPT WS-PAUSA LINE 16 COL 57
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RESPUESTA
           DISPLAY "CONFIRMA SUPRIMIR LOS DATOS PERSONALES [S/N]? "
                   LINE 16 COL 10
           ACCEPT WS-RESPUESTA LINE 16 COL 57
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) NOT = "S"
               MOVE "X" TO WS-RESPUESTA
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-RESPUESTA

           MOVE 0 TO WS-CANT-VIS WS-CANT-GTN WS-CANT-COR WS-CANT-DEN
           MOVE SPACES TO CLI-DIRECCION CLI-CODPOST CLI-CONTACTO
           SET CLI-HD-SUPRIMIDO TO TRUE
           MOVE WS-FECHA-HOY TO CLI-HD-FECHA
           MOVE SHD-CANAL TO CLI-HD-CANAL
           SET CLI-INACTIVO TO TRUE
           MOVE WS-FECHA-HOY TO CLI-FECHA-MOD
           MOVE WS-USUARIO-SESION TO CLI-USUARIO-MOD
           REWRITE CLIENTES-REG

           SET NO-FIN-LOG TO TRUE
           MOVE CLI-ID TO VIS-CLI-ID
           START VISITAS KEY IS EQUAL TO VIS-CLI-ID
               INVALID KEY SET FIN-LOG TO TRUE
           END-START
           PERFORM UNTIL FIN-LOG
               READ VISITAS NEXT RECORD
                   AT END SET FIN-LOG TO TRUE
                   NOT AT END
                       IF VIS-CLI-ID NOT = CLI-ID
                           SET FIN-LOG TO TRUE
                       ELSE
                           MOVE WS-SUPRIMIDO TO VIS-RESULTADO
                           REWRITE VISITA-REG
                           ADD 1 TO WS-CANT-VIS
                       END-IF
               END-READ
           END-PERFORM

           SET NO-FIN-LOG TO TRUE
           MOVE CLI-ID TO GTN-CLI-ID
           START GESTIONES-COBRO KEY IS EQUAL TO GTN-CLI-ID
               INVALID KEY SET FIN-LOG TO TRUE
           END-START
           PERFORM UNTIL FIN-LOG
               READ GESTIONES-COBRO NEXT RECORD
                   AT END SET FIN-LOG TO TRUE
                   NOT AT END
                       IF GTN-CLI-ID NOT = CLI-ID
                           SET FIN-LOG TO TRUE
                       ELSE
                           MOVE WS-SUPRIMIDO TO GTN-NOTAS
                           REWRITE GESTION-COBRO-REG
                           ADD 1 TO WS-CANT-GTN
                       END-IF
               END-READ
           END-PERFORM

      *> De los correos se borra la direccion; los pendientes quedan
      *> retenidos para que no salgan
           SET NO-FIN-LOG TO TRUE
           MOVE CLI-ID TO COR-CLI-ID
           START CORREOS KEY IS EQUAL TO COR-CLI-ID
               INVALID KEY SET FIN-LOG TO TRUE
           END-START
           PERFORM UNTIL FIN-LOG
               READ CORREOS NEXT RECORD
                   AT END SET FIN-LOG TO TRUE
                   NOT AT END
                       IF COR-CLI-ID NOT = CLI-ID
                           SET FIN-LOG TO TRUE
                       ELSE
                           MOVE SPACES TO COR-PARA
                           IF NOT COR-ENVIADO
                               SET COR-SIN-AUTORIZA TO TRUE
                               MOVE "DATOS DEL TITULAR SUPRIMIDOS"
                                   TO COR-MOTIVO
                               MOVE WS-FECHA-HOY TO COR-FECHA-ESTADO
                           END-IF
                           REWRITE CORREO-REG
                           ADD 1 TO WS-CANT-COR
                       END-IF
               END-READ
           END-PERFORM

      *> Los puntos de entrega quedan inactivos: las facturas y pedidos
      *> ya emitidos conservan el codigo del punto
           SET NO-FIN-LOG TO TRUE
           MOVE CLI-ID TO DEN-CLI-ID
           MOVE LOW-VALUES TO DEN-CODIGO
           START DIRECCIONES-ENTREGA KEY IS NOT LESS THAN DEN-CLAVE
               INVALID KEY SET FIN-LOG TO TRUE
           END-START
           PERFORM UNTIL FIN-LOG
               READ DIRECCIONES-ENTREGA NEXT RECORD
                   AT END SET FIN-LOG TO TRUE
                   NOT AT END
                       IF DEN-CLI-ID NOT = CLI-ID
                           SET FIN-LOG TO TRUE
                       ELSE
                           MOVE WS-SUPRIMIDO TO DEN-NOMBRE DEN-DIRECCION
                           MOVE SPACES TO DEN-CIUDAD DEN-CONTACTO
                                          DEN-TELEFONO DEN-HORARIO
                           SET DEN-INACTIVO TO TRUE
                           REWRITE DIR-ENTREGA-REG
                           ADD 1 TO WS-CANT-DEN
                       END-IF
               END-READ
           END-PERFORM

           MOVE "SUPRIME" TO WS-AUD-ACCION
           MOVE CLI-ID TO WS-AUD-REG-CLAVE
           MOVE SHD-NRO TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "V" WS-CANT-VIS " G" WS-CANT-GTN " C" WS-CANT-COR
                  " E" WS-CANT-DEN
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "SUPRIMIDOS - VISITAS/GESTIONES/CORREOS/ENTREGAS: "
                   LINE 17 COL 05
           DISPLAY WS-CANT-VIS LINE 17 COL 55
           DISPLAY WS-CANT-GTN LINE 17 COL 61
           DISPLAY WS-CANT-COR LINE 17 COL 67
           DISPLAY WS-CANT-DEN LINE 17 COL 73.

       REVOCAR-AUTORIZACION.
           IF CLI-HD-SUPRIMIDO
               DISPLAY "DATOS DEL CLIENTE SUPRIMIDOS" LINE 16 COL 10
               MOVE "X" TO WS-RESPUESTA
               ACCEPT WS-PAUSA LINE 16 COL 40
               EXIT PARAGRAPH
           END-IF
           MOVE CLI-ID TO WS-AUD-REG-CLAVE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING CLI-HD-AUTORIZA " " CLI-HD-FECHA
               DELIMITED BY SIZE INTO WS-AUD-VALOR-ANT
           SET CLI-HD-REVOCADO TO TRUE
           MOVE WS-FECHA-HOY TO CLI-HD-FECHA
           MOVE SHD-CANAL TO CLI-HD-CANAL
           MOVE WS-FECHA-HOY TO CLI-FECHA-MOD
           MOVE WS-USUARIO-SESION TO CLI-USUARIO-MOD
           REWRITE CLIENTES-REG
           MOVE "AUTORIZA" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING CLI-HD-AUTORIZA " " CLI-HD-FECHA " " CLI-HD-CANAL
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA
           DISPLAY "AUTORIZACION REVOCADA" LINE 16 COL 10.

       REPORTE-PENDIENTES.
      *> Solicitudes sin responder con los dias que faltan para la
      *> fecha limite (negativos = vencida)
           DISPLAY " " LINE 12 COL 01 ERASE EOS
           MOVE 0 TO WS-CANT-LINEAS WS-CANT-PEND WS-CANT-VENC
           OPEN OUTPUT HABEAS-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "SOLICITUDES DE DATOS PERSONALES PENDIENTES AL "
                  WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "SOLICIT CLIENTE RADICADA T C VENCE     DIAS DETALLE"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO SHD-NRO
           START SOLICITUDES-HD KEY IS NOT LESS THAN SHD-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ SOLICITUDES-HD NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF SHD-PENDIENTE
                           PERFORM LINEA-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-PEND TO WS-EDIT-CANT
           STRING "PENDIENTES: " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-VENC TO WS-EDIT-CANT
           STRING "VENCIDAS  : " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           CLOSE HABEAS-PLANO

           MOVE "HABEAS" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE WS-FECHA-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "habeas.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "PENDIENTES: " LINE 13 COL 10
           MOVE WS-CANT-PEND TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 13 COL 22
           DISPLAY "VENCIDAS  : " LINE 14 COL 10
           MOVE WS-CANT-VENC TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 14 COL 22
           DISPLAY "REPORTE 'habeas.txt' ENVIADO AL SPOOL" LINE 16 COL 10
           ACCEPT WS-PAUSA LINE 16 COL 50.

       LINEA-PENDIENTE.
           ADD 1 TO WS-CANT-PEND
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(SHD-FECHA-VENCE) - WS-HOY-INT
           IF WS-DIAS < 0
               ADD 1 TO WS-CANT-VENC
           END-IF
           MOVE WS-DIAS TO WS-EDIT-DIAS
           MOVE SPACES TO WS-LINEA-REP
           STRING SHD-NRO " " SHD-CLI-ID " " SHD-FECHA " " SHD-TIPO " "
                  SHD-CANAL " " SHD-FECHA-VENCE " " WS-EDIT-DIAS " "
                  SHD-DETALLE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP.

       VALIDAR-CORREO.
           COPY "VALIDAR-CORREO.cpy".

       ESCRIBIR-LINEA-REP.
           WRITE REG-HABEAS-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM DATCLI01.
