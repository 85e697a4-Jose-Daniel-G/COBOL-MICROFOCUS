      *> * Purpose:  Avisos de Cobro - barre las cuotas vencidas con
      *> *           saldo, las agrupa por cliente y genera una carta
      *> *           por cliente (80 col) con tono escalado a 30/60/90
      *> *           dias, mas un registro resumen de avisos emitidos.
      *> *           Opcionalmente encola cada carta en la bandeja de
      *> *           Correo Saliente para el contacto del cliente
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "factura.sel".
           COPY "cliente.sel".
           COPY "aviso.sel".
           COPY "correo.sel".
           COPY "corctrl.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "factura.fd".
           COPY "cliente.fd".
           COPY "aviso.fd".
           COPY "correo.fd".
           COPY "corctrl.fd".

       WORKING-STORAGE SECTION.

       01 WS-LINEA-REG      PIC X(200).
       01 WS-MONTO-DISP     PIC -(7)9.99.

       01 WS-ENVIA-CORREO   PIC X VALUE "N".
       01 WS-CANT-CORREOS   PIC 9(05) VALUE 0.
       01 WS-CANT-SIN-CORREO PIC 9(05) VALUE 0.
       01 WS-CANT-SIN-AUTORIZA PIC 9(05) VALUE 0.
       01 WS-CARTA-CORREO   PIC X VALUE "N".
       COPY "CORREOVARS.cpy".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           IF WS-TOT-FILAS = 0
               DISPLAY "NO HAY CUOTAS VENCIDAS CON SALDO" LINE 08 COL 10
           ELSE
               DISPLAY "ENVIAR AVISOS POR CORREO (S/N)? " LINE 06 COL 10
               ACCEPT WS-ENVIA-CORREO LINE 06 COL 43
               MOVE FUNCTION UPPER-CASE(WS-ENVIA-CORREO) TO WS-ENVIA-CORREO
               PERFORM GENERAR-AVISOS
               DISPLAY "AVISOS GENERADOS: " LINE 08 COL 10
               DISPLAY WS-CANT-AVISOS LINE 08 COL 29
               DISPLAY "(aviso_cobro.txt / aviso_registro.txt)" LINE 09 COL 10
               IF WS-ENVIA-CORREO = "S"
                   DISPLAY "ENCOLADOS POR CORREO: " LINE 10 COL 10
                   DISPLAY WS-CANT-CORREOS LINE 10 COL 33
                   DISPLAY "SIN CORREO VALIDO: " LINE 10 COL 41
                   DISPLAY WS-CANT-SIN-CORREO LINE 10 COL 60
                   DISPLAY "SIN AUTORIZACION DE DATOS: " LINE 11 COL 41
                   DISPLAY WS-CANT-SIN-AUTORIZA LINE 11 COL 68
               END-IF
           END-IF
           ACCEPT WS-PAUSA LINE 12 COL 10

           PERFORM CERRAR-ARCHIVOS
           GOBACK.
           MOVE WS-CLI-CORTE TO CLI-ID
           READ CLIENTES
               INVALID KEY MOVE SPACES TO CLI-NOMBRE CLI-DIRECCION
                                          CLI-CON-EMAIL
           END-READ

      *> Con envio por correo, la carta del cliente se escribe ademas en
      *> aviso_correo.txt, que ENCOLAR-CORREO copia como adjunto
           MOVE "N" TO WS-CARTA-CORREO
           IF WS-ENVIA-CORREO = "S"
               OPEN OUTPUT AVISO-CORREO
               MOVE "S" TO WS-CARTA-CORREO
           END-IF

           MOVE ALL "=" TO WS-LINEA
           PERFORM ESCRIBIR-LINEA-AVISO

           MOVE SPACES TO WS-LINEA
           STRING "AVISO DE COBRO - FECHA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA-AVISO

           MOVE SPACES TO WS-LINEA
           STRING "CLIENTE: " CLI-ID " " CLI-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA-AVISO

           MOVE SPACES TO WS-LINEA
           STRING "DIRECCION: " CLI-DIRECCION
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA-AVISO

           MOVE SPACES TO WS-LINEA
           STRING "FACTURA  CUOTA  VENCIMIENTO      SALDO   DIAS"
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA-AVISO.

       ESCRIBIR-LINEA-CUOTA.
           MOVE T-SALDO(WS-IDX) TO WS-MONTO-DISP
                  WS-MONTO-DISP     "  "
                  T-DIAS(WS-IDX)
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA-AVISO

           ADD T-SALDO(WS-IDX) TO WS-TOT-CLIENTE
           ADD 1 TO WS-CANT-CUOTAS-CLI
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL VENCIDO: " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM ESCRIBIR-LINEA-AVISO

           MOVE SPACES TO WS-LINEA
           EVALUATE TRUE
               WHEN WS-MAX-DIAS >= 90
                   STRING "SU CUENTA SERA REMITIDA A COBRO JURIDICO SI NO"
                       DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM ESCRIBIR-LINEA-AVISO
                   MOVE "REGULARIZA EN 5 DIAS HABILES." TO WS-LINEA
                   PERFORM ESCRIBIR-LINEA-AVISO
               WHEN WS-MAX-DIAS >= 60
                   STRING "SEGUNDO AVISO: SU CREDITO QUEDARA SUSPENDIDO"
                       DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM ESCRIBIR-LINEA-AVISO
                   MOVE "HASTA REGULARIZAR LAS CUOTAS VENCIDAS." TO WS-LINEA
                   PERFORM ESCRIBIR-LINEA-AVISO
               WHEN WS-MAX-DIAS >= 30
                   STRING "LE RECORDAMOS QUE REGISTRA CUOTAS VENCIDAS; LO"
                       DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM ESCRIBIR-LINEA-AVISO
                   MOVE "INVITAMOS A PONERSE AL DIA A LA BREVEDAD." TO WS-LINEA
                   PERFORM ESCRIBIR-LINEA-AVISO
               WHEN OTHER
                   STRING "RECORDATORIO AMISTOSO DE PAGO DE LAS CUOTAS"
                       DELIMITED BY SIZE INTO WS-LINEA
                   PERFORM ESCRIBIR-LINEA-AVISO
                   MOVE "DETALLADAS ARRIBA. GRACIAS POR SU ATENCION." TO WS-LINEA
                   PERFORM ESCRIBIR-LINEA-AVISO
           END-EVALUATE

           MOVE SPACES TO WS-LINEA-REG
           STRING WS-CLI-CORTE ";" WS-CANT-CUOTAS-CLI ";"
                  WS-MONTO-DISP ";" WS-MAX-DIAS
               DELIMITED BY SIZE INTO WS-LINEA-REG
           WRITE REG-AVISO-REGISTRO FROM WS-LINEA-REG

           IF WS-CARTA-CORREO = "S"
               CLOSE AVISO-CORREO
               MOVE "N" TO WS-CARTA-CORREO
               PERFORM ENCOLAR-AVISO-CORREO
           END-IF.

       ESCRIBIR-LINEA-AVISO.
           WRITE REG-AVISO-TICKET FROM WS-LINEA
           IF WS-CARTA-CORREO = "S"
               WRITE REG-AVISO-CORREO FROM WS-LINEA
           END-IF.

       ENCOLAR-AVISO-CORREO.
           MOVE WS-CLI-CORTE   TO WS-COR-CLI-ID
           MOVE "A"            TO WS-COR-TIPO
           MOVE 0              TO WS-COR-DOC-NRO
           MOVE CLI-CON-EMAIL  TO WS-COR-PARA
           MOVE SPACES TO WS-COR-ASUNTO
           STRING "AVISO DE COBRO - CUOTAS VENCIDAS AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-COR-ASUNTO
           MOVE WS-TOT-CLIENTE TO WS-MONTO-DISP
           MOVE SPACES TO WS-COR-CUERPO
           STRING "ESTIMADO CLIENTE: ADJUNTAMOS EL AVISO DE COBRO DE SUS "
                  "CUOTAS VENCIDAS POR UN TOTAL DE " WS-MONTO-DISP
                  ". SI YA REALIZO EL PAGO FAVOR OMITIR ESTE MENSAJE."
               DELIMITED BY SIZE INTO WS-COR-CUERPO
           MOVE "aviso_correo.txt" TO WS-COR-ORIGEN
           PERFORM ENCOLAR-CORREO
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

       END PROGRAM FINCLI06.
