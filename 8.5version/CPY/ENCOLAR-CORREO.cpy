      *> ENCOLAR-CORREO.cpy - deja un mensaje en la bandeja de Correo
      *> Saliente. Si WS-COR-ORIGEN trae un archivo (ticket, carta,
      *> estado de cuenta) se copia a CORnnnnnnn.txt para que el
      *> adjunto no se pierda cuando el programa vuelva a generar el
      *> mismo archivo. Sin direccion valida el mensaje queda en la
      *> bitacora como SIN CORREO y no se envia hasta que CORREO01 lo
      *> reencole con la direccion corregida. Si el cliente no tiene
      *> autorizacion vigente de tratamiento de datos (CLI-HD-AUTORIZA)
      *> queda como SIN AUTORIZACION y tampoco se envia. Se copia
      *> dentro de un parrafo ENCOLAR-CORREO (requiere COPY "correo.sel"/"correo.fd"/
      *> "corctrl.sel"/"corctrl.fd"/"CORREOVARS.cpy", un parrafo
      *> VALIDAR-CORREO con VALIDAR-CORREO.cpy y que el programa haya
      *> cargado WS-COR-CLI-ID, WS-COR-TIPO, WS-COR-DOC-NRO,
      *> WS-COR-PARA, WS-COR-ASUNTO, WS-COR-CUERPO y WS-COR-ORIGEN).
      *> El cliente del mensaje debe estar leido en CLIENTES-REG
      *> (cliente.fd). Devuelve en WS-COR-RESULTADO el estado con que
      *> quedo ("P", "S" o "N"), o espacio si no se pudo grabar.
           MOVE SPACE TO WS-COR-RESULTADO
           OPEN I-O CORREOS
           IF ST-CORREOS = "35"
               OPEN OUTPUT CORREOS
               CLOSE CORREOS
               OPEN I-O CORREOS
           END-IF
           OPEN I-O NEXT-COR-NRO
           IF ST-NEXT-COR = "35"
               OPEN OUTPUT NEXT-COR-NRO
               CLOSE NEXT-COR-NRO
               OPEN I-O NEXT-COR-NRO
               MOVE "1" TO CRC-CLAVE
               MOVE 0   TO CRC-ULTIMO-NRO
               WRITE NEXT-COR-NRO-REG
           END-IF

           IF ST-CORREOS = "00" AND ST-NEXT-COR = "00"
               MOVE "1" TO CRC-CLAVE
               READ NEXT-COR-NRO KEY IS CRC-CLAVE
                   INVALID KEY MOVE 0 TO CRC-ULTIMO-NRO
               END-READ
               ADD 1 TO CRC-ULTIMO-NRO
               REWRITE NEXT-COR-NRO-REG

               INITIALIZE CORREO-REG
               MOVE CRC-ULTIMO-NRO TO COR-NRO
               MOVE WS-COR-CLI-ID  TO COR-CLI-ID
               MOVE WS-COR-TIPO    TO COR-TIPO
               MOVE WS-COR-DOC-NRO TO COR-DOC-NRO
               MOVE WS-COR-PARA    TO COR-PARA
               MOVE WS-COR-ASUNTO  TO COR-ASUNTO
               MOVE WS-COR-CUERPO  TO COR-CUERPO
               MOVE FUNCTION CURRENT-DATE(1:8) TO COR-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO COR-HORA
               MOVE COR-FECHA      TO COR-FECHA-ESTADO

               PERFORM VALIDAR-CORREO
               IF CORREO-VALIDO
                   SET COR-PENDIENTE TO TRUE
                   MOVE SPACES TO COR-MOTIVO
               ELSE
                   SET COR-SIN-CORREO TO TRUE
                   MOVE "CLIENTE SIN CORREO VALIDO" TO COR-MOTIVO
               END-IF
               IF WS-COR-CLI-ID > 0 AND CLI-ID = WS-COR-CLI-ID
                  AND NOT CLI-HD-AUTORIZADO
                   SET COR-SIN-AUTORIZA TO TRUE
                   MOVE "CLIENTE SIN AUTORIZACION DE DATOS" TO COR-MOTIVO
               END-IF

               MOVE SPACES TO COR-ADJUNTO
               IF WS-COR-ORIGEN NOT = SPACES
                   MOVE SPACES TO WS-COR-DESTINO
                   STRING "COR" COR-NRO ".txt"
                       DELIMITED BY SIZE INTO WS-COR-DESTINO
                   MOVE SPACES TO WS-COR-COMANDO
                   STRING "COPY " WS-COR-ORIGEN " " WS-COR-DESTINO
                       DELIMITED BY SIZE INTO WS-COR-COMANDO
                   CALL "SYSTEM" USING WS-COR-COMANDO
                   MOVE WS-COR-DESTINO TO COR-ADJUNTO
               END-IF

               WRITE CORREO-REG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE COR-ESTADO TO WS-COR-RESULTADO
               END-WRITE
           END-IF

           CLOSE CORREOS
           CLOSE NEXT-COR-NRO.
