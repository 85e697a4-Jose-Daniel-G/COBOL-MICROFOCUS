      *> SOLICITAR-CAMBIO.cpy - decide si el cambio de un campo de un
      *> maestro se graba directo o queda retenido para aprobacion. Si
      *> el campo esta activo en la lista de campos sensibles, graba la
      *> solicitud en CAMBIOS-PEND con el operador de la sesion, deja
      *> en AUDITORIA la accion "S-" + campo con los valores anterior y
      *> propuesto y marca CAMBIO-RETENIDO: el programa debe conservar
      *> el valor anterior en el maestro. Se copia dentro de un parrafo
      *> SOLICITAR-CAMBIO (requiere COPY "camsen.sel"/"camsen.fd"/
      *> "cambpend.sel"/"cambpend.fd"/"cpnctrl.sel"/"cpnctrl.fd"/
      *> "CAMBIOS.cpy", los parrafos ABRIR-CAMPOS-SENSIBLES y
      *> GRABAR-AUDITORIA y que el programa haya cargado WS-CPN-ARCHIVO,
      *> WS-CPN-REG-CLAVE, WS-CPN-CAMPO y los valores; en los campos
      *> numericos WS-CPN-MONTO-ANT/NUEVO con CPN-VALOR-NUMERICO).
           SET CAMBIO-DIRECTO TO TRUE
           PERFORM ABRIR-CAMPOS-SENSIBLES
           MOVE WS-CPN-ARCHIVO TO CSN-ARCHIVO
           MOVE WS-CPN-CAMPO   TO CSN-CAMPO
           READ CAMPOS-SENSIBLES
               INVALID KEY SET CSN-DIRECTO TO TRUE
           END-READ
           CLOSE CAMPOS-SENSIBLES

           IF CSN-REQUIERE-APROB
               IF CPN-VALOR-NUMERICO
                   MOVE WS-CPN-MONTO-ANT   TO WS-CPN-MONTO-DISP
                   MOVE WS-CPN-MONTO-DISP  TO WS-CPN-VALOR-ANT
                   MOVE WS-CPN-MONTO-NUEVO TO WS-CPN-MONTO-DISP
                   MOVE WS-CPN-MONTO-DISP  TO WS-CPN-VALOR-NUEVO
               ELSE
                   MOVE 0 TO WS-CPN-MONTO-ANT WS-CPN-MONTO-NUEVO
               END-IF

               OPEN I-O CAMBIOS-PEND
               IF ST-CAMBPEND = "35"
                   OPEN OUTPUT CAMBIOS-PEND
                   CLOSE CAMBIOS-PEND
                   OPEN I-O CAMBIOS-PEND
               END-IF
               OPEN I-O NEXT-CPN-NRO
               IF ST-NEXT-CPN = "35"
                   OPEN OUTPUT NEXT-CPN-NRO
                   CLOSE NEXT-CPN-NRO
                   OPEN I-O NEXT-CPN-NRO
                   MOVE "1" TO CPC-CLAVE
                   MOVE 0   TO CPC-ULTIMO-NRO
                   WRITE NEXT-CPN-NRO-REG
               END-IF

               IF ST-CAMBPEND = "00" AND ST-NEXT-CPN = "00"
                   MOVE "1" TO CPC-CLAVE
                   READ NEXT-CPN-NRO KEY IS CPC-CLAVE
                       INVALID KEY MOVE 0 TO CPC-ULTIMO-NRO
                   END-READ
                   ADD 1 TO CPC-ULTIMO-NRO
                   REWRITE NEXT-CPN-NRO-REG

                   INITIALIZE CAMBIO-PEND-REG
                   MOVE CPC-ULTIMO-NRO     TO CPN-NRO
                   MOVE WS-CPN-ARCHIVO     TO CPN-ARCHIVO
                   MOVE WS-CPN-REG-CLAVE   TO CPN-REG-CLAVE
                   MOVE WS-CPN-CAMPO       TO CPN-CAMPO
                   MOVE WS-CPN-TIPO-VALOR  TO CPN-TIPO-VALOR
                   MOVE WS-CPN-VALOR-ANT   TO CPN-VALOR-ANT
                   MOVE WS-CPN-VALOR-NUEVO TO CPN-VALOR-NUEVO
                   MOVE WS-CPN-MONTO-ANT   TO CPN-MONTO-ANT
                   MOVE WS-CPN-MONTO-NUEVO TO CPN-MONTO-NUEVO
                   MOVE WS-AUD-PROGRAMA    TO CPN-PROGRAMA
                   MOVE WS-USUARIO-SESION  TO CPN-SOLICITANTE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO CPN-FECHA
                   MOVE FUNCTION CURRENT-DATE(9:6) TO CPN-HORA
                   SET CPN-PENDIENTE TO TRUE
                   WRITE CAMBIO-PEND-REG
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET CAMBIO-RETENIDO TO TRUE
                           ADD 1 TO WS-CPN-CANT-RETENIDOS
                   END-WRITE
               END-IF

               CLOSE CAMBIOS-PEND
               CLOSE NEXT-CPN-NRO

               IF CAMBIO-RETENIDO
                   MOVE SPACES TO WS-AUD-ACCION
                   STRING "S-" WS-CPN-CAMPO DELIMITED BY SPACE
                       INTO WS-AUD-ACCION
                   MOVE WS-CPN-REG-CLAVE   TO WS-AUD-REG-CLAVE
                   MOVE WS-CPN-VALOR-ANT   TO WS-AUD-VALOR-ANT
                   MOVE WS-CPN-VALOR-NUEVO TO WS-AUD-VALOR-NUEVO
                   PERFORM GRABAR-AUDITORIA
               END-IF
           END-IF

           SET CPN-VALOR-TEXTO TO TRUE
           MOVE SPACES TO WS-CPN-CAMPO WS-CPN-VALOR-ANT WS-CPN-VALOR-NUEVO
           MOVE 0 TO WS-CPN-MONTO-ANT WS-CPN-MONTO-NUEVO.
