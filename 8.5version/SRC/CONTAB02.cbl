                       LINE 05 COL 10
               DISPLAY "2. GENERAR BALANCE GENERAL Y ESTADO DE RESULTADOS"
                       LINE 06 COL 10
               DISPLAY "3. ESTADOS CONSOLIDADOS DEL GRUPO" LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM MANTENER-LINEAS
                   WHEN "2"
                       PERFORM GENERAR-ESTADOS
                   WHEN "3"
                       PERFORM CERRAR-ARCHIVOS
                       CALL "CONSOL01"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "CONSOL01"
                       PERFORM ABRIR-ARCHIVOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
