      *> *           corriente, chequera de cheques emitidos numerados
      *> *           atados a pagos a proveedor, anulacion, impresion
      *> *           del cheque y conciliacion marcando los cobrados
      *> *           para ver el saldo real del banco; desde aqui se
      *> *           llega a obligaciones financieras y al factoring
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
               DISPLAY "2. EMITIR CHEQUE" LINE 06 COL 10
               DISPLAY "3. ANULAR CHEQUE" LINE 07 COL 10
               DISPLAY "4. CONCILIACION (MARCAR COBRADOS)" LINE 08 COL 10
               DISPLAY "5. OBLIGACIONES FINANCIERAS" LINE 09 COL 10
               DISPLAY "6. FACTORING DE CARTERA" LINE 10 COL 10
               DISPLAY "S. SALIR" LINE 11 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 13 COL 10
               ACCEPT WS-OPCION LINE 13 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM ANULAR-CHEQUE
                   WHEN "4"
                       PERFORM CONCILIAR
                   WHEN "5"
                       PERFORM CERRAR-ARCHIVOS
                       CALL "PRESTA01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PRESTA01"
                                       LINE 15 COL 45
                       END-CALL
                       CANCEL "PRESTA01"
                       PERFORM ABRIR-ARCHIVOS
                   WHEN "6"
                       PERFORM CERRAR-ARCHIVOS
                       CALL "FACTOR01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO FACTOR01"
                                       LINE 15 COL 45
                       END-CALL
                       CANCEL "FACTOR01"
                       PERFORM ABRIR-ARCHIVOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
