      *> * Purpose:  Presupuesto de gastos por cuenta contable y mes:
      *> *           carga/edicion del presupuesto anual y reporte
      *> *           mensual presupuesto-versus-real (desde ASIENTOS)
      *> *           con variacion en pesos y porcentaje, al spool.
      *> *           La opcion 3 lleva al presupuesto de compras por
      *> *           categoria y su reporte open-to-buy (PRECOM01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
                       LINE 05 COL 10
               DISPLAY "2. REPORTE PRESUPUESTO VS REAL DEL MES"
                       LINE 06 COL 10
               DISPLAY "3. PRESUPUESTO DE COMPRAS POR CATEGORIA (OPEN-TO-BUY)"
                       LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19
                       PERFORM CARGAR-PRESUPUESTO
                   WHEN "2"
                       PERFORM REPORTE-VARIACION
                   WHEN "3"
                       CALL "PRECOM01"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "PRECOM01"
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
