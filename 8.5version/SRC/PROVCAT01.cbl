      *> ******************************************************************
      *> * Purpose:  Catalogo Producto-Proveedor - mantenimiento de la
      *> *           relacion: codigo del proveedor, ultimo precio y
      *> *           lead time en dias. La opcion 3 lleva al scorecard
      *> *           (PROVSC01) y la 4 a los acuerdos de rappel por
      *> *           volumen (PROVRAP01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
               DISPLAY "1. CONSULTAR POR PRODUCTO" LINE 05 COL 10
               DISPLAY "2. CREAR / EDITAR RELACION" LINE 06 COL 10
               DISPLAY "3. SCORECARD DE PROVEEDORES" LINE 07 COL 10
               DISPLAY "4. ACUERDOS DE RAPPEL POR VOLUMEN" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "PROVSC01"
                   WHEN "4"
                       CALL "PROVRAP01"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "PROVRAP01"
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
