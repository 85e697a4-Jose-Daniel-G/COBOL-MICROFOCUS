      *> *           servicio por numero de serie (venta, cliente y
      *> *           dias restantes) y registro de la decision cuando
      *> *           la unidad regresa (reparacion en garantia,
      *> *           cotizacion fuera, o sustitucion via nota credito);
      *> *           enlaza al reclamo del costo al proveedor (SERGAR02)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
               DISPLAY "1. MESES DE GARANTIA DEL PRODUCTO" LINE 05 COL 10
               DISPLAY "2. CONSULTA POR NUMERO DE SERIE" LINE 06 COL 10
               DISPLAY "3. REGISTRAR DECISION DE UNA UNIDAD" LINE 07 COL 10
               DISPLAY "4. RECLAMOS DE GARANTIA AL PROVEEDOR" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM CONSULTAR-SERIE
                   WHEN "3"
                       PERFORM REGISTRAR-DECISION
                   WHEN "4"
                       CALL "SERGAR02"
                           ON EXCEPTION
                              DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "SERGAR02"
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
               DISPLAY "SUSTITUCION: EMITA LA NOTA DE CREDITO (VENFAC05)"
                       LINE 15 COL 10
           END-IF
           IF W-DECISION = "R"
               DISPLAY "AL TERMINAR LA ORDEN GENERE EL RECLAMO AL PROVEEDOR (OPCION 4)"
                       LINE 15 COL 10
           END-IF
           DISPLAY "DECISION REGISTRADA" LINE 16 COL 10
           ACCEPT WS-PAUSA LINE 16 COL 31.

