       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Retenciones sufridas - reporte del periodo para la
      *> *           declaracion y marcado de certificados recibidos;
      *> *           la opcion 3 lleva a las retenciones que practicamos
      *> *           a proveedores (RETREP02) y la 4 a la informacion
      *> *           exogena anual (EXOGE01) y la 5 al ICA y ReteICA
      *> *           por municipio (ICAREP01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
                       WITH REVERSE-VIDEO
               DISPLAY "1. REPORTE DEL PERIODO" LINE 05 COL 10
               DISPLAY "2. MARCAR CERTIFICADO RECIBIDO" LINE 06 COL 10
               DISPLAY "3. RETENCIONES PRACTICADAS A PROVEEDORES"
                       LINE 07 COL 10
               DISPLAY "4. INFORMACION EXOGENA (MEDIOS MAGNETICOS)"
                       LINE 08 COL 10
               DISPLAY "5. ICA Y RETEICA POR MUNICIPIO" LINE 09 COL 10
               DISPLAY "S. SALIR" LINE 10 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 11 COL 10
               ACCEPT WS-OPCION LINE 11 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM REPORTE-PERIODO
                   WHEN "2"
                       PERFORM MARCAR-CERTIFICADO
                   WHEN "3"
                       CALL "RETREP02"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                   LINE 12 COL 10
                               ACCEPT WS-PAUSA LINE 12 COL 40
                       END-CALL
                       CANCEL "RETREP02"
                   WHEN "4"
                       CALL "EXOGE01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                   LINE 12 COL 10
                               ACCEPT WS-PAUSA LINE 12 COL 40
                       END-CALL
                       CANCEL "EXOGE01"
                   WHEN "5"
                       CALL "ICAREP01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG"
                                   LINE 12 COL 10
                               ACCEPT WS-PAUSA LINE 12 COL 40
                       END-CALL
                       CANCEL "ICAREP01"
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE

       REPORTE-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO
           DISPLAY "PERIODO (AAAAMM, ENTER=ACTUAL): " LINE 12 COL 10
           ACCEPT W-PERIODO LINE 12 COL 43

           MOVE 0 TO WS-TOT-PERIODO WS-CANT-PEND
           MOVE 12 TO WS-FILA

       MARCAR-CERTIFICADO.
           MOVE 0 TO W-RET-NRO
           DISPLAY "NRO DE RETENCION (0=VOLVER): " LINE 12 COL 10
           ACCEPT W-RET-NRO LINE 12 COL 40
           IF W-RET-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-RET-NRO TO RET-NRO
           READ RETENCIONES
               INVALID KEY
                   DISPLAY "RETENCION NO ENCONTRADA" LINE 13 COL 10
                   ACCEPT WS-PAUSA LINE 13 COL 35
                   EXIT PARAGRAPH
           END-READ

           SET RET-CERT-RECIBIDO TO TRUE
           REWRITE RETENCION-REG
           DISPLAY "CERTIFICADO MARCADO RECIBIDO" LINE 13 COL 10
           ACCEPT WS-PAUSA LINE 13 COL 40.

       END PROGRAM RETREP01.
