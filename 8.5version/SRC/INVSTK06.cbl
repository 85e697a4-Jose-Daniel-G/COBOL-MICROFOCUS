       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Transferencia de Stock entre Bodegas; el codigo "*"
      *> *           abre la reposicion automatica de sucursales
      *> *           (INVSTK10)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-BODEGA-ORIGEN  PIC X(04).
       01 W-BODEGA-DESTINO PIC X(04).

       01 WS-CANT-TRANSF     PIC 9(09)V999.

       01 WS-KAR-SECUENCIA PIC 9(05).
       01 WS-SW-KARDEX     PIC X VALUE "N".
                   LINE 05 COL 10
           DISPLAY "codigo en blanco para finalizar."
                   LINE 06 COL 10
           DISPLAY "(* = reposicion automatica de sucursales)"
                   LINE 07 COL 10

           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               PERFORM INGRESO-PRODUCTO
               IF FIN NOT = "S"
                   IF W-CODIGO = "*"
                       PERFORM LLAMAR-REPOSICION
                   ELSE
                       PERFORM LEO-STOCK
                       IF EXISTE = "S"
                           PERFORM TRANSFERIR-STOCK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               MOVE "S" TO FIN
           END-IF.

       LLAMAR-REPOSICION.
           PERFORM CERRAR-ARCHIVOS
           CALL "INVSTK10"
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE ENCONTRO PROG INVSTK10"
                           LINE 11 COL 10
                   ACCEPT WS-PAUSA LINE 11 COL 50
           END-CALL
           CANCEL "INVSTK10"
           PERFORM ABRIR-ARCHIVOS
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "TRANSFERENCIA DE STOCK ENTRE BODEGAS"
                   LINE 03 COL 10 WITH REVERSE-VIDEO
           DISPLAY "Ingrese el codigo del producto a transferir. Deje el"
                   LINE 05 COL 10
           DISPLAY "codigo en blanco para finalizar."
                   LINE 06 COL 10
           DISPLAY "(* = reposicion automatica de sucursales)"
                   LINE 07 COL 10.

       LEO-STOCK.
           MOVE "S" TO EXISTE
           MOVE W-CODIGO TO STK-CODIGO
