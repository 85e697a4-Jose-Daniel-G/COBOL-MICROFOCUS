      *> * Purpose:  Definicion de Kits/Combos: componentes (producto,
      *> *           cantidad, precio dentro del kit) de un codigo
      *> *           padre; la venta rapida explota el padre en estas
      *> *           lineas y descuenta stock por componente. Con "*"
      *> *           como codigo padre se abren las ordenes de armado y
      *> *           desarme de kits (KITENS01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.

           MOVE SPACES TO W-PADRE
           DISPLAY "CODIGO PADRE DEL KIT (VACIO=SALIR): " LINE 04 COL 10
           DISPLAY "* = ORDENES DE ARMADO / DESARME" LINE 25 COL 10
           ACCEPT W-PADRE LINE 04 COL 47
           IF W-PADRE = SPACES
               MOVE "S" TO FIN
               EXIT PARAGRAPH
           END-IF
           IF W-PADRE = "*"
               CALL "KITENS01"
                   ON EXCEPTION
                       DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 05 COL 10
                       ACCEPT WS-PAUSA LINE 05 COL 38
               END-CALL
               CANCEL "KITENS01"
               EXIT PARAGRAPH
           END-IF

           MOVE W-PADRE TO PRD-CODIGO
           READ PRODUCTOS
