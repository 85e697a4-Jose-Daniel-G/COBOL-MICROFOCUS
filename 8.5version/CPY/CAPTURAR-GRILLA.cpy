      *> CAPTURAR-GRILLA.cpy - dibuja desde la linea WS-GRI-LINEA la
      *> grilla del estilo ya cargado (PERFORM CARGAR-GRILLA antes):
      *> una fila de tallas y un renglon por color, y pide la cantidad
      *> de cada celda con producto ("-" = combinacion inexistente),
      *> renglon por renglon, para toda la corrida de tallas de una
      *> vez. Muestra el total y pide confirmacion; si no se confirma
      *> las cantidades vuelven a cero. Ocupa 11 lineas y las limpia al
      *> salir. Se copia dentro de un parrafo CAPTURAR-GRILLA (requiere
      *> GRILLA.cpy y ESTILO-REG leido).
           DISPLAY " " LINE WS-GRI-LINEA COL 01 ERASE EOS
           DISPLAY EST-CODIGO      LINE WS-GRI-LINEA COL 02
           DISPLAY EST-DESCRIPCION LINE WS-GRI-LINEA COL 11
           COMPUTE WS-GRI-FILA = WS-GRI-LINEA + 1
           DISPLAY "COLOR/TALLA" LINE WS-GRI-FILA COL 02
           PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
               COMPUTE WS-GRI-COL = 14 + (WS-GRI-T - 1) * 6
               DISPLAY EST-TALLA(WS-GRI-T) LINE WS-GRI-FILA COL WS-GRI-COL
           END-PERFORM
           PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
               IF EST-COLOR(WS-GRI-C) = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               COMPUTE WS-GRI-FILA = WS-GRI-LINEA + 1 + WS-GRI-C
               DISPLAY EST-COLOR(WS-GRI-C) LINE WS-GRI-FILA COL 02
               PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
                   IF EST-TALLA(WS-GRI-T) = SPACES
                       EXIT PERFORM CYCLE
                   END-IF
                   COMPUTE WS-GRI-COL = 14 + (WS-GRI-T - 1) * 6
                   IF WS-GRI-PROD(WS-GRI-C, WS-GRI-T) = SPACES
                       DISPLAY "  -" LINE WS-GRI-FILA COL WS-GRI-COL
                   ELSE
                       DISPLAY "  0" LINE WS-GRI-FILA COL WS-GRI-COL
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-GRI-TOTAL
           PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
               COMPUTE WS-GRI-FILA = WS-GRI-LINEA + 1 + WS-GRI-C
               PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
                   IF WS-GRI-PROD(WS-GRI-C, WS-GRI-T) = SPACES
                       EXIT PERFORM CYCLE
                   END-IF
                   COMPUTE WS-GRI-COL = 14 + (WS-GRI-T - 1) * 6
                   MOVE 0 TO WS-GRI-CANT(WS-GRI-C, WS-GRI-T)
                   ACCEPT WS-GRI-CANT(WS-GRI-C, WS-GRI-T)
                          LINE WS-GRI-FILA COL WS-GRI-COL
                   MOVE WS-GRI-CANT(WS-GRI-C, WS-GRI-T) TO WS-GRI-EDIT
                   DISPLAY WS-GRI-EDIT LINE WS-GRI-FILA COL WS-GRI-COL
                   ADD WS-GRI-CANT(WS-GRI-C, WS-GRI-T) TO WS-GRI-TOTAL
               END-PERFORM
           END-PERFORM

           COMPUTE WS-GRI-FILA = WS-GRI-LINEA + 10
           MOVE WS-GRI-TOTAL TO WS-GRI-TOTAL-EDIT
           DISPLAY "TOTAL UNIDADES: " LINE WS-GRI-FILA COL 02
           DISPLAY WS-GRI-TOTAL-EDIT  LINE WS-GRI-FILA COL 18
           DISPLAY "CONFIRMA LA GRILLA (S/N): " LINE WS-GRI-FILA COL 30
           MOVE "S" TO WS-GRI-RESP
           ACCEPT WS-GRI-RESP LINE WS-GRI-FILA COL 57
           IF FUNCTION UPPER-CASE(WS-GRI-RESP) NOT = "S"
               PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
                   PERFORM VARYING WS-GRI-T FROM 1 BY 1
                           UNTIL WS-GRI-T > 10
                       MOVE 0 TO WS-GRI-CANT(WS-GRI-C, WS-GRI-T)
                   END-PERFORM
               END-PERFORM
               MOVE 0 TO WS-GRI-TOTAL
           END-IF
           DISPLAY " " LINE WS-GRI-LINEA COL 01 ERASE EOS.
