           END-IF

      *> NRO 1-7 | ITEM 11-13 | PROD 17-26 | DESCR 30-59 |
      *> CANT 63-71 | PRECIO 75-88 | SUBTOTAL 92-105
      *> Las lineas archivadas antes de la cantidad con decimales
      *> traen CANT 63-65 | PRECIO 69-82 | SUBTOTAL 86-99; el mismo
      *> archivo anual puede tener lineas de los dos formatos
           MOVE REG-DETALLE-HIST(17:10) TO WS-HIST-PROD
           IF REG-DETALLE-HIST(66:3) = " | "
               COMPUTE WS-HIST-DSUBT =
                   FUNCTION NUMVAL(REG-DETALLE-HIST(86:14))
           ELSE
               COMPUTE WS-HIST-DSUBT =
                   FUNCTION NUMVAL(REG-DETALLE-HIST(92:14))
           END-IF
           MOVE SPACES TO WS-GRUPO-VAL
           IF W-AGRUPA = "P"
               MOVE WS-HIST-PROD TO WS-GRUPO-VAL(1:10)
