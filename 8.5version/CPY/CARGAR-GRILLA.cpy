      *> CARGAR-GRILLA.cpy - si WS-GRI-ESTILO es un estilo activo deja
      *> ESTILO-ENCONTRADO, ESTILO-REG leido y en WS-GRI-PROD el
      *> producto hijo activo de cada celda talla/color (en blanco si la
      *> combinacion no se genero o el producto esta inactivo), con las
      *> cantidades en cero. Un codigo que no empieza con letra no se
      *> busca: es un PRD-CODIGO. Lee PRODUCTOS: el llamador debe
      *> releer su producto al volver. Se copia dentro de un parrafo
      *> CARGAR-GRILLA (requiere GRILLA.cpy y ESTILOS, VARIANTES y
      *> PRODUCTOS abiertos).
           SET ESTILO-NO-EXISTE TO TRUE
           INITIALIZE WS-GRI-TABLA
           MOVE 0 TO WS-GRI-CELDAS WS-GRI-TOTAL
           IF WS-GRI-ESTILO(1:1) = SPACE
              OR WS-GRI-ESTILO(1:1) NOT ALPHABETIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-GRI-ESTILO) TO WS-GRI-ESTILO
           MOVE WS-GRI-ESTILO TO EST-CODIGO
           READ ESTILOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT EST-ACTIVO
               EXIT PARAGRAPH
           END-IF
           SET ESTILO-ENCONTRADO TO TRUE

           PERFORM VARYING WS-GRI-C FROM 1 BY 1 UNTIL WS-GRI-C > 8
               IF EST-COLOR(WS-GRI-C) = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING WS-GRI-T FROM 1 BY 1 UNTIL WS-GRI-T > 10
                   IF EST-TALLA(WS-GRI-T) = SPACES
                       EXIT PERFORM CYCLE
                   END-IF
                   MOVE EST-CODIGO            TO VAR-ESTILO
                   MOVE EST-TALLA(WS-GRI-T)   TO VAR-TALLA
                   MOVE EST-COLOR(WS-GRI-C)   TO VAR-COLOR
                   READ VARIANTES KEY IS VAR-UBICACION
                       INVALID KEY
                           EXIT PERFORM CYCLE
                   END-READ
                   MOVE VAR-PROD-ID TO PRD-CODIGO
                   READ PRODUCTOS
                       INVALID KEY
                           EXIT PERFORM CYCLE
                   END-READ
                   IF PRD-ACTIVO
                       MOVE VAR-PROD-ID TO WS-GRI-PROD(WS-GRI-C, WS-GRI-T)
                       ADD 1 TO WS-GRI-CELDAS
                   END-IF
               END-PERFORM
           END-PERFORM.
