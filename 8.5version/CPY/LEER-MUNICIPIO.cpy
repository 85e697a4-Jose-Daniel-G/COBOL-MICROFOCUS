      *> LEER-MUNICIPIO.cpy - deja en MUNICIPIO-REG la actividad
      *> WS-MUN-ACTIVIDAD del municipio WS-MUN-CODIGO; si la actividad
      *> viene en blanco o no esta registrada en el municipio toma la
      *> primera actividad activa del municipio y la devuelve en
      *> WS-MUN-ACTIVIDAD. MUNICIPIO-NO-HALLADO si el municipio no tiene
      *> ninguna. Se copia dentro de un parrafo LEER-MUNICIPIO (requiere
      *> MUNICIPIO.cpy y MUNICIPIOS abierto).
           SET MUNICIPIO-NO-HALLADO TO TRUE
           IF WS-MUN-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MUN-ACTIVIDAD NOT = SPACES
               MOVE WS-MUN-CODIGO    TO MUN-CODIGO
               MOVE WS-MUN-ACTIVIDAD TO MUN-ACTIVIDAD
               READ MUNICIPIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MUN-ACTIVO
                           SET MUNICIPIO-HALLADO TO TRUE
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           MOVE WS-MUN-CODIGO TO MUN-CODIGO
           MOVE LOW-VALUES    TO MUN-ACTIVIDAD
           START MUNICIPIOS KEY IS NOT LESS THAN MUN-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL MUNICIPIO-HALLADO
               READ MUNICIPIOS NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF MUN-CODIGO NOT = WS-MUN-CODIGO
                   EXIT PERFORM
               END-IF
               IF MUN-ACTIVO
                   MOVE MUN-ACTIVIDAD TO WS-MUN-ACTIVIDAD
                   SET MUNICIPIO-HALLADO TO TRUE
               END-IF
           END-PERFORM.
